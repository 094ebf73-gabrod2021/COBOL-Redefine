      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 14/10/2026
      * Purpose: QUIEN CAMBIO QUE: LISTADO DE BITACORA-OPERADOR.TXT
      *          PARA AUDITORIA INTERNA, POR OPERADOR Y RANGO DE
      *          FECHAS (DD_FECHA_DESDE / DD_FECHA_HASTA, AAAAMMDD; POR
      *          OMISION DESDE EL PRIMERO DEL MES HASTA HOY). CON
      *          DD_OPERADOR_CONSULTA LISTA UN SOLO OPERADOR. ORDENA
      *          POR OPERADOR, FECHA Y HORA, CON TOTALES DE CAMBIOS
      *          APLICADOS E INTENTOS NO AUTORIZADOS POR OPERADOR
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17OPER.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ARCH-ENT-BITACORA
           ASSIGN TO WS-BITACORA-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BITACORA.

       SELECT ARCH-ENT-OPERADORES
           ASSIGN TO WS-OPERADORES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OPERADORES.

       SELECT ARCH-SAL-REPORTE
           ASSIGN TO WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT ARCH-SORT
           ASSIGN TO 'SORTWK'.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ARCH-ENT-BITACORA.
           COPY OPEBITC.

       FD ARCH-ENT-OPERADORES.
           COPY OPEAUTC.

       FD ARCH-SAL-REPORTE.
       01 SAL-REPORTE-LINEA                 PIC X(110).

       SD ARCH-SORT.
       01 SORT-REG.
          05 SORT-FECHA                     PIC X(08).
          05 SORT-HORA                      PIC X(06).
          05 SORT-OPERADOR                  PIC X(08).
          05 SORT-PROGRAMA                  PIC X(08).
          05 SORT-MAESTRO                   PIC X(01).
          05 SORT-ACCION                    PIC X(01).
          05 SORT-RESULTADO                 PIC X(01).
             88 SORT-RESULTADO-APLICADO         VALUE 'A'.
          05 SORT-CLAVE                     PIC X(20).
          05 SORT-SIN-IVA-ANTERIOR          PIC 9(05)V9(02).
          05 SORT-CON-IVA-ANTERIOR          PIC 9(05)V9(02).
          05 SORT-SIN-IVA-NUEVO             PIC 9(05)V9(02).
          05 SORT-CON-IVA-NUEVO             PIC 9(05)V9(02).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-BITACORA                    PIC X(02).
             88 FS-BITACORA-OK                  VALUE '00'.
             88 FS-BITACORA-EOF                 VALUE '10'.
             88 FS-BITACORA-NFD                 VALUE '35'.
          05 FS-OPERADORES                  PIC X(02).
             88 FS-OPERADORES-OK                VALUE '00'.
             88 FS-OPERADORES-EOF               VALUE '10'.
             88 FS-OPERADORES-NFD               VALUE '35'.
          05 FS-REPORTE                     PIC X(02).
             88 FS-REPORTE-OK                   VALUE '00'.

       01 WS-CONTADORES.
          05 WS-CONT-BIT-LEIDOS             PIC 9(07) VALUE 0.
          05 WS-CONT-BIT-FUERA-RANGO        PIC 9(07) VALUE 0.
          05 WS-CONT-BIT-OTRO-OPERADOR      PIC 9(07) VALUE 0.
          05 WS-CONT-BIT-SELECCIONADOS      PIC 9(07) VALUE 0.
          05 WS-CONT-APLICADOS              PIC 9(07) VALUE 0.
          05 WS-CONT-NO-AUTORIZADOS         PIC 9(07) VALUE 0.
          05 WS-CONT-OPERADORES             PIC 9(05) VALUE 0.
          05 WS-CONT-OPE-APLICADOS          PIC 9(05) VALUE 0.
          05 WS-CONT-OPE-NO-AUTORIZADOS     PIC 9(05) VALUE 0.

       01 WS-PAGINACION.
          05 WS-PAGINA                      PIC 9(04) VALUE 0.
          05 WS-LINEAS-PAGINA               PIC 9(02) VALUE 0.
          05 WS-MAX-LINEAS                  PIC 9(02) VALUE 55.

       01 WS-CORTE-OPERADOR.
          05 WS-OPERADOR-ANT                PIC X(08) VALUE SPACES.
          05 WS-ALGUN-OPE-ABIERTO           PIC X(01) VALUE 'N'.
             88 WS-ALGUN-OPE-ABIERTO-SI         VALUE 'S'.
             88 WS-ALGUN-OPE-ABIERTO-NO         VALUE 'N'.

       01 WS-FIN-RETURN                     PIC X(01) VALUE 'N'.
          88 WS-FIN-RETURN-SI                   VALUE 'S'.
          88 WS-FIN-RETURN-NO                   VALUE 'N'.

       01 WS-FECHA-PROCESO.
          05 WS-FECHA-AAAA                  PIC X(04).
          05 WS-FECHA-MM                    PIC X(02).
          05 WS-FECHA-DD                    PIC X(02).
          05 FILLER                         PIC X(13).

       01 WS-RANGO-CONTROL.
          05 WS-OPERADOR-CONSULTA           PIC X(08).
          05 WS-FECHA-DESDE                 PIC X(08).
          05 WS-FECHA-DESDE-N               REDEFINES WS-FECHA-DESDE
                                            PIC 9(08).
          05 WS-FECHA-DESDE-R               REDEFINES WS-FECHA-DESDE.
             10 WS-DESDE-AAAA               PIC 9(04).
             10 WS-DESDE-MM                 PIC 9(02).
             10 WS-DESDE-DD                 PIC 9(02).
          05 WS-FECHA-HASTA                 PIC X(08).
          05 WS-FECHA-HASTA-N               REDEFINES WS-FECHA-HASTA
                                            PIC 9(08).
          05 WS-FECHA-HASTA-R               REDEFINES WS-FECHA-HASTA.
             10 WS-HASTA-AAAA               PIC 9(04).
             10 WS-HASTA-MM                 PIC 9(02).
             10 WS-HASTA-DD                 PIC 9(02).

       01 WS-RUTAS.
          05 WS-BITACORA-PATH               PIC X(100).
          05 WS-OPERADORES-PATH             PIC X(100).
          05 WS-REPORTE-PATH                PIC X(100).

      *    NOMBRES DE OPERADORES.TXT; SIN ARCHIVO EL LISTADO SALE IGUAL,
      *    SOLO CON EL ID
       01 WS-TABLA-OPERADORES.
          05 WS-CANT-OPERADORES             PIC 9(03) VALUE 0.
          05 WS-OPE-ENTRADA                 OCCURS 200 TIMES
                                            INDEXED BY OPE-IDX.
             10 WS-OPE-ID-OPERADOR          PIC X(08).
             10 WS-OPE-NOMBRE               PIC X(30).

       01 WS-OPE-NOMBRE-ACTUAL              PIC X(30).

       01 WS-CONCILIACION.
          05 WS-RETORNO                     PIC 9(02) VALUE 0.
             88 WS-RETORNO-LIMPIO               VALUE 0.
             88 WS-RETORNO-APERTURA             VALUE 12.
          05 WS-APERTURA-FALLIDA            PIC X(01) VALUE 'N'.
             88 WS-APERTURA-FALLIDA-SI          VALUE 'S'.
             88 WS-APERTURA-FALLIDA-NO          VALUE 'N'.
          05 WS-BITACORA-ABIERTA            PIC X(01) VALUE 'N'.
             88 WS-BITACORA-ABIERTA-SI          VALUE 'S'.
             88 WS-BITACORA-ABIERTA-NO          VALUE 'N'.

       01 WS-LINEA-TITULO.
          05 FILLER                         PIC X(25)
             VALUE 'CAMBIOS POR OPERADOR DEL '.
          05 TIT-DESDE-DD                   PIC X(02).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 TIT-DESDE-MM                   PIC X(02).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 TIT-DESDE-AAAA                 PIC X(04).
          05 FILLER                         PIC X(04) VALUE ' AL '.
          05 TIT-HASTA-DD                   PIC X(02).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 TIT-HASTA-MM                   PIC X(02).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 TIT-HASTA-AAAA                 PIC X(04).
          05 FILLER                         PIC X(09)
             VALUE '  EMISION'.
          05 FILLER                         PIC X(02) VALUE ': '.
          05 TIT-FECHA-DD                   PIC X(02).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 TIT-FECHA-MM                   PIC X(02).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 TIT-FECHA-AAAA                 PIC X(04).
          05 FILLER                         PIC X(09)
             VALUE '  PAGINA '.
          05 TIT-PAGINA                     PIC ZZZ9.

       01 WS-LINEA-COLUMNAS.
          05 FILLER                         PIC X(11)
             VALUE 'FECHA      '.
          05 FILLER                         PIC X(09)
             VALUE 'HORA     '.
          05 FILLER                         PIC X(09)
             VALUE 'PROGRAMA '.
          05 FILLER                         PIC X(10)
             VALUE 'MAESTRO   '.
          05 FILLER                         PIC X(13)
             VALUE 'ACCION       '.
          05 FILLER                         PIC X(14)
             VALUE 'RESULTADO     '.
          05 FILLER                         PIC X(21)
             VALUE 'CLAVE                '.
          05 FILLER                         PIC X(11)
             VALUE ' ANT.C/IVA '.
          05 FILLER                         PIC X(10)
             VALUE ' NUE.C/IVA'.

       01 WS-LINEA-OPERADOR.
          05 FILLER                         PIC X(10)
             VALUE 'OPERADOR: '.
          05 OPE-LIN-ID                     PIC X(08).
          05 FILLER                         PIC X(02) VALUE SPACES.
          05 OPE-LIN-NOMBRE                 PIC X(30).

       01 WS-LINEA-DETALLE.
          05 DET-FECHA-DD                   PIC X(02).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 DET-FECHA-MM                   PIC X(02).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 DET-FECHA-AAAA                 PIC X(04).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-HORA-HH                    PIC X(02).
          05 FILLER                         PIC X(01) VALUE ':'.
          05 DET-HORA-MI                    PIC X(02).
          05 FILLER                         PIC X(01) VALUE ':'.
          05 DET-HORA-SS                    PIC X(02).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-PROGRAMA                   PIC X(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-MAESTRO                    PIC X(09).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-ACCION                     PIC X(12).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-RESULTADO                  PIC X(13).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-CLAVE                      PIC X(20).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-CON-IVA-ANTERIOR           PIC $ZZ.ZZ9,99.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-CON-IVA-NUEVO              PIC $ZZ.ZZ9,99.

       01 WS-LINEA-SUBTOTAL.
          05 FILLER                         PIC X(15)
             VALUE 'TOTAL OPERADOR '.
          05 SUB-OPERADOR                   PIC X(08).
          05 FILLER                         PIC X(12)
             VALUE '  APLICADOS='.
          05 SUB-APLICADOS                  PIC ZZZZ9.
          05 FILLER                         PIC X(17)
             VALUE '  NO AUTORIZADOS='.
          05 SUB-NO-AUTORIZADOS             PIC ZZZZ9.

       01 WS-LINEA-RESUMEN.
          05 RES-LITERAL                    PIC X(30).
          05 RES-CANTIDAD                   PIC ZZZZZZ9.

       01 WS-LINEA-NOTA.
          05 FILLER                         PIC X(50)
             VALUE 'IMPORTES CON IVA SOLO PARA CAMBIOS DE PRODUCTO. LA'.
          05 FILLER                         PIC X(50)
             VALUE 'S CORRIDAS NO AUTORIZADAS NO TIENEN CLAVE         '.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-APERTURA-FALLIDA-NO

              SORT ARCH-SORT
                   ON ASCENDING KEY SORT-OPERADOR
                                    SORT-FECHA
                                    SORT-HORA
                   INPUT PROCEDURE IS 2000-SELECCIONAR-BITACORA
                                 THRU 2000-SELECCIONAR-BITACORA-FIN
                   OUTPUT PROCEDURE IS 2200-LISTAR-ORDENADO
                                  THRU 2200-LISTAR-ORDENADO-FIN

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE        TO WS-FECHA-PROCESO.
           MOVE WS-FECHA-DD                  TO TIT-FECHA-DD.
           MOVE WS-FECHA-MM                  TO TIT-FECHA-MM.
           MOVE WS-FECHA-AAAA                TO TIT-FECHA-AAAA.

           ACCEPT WS-OPERADOR-CONSULTA FROM ENVIRONMENT
                  'DD_OPERADOR_CONSULTA'.

      *    RANGO AAAAMMDD; POR OMISION EL MES EN CURSO HASTA HOY
           ACCEPT WS-FECHA-DESDE FROM ENVIRONMENT 'DD_FECHA_DESDE'.
           IF WS-FECHA-DESDE = SPACES
              STRING WS-FECHA-AAAA           DELIMITED BY SIZE
                     WS-FECHA-MM             DELIMITED BY SIZE
                     '01'                    DELIMITED BY SIZE
                INTO WS-FECHA-DESDE
              END-STRING
           END-IF.

           ACCEPT WS-FECHA-HASTA FROM ENVIRONMENT 'DD_FECHA_HASTA'.
           IF WS-FECHA-HASTA = SPACES
              MOVE WS-FECHA-PROCESO (1:8)    TO WS-FECHA-HASTA
           END-IF.

           PERFORM 1010-VALIDAR-RANGO
              THRU 1010-VALIDAR-RANGO-FIN.

           IF WS-APERTURA-FALLIDA-SI
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           ACCEPT WS-BITACORA-PATH FROM ENVIRONMENT 'DD_BITACORA'.
           IF WS-BITACORA-PATH = SPACES
              MOVE '../BITACORA-OPERADOR.TXT'
                                             TO WS-BITACORA-PATH
           END-IF.

           ACCEPT WS-OPERADORES-PATH FROM ENVIRONMENT 'DD_OPERADORES'.
           IF WS-OPERADORES-PATH = SPACES
              MOVE '../OPERADORES.TXT'       TO WS-OPERADORES-PATH
           END-IF.

           ACCEPT WS-REPORTE-PATH FROM ENVIRONMENT
                  'DD_CAMBIOS_OPERADOR'.
           IF WS-REPORTE-PATH = SPACES
              MOVE '../CAMBIOS-POR-OPERADOR.TXT'
                                             TO WS-REPORTE-PATH
           END-IF.

           PERFORM 1100-CARGAR-OPERADORES
              THRU 1100-CARGAR-OPERADORES-FIN.

      *    SIN BITACORA TODAVIA NO HUBO CAMBIOS: EL LISTADO SALE VACIO
           OPEN INPUT ARCH-ENT-BITACORA.

           EVALUATE TRUE
               WHEN FS-BITACORA-OK
                    SET WS-BITACORA-ABIERTA-SI TO TRUE
               WHEN FS-BITACORA-NFD
                    DISPLAY 'NO EXISTE '
                            FUNCTION TRIM (WS-BITACORA-PATH)
                            ': SIN CAMBIOS REGISTRADOS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR '
                            FUNCTION TRIM (WS-BITACORA-PATH)
                    DISPLAY 'FILE STATUS: ' FS-BITACORA
                    SET WS-APERTURA-FALLIDA-SI TO TRUE
                    GO TO 1000-INICIAR-PROGRAMA-FIN
           END-EVALUATE.

           OPEN OUTPUT ARCH-SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR '
                      FUNCTION TRIM (WS-REPORTE-PATH)
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1010-VALIDAR-RANGO.

           IF WS-FECHA-DESDE-N NOT NUMERIC
                  OR WS-DESDE-AAAA NOT > 1600
                  OR WS-DESDE-MM = 0 OR WS-DESDE-MM > 12
                  OR WS-DESDE-DD = 0 OR WS-DESDE-DD > 31
              DISPLAY 'DD_FECHA_DESDE INVALIDA: CORRIDA CANCELADA'
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
              GO TO 1010-VALIDAR-RANGO-FIN
           END-IF.

           IF WS-FECHA-HASTA-N NOT NUMERIC
                  OR WS-HASTA-AAAA NOT > 1600
                  OR WS-HASTA-MM = 0 OR WS-HASTA-MM > 12
                  OR WS-HASTA-DD = 0 OR WS-HASTA-DD > 31
              DISPLAY 'DD_FECHA_HASTA INVALIDA: CORRIDA CANCELADA'
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
              GO TO 1010-VALIDAR-RANGO-FIN
           END-IF.

           IF WS-FECHA-DESDE > WS-FECHA-HASTA
              DISPLAY 'DD_FECHA_DESDE POSTERIOR A DD_FECHA_HASTA: '
                      'CORRIDA CANCELADA'
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
              GO TO 1010-VALIDAR-RANGO-FIN
           END-IF.

           MOVE WS-FECHA-DESDE (7:2)         TO TIT-DESDE-DD.
           MOVE WS-FECHA-DESDE (5:2)         TO TIT-DESDE-MM.
           MOVE WS-FECHA-DESDE (1:4)         TO TIT-DESDE-AAAA.
           MOVE WS-FECHA-HASTA (7:2)         TO TIT-HASTA-DD.
           MOVE WS-FECHA-HASTA (5:2)         TO TIT-HASTA-MM.
           MOVE WS-FECHA-HASTA (1:4)         TO TIT-HASTA-AAAA.

       1010-VALIDAR-RANGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-OPERADORES.

           OPEN INPUT ARCH-ENT-OPERADORES.

           EVALUATE TRUE
               WHEN FS-OPERADORES-OK
                    CONTINUE
               WHEN FS-OPERADORES-NFD
                    DISPLAY 'NO EXISTE '
                            FUNCTION TRIM (WS-OPERADORES-PATH)
                            ': SE LISTA SIN NOMBRES'
                    GO TO 1100-CARGAR-OPERADORES-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR '
                            FUNCTION TRIM (WS-OPERADORES-PATH)
                    DISPLAY 'FILE STATUS: ' FS-OPERADORES
                    GO TO 1100-CARGAR-OPERADORES-FIN
           END-EVALUATE.

           PERFORM 1110-LEER-OPERADOR
              THRU 1110-LEER-OPERADOR-FIN
             UNTIL NOT FS-OPERADORES-OK.

           CLOSE ARCH-ENT-OPERADORES.

       1100-CARGAR-OPERADORES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-OPERADOR.

           READ ARCH-ENT-OPERADORES.

           EVALUATE TRUE
               WHEN FS-OPERADORES-EOF
                    CONTINUE
               WHEN NOT FS-OPERADORES-OK
                    DISPLAY 'ERROR AL LEER '
                            FUNCTION TRIM (WS-OPERADORES-PATH) ': '
                            FS-OPERADORES
               WHEN WS-CANT-OPERADORES NOT < 200
                    CONTINUE
               WHEN OTHER
                    ADD 1                   TO WS-CANT-OPERADORES
                    SET OPE-IDX             TO WS-CANT-OPERADORES
                    MOVE OPE-ID-OPERADOR
                                  TO WS-OPE-ID-OPERADOR (OPE-IDX)
                    MOVE OPE-NOMBRE         TO WS-OPE-NOMBRE (OPE-IDX)
           END-EVALUATE.

       1110-LEER-OPERADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-SELECCIONAR-BITACORA.

           IF WS-BITACORA-ABIERTA-NO
              GO TO 2000-SELECCIONAR-BITACORA-FIN
           END-IF.

           PERFORM 2010-LEER-BITACORA
              THRU 2010-LEER-BITACORA-FIN.

           PERFORM 2020-FILTRAR-REGISTRO
              THRU 2020-FILTRAR-REGISTRO-FIN
             UNTIL NOT FS-BITACORA-OK.

       2000-SELECCIONAR-BITACORA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2010-LEER-BITACORA.

           READ ARCH-ENT-BITACORA.

           EVALUATE TRUE
               WHEN FS-BITACORA-OK
                    ADD 1                   TO WS-CONT-BIT-LEIDOS
               WHEN FS-BITACORA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER '
                            FUNCTION TRIM (WS-BITACORA-PATH) ': '
                            FS-BITACORA
           END-EVALUATE.

       2010-LEER-BITACORA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2020-FILTRAR-REGISTRO.

           EVALUATE TRUE
               WHEN BIT-FECHA < WS-FECHA-DESDE
                 OR BIT-FECHA > WS-FECHA-HASTA
                    ADD 1                   TO WS-CONT-BIT-FUERA-RANGO
               WHEN WS-OPERADOR-CONSULTA NOT = SPACES
                AND BIT-OPERADOR NOT = WS-OPERADOR-CONSULTA
                    ADD 1                 TO WS-CONT-BIT-OTRO-OPERADOR
               WHEN OTHER
                    MOVE BIT-REGISTRO       TO SORT-REG
                    RELEASE SORT-REG
                    ADD 1                 TO WS-CONT-BIT-SELECCIONADOS
           END-EVALUATE.

           PERFORM 2010-LEER-BITACORA
              THRU 2010-LEER-BITACORA-FIN.

       2020-FILTRAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-LISTAR-ORDENADO.

           SET WS-FIN-RETURN-NO TO TRUE.

           PERFORM 2205-DEVOLVER-ORDENADO
              THRU 2205-DEVOLVER-ORDENADO-FIN
             UNTIL WS-FIN-RETURN-SI.

           IF WS-ALGUN-OPE-ABIERTO-SI
              PERFORM 2230-SUBTOTAL-OPERADOR
                 THRU 2230-SUBTOTAL-OPERADOR-FIN
           ELSE
              PERFORM 2220-ENCABEZAR-PAGINA
                 THRU 2220-ENCABEZAR-PAGINA-FIN
           END-IF.

           PERFORM 2250-RESUMEN-FINAL
              THRU 2250-RESUMEN-FINAL-FIN.

       2200-LISTAR-ORDENADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2205-DEVOLVER-ORDENADO.

           RETURN ARCH-SORT
               AT END
                   SET WS-FIN-RETURN-SI TO TRUE
               NOT AT END
                   PERFORM 2210-PROCESAR-ORDENADO
                      THRU 2210-PROCESAR-ORDENADO-FIN
           END-RETURN.

       2205-DEVOLVER-ORDENADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-PROCESAR-ORDENADO.

           IF WS-ALGUN-OPE-ABIERTO-SI
                  AND SORT-OPERADOR NOT = WS-OPERADOR-ANT
              PERFORM 2230-SUBTOTAL-OPERADOR
                 THRU 2230-SUBTOTAL-OPERADOR-FIN
           END-IF.

           IF WS-LINEAS-PAGINA = 0
                  OR WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS
              PERFORM 2220-ENCABEZAR-PAGINA
                 THRU 2220-ENCABEZAR-PAGINA-FIN
           END-IF.

           IF WS-ALGUN-OPE-ABIERTO-NO
              PERFORM 2215-ENCABEZAR-OPERADOR
                 THRU 2215-ENCABEZAR-OPERADOR-FIN
           END-IF.

           MOVE SORT-FECHA (7:2)             TO DET-FECHA-DD.
           MOVE SORT-FECHA (5:2)             TO DET-FECHA-MM.
           MOVE SORT-FECHA (1:4)             TO DET-FECHA-AAAA.
           MOVE SORT-HORA (1:2)              TO DET-HORA-HH.
           MOVE SORT-HORA (3:2)              TO DET-HORA-MI.
           MOVE SORT-HORA (5:2)              TO DET-HORA-SS.
           MOVE SORT-PROGRAMA                TO DET-PROGRAMA.

           EVALUATE SORT-MAESTRO
               WHEN 'P'
                    MOVE 'PRODUCTO'          TO DET-MAESTRO
               WHEN 'V'
                    MOVE 'PROVEEDOR'         TO DET-MAESTRO
               WHEN 'C'
                    MOVE 'CATEGORIA'         TO DET-MAESTRO
               WHEN OTHER
                    MOVE SORT-MAESTRO        TO DET-MAESTRO
           END-EVALUATE.

           EVALUATE SORT-ACCION
               WHEN 'A'
                    MOVE 'ALTA'              TO DET-ACCION
               WHEN 'M'
                    MOVE 'MODIFICACION'      TO DET-ACCION
               WHEN 'B'
                    MOVE 'BAJA'              TO DET-ACCION
               WHEN 'R'
                    MOVE 'REACTIVACION'      TO DET-ACCION
               WHEN 'C'
                    MOVE 'CORRIDA'           TO DET-ACCION
               WHEN OTHER
                    MOVE SORT-ACCION         TO DET-ACCION
           END-EVALUATE.

           IF SORT-RESULTADO-APLICADO
              MOVE 'APLICADO'                TO DET-RESULTADO
              ADD 1                          TO WS-CONT-APLICADOS
                                                WS-CONT-OPE-APLICADOS
           ELSE
              MOVE 'NO AUTORIZADO'           TO DET-RESULTADO
              ADD 1                          TO WS-CONT-NO-AUTORIZADOS
                                           WS-CONT-OPE-NO-AUTORIZADOS
           END-IF.

           MOVE SORT-CLAVE                   TO DET-CLAVE.
           MOVE SORT-CON-IVA-ANTERIOR        TO DET-CON-IVA-ANTERIOR.
           MOVE SORT-CON-IVA-NUEVO           TO DET-CON-IVA-NUEVO.
           MOVE WS-LINEA-DETALLE             TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

       2210-PROCESAR-ORDENADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2215-ENCABEZAR-OPERADOR.

           MOVE SORT-OPERADOR                TO WS-OPERADOR-ANT.
           SET WS-ALGUN-OPE-ABIERTO-SI       TO TRUE.
           MOVE SPACES                       TO WS-OPE-NOMBRE-ACTUAL.

           PERFORM 2216-BUSCAR-NOMBRE
              THRU 2216-BUSCAR-NOMBRE-FIN
           VARYING OPE-IDX FROM 1 BY 1
             UNTIL OPE-IDX > WS-CANT-OPERADORES
                OR WS-OPE-NOMBRE-ACTUAL NOT = SPACES.

           MOVE SORT-OPERADOR                TO OPE-LIN-ID.
           MOVE WS-OPE-NOMBRE-ACTUAL         TO OPE-LIN-NOMBRE.
           MOVE WS-LINEA-OPERADOR            TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

           ADD 1                             TO WS-CONT-OPERADORES.

       2215-ENCABEZAR-OPERADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2216-BUSCAR-NOMBRE.

           IF WS-OPE-ID-OPERADOR (OPE-IDX) = SORT-OPERADOR
              MOVE WS-OPE-NOMBRE (OPE-IDX)   TO WS-OPE-NOMBRE-ACTUAL
           END-IF.

       2216-BUSCAR-NOMBRE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2220-ENCABEZAR-PAGINA.

           ADD 1                             TO WS-PAGINA.
           MOVE WS-PAGINA                    TO TIT-PAGINA.

           MOVE WS-LINEA-TITULO              TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

           MOVE WS-LINEA-COLUMNAS            TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

           MOVE SPACES                       TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

           MOVE 3                            TO WS-LINEAS-PAGINA.

       2220-ENCABEZAR-PAGINA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2230-SUBTOTAL-OPERADOR.

           MOVE WS-OPERADOR-ANT              TO SUB-OPERADOR.
           MOVE WS-CONT-OPE-APLICADOS        TO SUB-APLICADOS.
           MOVE WS-CONT-OPE-NO-AUTORIZADOS   TO SUB-NO-AUTORIZADOS.
           MOVE WS-LINEA-SUBTOTAL            TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

           MOVE SPACES                       TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

           SET WS-ALGUN-OPE-ABIERTO-NO       TO TRUE.
           MOVE 0                            TO WS-CONT-OPE-APLICADOS
                                           WS-CONT-OPE-NO-AUTORIZADOS.

       2230-SUBTOTAL-OPERADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2240-ESCRIBIR-LINEA.

           WRITE SAL-REPORTE-LINEA.

           IF FS-REPORTE-OK
              ADD 1                          TO WS-LINEAS-PAGINA
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR '
                      FUNCTION TRIM (WS-REPORTE-PATH) ': '
                      FS-REPORTE
           END-IF.

       2240-ESCRIBIR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2250-RESUMEN-FINAL.

           MOVE SPACES                       TO WS-LINEA-RESUMEN.
           MOVE 'OPERADORES LISTADOS:'       TO RES-LITERAL.
           MOVE WS-CONT-OPERADORES           TO RES-CANTIDAD.
           MOVE WS-LINEA-RESUMEN             TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

           MOVE SPACES                       TO WS-LINEA-RESUMEN.
           MOVE 'TOTAL CAMBIOS APLICADOS:'   TO RES-LITERAL.
           MOVE WS-CONT-APLICADOS            TO RES-CANTIDAD.
           MOVE WS-LINEA-RESUMEN             TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

           MOVE SPACES                       TO WS-LINEA-RESUMEN.
           MOVE 'TOTAL NO AUTORIZADOS:'      TO RES-LITERAL.
           MOVE WS-CONT-NO-AUTORIZADOS       TO RES-CANTIDAD.
           MOVE WS-LINEA-RESUMEN             TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

           MOVE WS-LINEA-NOTA                TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

       2250-RESUMEN-FINAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           DISPLAY 'RANGO DE FECHAS                   : '
                   WS-FECHA-DESDE ' - ' WS-FECHA-HASTA.
           DISPLAY 'OPERADOR CONSULTADO               : '
                   WS-OPERADOR-CONSULTA.
           DISPLAY 'CANTIDAD DE REG. BITACORA LEIDOS  : '
                   WS-CONT-BIT-LEIDOS.
           DISPLAY 'CANTIDAD FUERA DEL RANGO          : '
                   WS-CONT-BIT-FUERA-RANGO.
           DISPLAY 'CANTIDAD DE OTROS OPERADORES      : '
                   WS-CONT-BIT-OTRO-OPERADOR.
           DISPLAY 'CANTIDAD DE REG. SELECCIONADOS    : '
                   WS-CONT-BIT-SELECCIONADOS.
           DISPLAY 'CANTIDAD DE CAMBIOS APLICADOS     : '
                   WS-CONT-APLICADOS.
           DISPLAY 'CANTIDAD DE NO AUTORIZADOS        : '
                   WS-CONT-NO-AUTORIZADOS.
           DISPLAY 'CANTIDAD DE OPERADORES            : '
                   WS-CONT-OPERADORES.
           DISPLAY 'CANTIDAD DE PAGINAS               : '
                   WS-PAGINA.

           IF WS-BITACORA-ABIERTA-SI
              CLOSE ARCH-ENT-BITACORA
              IF NOT FS-BITACORA-OK
                 DISPLAY 'ERROR AL CERRAR '
                         FUNCTION TRIM (WS-BITACORA-PATH) ': '
                         FS-BITACORA
              END-IF
           END-IF.

           IF WS-APERTURA-FALLIDA-SI
              SET WS-RETORNO-APERTURA        TO TRUE
           ELSE
              CLOSE ARCH-SAL-REPORTE
              IF NOT FS-REPORTE-OK
                 DISPLAY 'ERROR AL CERRAR '
                         FUNCTION TRIM (WS-REPORTE-PATH) ': '
                         FS-REPORTE
              END-IF
           END-IF.

           MOVE WS-RETORNO                   TO RETURN-CODE.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17OPER.
