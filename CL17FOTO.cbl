      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 14/10/2026
      * Purpose: FOTO DEL CATALOGO A UNA FECHA
      *          RECONSTRUYE, PARA CADA PRODUCTO DE PRODUCTO-MASTER.DAT,
      *          DESCRIPCION, CATEGORIA, PRECIOS, PROVEEDOR Y ESTADO
      *          VIGENTES AL CIERRE DE LA FECHA PEDIDA, USANDO LA
      *          HISTORIA VIVA Y LOS ARCHIVOS ANUALES DE CL17ARCH; EMITE
      *          UN LISTADO PAGINADO CON SUBTOTALES POR CATEGORIA Y UN
      *          ARCHIVO DELIMITADO PARA CONTADURIA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17FOTO.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ARCH-MAE-PRODUCTO
           ASSIGN TO WS-MASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAE-ID-PRODUCTO
           FILE STATUS IS FS-MASTER.

       SELECT ARCH-ENT-HISTORIA
           ASSIGN TO WS-HISTORIA-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIA.

       SELECT ARCH-SAL-REPORTE
           ASSIGN TO WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT ARCH-SAL-DELIMITADO
           ASSIGN TO WS-DELIMITADO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DELIMITADO.

       SELECT ARCH-SORT
           ASSIGN TO 'SORTWK'.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ARCH-MAE-PRODUCTO.
           COPY MAEPRODC.

       FD ARCH-ENT-HISTORIA.
           COPY HISPRODC.

       FD ARCH-SAL-REPORTE.
       01 SAL-REPORTE-LINEA                 PIC X(100).

       FD ARCH-SAL-DELIMITADO.
       01 SAL-DELIMITADO                    PIC X(100).

       SD ARCH-SORT.
       01 SORT-REG.
          05 SORT-CATEGORIA                 PIC X(20).
          05 SORT-ID-PRODUCTO               PIC 9(04).
          05 SORT-PRODUCTO-DESC             PIC X(20).
          05 SORT-IMPORTE-SIN-IVA           PIC 9(05)V9(02).
          05 SORT-IMPORTE-CON-IVA           PIC 9(05)V9(02).
          05 SORT-PROVEEDOR                 PIC X(10).
          05 SORT-PLAZO-ENTREGA             PIC 9(03).
          05 SORT-ESTADO                    PIC X(01).
             88 SORT-ESTADO-DISCONTINUADO       VALUE 'D'.
          05 SORT-ORIGEN                    PIC X(01).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-MASTER                      PIC X(02).
             88 FS-MASTER-OK                    VALUE '00'.
             88 FS-MASTER-EOF                   VALUE '10'.
             88 FS-MASTER-NFD                   VALUE '35'.
          05 FS-HISTORIA                    PIC X(02).
             88 FS-HISTORIA-OK                  VALUE '00'.
             88 FS-HISTORIA-EOF                 VALUE '10'.
             88 FS-HISTORIA-NFD                 VALUE '35'.
          05 FS-REPORTE                     PIC X(02).
             88 FS-REPORTE-OK                   VALUE '00'.
          05 FS-DELIMITADO                  PIC X(02).
             88 FS-DELIMITADO-OK                VALUE '00'.

       01 WS-CONTADORES.
          05 WS-CONT-HIS-LEIDOS             PIC 9(07) VALUE 0.
          05 WS-CONT-HIS-POSTERIORES        PIC 9(07) VALUE 0.
          05 WS-CONT-HIS-ILEGIBLES          PIC 9(07) VALUE 0.
          05 WS-CONT-HIS-SIN-MAESTRO        PIC 9(07) VALUE 0.
          05 WS-CONT-ARCHIVOS               PIC 9(03) VALUE 0.
          05 WS-CONT-PRODUCTOS              PIC 9(07) VALUE 0.
          05 WS-CONT-RECONSTRUIDOS          PIC 9(07) VALUE 0.
          05 WS-CONT-ACTIVOS                PIC 9(07) VALUE 0.
          05 WS-CONT-CAT-PRODUCTOS          PIC 9(05) VALUE 0.
          05 WS-CONT-CAT-DISCONT            PIC 9(05) VALUE 0.
          05 WS-CONT-CATEGORIAS             PIC 9(05) VALUE 0.
          05 WS-CONT-DISCONTINUADOS         PIC 9(07) VALUE 0.
          05 WS-CONT-DELIMITADOS            PIC 9(07) VALUE 0.

       01 WS-PAGINACION.
          05 WS-PAGINA                      PIC 9(04) VALUE 0.
          05 WS-LINEAS-PAGINA               PIC 9(02) VALUE 0.
          05 WS-MAX-LINEAS                  PIC 9(02) VALUE 55.

       01 WS-ACUM-CATEGORIA.
          05 WS-CATEGORIA-ANT               PIC X(20) VALUE SPACES.
          05 WS-CAT-SIN-IVA                 PIC 9(09)V9(02) VALUE 0.
          05 WS-CAT-CON-IVA                 PIC 9(09)V9(02) VALUE 0.
          05 WS-TOT-SIN-IVA                 PIC 9(09)V9(02) VALUE 0.
          05 WS-TOT-CON-IVA                 PIC 9(09)V9(02) VALUE 0.
          05 WS-PROM-SIN-IVA                PIC 9(07)V9(02) VALUE 0.
          05 WS-PROM-CON-IVA                PIC 9(07)V9(02) VALUE 0.
          05 WS-ALGUN-CAT-ABIERTA           PIC X(01) VALUE 'N'.
             88 WS-ALGUN-CAT-ABIERTA-SI         VALUE 'S'.
             88 WS-ALGUN-CAT-ABIERTA-NO         VALUE 'N'.

       01 WS-FIN-RETURN                     PIC X(01) VALUE 'N'.
          88 WS-FIN-RETURN-SI                   VALUE 'S'.
          88 WS-FIN-RETURN-NO                   VALUE 'N'.

       01 WS-FECHA-PROCESO.
          05 WS-FECHA-AAAA                  PIC X(04).
          05 WS-FECHA-MM                    PIC X(02).
          05 WS-FECHA-DD                    PIC X(02).
          05 FILLER                         PIC X(13).

       01 WS-FOTO-CONTROL.
          05 WS-FECHA-FOTO                  PIC X(08).
          05 WS-FECHA-FOTO-N                REDEFINES WS-FECHA-FOTO
                                            PIC 9(08).
          05 WS-FECHA-FOTO-R                REDEFINES WS-FECHA-FOTO.
             10 WS-FOTO-AAAA                PIC 9(04).
             10 WS-FOTO-MM                  PIC 9(02).
             10 WS-FOTO-DD                  PIC 9(02).
          05 WS-FECHA-VALIDA                PIC X(01) VALUE 'N'.
             88 WS-FECHA-VALIDA-SI              VALUE 'S'.
             88 WS-FECHA-VALIDA-NO              VALUE 'N'.
          05 WS-ANIO-DESDE                  PIC 9(04) VALUE ZEROS.
          05 WS-ANIO-HASTA                  PIC 9(04) VALUE ZEROS.
          05 WS-ANIO-ACTUAL                 PIC 9(04) VALUE ZEROS.

       01 WS-RUTAS.
          05 WS-MASTER-PATH                 PIC X(100).
          05 WS-HISTORIA-PATH               PIC X(100).
          05 WS-HISTORIA-VIVA-PATH          PIC X(100).
          05 WS-REPORTE-PATH                PIC X(100).
          05 WS-DELIMITADO-PATH             PIC X(100).

      *    PARA CADA ID, EL PRIMER REGISTRO DE HISTORIA POSTERIOR A LA
      *    FECHA DE LA FOTO: LA HISTORIA GUARDA LOS VALORES SALIENTES,
      *    ASI QUE ESE REGISTRO TIENE LOS VALORES QUE ESTABAN VIGENTES
      *    EN LA FECHA. SIN REGISTRO POSTERIOR VALE EL MAESTRO ACTUAL
       01 WS-TABLA-HISTORIA.
          05 WS-THI-ENTRADA                 OCCURS 9999 TIMES.
             10 WS-THI-FECHA                PIC X(08).
             10 WS-THI-PRODUCTO-DESC        PIC X(20).
             10 WS-THI-CATEGORIA            PIC X(20).
             10 WS-THI-IMPORTE-SIN-IVA      PIC 9(05)V9(02).
             10 WS-THI-IMPORTE-CON-IVA      PIC 9(05)V9(02).
             10 WS-THI-PROVEEDOR            PIC X(10).
             10 WS-THI-PLAZO-ENTREGA        PIC 9(03).

       01 WS-IND                            PIC 9(05) VALUE 0.

       01 WS-DELIM-WORK.
          05 WS-DELIM-SIN-ENTERO            PIC 9(05).
          05 WS-DELIM-SIN-DECIMAL           PIC 9(02).
          05 WS-DELIM-CON-ENTERO            PIC 9(05).
          05 WS-DELIM-CON-DECIMAL           PIC 9(02).

       01 WS-LINEA-TITULO.
          05 FILLER                         PIC X(20)
             VALUE 'CATALOGO VIGENTE AL '.
          05 TIT-FOTO-DD                    PIC X(02).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 TIT-FOTO-MM                    PIC X(02).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 TIT-FOTO-AAAA                  PIC X(04).
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
          05 FILLER                         PIC X(05) VALUE 'ID   '.
          05 FILLER                         PIC X(21)
             VALUE 'PRODUCTO             '.
          05 FILLER                         PIC X(21)
             VALUE 'CATEGORIA            '.
          05 FILLER                         PIC X(11)
             VALUE '  SIN IVA  '.
          05 FILLER                         PIC X(11)
             VALUE '  CON IVA  '.
          05 FILLER                         PIC X(11)
             VALUE 'PROVEEDOR  '.
          05 FILLER                         PIC X(06) VALUE 'PLAZO '.
          05 FILLER                         PIC X(07) VALUE 'EST ORG'.

       01 WS-LINEA-DETALLE.
          05 DET-ID-PRODUCTO                PIC 9(04).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-PRODUCTO-DESC              PIC X(20).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-CATEGORIA                  PIC X(20).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-IMPORTE-SIN-IVA            PIC $ZZ.ZZ9,99.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-IMPORTE-CON-IVA            PIC $ZZ.ZZ9,99.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-PROVEEDOR                  PIC X(10).
          05 FILLER                         PIC X(02) VALUE SPACES.
          05 DET-PLAZO-ENTREGA              PIC 9(03).
          05 FILLER                         PIC X(02) VALUE SPACES.
          05 DET-ESTADO                     PIC X(01).
          05 FILLER                         PIC X(03) VALUE SPACES.
          05 DET-ORIGEN                     PIC X(01).

       01 WS-LINEA-SUBTOTAL.
          05 FILLER                         PIC X(20)
             VALUE 'SUBTOTAL CATEGORIA: '.
          05 SUB-CATEGORIA                  PIC X(20).
          05 FILLER                         PIC X(06)
             VALUE ' CANT='.
          05 SUB-CANTIDAD                   PIC ZZZZ9.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 SUB-SIN-IVA                    PIC $ZZZ.ZZZ.ZZ9,99.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 SUB-CON-IVA                    PIC $ZZZ.ZZZ.ZZ9,99.
          05 FILLER                         PIC X(07) VALUE ' BAJAS='.
          05 SUB-DISCONTINUADOS             PIC ZZZZ9.

       01 WS-LINEA-RESUMEN.
          05 RES-LITERAL                    PIC X(30).
          05 RES-CANTIDAD                   PIC ZZZZZZ9.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 RES-SIN-IVA                    PIC $ZZZ.ZZZ.ZZ9,99.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 RES-CON-IVA                    PIC $ZZZ.ZZZ.ZZ9,99.

       01 WS-LINEA-NOTA.
          05 FILLER                         PIC X(50)
             VALUE 'EST: A ACTIVO, D DISCONTINUADO A LA FECHA. ORG: M '.
          05 FILLER                         PIC X(50)
             VALUE 'MAESTRO ACTUAL, H RECONSTRUIDO DESDE LA HISTORIA'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-FECHA-VALIDA-SI AND FS-MASTER-OK
                  AND FS-REPORTE-OK AND FS-DELIMITADO-OK

      *       LOS ARCHIVOS ANUALES SOLO GUARDAN FECHAS ANTERIORES AL
      *       CORTE DE CL17ARCH: LOS ANIOS PREVIOS AL DE LA FOTO NO
      *       PUEDEN TENER REGISTROS POSTERIORES A ELLA
              PERFORM 2500-PROCESAR-ANIO
                 THRU 2500-PROCESAR-ANIO-FIN
                VARYING WS-ANIO-ACTUAL FROM WS-ANIO-DESDE BY 1
                  UNTIL WS-ANIO-ACTUAL > WS-ANIO-HASTA

              MOVE WS-HISTORIA-VIVA-PATH    TO WS-HISTORIA-PATH
              PERFORM 2550-PROCESAR-ARCHIVO
                 THRU 2550-PROCESAR-ARCHIVO-FIN

              SORT ARCH-SORT
                   ON ASCENDING KEY SORT-CATEGORIA
                                    SORT-ID-PRODUCTO
                   INPUT PROCEDURE IS 2100-LEER-MAESTRO
                                 THRU 2100-LEER-MAESTRO-FIN
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

      *    FECHA DE LA FOTO AAAAMMDD, NO POSTERIOR A HOY; SIN FECHA
      *    VALIDA NO SE EMITE NADA
           ACCEPT WS-FECHA-FOTO FROM ENVIRONMENT 'DD_FECHA_FOTO'.
           IF WS-FECHA-FOTO-N NUMERIC
                  AND WS-FOTO-AAAA > 1600
                  AND WS-FOTO-MM > 0 AND WS-FOTO-MM < 13
                  AND WS-FOTO-DD > 0 AND WS-FOTO-DD < 32
                  AND WS-FECHA-FOTO NOT > WS-FECHA-PROCESO (1:8)
              SET WS-FECHA-VALIDA-SI         TO TRUE
           ELSE
              DISPLAY 'DD_FECHA_FOTO INVALIDA, AUSENTE O FUTURA: '
                      'CORRIDA CANCELADA'
              SET WS-FECHA-VALIDA-NO         TO TRUE
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           MOVE WS-FECHA-FOTO (7:2)          TO TIT-FOTO-DD.
           MOVE WS-FECHA-FOTO (5:2)          TO TIT-FOTO-MM.
           MOVE WS-FECHA-FOTO (1:4)          TO TIT-FOTO-AAAA.
           MOVE WS-FOTO-AAAA                 TO WS-ANIO-DESDE.
           MOVE WS-FECHA-AAAA                TO WS-ANIO-HASTA.

           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT 'DD_MASTER'.
           IF WS-MASTER-PATH = SPACES
              MOVE '../PRODUCTO-MASTER.DAT'  TO WS-MASTER-PATH
           END-IF.

           ACCEPT WS-HISTORIA-VIVA-PATH FROM ENVIRONMENT 'DD_HISTORIA'.
           IF WS-HISTORIA-VIVA-PATH = SPACES
              MOVE '../PRODUCTO-HISTORIA.TXT'
                                             TO WS-HISTORIA-VIVA-PATH
           END-IF.

           ACCEPT WS-REPORTE-PATH FROM ENVIRONMENT 'DD_FOTO_REPORTE'.
           IF WS-REPORTE-PATH = SPACES
              STRING '../CATALOGO-AL-'       DELIMITED BY SIZE
                     WS-FECHA-FOTO           DELIMITED BY SIZE
                     '.TXT'                  DELIMITED BY SIZE
                INTO WS-REPORTE-PATH
              END-STRING
           END-IF.

           ACCEPT WS-DELIMITADO-PATH FROM ENVIRONMENT
                  'DD_FOTO_DELIMITADO'.
           IF WS-DELIMITADO-PATH = SPACES
              STRING '../CATALOGO-AL-'       DELIMITED BY SIZE
                     WS-FECHA-FOTO           DELIMITED BY SIZE
                     '_DELIMITADO.TXT'       DELIMITED BY SIZE
                INTO WS-DELIMITADO-PATH
              END-STRING
           END-IF.

           MOVE SPACES                       TO WS-TABLA-HISTORIA.

           OPEN INPUT ARCH-MAE-PRODUCTO.
           IF NOT FS-MASTER-OK
              DISPLAY 'ERROR AL ABRIR PRODUCTO-MASTER.DAT'
              DISPLAY 'FILE STATUS: ' FS-MASTER
           END-IF.

           OPEN OUTPUT ARCH-SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR '
                      FUNCTION TRIM (WS-REPORTE-PATH)
              DISPLAY 'FILE STATUS: ' FS-REPORTE
           END-IF.

           OPEN OUTPUT ARCH-SAL-DELIMITADO.
           IF NOT FS-DELIMITADO-OK
              DISPLAY 'ERROR AL ABRIR '
                      FUNCTION TRIM (WS-DELIMITADO-PATH)
              DISPLAY 'FILE STATUS: ' FS-DELIMITADO
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-ABRIR-HISTORIA.

           OPEN INPUT ARCH-ENT-HISTORIA.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    ADD 1                   TO WS-CONT-ARCHIVOS
                    PERFORM 1110-LEER-HISTORIA
                       THRU 1110-LEER-HISTORIA-FIN
               WHEN FS-HISTORIA-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR '
                            FUNCTION TRIM (WS-HISTORIA-PATH)
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
           END-EVALUATE.

       1100-ABRIR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-HISTORIA.

           READ ARCH-ENT-HISTORIA.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    ADD 1                   TO WS-CONT-HIS-LEIDOS
               WHEN FS-HISTORIA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER '
                            FUNCTION TRIM (WS-HISTORIA-PATH)
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
           END-EVALUATE.

       1110-LEER-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-HISTORIA.

           IF HIS-FECHA-EFECTIVA NOT NUMERIC
                  OR HIS-ID-PRODUCTO NOT NUMERIC
                  OR HIS-ID-PRODUCTO = ZEROS
              ADD 1                          TO WS-CONT-HIS-ILEGIBLES
              GO TO 2000-PROCESAR-HISTORIA-SIGUIENTE
           END-IF.

      *    UN CAMBIO DEL MISMO DIA DE LA FOTO YA ESTABA VIGENTE AL
      *    CIERRE DE ESE DIA: SOLO CUENTAN LOS POSTERIORES
           IF HIS-FECHA-EFECTIVA NOT > WS-FECHA-FOTO
              GO TO 2000-PROCESAR-HISTORIA-SIGUIENTE
           END-IF.

           ADD 1                             TO WS-CONT-HIS-POSTERIORES.
           MOVE HIS-ID-PRODUCTO              TO WS-IND.

      *    SE QUEDA EL MAS VIEJO; A IGUAL FECHA, EL PRIMERO LEIDO
      *    (LOS ARCHIVOS SE LEEN DEL MAS VIEJO AL VIVO, Y CADA UNO EN
      *    EL ORDEN EN QUE SE GRABO)
           IF WS-THI-FECHA (WS-IND) = SPACES
                  OR HIS-FECHA-EFECTIVA < WS-THI-FECHA (WS-IND)
              MOVE HIS-FECHA-EFECTIVA       TO WS-THI-FECHA (WS-IND)
              MOVE HIS-PRODUCTO-DESC   TO WS-THI-PRODUCTO-DESC (WS-IND)
              MOVE HIS-CATEGORIA       TO WS-THI-CATEGORIA (WS-IND)
              MOVE HIS-IMPORTE-SIN-IVA
                                   TO WS-THI-IMPORTE-SIN-IVA (WS-IND)
              MOVE HIS-IMPORTE-CON-IVA
                                   TO WS-THI-IMPORTE-CON-IVA (WS-IND)
              MOVE HIS-PROVEEDOR       TO WS-THI-PROVEEDOR (WS-IND)
              MOVE HIS-PLAZO-ENTREGA   TO WS-THI-PLAZO-ENTREGA (WS-IND)
           END-IF.

       2000-PROCESAR-HISTORIA-SIGUIENTE.

           PERFORM 1110-LEER-HISTORIA
              THRU 1110-LEER-HISTORIA-FIN.

       2000-PROCESAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-LEER-MAESTRO.

           PERFORM 2110-LEER-PRODUCTO
              THRU 2110-LEER-PRODUCTO-FIN
             UNTIL FS-MASTER-EOF.

      *    LO QUE QUEDA EN LA TABLA SIN PRODUCTO EN EL MAESTRO NO SE
      *    PUEDE UBICAR EN EL CATALOGO: SOLO SE INFORMA
           PERFORM 2130-CONTAR-SIN-MAESTRO
              THRU 2130-CONTAR-SIN-MAESTRO-FIN
           VARYING WS-IND FROM 1 BY 1
             UNTIL WS-IND > 9999.

       2100-LEER-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-LEER-PRODUCTO.

           READ ARCH-MAE-PRODUCTO NEXT RECORD
               AT END
                   GO TO 2110-LEER-PRODUCTO-FIN
           END-READ.

           ADD 1                             TO WS-CONT-PRODUCTOS.

           MOVE MAE-CATEGORIA                TO SORT-CATEGORIA.
           MOVE MAE-ID-PRODUCTO              TO SORT-ID-PRODUCTO.
           MOVE MAE-PRODUCTO-DESC            TO SORT-PRODUCTO-DESC.
           MOVE MAE-IMPORTE-SIN-IVA          TO SORT-IMPORTE-SIN-IVA.
           MOVE MAE-IMPORTE-CON-IVA          TO SORT-IMPORTE-CON-IVA.
           MOVE MAE-PROVEEDOR                TO SORT-PROVEEDOR.
           MOVE MAE-PLAZO-ENTREGA            TO SORT-PLAZO-ENTREGA.
           MOVE 'M'                          TO SORT-ORIGEN.

           IF MAE-ID-PRODUCTO > ZEROS
              MOVE MAE-ID-PRODUCTO           TO WS-IND
              IF WS-THI-FECHA (WS-IND) NOT = SPACES
                 PERFORM 2120-APLICAR-HISTORIA
                    THRU 2120-APLICAR-HISTORIA-FIN
              END-IF
           END-IF.

      *    LA BAJA ES LOGICA Y GUARDA SU FECHA: UN PRODUCTO DADO DE
      *    BAJA DESPUES DE LA FOTO ESTABA ACTIVO EN ELLA
           IF MAE-ESTADO-DISCONTINUADO
                  AND (MAE-FECHA-BAJA NOT NUMERIC
                       OR MAE-FECHA-BAJA NOT > WS-FECHA-FOTO)
              MOVE 'D'                       TO SORT-ESTADO
           ELSE
              MOVE 'A'                       TO SORT-ESTADO
           END-IF.

           RELEASE SORT-REG.

       2110-LEER-PRODUCTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2120-APLICAR-HISTORIA.

           MOVE WS-THI-CATEGORIA (WS-IND)    TO SORT-CATEGORIA.
           MOVE WS-THI-PRODUCTO-DESC (WS-IND)
                                             TO SORT-PRODUCTO-DESC.
           MOVE WS-THI-IMPORTE-SIN-IVA (WS-IND)
                                             TO SORT-IMPORTE-SIN-IVA.
           MOVE WS-THI-IMPORTE-CON-IVA (WS-IND)
                                             TO SORT-IMPORTE-CON-IVA.
           MOVE WS-THI-PROVEEDOR (WS-IND)    TO SORT-PROVEEDOR.
           MOVE WS-THI-PLAZO-ENTREGA (WS-IND)
                                             TO SORT-PLAZO-ENTREGA.
           MOVE 'H'                          TO SORT-ORIGEN.

      *    LA ENTRADA USADA SE MARCA PARA NO CONTARLA SIN MAESTRO
           MOVE HIGH-VALUES                  TO WS-THI-FECHA (WS-IND).

           ADD 1                             TO WS-CONT-RECONSTRUIDOS.

       2120-APLICAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2130-CONTAR-SIN-MAESTRO.

           IF WS-THI-FECHA (WS-IND) NOT = SPACES
                  AND WS-THI-FECHA (WS-IND) NOT = HIGH-VALUES
              ADD 1                          TO WS-CONT-HIS-SIN-MAESTRO
           END-IF.

       2130-CONTAR-SIN-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-LISTAR-ORDENADO.

           SET WS-FIN-RETURN-NO TO TRUE.

           PERFORM 2205-DEVOLVER-ORDENADO
              THRU 2205-DEVOLVER-ORDENADO-FIN
             UNTIL WS-FIN-RETURN-SI.

           IF WS-ALGUN-CAT-ABIERTA-SI
              PERFORM 2230-SUBTOTAL-CATEGORIA
                 THRU 2230-SUBTOTAL-CATEGORIA-FIN
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

           IF WS-ALGUN-CAT-ABIERTA-SI
                  AND SORT-CATEGORIA NOT = WS-CATEGORIA-ANT
              PERFORM 2230-SUBTOTAL-CATEGORIA
                 THRU 2230-SUBTOTAL-CATEGORIA-FIN
           END-IF.

           MOVE SORT-CATEGORIA               TO WS-CATEGORIA-ANT.
           SET WS-ALGUN-CAT-ABIERTA-SI       TO TRUE.

           IF WS-LINEAS-PAGINA = 0
                  OR WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS
              PERFORM 2220-ENCABEZAR-PAGINA
                 THRU 2220-ENCABEZAR-PAGINA-FIN
           END-IF.

           MOVE SORT-ID-PRODUCTO             TO DET-ID-PRODUCTO.
           MOVE SORT-PRODUCTO-DESC           TO DET-PRODUCTO-DESC.
           MOVE SORT-CATEGORIA               TO DET-CATEGORIA.
           MOVE SORT-IMPORTE-SIN-IVA         TO DET-IMPORTE-SIN-IVA.
           MOVE SORT-IMPORTE-CON-IVA         TO DET-IMPORTE-CON-IVA.
           MOVE SORT-PROVEEDOR               TO DET-PROVEEDOR.
           MOVE SORT-PLAZO-ENTREGA           TO DET-PLAZO-ENTREGA.
           MOVE SORT-ESTADO                  TO DET-ESTADO.
           MOVE SORT-ORIGEN                  TO DET-ORIGEN.
           MOVE WS-LINEA-DETALLE             TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

           PERFORM 2260-ESCRIBIR-DELIMITADO
              THRU 2260-ESCRIBIR-DELIMITADO-FIN.

      *    LA VALORIZACION SUMA SOLO LO QUE ESTABA ACTIVO A LA FECHA
           IF SORT-ESTADO-DISCONTINUADO
              ADD 1                          TO WS-CONT-DISCONTINUADOS
                                                WS-CONT-CAT-DISCONT
              GO TO 2210-PROCESAR-ORDENADO-FIN
           END-IF.

           ADD 1                             TO WS-CONT-ACTIVOS
                                                WS-CONT-CAT-PRODUCTOS.
           ADD SORT-IMPORTE-SIN-IVA          TO WS-CAT-SIN-IVA
                                                WS-TOT-SIN-IVA.
           ADD SORT-IMPORTE-CON-IVA          TO WS-CAT-CON-IVA
                                                WS-TOT-CON-IVA.

       2210-PROCESAR-ORDENADO-FIN.
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
       2230-SUBTOTAL-CATEGORIA.

           MOVE WS-CATEGORIA-ANT             TO SUB-CATEGORIA.
           MOVE WS-CONT-CAT-PRODUCTOS        TO SUB-CANTIDAD.
           MOVE WS-CAT-SIN-IVA               TO SUB-SIN-IVA.
           MOVE WS-CAT-CON-IVA               TO SUB-CON-IVA.
           MOVE WS-CONT-CAT-DISCONT          TO SUB-DISCONTINUADOS.
           MOVE WS-LINEA-SUBTOTAL            TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

           MOVE SPACES                       TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

           ADD 1                             TO WS-CONT-CATEGORIAS.

           MOVE 0                            TO WS-CONT-CAT-PRODUCTOS
                                                WS-CONT-CAT-DISCONT
                                                WS-CAT-SIN-IVA
                                                WS-CAT-CON-IVA.

       2230-SUBTOTAL-CATEGORIA-FIN.
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

           IF WS-CONT-ACTIVOS > 0
              COMPUTE WS-PROM-SIN-IVA ROUNDED =
                      WS-TOT-SIN-IVA / WS-CONT-ACTIVOS
              COMPUTE WS-PROM-CON-IVA ROUNDED =
                      WS-TOT-CON-IVA / WS-CONT-ACTIVOS
           ELSE
              MOVE 0                         TO WS-PROM-SIN-IVA
                                                WS-PROM-CON-IVA
           END-IF.

           MOVE SPACES                       TO WS-LINEA-RESUMEN.
           MOVE 'TOTAL ACTIVOS A LA FECHA:'  TO RES-LITERAL.
           MOVE WS-CONT-ACTIVOS              TO RES-CANTIDAD.
           MOVE WS-TOT-SIN-IVA               TO RES-SIN-IVA.
           MOVE WS-TOT-CON-IVA               TO RES-CON-IVA.
           MOVE WS-LINEA-RESUMEN             TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

           MOVE SPACES                       TO WS-LINEA-RESUMEN.
           MOVE 'PROMEDIO / CANT.CATEGORIAS:' TO RES-LITERAL.
           MOVE WS-CONT-CATEGORIAS           TO RES-CANTIDAD.
           MOVE WS-PROM-SIN-IVA              TO RES-SIN-IVA.
           MOVE WS-PROM-CON-IVA              TO RES-CON-IVA.
           MOVE WS-LINEA-RESUMEN             TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

           MOVE SPACES                       TO WS-LINEA-RESUMEN.
           MOVE 'DISCONTINUADOS A LA FECHA:' TO RES-LITERAL.
           MOVE WS-CONT-DISCONTINUADOS       TO RES-CANTIDAD.
           MOVE WS-LINEA-RESUMEN             TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

           MOVE SPACES                       TO WS-LINEA-RESUMEN.
           MOVE 'RECONSTRUIDOS DESDE HISTORIA:'
                                             TO RES-LITERAL.
           MOVE WS-CONT-RECONSTRUIDOS        TO RES-CANTIDAD.
           MOVE WS-LINEA-RESUMEN             TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

           MOVE WS-LINEA-NOTA                TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

       2250-RESUMEN-FINAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2260-ESCRIBIR-DELIMITADO.

      *    MISMO FORMATO QUE RESULTADO_DELIMITADO.TXT, MAS LA FECHA DE
      *    LA FOTO, EL ESTADO Y EL ORIGEN DE LOS VALORES
           COMPUTE WS-DELIM-SIN-ENTERO  = SORT-IMPORTE-SIN-IVA.
           COMPUTE WS-DELIM-SIN-DECIMAL =
                   (SORT-IMPORTE-SIN-IVA - WS-DELIM-SIN-ENTERO) * 100.
           COMPUTE WS-DELIM-CON-ENTERO  = SORT-IMPORTE-CON-IVA.
           COMPUTE WS-DELIM-CON-DECIMAL =
                   (SORT-IMPORTE-CON-IVA - WS-DELIM-CON-ENTERO) * 100.

           MOVE SPACES TO SAL-DELIMITADO.

           STRING SORT-ID-PRODUCTO                  DELIMITED BY SIZE
                  '|'                                DELIMITED BY SIZE
                  FUNCTION TRIM(SORT-PRODUCTO-DESC)  DELIMITED BY SIZE
                  '|'                                DELIMITED BY SIZE
                  FUNCTION TRIM(SORT-CATEGORIA)      DELIMITED BY SIZE
                  '|'                                DELIMITED BY SIZE
                  WS-DELIM-SIN-ENTERO                DELIMITED BY SIZE
                  '.'                                DELIMITED BY SIZE
                  WS-DELIM-SIN-DECIMAL               DELIMITED BY SIZE
                  '|'                                DELIMITED BY SIZE
                  WS-DELIM-CON-ENTERO                DELIMITED BY SIZE
                  '.'                                DELIMITED BY SIZE
                  WS-DELIM-CON-DECIMAL               DELIMITED BY SIZE
                  '|'                                DELIMITED BY SIZE
                  FUNCTION TRIM(SORT-PROVEEDOR)      DELIMITED BY SIZE
                  '|'                                DELIMITED BY SIZE
                  SORT-PLAZO-ENTREGA                 DELIMITED BY SIZE
                  '|'                                DELIMITED BY SIZE
                  SORT-ESTADO                        DELIMITED BY SIZE
                  '|'                                DELIMITED BY SIZE
                  WS-FECHA-FOTO                      DELIMITED BY SIZE
                  '|'                                DELIMITED BY SIZE
                  SORT-ORIGEN                        DELIMITED BY SIZE
             INTO SAL-DELIMITADO
           END-STRING.

           WRITE SAL-DELIMITADO.

           IF FS-DELIMITADO-OK
              ADD 1                          TO WS-CONT-DELIMITADOS
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR '
                      FUNCTION TRIM (WS-DELIMITADO-PATH) ': '
                      FS-DELIMITADO
           END-IF.

       2260-ESCRIBIR-DELIMITADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-PROCESAR-ANIO.

           MOVE SPACES                       TO WS-HISTORIA-PATH.
           STRING '../HISTORIA-ARCH-'        DELIMITED BY SIZE
                  WS-ANIO-ACTUAL             DELIMITED BY SIZE
                  '.TXT'                     DELIMITED BY SIZE
             INTO WS-HISTORIA-PATH
           END-STRING.

           PERFORM 2550-PROCESAR-ARCHIVO
              THRU 2550-PROCESAR-ARCHIVO-FIN.

       2500-PROCESAR-ANIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2550-PROCESAR-ARCHIVO.

           PERFORM 1100-ABRIR-HISTORIA
              THRU 1100-ABRIR-HISTORIA-FIN.

      *    UN ANIO SIN ARCHIVO (FS 35) SOLO SE SALTEA: NO TODOS LOS
      *    ANIOS TIENEN DEPURACION, Y SIN HISTORIA VIVA VALE EL MAESTRO
           IF NOT FS-HISTORIA-OK AND NOT FS-HISTORIA-EOF
              GO TO 2550-PROCESAR-ARCHIVO-FIN
           END-IF.

           PERFORM 2000-PROCESAR-HISTORIA
              THRU 2000-PROCESAR-HISTORIA-FIN
             UNTIL FS-HISTORIA-EOF.

           CLOSE ARCH-ENT-HISTORIA.

           IF NOT FS-HISTORIA-OK
              DISPLAY 'ERROR AL CERRAR '
                      FUNCTION TRIM (WS-HISTORIA-PATH) ': '
                      FS-HISTORIA
           END-IF.

       2550-PROCESAR-ARCHIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           DISPLAY 'FECHA DE LA FOTO                  : '
                   WS-FECHA-FOTO.
           DISPLAY 'CANTIDAD DE ARCHIVOS DE HISTORIA  : '
                   WS-CONT-ARCHIVOS.
           DISPLAY 'CANTIDAD DE REG. HISTORIA LEIDOS  : '
                   WS-CONT-HIS-LEIDOS.
           DISPLAY 'CANTIDAD POSTERIORES A LA FECHA   : '
                   WS-CONT-HIS-POSTERIORES.
           DISPLAY 'CANTIDAD DE REG. HISTORIA ILEGIB. : '
                   WS-CONT-HIS-ILEGIBLES.
           DISPLAY 'CANTIDAD DE IDS SIN MAESTRO       : '
                   WS-CONT-HIS-SIN-MAESTRO.
           DISPLAY 'CANTIDAD DE PRODUCTOS             : '
                   WS-CONT-PRODUCTOS.
           DISPLAY 'CANTIDAD RECONSTRUIDOS            : '
                   WS-CONT-RECONSTRUIDOS.
           DISPLAY 'CANTIDAD DE ACTIVOS A LA FECHA    : '
                   WS-CONT-ACTIVOS.
           DISPLAY 'CANTIDAD DE DISCONTINUADOS        : '
                   WS-CONT-DISCONTINUADOS.
           DISPLAY 'CANTIDAD DE CATEGORIAS            : '
                   WS-CONT-CATEGORIAS.
           DISPLAY 'CANTIDAD DE PAGINAS               : '
                   WS-PAGINA.
           DISPLAY 'CANTIDAD DE REGISTROS DELIMITADOS : '
                   WS-CONT-DELIMITADOS.

           IF WS-FECHA-VALIDA-NO
              GO TO 3000-FINALIZAR-PROGRAMA-FIN
           END-IF.

           CLOSE ARCH-MAE-PRODUCTO
                 ARCH-SAL-REPORTE
                 ARCH-SAL-DELIMITADO.

           IF NOT FS-MASTER-OK
              DISPLAY 'ERROR AL CERRAR PRODUCTO-MASTER.DAT: '
                      FS-MASTER
           END-IF.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL CERRAR '
                      FUNCTION TRIM (WS-REPORTE-PATH) ': '
                      FS-REPORTE
           END-IF.

           IF NOT FS-DELIMITADO-OK
              DISPLAY 'ERROR AL CERRAR '
                      FUNCTION TRIM (WS-DELIMITADO-PATH) ': '
                      FS-DELIMITADO
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17FOTO.
