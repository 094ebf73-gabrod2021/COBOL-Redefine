      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 14/10/2026
      * Purpose: REPRECIO MASIVO POR CATEGORIA O PROVEEDOR
      *          APLICA UNA REGLA A TODOS LOS PRODUCTOS ACTIVOS DE UNA
      *          CATEGORIA O DE UN PROVEEDOR: AUMENTO PORCENTUAL,
      *          AUMENTO FIJO, O RECALCULO DEL PRECIO CON IVA CON LA
      *          TASA VIGENTE DE LA CATEGORIA EN IVATASAS.TXT. EL
      *          PRECIO CON IVA SE REDONDEA A LA UNIDAD PEDIDA Y EL
      *          SIN IVA SE DERIVA DE EL. DD_MODO=SIMULACION SOLO
      *          EMITE EL REPORTE DE IMPACTO; DD_MODO=APLICAR ADEMAS
      *          ACTUALIZA EL MAESTRO, GRABA LA HISTORIA DE VALORES
      *          SALIENTES Y UNA LINEA DE CAMBIOS POR PRODUCTO
      *          APLICAR PIDE UN OPERADOR (DD_OPERADOR) CON PERMISO DE
      *          PRECIO EN OPERADORES.TXT; CADA PRODUCTO ACTUALIZADO
      *          QUEDA EN BITACORA-OPERADOR.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17REPR.
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

       SELECT ARCH-ENT-TASAS
           ASSIGN TO WS-TASAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TASAS.

       SELECT ARCH-SAL-HISTORIA
           ASSIGN TO WS-HISTORIA-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIA.

       SELECT ARCH-SAL-CAMBIOS
           ASSIGN TO WS-CAMBIOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAMBIOS.

       SELECT ARCH-SAL-REPORTE
           ASSIGN TO WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT ARCH-ENT-OPERADORES
           ASSIGN TO WS-OPERADORES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OPERADORES.

       SELECT ARCH-SAL-BITACORA
           ASSIGN TO WS-BITACORA-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BITACORA.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ARCH-MAE-PRODUCTO.
           COPY MAEPRODC.

       FD ARCH-ENT-TASAS.
       01 ENT-TASA.
          05 ENT-TAS-CATEGORIA              PIC X(20).
          05 ENT-TAS-TASA                   PIC 9(02)V9(02).

       FD ARCH-SAL-HISTORIA.
           COPY HISPRODC.

       FD ARCH-SAL-CAMBIOS.
       01 SAL-CAMBIO-REG.
          05 CAM-ID-PRODUCTO                PIC 9(04).
          05 CAM-PRODUCTO-DESC              PIC X(20).
          05 CAM-SIN-IVA-ANTERIOR           PIC $ZZ.ZZ9,99.
          05 CAM-SIN-IVA-NUEVO              PIC $ZZ.ZZ9,99.
          05 CAM-CON-IVA-ANTERIOR           PIC $ZZ.ZZ9,99.
          05 CAM-CON-IVA-NUEVO              PIC $ZZ.ZZ9,99.
          05 CAM-VARIACION-PCT              PIC -ZZ9,99.
          05 CAM-MARCA-REVISION             PIC X(11).

       FD ARCH-SAL-REPORTE.
       01 SAL-REPORTE-LINEA                 PIC X(136).

       FD ARCH-ENT-OPERADORES.
           COPY OPEAUTC.

       FD ARCH-SAL-BITACORA.
           COPY OPEBITC.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-MASTER                      PIC X(02).
             88 FS-MASTER-OK                    VALUE '00'.
             88 FS-MASTER-EOF                   VALUE '10'.
             88 FS-MASTER-NFD                   VALUE '35'.
          05 FS-TASAS                       PIC X(02).
             88 FS-TASAS-OK                     VALUE '00'.
             88 FS-TASAS-EOF                    VALUE '10'.
             88 FS-TASAS-NFD                    VALUE '35'.
          05 FS-HISTORIA                    PIC X(02).
             88 FS-HISTORIA-OK                  VALUE '00'.
             88 FS-HISTORIA-NFD                 VALUE '35'.
          05 FS-CAMBIOS                     PIC X(02).
             88 FS-CAMBIOS-OK                   VALUE '00'.
             88 FS-CAMBIOS-NFD                  VALUE '35'.
          05 FS-REPORTE                     PIC X(02).
             88 FS-REPORTE-OK                   VALUE '00'.
          05 FS-OPERADORES                  PIC X(02).
             88 FS-OPERADORES-OK                VALUE '00'.
             88 FS-OPERADORES-EOF               VALUE '10'.
          05 FS-BITACORA                    PIC X(02).
             88 FS-BITACORA-OK                  VALUE '00'.
             88 FS-BITACORA-NFD                 VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CONT-MAE-LEIDOS             PIC 9(07) VALUE 0.
          05 WS-CONT-SELECCIONADOS          PIC 9(07) VALUE 0.
          05 WS-CONT-ACTUALIZADOS           PIC 9(07) VALUE 0.
          05 WS-CONT-SIN-CAMBIO             PIC 9(07) VALUE 0.
          05 WS-CONT-RECHAZADOS             PIC 9(07) VALUE 0.
          05 WS-CONT-REG-HISTORIA           PIC 9(07) VALUE 0.
          05 WS-CONT-REG-BITACORA           PIC 9(07) VALUE 0.
          05 WS-TOTAL-CON-ANTERIOR          PIC 9(11)V9(02) VALUE 0.
          05 WS-TOTAL-CON-NUEVO             PIC 9(11)V9(02) VALUE 0.
          05 WS-TOTAL-DIFERENCIA            PIC S9(11)V9(02) VALUE 0.
          05 WS-VARIACION-TOTAL             PIC S9(05)V9(02) VALUE 0.

       01 WS-RUTAS.
          05 WS-MASTER-PATH                 PIC X(100).
          05 WS-TASAS-PATH                  PIC X(100).
          05 WS-HISTORIA-PATH               PIC X(100).
          05 WS-CAMBIOS-PATH                PIC X(100).
          05 WS-REPORTE-PATH                PIC X(100).
          05 WS-OPERADORES-PATH             PIC X(100).
          05 WS-BITACORA-PATH               PIC X(100).

       01 WS-OPERADOR-CONTROL.
          05 WS-OPERADOR-CORRIDA            PIC X(08).
          05 WS-OPE-MOTIVO                  PIC X(25).
          05 WS-OPE-HALLADO                 PIC X(01) VALUE 'N'.
             88 WS-OPE-HALLADO-SI               VALUE 'S'.
             88 WS-OPE-HALLADO-NO               VALUE 'N'.
          05 WS-OPERADOR-AUTORIZADO         PIC X(01) VALUE 'N'.
             88 WS-OPERADOR-AUTORIZADO-SI       VALUE 'S'.
             88 WS-OPERADOR-AUTORIZADO-NO       VALUE 'N'.
          05 WS-BITACORA-ABIERTA            PIC X(01) VALUE 'N'.
             88 WS-BITACORA-ABIERTA-SI          VALUE 'S'.
             88 WS-BITACORA-ABIERTA-NO          VALUE 'N'.

       77 WS-FECHA-HOY                      PIC X(08).

      *    PARAMETROS DE LA REGLA (VARIABLES DE AMBIENTE):
      *    DD_MODO          SIMULACION (DEFECTO) O APLICAR
      *    DD_REGLA_TIPO    PORCENTAJE, IMPORTE O TASA
      *    DD_REGLA_ALCANCE CATEGORIA O PROVEEDOR (TASA: SOLO CATEGORIA)
      *    DD_REGLA_VALOR   NOMBRE DE CATEGORIA O CODIGO DE PROVEEDOR
      *    DD_REGLA_AJUSTE  SIGNO Y 9999999 CON 2 DECIMALES IMPLICITOS
      *                     (+0001000 = 10,00 % O $ 10,00); NO SE USA
      *                     CON TASA
      *    DD_REDONDEO      CENTAVO (DEFECTO), DECIMO O PESO: UNIDAD A
      *                     LA QUE SE REDONDEA EL PRECIO CON IVA
       01 WS-REGLA.
          05 WS-MODO                        PIC X(10).
             88 WS-MODO-SIMULACION              VALUE 'SIMULACION'.
             88 WS-MODO-APLICAR                 VALUE 'APLICAR'.
          05 WS-REGLA-TIPO                  PIC X(10).
             88 WS-REGLA-PORCENTAJE             VALUE 'PORCENTAJE'.
             88 WS-REGLA-IMPORTE                VALUE 'IMPORTE'.
             88 WS-REGLA-TASA                   VALUE 'TASA'.
          05 WS-REGLA-ALCANCE               PIC X(10).
             88 WS-ALCANCE-CATEGORIA            VALUE 'CATEGORIA'.
             88 WS-ALCANCE-PROVEEDOR            VALUE 'PROVEEDOR'.
          05 WS-REGLA-VALOR                 PIC X(20).
          05 WS-REGLA-AJUSTE-ENT            PIC X(08).
          05 WS-REGLA-AJUSTE-ENT-R          REDEFINES
             WS-REGLA-AJUSTE-ENT.
             10 WS-AJU-SIGNO                PIC X(01).
                88 WS-AJU-SIGNO-VALIDO          VALUES '+' '-'.
                88 WS-AJU-SIGNO-NEGATIVO        VALUE '-'.
             10 WS-AJU-VALOR                PIC 9(05)V9(02).
          05 WS-REGLA-AJUSTE                PIC S9(05)V9(02) VALUE 0.
          05 WS-REDONDEO                    PIC X(10).
             88 WS-REDONDEO-CENTAVO             VALUE 'CENTAVO'.
             88 WS-REDONDEO-DECIMO              VALUE 'DECIMO'.
             88 WS-REDONDEO-PESO                VALUE 'PESO'.
          05 WS-REDONDEO-UNIDAD             PIC 9(01)V9(02) VALUE 0.

       01 WS-TABLA-TASAS.
          05 WS-TAS-CANT                    PIC 9(03) COMP VALUE 0.
          05 WS-TAS-ENTRADA                 OCCURS 100 TIMES
                                            INDEXED BY TAS-IDX.
             10 WS-TAS-CATEGORIA            PIC X(20).
             10 WS-TAS-TASA                 PIC 9(02)V9(02).

       01 WS-CALCULO.
          05 WS-TASA-APLICADA               PIC 9(02)V9(02).
          05 WS-TAS-HALLADA                 PIC X(01).
             88 WS-TAS-HALLADA-SI               VALUE 'S'.
             88 WS-TAS-HALLADA-NO               VALUE 'N'.
          05 WS-SIN-IVA-CALC                PIC S9(07)V9(04).
          05 WS-CON-IVA-CALC                PIC S9(07)V9(04).
          05 WS-UNIDADES                    PIC S9(09).
          05 WS-SIN-IVA-NUEVO               PIC 9(05)V9(02).
          05 WS-CON-IVA-NUEVO               PIC 9(05)V9(02).
          05 WS-SIN-IVA-ANTERIOR            PIC 9(05)V9(02).
          05 WS-CON-IVA-ANTERIOR            PIC 9(05)V9(02).
          05 WS-VARIACION-PCT               PIC S9(03)V9(02).
          05 WS-VARIACION-CON               PIC S9(03)V9(02).
          05 WS-RCH-DESCRIPCION             PIC X(25).
          05 WS-CALCULO-VALIDO              PIC X(01).
             88 WS-CALCULO-VALIDO-SI            VALUE 'S'.
             88 WS-CALCULO-VALIDO-NO            VALUE 'N'.

       01 WS-CONCILIACION.
          05 WS-RETORNO                     PIC 9(02) VALUE 0.
             88 WS-RETORNO-LIMPIO               VALUE 0.
             88 WS-RETORNO-CON-RECHAZOS         VALUE 4.
             88 WS-RETORNO-DESBALANCE           VALUE 8.
             88 WS-RETORNO-APERTURA             VALUE 12.
          05 WS-APERTURA-FALLIDA            PIC X(01) VALUE 'N'.
             88 WS-APERTURA-FALLIDA-SI          VALUE 'S'.
             88 WS-APERTURA-FALLIDA-NO          VALUE 'N'.

       01 WS-LINEA-TITULO.
          05 FILLER                         PIC X(30)
             VALUE 'REPRECIO MASIVO DE PRODUCTOS '.
          05 FILLER                         PIC X(08) VALUE 'MODO:  '.
          05 TIT-MODO                       PIC X(10).
          05 FILLER                         PIC X(08) VALUE '  FECHA '.
          05 TIT-FECHA                      PIC X(10).

       01 WS-LINEA-REGLA.
          05 FILLER                         PIC X(07) VALUE 'REGLA: '.
          05 REG-TIPO                       PIC X(10).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 REG-AJUSTE                     PIC -ZZ.ZZ9,99.
          05 FILLER                         PIC X(04) VALUE SPACES.
          05 REG-ALCANCE                    PIC X(10).
          05 FILLER                         PIC X(02) VALUE ': '.
          05 REG-VALOR                      PIC X(20).
          05 FILLER                         PIC X(12)
                                            VALUE '  REDONDEO: '.
          05 REG-REDONDEO                   PIC X(10).

       01 WS-LINEA-COLUMNAS.
          05 FILLER                         PIC X(40)
             VALUE '  ID  DESCRIPCION          CATEGORIA    '.
          05 FILLER                         PIC X(40)
             VALUE '        PROVEEDOR  S/IVA ANT. S/IVA NUE.'.
          05 FILLER                         PIC X(40)
             VALUE ' C/IVA ANT. C/IVA NUE.   VAR.% OBSERVACI'.
          05 FILLER                         PIC X(02)
             VALUE 'ON'.

       01 WS-LINEA-DETALLE.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-ID-PRODUCTO                PIC 9(04).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-PRODUCTO-DESC              PIC X(20).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-CATEGORIA                  PIC X(20).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-PROVEEDOR                  PIC X(10).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-SIN-IVA-ANTERIOR           PIC $ZZ.ZZ9,99.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-SIN-IVA-NUEVO              PIC $ZZ.ZZ9,99.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-CON-IVA-ANTERIOR           PIC $ZZ.ZZ9,99.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-CON-IVA-NUEVO              PIC $ZZ.ZZ9,99.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-VARIACION-PCT              PIC -ZZ9,99.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-OBSERVACION                PIC X(25).

       01 WS-LINEA-TOTAL.
          05 TOT-LITERAL                    PIC X(36).
          05 TOT-CANTIDAD                   PIC ZZZZZZ9.

       01 WS-LINEA-IMPORTE.
          05 IMP-LITERAL                    PIC X(36).
          05 IMP-IMPORTE                    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-EDI-FECHA.
          05 WS-EDI-FECHA-DD                PIC X(02).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 WS-EDI-FECHA-MM                PIC X(02).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 WS-EDI-FECHA-AAAA              PIC X(04).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-APERTURA-FALLIDA-NO

              PERFORM 2000-PROCESAR-PRODUCTO
                 THRU 2000-PROCESAR-PRODUCTO-FIN
                UNTIL FS-MASTER-EOF

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-FECHA-HOY.

           PERFORM 1010-LEER-REGLA
              THRU 1010-LEER-REGLA-FIN.

           IF WS-APERTURA-FALLIDA-SI
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT 'DD_MASTER'.
           IF WS-MASTER-PATH = SPACES
              MOVE '../PRODUCTO-MASTER.DAT'  TO WS-MASTER-PATH
           END-IF.

           ACCEPT WS-TASAS-PATH FROM ENVIRONMENT 'DD_TASAS_IVA'.
           IF WS-TASAS-PATH = SPACES
              MOVE '../IVATASAS.TXT'         TO WS-TASAS-PATH
           END-IF.

           ACCEPT WS-HISTORIA-PATH FROM ENVIRONMENT 'DD_HISTORIA'.
           IF WS-HISTORIA-PATH = SPACES
              MOVE '../PRODUCTO-HISTORIA.TXT'
                                             TO WS-HISTORIA-PATH
           END-IF.

           ACCEPT WS-CAMBIOS-PATH FROM ENVIRONMENT 'DD_CAMBIOS'.
           IF WS-CAMBIOS-PATH = SPACES
              MOVE '../CAMBIOS.TXT'          TO WS-CAMBIOS-PATH
           END-IF.

           ACCEPT WS-REPORTE-PATH FROM ENVIRONMENT 'DD_REPRECIO'.
           IF WS-REPORTE-PATH = SPACES
              MOVE '../REPRECIO.TXT'         TO WS-REPORTE-PATH
           END-IF.

           ACCEPT WS-OPERADORES-PATH FROM ENVIRONMENT 'DD_OPERADORES'.
           IF WS-OPERADORES-PATH = SPACES
              MOVE '../OPERADORES.TXT'       TO WS-OPERADORES-PATH
           END-IF.

           ACCEPT WS-BITACORA-PATH FROM ENVIRONMENT 'DD_BITACORA'.
           IF WS-BITACORA-PATH = SPACES
              MOVE '../BITACORA-OPERADOR.TXT'
                                             TO WS-BITACORA-PATH
           END-IF.

           ACCEPT WS-OPERADOR-CORRIDA FROM ENVIRONMENT 'DD_OPERADOR'.

      *    APLICAR CAMBIA PRECIOS DEL MAESTRO Y PIDE UN OPERADOR CON
      *    PERMISO DE PRECIO; LA SIMULACION NO CAMBIA NADA
           IF WS-MODO-APLICAR
              PERFORM 1050-ABRIR-BITACORA
                 THRU 1050-ABRIR-BITACORA-FIN
              IF WS-BITACORA-ABIERTA-NO
                 SET WS-APERTURA-FALLIDA-SI  TO TRUE
                 GO TO 1000-INICIAR-PROGRAMA-FIN
              END-IF
              PERFORM 1060-VALIDAR-OPERADOR
                 THRU 1060-VALIDAR-OPERADOR-FIN
              IF WS-OPERADOR-AUTORIZADO-NO
                 PERFORM 1080-RECHAZAR-CORRIDA
                    THRU 1080-RECHAZAR-CORRIDA-FIN
                 SET WS-APERTURA-FALLIDA-SI  TO TRUE
                 GO TO 1000-INICIAR-PROGRAMA-FIN
              END-IF
           END-IF.

           PERFORM 1100-CARGAR-TASAS
              THRU 1100-CARGAR-TASAS-FIN.

           IF WS-APERTURA-FALLIDA-SI
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-ABRIR-ARCHIVOS-FIN.

           IF WS-APERTURA-FALLIDA-SI
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1300-ENCABEZAR-REPORTE
              THRU 1300-ENCABEZAR-REPORTE-FIN.

           PERFORM 2010-LEER-MAESTRO
              THRU 2010-LEER-MAESTRO-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1010-LEER-REGLA.

           ACCEPT WS-MODO FROM ENVIRONMENT 'DD_MODO'.
           IF WS-MODO = SPACES
              MOVE 'SIMULACION'              TO WS-MODO
           END-IF.
           IF NOT WS-MODO-SIMULACION AND NOT WS-MODO-APLICAR
              DISPLAY 'DD_MODO DEBE SER SIMULACION O APLICAR: '
                      'CORRIDA CANCELADA'
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
              GO TO 1010-LEER-REGLA-FIN
           END-IF.

           ACCEPT WS-REGLA-TIPO FROM ENVIRONMENT 'DD_REGLA_TIPO'.
           IF NOT WS-REGLA-PORCENTAJE AND NOT WS-REGLA-IMPORTE
                  AND NOT WS-REGLA-TASA
              DISPLAY 'DD_REGLA_TIPO DEBE SER PORCENTAJE, IMPORTE O '
                      'TASA: CORRIDA CANCELADA'
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
              GO TO 1010-LEER-REGLA-FIN
           END-IF.

           ACCEPT WS-REGLA-ALCANCE FROM ENVIRONMENT 'DD_REGLA_ALCANCE'.
           IF WS-REGLA-TASA AND WS-REGLA-ALCANCE = SPACES
              MOVE 'CATEGORIA'               TO WS-REGLA-ALCANCE
           END-IF.
           IF NOT WS-ALCANCE-CATEGORIA AND NOT WS-ALCANCE-PROVEEDOR
              DISPLAY 'DD_REGLA_ALCANCE DEBE SER CATEGORIA O '
                      'PROVEEDOR: CORRIDA CANCELADA'
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
              GO TO 1010-LEER-REGLA-FIN
           END-IF.

      *    LA TASA ES PROPIA DE LA CATEGORIA: RECALCULARLA POR
      *    PROVEEDOR MEZCLARIA CATEGORIAS CON TASAS DISTINTAS
           IF WS-REGLA-TASA AND WS-ALCANCE-PROVEEDOR
              DISPLAY 'LA REGLA TASA SE APLICA SOLO POR CATEGORIA: '
                      'CORRIDA CANCELADA'
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
              GO TO 1010-LEER-REGLA-FIN
           END-IF.

           ACCEPT WS-REGLA-VALOR FROM ENVIRONMENT 'DD_REGLA_VALOR'.
           IF WS-REGLA-VALOR = SPACES
              DISPLAY 'FALTA DD_REGLA_VALOR: CORRIDA CANCELADA'
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
              GO TO 1010-LEER-REGLA-FIN
           END-IF.

           IF NOT WS-REGLA-TASA
              ACCEPT WS-REGLA-AJUSTE-ENT FROM ENVIRONMENT
                     'DD_REGLA_AJUSTE'
              IF NOT WS-AJU-SIGNO-VALIDO OR WS-AJU-VALOR NOT NUMERIC
                 DISPLAY 'DD_REGLA_AJUSTE DEBE SER SIGNO Y 7 DIGITOS '
                         '(+0001000 = 10,00): CORRIDA CANCELADA'
                 SET WS-APERTURA-FALLIDA-SI  TO TRUE
                 GO TO 1010-LEER-REGLA-FIN
              END-IF
              MOVE WS-AJU-VALOR              TO WS-REGLA-AJUSTE
              IF WS-AJU-SIGNO-NEGATIVO
                 COMPUTE WS-REGLA-AJUSTE = 0 - WS-AJU-VALOR
              END-IF
           END-IF.

           ACCEPT WS-REDONDEO FROM ENVIRONMENT 'DD_REDONDEO'.
           IF WS-REDONDEO = SPACES
              MOVE 'CENTAVO'                 TO WS-REDONDEO
           END-IF.
           EVALUATE TRUE
               WHEN WS-REDONDEO-CENTAVO
                    MOVE 0,01                TO WS-REDONDEO-UNIDAD
               WHEN WS-REDONDEO-DECIMO
                    MOVE 0,10                TO WS-REDONDEO-UNIDAD
               WHEN WS-REDONDEO-PESO
                    MOVE 1,00                TO WS-REDONDEO-UNIDAD
               WHEN OTHER
                    DISPLAY 'DD_REDONDEO DEBE SER CENTAVO, DECIMO O '
                            'PESO: CORRIDA CANCELADA'
                    SET WS-APERTURA-FALLIDA-SI TO TRUE
           END-EVALUATE.

       1010-LEER-REGLA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1050-ABRIR-BITACORA.

           OPEN EXTEND ARCH-SAL-BITACORA.

           EVALUATE TRUE
               WHEN FS-BITACORA-OK
                    SET WS-BITACORA-ABIERTA-SI TO TRUE
               WHEN FS-BITACORA-NFD
                    OPEN OUTPUT ARCH-SAL-BITACORA
                    CLOSE ARCH-SAL-BITACORA
                    OPEN EXTEND ARCH-SAL-BITACORA
                    IF FS-BITACORA-OK
                       SET WS-BITACORA-ABIERTA-SI TO TRUE
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           IF WS-BITACORA-ABIERTA-NO
              DISPLAY 'ERROR AL ABRIR BITACORA-OPERADOR.TXT: '
                      FS-BITACORA
           END-IF.

       1050-ABRIR-BITACORA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1060-VALIDAR-OPERADOR.

           SET WS-OPERADOR-AUTORIZADO-NO    TO TRUE.

           IF WS-OPERADOR-CORRIDA = SPACES
              MOVE 'OPERADOR NO INFORMADO'  TO WS-OPE-MOTIVO
              GO TO 1060-VALIDAR-OPERADOR-FIN
           END-IF.

           OPEN INPUT ARCH-ENT-OPERADORES.

           IF NOT FS-OPERADORES-OK
              DISPLAY 'ERROR AL ABRIR OPERADORES.TXT: ' FS-OPERADORES
              MOVE 'SIN ARCHIVO DE OPERADORES'
                                            TO WS-OPE-MOTIVO
              GO TO 1060-VALIDAR-OPERADOR-FIN
           END-IF.

           MOVE 'OPERADOR DESCONOCIDO'      TO WS-OPE-MOTIVO.

           PERFORM 1070-LEER-OPERADOR
              THRU 1070-LEER-OPERADOR-FIN
             UNTIL NOT FS-OPERADORES-OK
                OR WS-OPE-HALLADO-SI.

           CLOSE ARCH-ENT-OPERADORES.

       1060-VALIDAR-OPERADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1070-LEER-OPERADOR.

           READ ARCH-ENT-OPERADORES.

           EVALUATE TRUE
               WHEN FS-OPERADORES-EOF
                    CONTINUE
               WHEN NOT FS-OPERADORES-OK
                    DISPLAY 'ERROR AL LEER OPERADORES.TXT: '
                            FS-OPERADORES
               WHEN OPE-ID-OPERADOR NOT = WS-OPERADOR-CORRIDA
                    CONTINUE
               WHEN NOT OPE-ACTIVO-SI
                    SET WS-OPE-HALLADO-SI   TO TRUE
                    MOVE 'OPERADOR INACTIVO'
                                            TO WS-OPE-MOTIVO
               WHEN NOT OPE-PERMISO-PRECIO-SI
                    SET WS-OPE-HALLADO-SI   TO TRUE
                    MOVE 'SIN PERMISO DE PRECIO'
                                            TO WS-OPE-MOTIVO
               WHEN OTHER
                    SET WS-OPE-HALLADO-SI   TO TRUE
                    SET WS-OPERADOR-AUTORIZADO-SI TO TRUE
           END-EVALUATE.

       1070-LEER-OPERADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1080-RECHAZAR-CORRIDA.

           DISPLAY 'OPERADOR ' WS-OPERADOR-CORRIDA ' NO AUTORIZADO: '
                   WS-OPE-MOTIVO.
           DISPLAY 'DD_MODO=APLICAR: CORRIDA CANCELADA'.

           SET BIT-RESULTADO-NO-AUTORIZADO  TO TRUE.
           SET BIT-ACCION-CORRIDA           TO TRUE.
           MOVE WS-REGLA-VALOR              TO BIT-CLAVE.
           MOVE ZEROS                       TO BIT-SIN-IVA-ANTERIOR
                                               BIT-CON-IVA-ANTERIOR
                                               BIT-SIN-IVA-NUEVO
                                               BIT-CON-IVA-NUEVO.

           PERFORM 2800-ESCRIBIR-BITACORA
              THRU 2800-ESCRIBIR-BITACORA-FIN.

       1080-RECHAZAR-CORRIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-TASAS.

      *    A DIFERENCIA DE LA CONSOLIDACION, ACA LA TABLA DE TASAS ES
      *    OBLIGATORIA: EL PRECIO CON IVA SIEMPRE SE RECALCULA CON LA
      *    TASA DE LA CATEGORIA DEL PRODUCTO
           OPEN INPUT ARCH-ENT-TASAS.

           IF NOT FS-TASAS-OK
              DISPLAY 'ERROR AL ABRIR IVATASAS.TXT: ' FS-TASAS
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
              GO TO 1100-CARGAR-TASAS-FIN
           END-IF.

           PERFORM 1110-LEER-TASA
              THRU 1110-LEER-TASA-FIN
             UNTIL NOT FS-TASAS-OK
                OR WS-APERTURA-FALLIDA-SI.

           CLOSE ARCH-ENT-TASAS.

       1100-CARGAR-TASAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-TASA.

           READ ARCH-ENT-TASAS.

           IF NOT FS-TASAS-OK
              GO TO 1110-LEER-TASA-FIN
           END-IF.

           IF WS-TAS-CANT = 100
              DISPLAY 'TABLA DE TASAS IVA CON MAS DE 100 ENTRADAS: '
                      'CORRIDA CANCELADA'
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
              GO TO 1110-LEER-TASA-FIN
           END-IF.

           ADD 1                             TO WS-TAS-CANT.
           MOVE ENT-TAS-CATEGORIA   TO WS-TAS-CATEGORIA (WS-TAS-CANT).
           MOVE ENT-TAS-TASA        TO WS-TAS-TASA (WS-TAS-CANT).

       1110-LEER-TASA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-ABRIR-ARCHIVOS.

      *    EN SIMULACION EL MAESTRO SOLO SE LEE Y NO SE ABREN LA
      *    HISTORIA NI LOS CAMBIOS
           IF WS-MODO-APLICAR
              OPEN I-O ARCH-MAE-PRODUCTO
           ELSE
              OPEN INPUT ARCH-MAE-PRODUCTO
           END-IF.

           IF NOT FS-MASTER-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO MAESTRO'
              DISPLAY 'FILE STATUS: ' FS-MASTER
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
              GO TO 1200-ABRIR-ARCHIVOS-FIN
           END-IF.

           OPEN OUTPUT ARCH-SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR REPRECIO.TXT: ' FS-REPORTE
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
           END-IF.

           IF WS-MODO-SIMULACION
              GO TO 1200-ABRIR-ARCHIVOS-FIN
           END-IF.

           OPEN EXTEND ARCH-SAL-HISTORIA.
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    CONTINUE
               WHEN FS-HISTORIA-NFD
                    OPEN OUTPUT ARCH-SAL-HISTORIA
                    CLOSE ARCH-SAL-HISTORIA
                    OPEN EXTEND ARCH-SAL-HISTORIA
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR PRODUCTO-HISTORIA.TXT: '
                            FS-HISTORIA
                    SET WS-APERTURA-FALLIDA-SI TO TRUE
           END-EVALUATE.

           OPEN EXTEND ARCH-SAL-CAMBIOS.
           EVALUATE TRUE
               WHEN FS-CAMBIOS-OK
                    CONTINUE
               WHEN FS-CAMBIOS-NFD
                    OPEN OUTPUT ARCH-SAL-CAMBIOS
                    CLOSE ARCH-SAL-CAMBIOS
                    OPEN EXTEND ARCH-SAL-CAMBIOS
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CAMBIOS.TXT: '
                            FS-CAMBIOS
                    SET WS-APERTURA-FALLIDA-SI TO TRUE
           END-EVALUATE.

       1200-ABRIR-ARCHIVOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1300-ENCABEZAR-REPORTE.

           MOVE WS-FECHA-HOY (7:2)           TO WS-EDI-FECHA-DD.
           MOVE WS-FECHA-HOY (5:2)           TO WS-EDI-FECHA-MM.
           MOVE WS-FECHA-HOY (1:4)           TO WS-EDI-FECHA-AAAA.

           MOVE WS-MODO                      TO TIT-MODO.
           MOVE WS-EDI-FECHA                 TO TIT-FECHA.
           MOVE WS-LINEA-TITULO              TO SAL-REPORTE-LINEA.
           PERFORM 2500-ESCRIBIR-REPORTE
              THRU 2500-ESCRIBIR-REPORTE-FIN.

           MOVE WS-REGLA-TIPO                TO REG-TIPO.
           MOVE WS-REGLA-AJUSTE              TO REG-AJUSTE.
           MOVE WS-REGLA-ALCANCE             TO REG-ALCANCE.
           MOVE WS-REGLA-VALOR               TO REG-VALOR.
           MOVE WS-REDONDEO                  TO REG-REDONDEO.
           MOVE WS-LINEA-REGLA               TO SAL-REPORTE-LINEA.
           PERFORM 2500-ESCRIBIR-REPORTE
              THRU 2500-ESCRIBIR-REPORTE-FIN.

           MOVE SPACES                       TO SAL-REPORTE-LINEA.
           PERFORM 2500-ESCRIBIR-REPORTE
              THRU 2500-ESCRIBIR-REPORTE-FIN.

           MOVE WS-LINEA-COLUMNAS            TO SAL-REPORTE-LINEA.
           PERFORM 2500-ESCRIBIR-REPORTE
              THRU 2500-ESCRIBIR-REPORTE-FIN.

       1300-ENCABEZAR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-PRODUCTO.

      *    SOLO LOS ACTIVOS DEL ALCANCE PEDIDO ENTRAN EN LA REGLA
           IF MAE-ESTADO-DISCONTINUADO
              CONTINUE
           ELSE
              IF (WS-ALCANCE-CATEGORIA
                     AND MAE-CATEGORIA = WS-REGLA-VALOR)
                 OR (WS-ALCANCE-PROVEEDOR
                     AND MAE-PROVEEDOR = WS-REGLA-VALOR (1:10))
                 ADD 1                       TO WS-CONT-SELECCIONADOS
                 PERFORM 2100-REPRECIAR-PRODUCTO
                    THRU 2100-REPRECIAR-PRODUCTO-FIN
              END-IF
           END-IF.

           PERFORM 2010-LEER-MAESTRO
              THRU 2010-LEER-MAESTRO-FIN.

       2000-PROCESAR-PRODUCTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2010-LEER-MAESTRO.

           READ ARCH-MAE-PRODUCTO NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-MASTER-OK
                    ADD 1                   TO WS-CONT-MAE-LEIDOS
               WHEN FS-MASTER-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL ARCHIVO MAESTRO: '
                            FS-MASTER
                    SET FS-MASTER-EOF       TO TRUE
           END-EVALUATE.

       2010-LEER-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-REPRECIAR-PRODUCTO.

           MOVE MAE-IMPORTE-SIN-IVA          TO WS-SIN-IVA-ANTERIOR.
           MOVE MAE-IMPORTE-CON-IVA          TO WS-CON-IVA-ANTERIOR.

           PERFORM 2110-CALCULAR-PRECIO
              THRU 2110-CALCULAR-PRECIO-FIN.

           IF WS-CALCULO-VALIDO-NO
              ADD 1                          TO WS-CONT-RECHAZADOS
              MOVE WS-SIN-IVA-ANTERIOR       TO WS-SIN-IVA-NUEVO
              MOVE WS-CON-IVA-ANTERIOR       TO WS-CON-IVA-NUEVO
              MOVE ZEROS                     TO WS-VARIACION-CON
              PERFORM 2400-DETALLAR-PRODUCTO
                 THRU 2400-DETALLAR-PRODUCTO-FIN
              GO TO 2100-REPRECIAR-PRODUCTO-FIN
           END-IF.

           ADD WS-CON-IVA-ANTERIOR           TO WS-TOTAL-CON-ANTERIOR.
           ADD WS-CON-IVA-NUEVO              TO WS-TOTAL-CON-NUEVO.

           IF WS-SIN-IVA-NUEVO = WS-SIN-IVA-ANTERIOR
                  AND WS-CON-IVA-NUEVO = WS-CON-IVA-ANTERIOR
              ADD 1                          TO WS-CONT-SIN-CAMBIO
              MOVE 'SIN CAMBIO'              TO WS-RCH-DESCRIPCION
              PERFORM 2400-DETALLAR-PRODUCTO
                 THRU 2400-DETALLAR-PRODUCTO-FIN
              GO TO 2100-REPRECIAR-PRODUCTO-FIN
           END-IF.

           IF WS-MODO-SIMULACION
              ADD 1                          TO WS-CONT-ACTUALIZADOS
              MOVE 'SIMULADO'                TO WS-RCH-DESCRIPCION
           ELSE
              PERFORM 2200-ACTUALIZAR-MAESTRO
                 THRU 2200-ACTUALIZAR-MAESTRO-FIN
           END-IF.

           PERFORM 2400-DETALLAR-PRODUCTO
              THRU 2400-DETALLAR-PRODUCTO-FIN.

       2100-REPRECIAR-PRODUCTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-CALCULAR-PRECIO.

           SET WS-CALCULO-VALIDO-SI          TO TRUE.
           MOVE SPACES                       TO WS-RCH-DESCRIPCION.

           SET WS-TAS-HALLADA-NO             TO TRUE.
           PERFORM 2115-BUSCAR-TASA
              THRU 2115-BUSCAR-TASA-FIN
           VARYING TAS-IDX FROM 1 BY 1
             UNTIL TAS-IDX > WS-TAS-CANT
                OR WS-TAS-HALLADA-SI.

           IF WS-TAS-HALLADA-NO
              SET WS-CALCULO-VALIDO-NO       TO TRUE
              MOVE 'CATEGORIA SIN TASA IVA'  TO WS-RCH-DESCRIPCION
              GO TO 2110-CALCULAR-PRECIO-FIN
           END-IF.

      *    EL AJUSTE SE APLICA SOBRE EL PRECIO SIN IVA; LA REGLA TASA
      *    LO DEJA IGUAL Y SOLO CAMBIA EL IVA
           EVALUATE TRUE
               WHEN WS-REGLA-PORCENTAJE
                    COMPUTE WS-SIN-IVA-CALC =
                            MAE-IMPORTE-SIN-IVA
                            * (100 + WS-REGLA-AJUSTE) / 100
               WHEN WS-REGLA-IMPORTE
                    COMPUTE WS-SIN-IVA-CALC =
                            MAE-IMPORTE-SIN-IVA + WS-REGLA-AJUSTE
               WHEN OTHER
                    MOVE MAE-IMPORTE-SIN-IVA TO WS-SIN-IVA-CALC
           END-EVALUATE.

      *    EL PRECIO DE GONDOLA (CON IVA) SE REDONDEA A LA UNIDAD
      *    PEDIDA Y EL SIN IVA SE DERIVA DE EL, ASI LOS DOS QUEDAN
      *    CONSISTENTES CON LA TASA AL CENTAVO
           COMPUTE WS-CON-IVA-CALC =
                   WS-SIN-IVA-CALC * (100 + WS-TASA-APLICADA) / 100.

           COMPUTE WS-UNIDADES ROUNDED =
                   WS-CON-IVA-CALC / WS-REDONDEO-UNIDAD.

           COMPUTE WS-CON-IVA-CALC = WS-UNIDADES * WS-REDONDEO-UNIDAD.

           IF WS-CON-IVA-CALC NOT > ZEROS
                  OR WS-CON-IVA-CALC > 99999,99
              SET WS-CALCULO-VALIDO-NO       TO TRUE
              MOVE 'PRECIO FUERA DE RANGO'   TO WS-RCH-DESCRIPCION
              GO TO 2110-CALCULAR-PRECIO-FIN
           END-IF.

           MOVE WS-CON-IVA-CALC              TO WS-CON-IVA-NUEVO.

           COMPUTE WS-SIN-IVA-NUEVO ROUNDED =
                   WS-CON-IVA-NUEVO * 100 / (100 + WS-TASA-APLICADA).

           IF WS-CON-IVA-ANTERIOR = ZEROS
              MOVE 999,99                    TO WS-VARIACION-CON
           ELSE
              COMPUTE WS-VARIACION-CON ROUNDED =
                      ((WS-CON-IVA-NUEVO - WS-CON-IVA-ANTERIOR)
                        / WS-CON-IVA-ANTERIOR) * 100
                  ON SIZE ERROR
                      MOVE 999,99            TO WS-VARIACION-CON
              END-COMPUTE
           END-IF.

       2110-CALCULAR-PRECIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2115-BUSCAR-TASA.

           IF WS-TAS-CATEGORIA (TAS-IDX) = MAE-CATEGORIA
              SET WS-TAS-HALLADA-SI          TO TRUE
              MOVE WS-TAS-TASA (TAS-IDX)     TO WS-TASA-APLICADA
           END-IF.

       2115-BUSCAR-TASA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-ACTUALIZAR-MAESTRO.

      *    LA HISTORIA GUARDA LOS VALORES SALIENTES DEL MAESTRO,
      *    IGUAL QUE CADA REESCRITURA DE LA CONSOLIDACION DIARIA
           MOVE WS-FECHA-HOY                 TO HIS-FECHA-EFECTIVA.
           MOVE MAE-ID-PRODUCTO              TO HIS-ID-PRODUCTO.
           MOVE MAE-PRODUCTO-DESC            TO HIS-PRODUCTO-DESC.
           MOVE MAE-CATEGORIA                TO HIS-CATEGORIA.
           MOVE MAE-IMPORTE-SIN-IVA          TO HIS-IMPORTE-SIN-IVA.
           MOVE MAE-IMPORTE-CON-IVA          TO HIS-IMPORTE-CON-IVA.
           MOVE MAE-PROVEEDOR                TO HIS-PROVEEDOR.
           MOVE MAE-PLAZO-ENTREGA            TO HIS-PLAZO-ENTREGA.
           MOVE WS-OPERADOR-CORRIDA          TO HIS-OPERADOR.

           MOVE WS-SIN-IVA-NUEVO             TO MAE-IMPORTE-SIN-IVA.
           MOVE WS-CON-IVA-NUEVO             TO MAE-IMPORTE-CON-IVA.

           REWRITE MAE-PRODUCTO
               INVALID KEY
                   DISPLAY 'ERROR AL ACTUALIZAR PRODUCTO-MASTER.DAT: '
                           FS-MASTER
                   ADD 1                     TO WS-CONT-RECHAZADOS
      *            UN RECHAZO NO SUMA AL IMPACTO, COMO LOS DEL CALCULO
                   SUBTRACT WS-CON-IVA-ANTERIOR
                                           FROM WS-TOTAL-CON-ANTERIOR
                   SUBTRACT WS-CON-IVA-NUEVO FROM WS-TOTAL-CON-NUEVO
                   MOVE 'ERROR AL ACTUALIZAR'
                                             TO WS-RCH-DESCRIPCION
               NOT INVALID KEY
                   ADD 1                     TO WS-CONT-ACTUALIZADOS
                   MOVE 'ACTUALIZADO'        TO WS-RCH-DESCRIPCION
      *            HISTORIA Y CAMBIOS SOLO SI EL MAESTRO QUEDO
      *            ACTUALIZADO, PARA NO RECONSTRUIR PRECIOS QUE NUNCA
      *            SE APLICARON
                   PERFORM 2205-ESCRIBIR-HISTORIA
                      THRU 2205-ESCRIBIR-HISTORIA-FIN
                   PERFORM 2210-ESCRIBIR-CAMBIO
                      THRU 2210-ESCRIBIR-CAMBIO-FIN
                   SET BIT-RESULTADO-APLICADO TO TRUE
                   SET BIT-ACCION-MODIFICACION TO TRUE
                   MOVE MAE-ID-PRODUCTO      TO BIT-CLAVE
                   MOVE WS-SIN-IVA-ANTERIOR  TO BIT-SIN-IVA-ANTERIOR
                   MOVE WS-CON-IVA-ANTERIOR  TO BIT-CON-IVA-ANTERIOR
                   MOVE WS-SIN-IVA-NUEVO     TO BIT-SIN-IVA-NUEVO
                   MOVE WS-CON-IVA-NUEVO     TO BIT-CON-IVA-NUEVO
                   PERFORM 2800-ESCRIBIR-BITACORA
                      THRU 2800-ESCRIBIR-BITACORA-FIN
           END-REWRITE.

       2200-ACTUALIZAR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2205-ESCRIBIR-HISTORIA.

           WRITE HIS-PRODUCTO.

           IF FS-HISTORIA-OK
              ADD 1                          TO WS-CONT-REG-HISTORIA
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR PRODUCTO-HISTORIA.TXT: '
                      FS-HISTORIA
           END-IF.

       2205-ESCRIBIR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-ESCRIBIR-CAMBIO.

           MOVE MAE-ID-PRODUCTO              TO CAM-ID-PRODUCTO.
           MOVE MAE-PRODUCTO-DESC            TO CAM-PRODUCTO-DESC.
           MOVE WS-SIN-IVA-ANTERIOR          TO CAM-SIN-IVA-ANTERIOR.
           MOVE WS-SIN-IVA-NUEVO             TO CAM-SIN-IVA-NUEVO.
           MOVE WS-CON-IVA-ANTERIOR          TO CAM-CON-IVA-ANTERIOR.
           MOVE WS-CON-IVA-NUEVO             TO CAM-CON-IVA-NUEVO.

           IF WS-SIN-IVA-ANTERIOR = ZEROS
              MOVE 999,99                    TO WS-VARIACION-PCT
           ELSE
              COMPUTE WS-VARIACION-PCT ROUNDED =
                      ((WS-SIN-IVA-NUEVO - WS-SIN-IVA-ANTERIOR)
                        / WS-SIN-IVA-ANTERIOR) * 100
                  ON SIZE ERROR
                      MOVE 999,99            TO WS-VARIACION-PCT
              END-COMPUTE
           END-IF.

           MOVE WS-VARIACION-PCT             TO CAM-VARIACION-PCT.

      *    LA MARCA IDENTIFICA EN LA REVISION DE PRECIOS QUE EL
      *    CAMBIO VINO DE UN REPRECIO MASIVO Y NO DEL EXTRACTO
           MOVE 'REPRECIO   '                TO CAM-MARCA-REVISION.

           WRITE SAL-CAMBIO-REG.

           IF NOT FS-CAMBIOS-OK
              DISPLAY 'ERROR AL ESCRIBIR CAMBIOS.TXT: ' FS-CAMBIOS
           END-IF.

       2210-ESCRIBIR-CAMBIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-DETALLAR-PRODUCTO.

           MOVE MAE-ID-PRODUCTO              TO DET-ID-PRODUCTO.
           MOVE MAE-PRODUCTO-DESC            TO DET-PRODUCTO-DESC.
           MOVE MAE-CATEGORIA                TO DET-CATEGORIA.
           MOVE MAE-PROVEEDOR                TO DET-PROVEEDOR.
           MOVE WS-SIN-IVA-ANTERIOR          TO DET-SIN-IVA-ANTERIOR.
           MOVE WS-SIN-IVA-NUEVO             TO DET-SIN-IVA-NUEVO.
           MOVE WS-CON-IVA-ANTERIOR          TO DET-CON-IVA-ANTERIOR.
           MOVE WS-CON-IVA-NUEVO             TO DET-CON-IVA-NUEVO.
           MOVE WS-VARIACION-CON             TO DET-VARIACION-PCT.
           MOVE WS-RCH-DESCRIPCION           TO DET-OBSERVACION.

           MOVE WS-LINEA-DETALLE             TO SAL-REPORTE-LINEA.
           PERFORM 2500-ESCRIBIR-REPORTE
              THRU 2500-ESCRIBIR-REPORTE-FIN.

       2400-DETALLAR-PRODUCTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-ESCRIBIR-REPORTE.

           WRITE SAL-REPORTE-LINEA.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ESCRIBIR REPRECIO.TXT: ' FS-REPORTE
           END-IF.

       2500-ESCRIBIR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2800-ESCRIBIR-BITACORA.

      *    EL LLAMADOR DEJA CARGADOS EL RESULTADO, LA ACCION, LA CLAVE
      *    Y LOS IMPORTES
           MOVE FUNCTION CURRENT-DATE (1:8) TO BIT-FECHA.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BIT-HORA.
           MOVE WS-OPERADOR-CORRIDA         TO BIT-OPERADOR.
           MOVE 'CL17REPR'                  TO BIT-PROGRAMA.
           SET BIT-MAESTRO-PRODUCTO         TO TRUE.

           WRITE BIT-REGISTRO.

           IF FS-BITACORA-OK
              ADD 1                         TO WS-CONT-REG-BITACORA
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR BITACORA-OPERADOR.TXT: '
                      FS-BITACORA
           END-IF.

       2800-ESCRIBIR-BITACORA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-APERTURA-FALLIDA-NO
              PERFORM 3100-TOTALES-REPORTE
                 THRU 3100-TOTALES-REPORTE-FIN
           END-IF.

           DISPLAY 'MODO DE LA CORRIDA                : ' WS-MODO.
           DISPLAY 'CANTIDAD DE PRODUCTOS LEIDOS      : '
                   WS-CONT-MAE-LEIDOS.
           DISPLAY 'CANTIDAD DE PRODUCTOS EN LA REGLA : '
                   WS-CONT-SELECCIONADOS.
           IF WS-MODO-APLICAR
              DISPLAY 'CANTIDAD DE PRODUCTOS ACTUALIZADOS: '
                      WS-CONT-ACTUALIZADOS
           ELSE
              DISPLAY 'CANTIDAD DE PRODUCTOS SIMULADOS   : '
                      WS-CONT-ACTUALIZADOS
           END-IF.
           DISPLAY 'CANTIDAD SIN CAMBIO DE PRECIO     : '
                   WS-CONT-SIN-CAMBIO.
           DISPLAY 'CANTIDAD DE RECHAZADOS            : '
                   WS-CONT-RECHAZADOS.
           DISPLAY 'CANTIDAD DE REG. DE HISTORIA      : '
                   WS-CONT-REG-HISTORIA.
           IF WS-MODO-APLICAR
              DISPLAY 'OPERADOR DE LA CORRIDA            : '
                      WS-OPERADOR-CORRIDA
              DISPLAY 'CANTIDAD DE REG. DE BITACORA      : '
                      WS-CONT-REG-BITACORA
           END-IF.

           PERFORM 3050-CONCILIAR-CIFRAS
              THRU 3050-CONCILIAR-CIFRAS-FIN.

           IF WS-APERTURA-FALLIDA-NO
              CLOSE ARCH-MAE-PRODUCTO
                    ARCH-SAL-REPORTE
              IF WS-MODO-APLICAR
                 CLOSE ARCH-SAL-HISTORIA
                       ARCH-SAL-CAMBIOS
              END-IF
           END-IF.

           IF WS-BITACORA-ABIERTA-SI
              CLOSE ARCH-SAL-BITACORA
              IF NOT FS-BITACORA-OK
                 DISPLAY 'ERROR AL CERRAR BITACORA-OPERADOR.TXT: '
                         FS-BITACORA
              END-IF
           END-IF.

           MOVE WS-RETORNO                   TO RETURN-CODE.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3050-CONCILIAR-CIFRAS.

           IF WS-APERTURA-FALLIDA-SI
              SET WS-RETORNO-APERTURA TO TRUE
              DISPLAY 'CONCILIACION: PROCESO NO EJECUTADO POR ERROR '
                      'DE APERTURA. CODIGO DE RETORNO 12'
              GO TO 3050-CONCILIAR-CIFRAS-FIN
           END-IF.

           IF WS-CONT-SELECCIONADOS NOT =
                  WS-CONT-ACTUALIZADOS + WS-CONT-SIN-CAMBIO
                  + WS-CONT-RECHAZADOS
              SET WS-RETORNO-DESBALANCE TO TRUE
              DISPLAY 'CONCILIACION: PRODUCTOS EN LA REGLA ('
                      WS-CONT-SELECCIONADOS
                      ') NO IGUALA ACTUALIZADOS ('
                      WS-CONT-ACTUALIZADOS
                      ') MAS SIN CAMBIO ('
                      WS-CONT-SIN-CAMBIO
                      ') MAS RECHAZADOS ('
                      WS-CONT-RECHAZADOS
                      '). CODIGO DE RETORNO 8'
              GO TO 3050-CONCILIAR-CIFRAS-FIN
           END-IF.

           IF WS-CONT-RECHAZADOS > 0
              SET WS-RETORNO-CON-RECHAZOS TO TRUE
              DISPLAY 'CONCILIACION: CIFRAS BALANCEADAS CON '
                      'RECHAZOS. CODIGO DE RETORNO 4'
           ELSE
              SET WS-RETORNO-LIMPIO TO TRUE
              DISPLAY 'CONCILIACION: CIFRAS BALANCEADAS. CODIGO DE '
                      'RETORNO 0'
           END-IF.

       3050-CONCILIAR-CIFRAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-TOTALES-REPORTE.

           MOVE SPACES                       TO SAL-REPORTE-LINEA.
           PERFORM 2500-ESCRIBIR-REPORTE
              THRU 2500-ESCRIBIR-REPORTE-FIN.

           MOVE 'PRODUCTOS EN LA REGLA          :' TO TOT-LITERAL.
           MOVE WS-CONT-SELECCIONADOS        TO TOT-CANTIDAD.
           MOVE WS-LINEA-TOTAL               TO SAL-REPORTE-LINEA.
           PERFORM 2500-ESCRIBIR-REPORTE
              THRU 2500-ESCRIBIR-REPORTE-FIN.

           IF WS-MODO-APLICAR
              MOVE 'PRODUCTOS ACTUALIZADOS         :' TO TOT-LITERAL
           ELSE
              MOVE 'PRODUCTOS A ACTUALIZAR         :' TO TOT-LITERAL
           END-IF.
           MOVE WS-CONT-ACTUALIZADOS         TO TOT-CANTIDAD.
           MOVE WS-LINEA-TOTAL               TO SAL-REPORTE-LINEA.
           PERFORM 2500-ESCRIBIR-REPORTE
              THRU 2500-ESCRIBIR-REPORTE-FIN.

           MOVE 'PRODUCTOS SIN CAMBIO           :' TO TOT-LITERAL.
           MOVE WS-CONT-SIN-CAMBIO           TO TOT-CANTIDAD.
           MOVE WS-LINEA-TOTAL               TO SAL-REPORTE-LINEA.
           PERFORM 2500-ESCRIBIR-REPORTE
              THRU 2500-ESCRIBIR-REPORTE-FIN.

           MOVE 'PRODUCTOS RECHAZADOS           :' TO TOT-LITERAL.
           MOVE WS-CONT-RECHAZADOS           TO TOT-CANTIDAD.
           MOVE WS-LINEA-TOTAL               TO SAL-REPORTE-LINEA.
           PERFORM 2500-ESCRIBIR-REPORTE
              THRU 2500-ESCRIBIR-REPORTE-FIN.

      *    IMPACTO: SUMA DE PRECIOS CON IVA ANTES Y DESPUES SOBRE LOS
      *    PRODUCTOS NO RECHAZADOS (UNA UNIDAD DE CADA UNO)
           MOVE 'TOTAL C/IVA ANTERIOR           :' TO IMP-LITERAL.
           MOVE WS-TOTAL-CON-ANTERIOR        TO IMP-IMPORTE.
           MOVE WS-LINEA-IMPORTE             TO SAL-REPORTE-LINEA.
           PERFORM 2500-ESCRIBIR-REPORTE
              THRU 2500-ESCRIBIR-REPORTE-FIN.

           MOVE 'TOTAL C/IVA NUEVO              :' TO IMP-LITERAL.
           MOVE WS-TOTAL-CON-NUEVO           TO IMP-IMPORTE.
           MOVE WS-LINEA-IMPORTE             TO SAL-REPORTE-LINEA.
           PERFORM 2500-ESCRIBIR-REPORTE
              THRU 2500-ESCRIBIR-REPORTE-FIN.

           COMPUTE WS-TOTAL-DIFERENCIA =
                   WS-TOTAL-CON-NUEVO - WS-TOTAL-CON-ANTERIOR.

           MOVE 'IMPACTO TOTAL                  :' TO IMP-LITERAL.
           MOVE WS-TOTAL-DIFERENCIA          TO IMP-IMPORTE.
           MOVE WS-LINEA-IMPORTE             TO SAL-REPORTE-LINEA.
           PERFORM 2500-ESCRIBIR-REPORTE
              THRU 2500-ESCRIBIR-REPORTE-FIN.

           IF WS-TOTAL-CON-ANTERIOR > ZEROS
              COMPUTE WS-VARIACION-TOTAL ROUNDED =
                      (WS-TOTAL-DIFERENCIA / WS-TOTAL-CON-ANTERIOR)
                      * 100
                  ON SIZE ERROR
                      MOVE 999,99            TO WS-VARIACION-TOTAL
              END-COMPUTE
           END-IF.

           MOVE 'VARIACION PROMEDIO %           :' TO IMP-LITERAL.
           MOVE WS-VARIACION-TOTAL           TO IMP-IMPORTE.
           MOVE WS-LINEA-IMPORTE             TO SAL-REPORTE-LINEA.
           PERFORM 2500-ESCRIBIR-REPORTE
              THRU 2500-ESCRIBIR-REPORTE-FIN.

       3100-TOTALES-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17REPR.
