      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 14/10/2026
      * Purpose: INDICE MENSUAL DE PRECIOS POR CATEGORIA
      *          RECONSTRUYE EL PRECIO CON IVA DE CADA PRODUCTO AL
      *          CIERRE DE CADA MES DEL PERIODO (DD_MES_BASE A
      *          DD_MES_HASTA, AAAAMM) CON LA HISTORIA VIVA, LOS
      *          ARCHIVOS ANUALES DE CL17ARCH Y EL MAESTRO ACTUAL. POR
      *          CATEGORIA Y MES DA EL INDICE ENCADENADO CONTRA EL MES
      *          BASE (BASE 100; CADA MES COMPARA LOS PRODUCTOS ACTIVOS
      *          EN SU CIERRE Y EN EL ANTERIOR), LOS PRODUCTOS
      *          REPRECIADOS EN EL MES Y SU VARIACION PROMEDIO Y
      *          MAXIMA; MARCA LOS MESES CUYO INDICE SUBE MAS QUE EL
      *          UMBRAL DD_UMBRAL_INDICE. EMITE UN LISTADO PAGINADO Y
      *          UN ARCHIVO DELIMITADO PARA EL AREA COMERCIAL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17INDX.
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

       SELECT ARCH-SORT-HISTORIA
           ASSIGN TO 'SORTWK'.

       SELECT ARCH-SORT-INDICE
           ASSIGN TO 'SORTWK'.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ARCH-MAE-PRODUCTO.
           COPY MAEPRODC.

       FD ARCH-ENT-HISTORIA.
           COPY HISPRODC.

       FD ARCH-SAL-REPORTE.
       01 SAL-REPORTE-LINEA                 PIC X(120).

       FD ARCH-SAL-DELIMITADO.
       01 SAL-DELIMITADO                    PIC X(120).

       SD ARCH-SORT-HISTORIA.
       01 SHI-REG.
          05 SHI-ID-PRODUCTO                PIC 9(04).
          05 SHI-FECHA                      PIC X(08).
          05 SHI-SECUENCIA                  PIC 9(07).
          05 SHI-CATEGORIA                  PIC X(20).
          05 SHI-IMPORTE-CON-IVA            PIC 9(05)V9(02).

       SD ARCH-SORT-INDICE.
       01 SIN-REG.
          05 SIN-CATEGORIA                  PIC X(20).
          05 SIN-MES                        PIC 9(06).
          05 SIN-PRODUCTOS                  PIC 9(05).
          05 SIN-SUMA-MES                   PIC 9(09)V9(02).
          05 SIN-SUMA-ANT                   PIC 9(09)V9(02).
          05 SIN-REPRECIADOS                PIC 9(05).
          05 SIN-VAR-PROMEDIO               PIC S9(05)V9(02).
          05 SIN-VAR-MAXIMA                 PIC S9(05)V9(02).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-MASTER                      PIC X(02).
             88 FS-MASTER-OK                    VALUE '00'.
             88 FS-MASTER-EOF                   VALUE '10'.
          05 FS-HISTORIA                    PIC X(02).
             88 FS-HISTORIA-OK                  VALUE '00'.
             88 FS-HISTORIA-EOF                 VALUE '10'.
             88 FS-HISTORIA-NFD                 VALUE '35'.
          05 FS-REPORTE                     PIC X(02).
             88 FS-REPORTE-OK                   VALUE '00'.
          05 FS-DELIMITADO                  PIC X(02).
             88 FS-DELIMITADO-OK                VALUE '00'.

       01 WS-CONTADORES.
          05 WS-CONT-ARCHIVOS               PIC 9(03) VALUE 0.
          05 WS-CONT-HIS-LEIDOS             PIC 9(07) VALUE 0.
          05 WS-CONT-HIS-ANTERIORES         PIC 9(07) VALUE 0.
          05 WS-CONT-HIS-ILEGIBLES          PIC 9(07) VALUE 0.
          05 WS-CONT-HIS-USADOS             PIC 9(07) VALUE 0.
          05 WS-CONT-HIS-SIN-MAESTRO        PIC 9(07) VALUE 0.
          05 WS-CONT-PRODUCTOS              PIC 9(07) VALUE 0.
          05 WS-CONT-SIN-CATEGORIA          PIC 9(07) VALUE 0.
          05 WS-CONT-FILAS                  PIC 9(07) VALUE 0.
          05 WS-CONT-MESES-MARCADOS         PIC 9(05) VALUE 0.
          05 WS-CONT-CATEGORIAS             PIC 9(05) VALUE 0.
          05 WS-CONT-CAT-MARCADAS           PIC 9(05) VALUE 0.
          05 WS-CONT-CAT-MESES-MARCADOS     PIC 9(03) VALUE 0.
          05 WS-CONT-CAT-REPRECIOS          PIC 9(07) VALUE 0.
          05 WS-CONT-DELIMITADOS            PIC 9(07) VALUE 0.

       01 WS-PAGINACION.
          05 WS-PAGINA                      PIC 9(04) VALUE 0.
          05 WS-LINEAS-PAGINA               PIC 9(02) VALUE 0.
          05 WS-MAX-LINEAS                  PIC 9(02) VALUE 55.

       01 WS-CORTE-CATEGORIA.
          05 WS-CATEGORIA-ANT               PIC X(20) VALUE SPACES.
          05 WS-INDICE                      PIC 9(07)V9(06) VALUE 0.
          05 WS-INDICE-MES                  PIC 9(05)V9(02) VALUE 0.
          05 WS-ALGUN-CAT-ABIERTA           PIC X(01) VALUE 'N'.
             88 WS-ALGUN-CAT-ABIERTA-SI         VALUE 'S'.
             88 WS-ALGUN-CAT-ABIERTA-NO         VALUE 'N'.
          05 WS-VAR-MENSUAL                 PIC S9(05)V9(02) VALUE 0.
          05 WS-VAR-ACUMULADA               PIC S9(05)V9(02) VALUE 0.

       01 WS-FIN-RETURN                     PIC X(01) VALUE 'N'.
          88 WS-FIN-RETURN-SI                   VALUE 'S'.
          88 WS-FIN-RETURN-NO                   VALUE 'N'.

       01 WS-FECHA-PROCESO.
          05 WS-FECHA-AAAA                  PIC X(04).
          05 WS-FECHA-MM                    PIC X(02).
          05 WS-FECHA-DD                    PIC X(02).
          05 FILLER                         PIC X(13).

       01 WS-PERIODO-CONTROL.
          05 WS-MES-BASE                    PIC X(06).
          05 WS-MES-BASE-N                  REDEFINES WS-MES-BASE
                                            PIC 9(06).
          05 WS-MES-BASE-R                  REDEFINES WS-MES-BASE.
             10 WS-BASE-AAAA                PIC 9(04).
             10 WS-BASE-MM                  PIC 9(02).
          05 WS-MES-HASTA                   PIC X(06).
          05 WS-MES-HASTA-N                 REDEFINES WS-MES-HASTA
                                            PIC 9(06).
          05 WS-MES-HASTA-R                 REDEFINES WS-MES-HASTA.
             10 WS-HASTA-AAAA               PIC 9(04).
             10 WS-HASTA-MM                 PIC 9(02).
          05 WS-MESES-PERIODO               PIC S9(05) VALUE 0.
          05 WS-MES-TRABAJO.
             10 WS-TRABAJO-AAAA             PIC 9(04).
             10 WS-TRABAJO-MM               PIC 9(02).
          05 WS-ANIO-DESDE                  PIC 9(04) VALUE ZEROS.
          05 WS-ANIO-HASTA                  PIC 9(04) VALUE ZEROS.
          05 WS-ANIO-ACTUAL                 PIC 9(04) VALUE ZEROS.

       01 WS-UMBRAL-CONTROL.
          05 WS-UMBRAL-ENTRADA              PIC X(05).
          05 WS-UMBRAL-ENTRADA-N            REDEFINES WS-UMBRAL-ENTRADA
                                            PIC 9(03)V9(02).
          05 WS-UMBRAL-INDICE               PIC 9(03)V9(02).

       01 WS-RUTAS.
          05 WS-MASTER-PATH                 PIC X(100).
          05 WS-HISTORIA-PATH               PIC X(100).
          05 WS-HISTORIA-VIVA-PATH          PIC X(100).
          05 WS-REPORTE-PATH                PIC X(100).
          05 WS-DELIMITADO-PATH             PIC X(100).

      *    MESES DEL PERIODO; LA PRIMERA ENTRADA ES EL MES ANTERIOR A LA
      *    BASE, PARA MEDIR LOS REPRECIOS DEL PROPIO MES BASE. EL
      *    CIERRE AAAAMM31 ES MAYOR QUE CUALQUIER FECHA DEL MES
       01 WS-TABLA-MESES.
          05 WS-CANT-MESES                  PIC 9(02) VALUE 0.
          05 WS-MES-ENTRADA                 OCCURS 37 TIMES.
             10 WS-MES-AAAAMM               PIC 9(06).
             10 WS-MES-CIERRE               PIC X(08).

      *    PRECIO Y CATEGORIA DEL PRODUCTO EN CURSO AL CIERRE DE CADA
      *    MES: LA HISTORIA GUARDA LOS VALORES SALIENTES, ASI QUE EL
      *    PRIMER REGISTRO POSTERIOR AL CIERRE TIENE LO VIGENTE EN ESE
      *    CIERRE; SIN REGISTRO POSTERIOR VALE EL MAESTRO ACTUAL
       01 WS-TABLA-PRODUCTO.
          05 WS-PMS-ENTRADA                 OCCURS 37 TIMES.
             10 WS-PMS-HALLADO              PIC X(01).
                88 WS-PMS-HALLADO-SI            VALUE 'S'.
             10 WS-PMS-ACTIVO               PIC X(01).
                88 WS-PMS-ACTIVO-SI             VALUE 'S'.
             10 WS-PMS-CATEGORIA            PIC X(20).
             10 WS-PMS-CON-IVA              PIC 9(05)V9(02).
             10 WS-PMS-CAT-IND              PIC 9(03).

       01 WS-TABLA-CATEGORIAS.
          05 WS-CANT-CATEGORIAS             PIC 9(03) VALUE 0.
          05 WS-CAT-ENTRADA                 OCCURS 200 TIMES.
             10 WS-CAT-NOMBRE               PIC X(20).
             10 WS-CAT-MES                  OCCURS 37 TIMES.
                15 WS-CAT-SUMA-MES          PIC 9(09)V9(02).
                15 WS-CAT-SUMA-ANT          PIC 9(09)V9(02).
                15 WS-CAT-PRODUCTOS         PIC 9(05).
                15 WS-CAT-REPRECIADOS       PIC 9(05).
                15 WS-CAT-SUMA-VAR          PIC S9(07)V9(02).
                15 WS-CAT-MAX-VAR           PIC S9(05)V9(02).

       01 WS-INDICES.
          05 WS-IMES                        PIC 9(02) VALUE 0.
          05 WS-IANT                        PIC 9(02) VALUE 0.
          05 WS-ICAT                        PIC 9(03) VALUE 0.
          05 WS-IBASE                       PIC 9(02) VALUE 2.
          05 WS-SECUENCIA                   PIC 9(07) VALUE 0.

       01 WS-BUSQUEDA-CATEGORIA.
          05 WS-CAT-BUSCADA                 PIC X(20) VALUE SPACES.
          05 WS-CAT-BUSCADA-IND             PIC 9(03) VALUE 0.
          05 WS-CAT-HALLADA                 PIC X(01) VALUE 'N'.
             88 WS-CAT-HALLADA-SI               VALUE 'S'.
             88 WS-CAT-HALLADA-NO               VALUE 'N'.

       01 WS-VARIACION                      PIC S9(05)V9(02) VALUE 0.

       01 WS-DELIM-WORK.
          05 WS-NUM-VALOR                   PIC S9(05)V9(02).
          05 WS-NUM-ABSOLUTO                PIC 9(05)V9(02).
          05 WS-NUM-ENTERO                  PIC 9(05).
          05 WS-NUM-DECIMAL                 PIC 9(02).
          05 WS-NUM-SIGNO                   PIC X(01).
          05 WS-NUM-TEXTO                   PIC X(09).
          05 WS-DEL-INDICE                  PIC X(09).
          05 WS-DEL-VAR-MENSUAL             PIC X(09).
          05 WS-DEL-VAR-PROMEDIO            PIC X(09).
          05 WS-DEL-VAR-MAXIMA              PIC X(09).
          05 WS-DEL-MARCA                   PIC X(01).

       01 WS-CONCILIACION.
          05 WS-RETORNO                     PIC 9(02) VALUE 0.
             88 WS-RETORNO-LIMPIO               VALUE 0.
             88 WS-RETORNO-CON-RECHAZOS         VALUE 4.
             88 WS-RETORNO-APERTURA             VALUE 12.
          05 WS-APERTURA-FALLIDA            PIC X(01) VALUE 'N'.
             88 WS-APERTURA-FALLIDA-SI          VALUE 'S'.
             88 WS-APERTURA-FALLIDA-NO          VALUE 'N'.

       01 WS-LINEA-TITULO.
          05 FILLER                         PIC X(33)
             VALUE 'INDICE DE PRECIOS POR CATEGORIA  '.
          05 FILLER                         PIC X(05) VALUE 'BASE '.
          05 TIT-BASE-MM                    PIC X(02).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 TIT-BASE-AAAA                  PIC X(04).
          05 FILLER                         PIC X(08) VALUE ' = 100  '.
          05 FILLER                         PIC X(06) VALUE 'HASTA '.
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
          05 FILLER                         PIC X(08) VALUE 'MES     '.
          05 FILLER                         PIC X(21)
             VALUE 'CATEGORIA            '.
          05 FILLER                         PIC X(07) VALUE ' PROD. '.
          05 FILLER                         PIC X(10)
             VALUE '   INDICE '.
          05 FILLER                         PIC X(10)
             VALUE ' VAR.MES %'.
          05 FILLER                         PIC X(07) VALUE ' REPR. '.
          05 FILLER                         PIC X(10)
             VALUE ' VAR.PROM%'.
          05 FILLER                         PIC X(10)
             VALUE ' VAR.MAX %'.

       01 WS-LINEA-DETALLE.
          05 DET-MES-AAAA                   PIC X(04).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 DET-MES-MM                     PIC X(02).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-CATEGORIA                  PIC X(20).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-PRODUCTOS                  PIC ZZZZZ9.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-INDICE                     PIC ZZ.ZZ9,99.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-VAR-MENSUAL                PIC -ZZZZ9,99.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-REPRECIADOS                PIC ZZZZZ9.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-VAR-PROMEDIO               PIC -ZZZZ9,99.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-VAR-MAXIMA                 PIC -ZZZZ9,99.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-MARCA                      PIC X(18).

       01 WS-LINEA-SUBTOTAL.
          05 FILLER                         PIC X(11)
             VALUE 'CATEGORIA: '.
          05 SUB-CATEGORIA                  PIC X(20).
          05 FILLER                         PIC X(15)
             VALUE ' INDICE FINAL= '.
          05 SUB-INDICE                     PIC ZZ.ZZ9,99.
          05 FILLER                         PIC X(12)
             VALUE ' VAR.ACUM.= '.
          05 SUB-VAR-ACUMULADA              PIC -ZZZZ9,99.
          05 FILLER                         PIC X(11)
             VALUE ' REPRECIOS='.
          05 SUB-REPRECIOS                  PIC ZZZZZZ9.
          05 FILLER                         PIC X(20)
             VALUE ' MESES SOBRE UMBRAL='.
          05 SUB-MESES-MARCADOS             PIC ZZ9.

       01 WS-LINEA-RESUMEN.
          05 RES-LITERAL                    PIC X(30).
          05 RES-CANTIDAD                   PIC ZZZZZZ9.

       01 WS-LINEA-UMBRAL.
          05 FILLER                         PIC X(30)
             VALUE 'UMBRAL DE SUBA MENSUAL %:'.
          05 UMB-VALOR                      PIC ZZ9,99.

       01 WS-LINEA-NOTA.
          05 FILLER                         PIC X(48)
             VALUE 'INDICE ENCADENADO, BASE 100: CADA MES VARIA COMO'.
          05 FILLER                         PIC X(50)
             VALUE ' EL PRECIO CON IVA DE LOS PRODUCTOS ACTIVOS EN SU'.

       01 WS-LINEA-NOTA-2.
          05 FILLER                         PIC X(47)
             VALUE 'CIERRE Y EN EL ANTERIOR (PROD.). REPR.: LOS QUE'.
          05 FILLER                         PIC X(50)
             VALUE ' CAMBIARON DE PRECIO ENTRE ESOS DOS CIERRES'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-APERTURA-FALLIDA-NO

              SORT ARCH-SORT-HISTORIA
                   ON ASCENDING KEY SHI-ID-PRODUCTO
                                    SHI-FECHA
                                    SHI-SECUENCIA
                   INPUT PROCEDURE IS 2000-LEER-HISTORIAS
                                 THRU 2000-LEER-HISTORIAS-FIN
                   OUTPUT PROCEDURE IS 2200-VALORIZAR-PRODUCTOS
                                  THRU 2200-VALORIZAR-PRODUCTOS-FIN

              SORT ARCH-SORT-INDICE
                   ON ASCENDING KEY SIN-CATEGORIA
                                    SIN-MES
                   INPUT PROCEDURE IS 2500-LIBERAR-INDICES
                                 THRU 2500-LIBERAR-INDICES-FIN
                   OUTPUT PROCEDURE IS 2600-LISTAR-INDICES
                                  THRU 2600-LISTAR-INDICES-FIN

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

      *    PERIODO AAAAMM; POR OMISION HASTA EL MES EN CURSO Y BASE
      *    EN EL MISMO MES DEL ANIO ANTERIOR
           ACCEPT WS-MES-HASTA FROM ENVIRONMENT 'DD_MES_HASTA'.
           IF WS-MES-HASTA = SPACES
              MOVE WS-FECHA-PROCESO (1:6)    TO WS-MES-HASTA
           END-IF.

           IF WS-MES-HASTA-N NOT NUMERIC
                  OR WS-HASTA-AAAA NOT > 1600
                  OR WS-HASTA-MM = 0 OR WS-HASTA-MM > 12
                  OR WS-MES-HASTA > WS-FECHA-PROCESO (1:6)
              DISPLAY 'DD_MES_HASTA INVALIDO O FUTURO: '
                      'CORRIDA CANCELADA'
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           ACCEPT WS-MES-BASE FROM ENVIRONMENT 'DD_MES_BASE'.
           IF WS-MES-BASE = SPACES
              COMPUTE WS-MES-BASE-N = WS-MES-HASTA-N - 100
           END-IF.

           IF WS-MES-BASE-N NOT NUMERIC
                  OR WS-BASE-AAAA NOT > 1600
                  OR WS-BASE-MM = 0 OR WS-BASE-MM > 12
                  OR WS-MES-BASE > WS-MES-HASTA
              DISPLAY 'DD_MES_BASE INVALIDO O POSTERIOR A '
                      'DD_MES_HASTA: CORRIDA CANCELADA'
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

      *    HASTA 36 MESES A LA VISTA, MAS EL ANTERIOR A LA BASE
           COMPUTE WS-MESES-PERIODO =
                   (WS-HASTA-AAAA * 12 + WS-HASTA-MM)
                 - (WS-BASE-AAAA * 12 + WS-BASE-MM).
           IF WS-MESES-PERIODO > 35
              DISPLAY 'PERIODO MAYOR A 36 MESES: CORRIDA CANCELADA'
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           MOVE WS-MES-BASE (5:2)            TO TIT-BASE-MM.
           MOVE WS-MES-BASE (1:4)            TO TIT-BASE-AAAA.
           MOVE WS-MES-HASTA (5:2)           TO TIT-HASTA-MM.
           MOVE WS-MES-HASTA (1:4)           TO TIT-HASTA-AAAA.

           PERFORM 1100-ARMAR-MESES
              THRU 1100-ARMAR-MESES-FIN.

      *    UMBRAL DE SUBA MENSUAL DEL INDICE EN FORMATO 999V99
      *    (00500 = 5,00 %)
           ACCEPT WS-UMBRAL-ENTRADA FROM ENVIRONMENT
                  'DD_UMBRAL_INDICE'.
           IF WS-UMBRAL-ENTRADA-N NUMERIC
              MOVE WS-UMBRAL-ENTRADA-N       TO WS-UMBRAL-INDICE
           ELSE
              MOVE 5,00                      TO WS-UMBRAL-INDICE
           END-IF.

           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT 'DD_MASTER'.
           IF WS-MASTER-PATH = SPACES
              MOVE '../PRODUCTO-MASTER.DAT'  TO WS-MASTER-PATH
           END-IF.

           ACCEPT WS-HISTORIA-VIVA-PATH FROM ENVIRONMENT 'DD_HISTORIA'.
           IF WS-HISTORIA-VIVA-PATH = SPACES
              MOVE '../PRODUCTO-HISTORIA.TXT'
                                             TO WS-HISTORIA-VIVA-PATH
           END-IF.

           ACCEPT WS-REPORTE-PATH FROM ENVIRONMENT 'DD_INDICE_REPORTE'.
           IF WS-REPORTE-PATH = SPACES
              MOVE '../INDICE-CATEGORIAS.TXT'
                                             TO WS-REPORTE-PATH
           END-IF.

           ACCEPT WS-DELIMITADO-PATH FROM ENVIRONMENT
                  'DD_INDICE_DELIMITADO'.
           IF WS-DELIMITADO-PATH = SPACES
              MOVE '../INDICE-CATEGORIAS_DELIMITADO.TXT'
                                             TO WS-DELIMITADO-PATH
           END-IF.

           OPEN INPUT ARCH-MAE-PRODUCTO.
           IF NOT FS-MASTER-OK
              DISPLAY 'ERROR AL ABRIR PRODUCTO-MASTER.DAT'
              DISPLAY 'FILE STATUS: ' FS-MASTER
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
           END-IF.

           OPEN OUTPUT ARCH-SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR '
                      FUNCTION TRIM (WS-REPORTE-PATH)
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
           END-IF.

           OPEN OUTPUT ARCH-SAL-DELIMITADO.
           IF NOT FS-DELIMITADO-OK
              DISPLAY 'ERROR AL ABRIR '
                      FUNCTION TRIM (WS-DELIMITADO-PATH)
              DISPLAY 'FILE STATUS: ' FS-DELIMITADO
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-ARMAR-MESES.

           MOVE WS-BASE-AAAA                 TO WS-TRABAJO-AAAA.
           MOVE WS-BASE-MM                   TO WS-TRABAJO-MM.

           IF WS-TRABAJO-MM = 1
              MOVE 12                        TO WS-TRABAJO-MM
              SUBTRACT 1                     FROM WS-TRABAJO-AAAA
           ELSE
              SUBTRACT 1                     FROM WS-TRABAJO-MM
           END-IF.

      *    LOS ARCHIVOS ANUALES SE LEEN DESDE EL ANIO DEL MES ANTERIOR
      *    A LA BASE: LO ANTERIOR A ESE CIERRE NO INTERVIENE
           MOVE WS-TRABAJO-AAAA              TO WS-ANIO-DESDE.
           MOVE WS-FECHA-AAAA                TO WS-ANIO-HASTA.

           MOVE 0                            TO WS-CANT-MESES.

           PERFORM 1110-AGREGAR-MES
              THRU 1110-AGREGAR-MES-FIN
             UNTIL WS-MES-TRABAJO > WS-MES-HASTA.

       1100-ARMAR-MESES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-AGREGAR-MES.

           ADD 1                             TO WS-CANT-MESES.
           MOVE WS-MES-TRABAJO
                             TO WS-MES-AAAAMM (WS-CANT-MESES).
           MOVE SPACES       TO WS-MES-CIERRE (WS-CANT-MESES).
           STRING WS-MES-TRABAJO             DELIMITED BY SIZE
                  '31'                       DELIMITED BY SIZE
             INTO WS-MES-CIERRE (WS-CANT-MESES)
           END-STRING.

           IF WS-TRABAJO-MM = 12
              MOVE 1                         TO WS-TRABAJO-MM
              ADD 1                          TO WS-TRABAJO-AAAA
           ELSE
              ADD 1                          TO WS-TRABAJO-MM
           END-IF.

       1110-AGREGAR-MES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-LEER-HISTORIAS.

           PERFORM 2010-PROCESAR-ANIO
              THRU 2010-PROCESAR-ANIO-FIN
             VARYING WS-ANIO-ACTUAL FROM WS-ANIO-DESDE BY 1
               UNTIL WS-ANIO-ACTUAL > WS-ANIO-HASTA.

           MOVE WS-HISTORIA-VIVA-PATH        TO WS-HISTORIA-PATH.
           PERFORM 2020-PROCESAR-ARCHIVO
              THRU 2020-PROCESAR-ARCHIVO-FIN.

       2000-LEER-HISTORIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2010-PROCESAR-ANIO.

           MOVE SPACES                       TO WS-HISTORIA-PATH.
           STRING '../HISTORIA-ARCH-'        DELIMITED BY SIZE
                  WS-ANIO-ACTUAL             DELIMITED BY SIZE
                  '.TXT'                     DELIMITED BY SIZE
             INTO WS-HISTORIA-PATH
           END-STRING.

           PERFORM 2020-PROCESAR-ARCHIVO
              THRU 2020-PROCESAR-ARCHIVO-FIN.

       2010-PROCESAR-ANIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2020-PROCESAR-ARCHIVO.

           OPEN INPUT ARCH-ENT-HISTORIA.

      *    UN ANIO SIN ARCHIVO (FS 35) SOLO SE SALTEA: NO TODOS LOS
      *    ANIOS TIENEN DEPURACION, Y SIN HISTORIA VIVA VALE EL MAESTRO
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    ADD 1                   TO WS-CONT-ARCHIVOS
               WHEN FS-HISTORIA-NFD
                    GO TO 2020-PROCESAR-ARCHIVO-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR '
                            FUNCTION TRIM (WS-HISTORIA-PATH)
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    GO TO 2020-PROCESAR-ARCHIVO-FIN
           END-EVALUATE.

           PERFORM 2030-LEER-HISTORIA
              THRU 2030-LEER-HISTORIA-FIN.

           PERFORM 2040-FILTRAR-HISTORIA
              THRU 2040-FILTRAR-HISTORIA-FIN
             UNTIL NOT FS-HISTORIA-OK.

           CLOSE ARCH-ENT-HISTORIA.

           IF NOT FS-HISTORIA-OK
              DISPLAY 'ERROR AL CERRAR '
                      FUNCTION TRIM (WS-HISTORIA-PATH) ': '
                      FS-HISTORIA
           END-IF.

       2020-PROCESAR-ARCHIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2030-LEER-HISTORIA.

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

       2030-LEER-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2040-FILTRAR-HISTORIA.

      *    SOLO INTERESA LO POSTERIOR AL CIERRE DEL MES ANTERIOR A LA
      *    BASE; LA SECUENCIA MANTIENE, A IGUAL FECHA, EL ORDEN DE
      *    LECTURA (DEL ARCHIVO MAS VIEJO AL VIVO)
           EVALUATE TRUE
               WHEN HIS-FECHA-EFECTIVA NOT NUMERIC
                 OR HIS-ID-PRODUCTO NOT NUMERIC
                 OR HIS-ID-PRODUCTO = ZEROS
                    ADD 1                   TO WS-CONT-HIS-ILEGIBLES
               WHEN HIS-FECHA-EFECTIVA NOT > WS-MES-CIERRE (1)
                    ADD 1                   TO WS-CONT-HIS-ANTERIORES
               WHEN OTHER
                    ADD 1                   TO WS-SECUENCIA
                    MOVE HIS-ID-PRODUCTO    TO SHI-ID-PRODUCTO
                    MOVE HIS-FECHA-EFECTIVA TO SHI-FECHA
                    MOVE WS-SECUENCIA       TO SHI-SECUENCIA
                    MOVE HIS-CATEGORIA      TO SHI-CATEGORIA
                    MOVE HIS-IMPORTE-CON-IVA
                                            TO SHI-IMPORTE-CON-IVA
                    RELEASE SHI-REG
           END-EVALUATE.

           PERFORM 2030-LEER-HISTORIA
              THRU 2030-LEER-HISTORIA-FIN.

       2040-FILTRAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-VALORIZAR-PRODUCTOS.

           SET WS-FIN-RETURN-NO              TO TRUE.

           PERFORM 2205-DEVOLVER-HISTORIA
              THRU 2205-DEVOLVER-HISTORIA-FIN.

           PERFORM 2210-LEER-PRODUCTO
              THRU 2210-LEER-PRODUCTO-FIN
             UNTIL FS-MASTER-EOF.

      *    LO QUE QUEDA ORDENADO DESPUES DEL ULTIMO PRODUCTO NO TIENE
      *    MAESTRO: SOLO SE INFORMA
           PERFORM 2215-SALTEAR-SIN-MAESTRO
              THRU 2215-SALTEAR-SIN-MAESTRO-FIN
             UNTIL WS-FIN-RETURN-SI.

       2200-VALORIZAR-PRODUCTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2205-DEVOLVER-HISTORIA.

           RETURN ARCH-SORT-HISTORIA
               AT END
                   SET WS-FIN-RETURN-SI     TO TRUE
           END-RETURN.

       2205-DEVOLVER-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-LEER-PRODUCTO.

           READ ARCH-MAE-PRODUCTO NEXT RECORD
               AT END
                   GO TO 2210-LEER-PRODUCTO-FIN
           END-READ.

           ADD 1                             TO WS-CONT-PRODUCTOS.
           MOVE SPACES                       TO WS-TABLA-PRODUCTO.

           PERFORM 2215-SALTEAR-SIN-MAESTRO
              THRU 2215-SALTEAR-SIN-MAESTRO-FIN
             UNTIL WS-FIN-RETURN-SI
                OR SHI-ID-PRODUCTO NOT < MAE-ID-PRODUCTO.

           PERFORM 2220-APLICAR-HISTORIA
              THRU 2220-APLICAR-HISTORIA-FIN
             UNTIL WS-FIN-RETURN-SI
                OR SHI-ID-PRODUCTO NOT = MAE-ID-PRODUCTO.

           PERFORM 2230-COMPLETAR-MES
              THRU 2230-COMPLETAR-MES-FIN
             VARYING WS-IMES FROM 1 BY 1
               UNTIL WS-IMES > WS-CANT-MESES.

           PERFORM 2240-ACUMULAR-MES
              THRU 2240-ACUMULAR-MES-FIN
             VARYING WS-IMES FROM WS-IBASE BY 1
               UNTIL WS-IMES > WS-CANT-MESES.

       2210-LEER-PRODUCTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2215-SALTEAR-SIN-MAESTRO.

           ADD 1                             TO WS-CONT-HIS-SIN-MAESTRO.

           PERFORM 2205-DEVOLVER-HISTORIA
              THRU 2205-DEVOLVER-HISTORIA-FIN.

       2215-SALTEAR-SIN-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2220-APLICAR-HISTORIA.

           ADD 1                             TO WS-CONT-HIS-USADOS.

           PERFORM 2225-CERRAR-MES
              THRU 2225-CERRAR-MES-FIN
             VARYING WS-IMES FROM 1 BY 1
               UNTIL WS-IMES > WS-CANT-MESES.

           PERFORM 2205-DEVOLVER-HISTORIA
              THRU 2205-DEVOLVER-HISTORIA-FIN.

       2220-APLICAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2225-CERRAR-MES.

      *    LOS REGISTROS LLEGAN POR FECHA: EL PRIMERO POSTERIOR A UN
      *    CIERRE ES EL QUE TIENE LO VIGENTE EN ESE CIERRE
           IF NOT WS-PMS-HALLADO-SI (WS-IMES)
                  AND SHI-FECHA > WS-MES-CIERRE (WS-IMES)
              MOVE 'S'                  TO WS-PMS-HALLADO (WS-IMES)
              MOVE SHI-CATEGORIA        TO WS-PMS-CATEGORIA (WS-IMES)
              MOVE SHI-IMPORTE-CON-IVA  TO WS-PMS-CON-IVA (WS-IMES)
           END-IF.

       2225-CERRAR-MES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2230-COMPLETAR-MES.

           IF NOT WS-PMS-HALLADO-SI (WS-IMES)
              MOVE MAE-CATEGORIA        TO WS-PMS-CATEGORIA (WS-IMES)
              MOVE MAE-IMPORTE-CON-IVA  TO WS-PMS-CON-IVA (WS-IMES)
           END-IF.

      *    LA BAJA ES LOGICA Y GUARDA SU FECHA: UN PRODUCTO DADO DE
      *    BAJA DESPUES DEL CIERRE ESTABA ACTIVO EN EL
           IF MAE-ESTADO-DISCONTINUADO
                  AND (MAE-FECHA-BAJA NOT NUMERIC
                       OR MAE-FECHA-BAJA NOT > WS-MES-CIERRE (WS-IMES))
              MOVE 'N'                  TO WS-PMS-ACTIVO (WS-IMES)
           ELSE
              MOVE 'S'                  TO WS-PMS-ACTIVO (WS-IMES)
           END-IF.

           MOVE 0                       TO WS-PMS-CAT-IND (WS-IMES).

           IF WS-IMES NOT < WS-IBASE
                  AND WS-PMS-ACTIVO-SI (WS-IMES)
              PERFORM 2235-UBICAR-CATEGORIA
                 THRU 2235-UBICAR-CATEGORIA-FIN
              MOVE WS-CAT-BUSCADA-IND   TO WS-PMS-CAT-IND (WS-IMES)
           END-IF.

       2230-COMPLETAR-MES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2235-UBICAR-CATEGORIA.

      *    LA CATEGORIA CASI NUNCA CAMBIA ENTRE MESES: SE REUSA LA
      *    ULTIMA UBICADA
           IF WS-PMS-CATEGORIA (WS-IMES) = WS-CAT-BUSCADA
                  AND WS-CAT-BUSCADA-IND > 0
              GO TO 2235-UBICAR-CATEGORIA-FIN
           END-IF.

           MOVE WS-PMS-CATEGORIA (WS-IMES)   TO WS-CAT-BUSCADA.
           MOVE 0                            TO WS-CAT-BUSCADA-IND.
           SET WS-CAT-HALLADA-NO             TO TRUE.

           PERFORM 2236-COMPARAR-CATEGORIA
              THRU 2236-COMPARAR-CATEGORIA-FIN
             VARYING WS-ICAT FROM 1 BY 1
               UNTIL WS-ICAT > WS-CANT-CATEGORIAS
                  OR WS-CAT-HALLADA-SI.

           IF WS-CAT-HALLADA-SI
              GO TO 2235-UBICAR-CATEGORIA-FIN
           END-IF.

      *    CATEGORIA NUEVA; CON LA TABLA LLENA EL PRODUCTO QUEDA FUERA
      *    DEL INDICE DE ESE MES Y SE INFORMA
           IF WS-CANT-CATEGORIAS NOT < 200
              ADD 1                          TO WS-CONT-SIN-CATEGORIA
              GO TO 2235-UBICAR-CATEGORIA-FIN
           END-IF.

           ADD 1                             TO WS-CANT-CATEGORIAS.
           MOVE WS-CANT-CATEGORIAS           TO WS-CAT-BUSCADA-IND.
           INITIALIZE WS-CAT-ENTRADA (WS-CAT-BUSCADA-IND).
           MOVE WS-CAT-BUSCADA
                             TO WS-CAT-NOMBRE (WS-CAT-BUSCADA-IND).

       2235-UBICAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2236-COMPARAR-CATEGORIA.

           IF WS-CAT-NOMBRE (WS-ICAT) = WS-CAT-BUSCADA
              MOVE WS-ICAT                   TO WS-CAT-BUSCADA-IND
              SET WS-CAT-HALLADA-SI          TO TRUE
           END-IF.

       2236-COMPARAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2240-ACUMULAR-MES.

           IF NOT WS-PMS-ACTIVO-SI (WS-IMES)
                  OR WS-PMS-CAT-IND (WS-IMES) = 0
              GO TO 2240-ACUMULAR-MES-FIN
           END-IF.

           MOVE WS-PMS-CAT-IND (WS-IMES)     TO WS-ICAT.
           COMPUTE WS-IANT = WS-IMES - 1.

      *    CADA PRODUCTO SE COMPARA CONSIGO MISMO EN EL CIERRE
      *    ANTERIOR, EN LA CATEGORIA QUE TIENE EN EL MES MEDIDO: LAS
      *    ALTAS Y BAJAS NO MUEVEN EL INDICE
           IF NOT WS-PMS-ACTIVO-SI (WS-IANT)
                  OR WS-PMS-CON-IVA (WS-IANT) = 0
              GO TO 2240-ACUMULAR-MES-FIN
           END-IF.

           ADD WS-PMS-CON-IVA (WS-IMES)
                             TO WS-CAT-SUMA-MES (WS-ICAT WS-IMES).
           ADD WS-PMS-CON-IVA (WS-IANT)
                             TO WS-CAT-SUMA-ANT (WS-ICAT WS-IMES).
           ADD 1             TO WS-CAT-PRODUCTOS (WS-ICAT WS-IMES).

      *    REPRECIADO: OTRO PRECIO QUE AL CIERRE DEL MES ANTERIOR
           IF WS-PMS-CON-IVA (WS-IMES) = WS-PMS-CON-IVA (WS-IANT)
              GO TO 2240-ACUMULAR-MES-FIN
           END-IF.

           COMPUTE WS-VARIACION ROUNDED =
                   (WS-PMS-CON-IVA (WS-IMES) - WS-PMS-CON-IVA (WS-IANT))
                 * 100 / WS-PMS-CON-IVA (WS-IANT)
               ON SIZE ERROR
                   MOVE 99999,99             TO WS-VARIACION
           END-COMPUTE.

           ADD 1              TO WS-CAT-REPRECIADOS (WS-ICAT WS-IMES).
           ADD WS-VARIACION   TO WS-CAT-SUMA-VAR (WS-ICAT WS-IMES).

           IF WS-CAT-REPRECIADOS (WS-ICAT WS-IMES) = 1
                  OR WS-VARIACION > WS-CAT-MAX-VAR (WS-ICAT WS-IMES)
              MOVE WS-VARIACION TO WS-CAT-MAX-VAR (WS-ICAT WS-IMES)
           END-IF.

       2240-ACUMULAR-MES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-LIBERAR-INDICES.

           PERFORM 2510-LIBERAR-CATEGORIA
              THRU 2510-LIBERAR-CATEGORIA-FIN
             VARYING WS-ICAT FROM 1 BY 1
               UNTIL WS-ICAT > WS-CANT-CATEGORIAS.

       2500-LIBERAR-INDICES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-LIBERAR-CATEGORIA.

           PERFORM 2520-LIBERAR-MES
              THRU 2520-LIBERAR-MES-FIN
             VARYING WS-IMES FROM WS-IBASE BY 1
               UNTIL WS-IMES > WS-CANT-MESES.

       2510-LIBERAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2520-LIBERAR-MES.

           IF WS-CAT-PRODUCTOS (WS-ICAT WS-IMES) = 0
              GO TO 2520-LIBERAR-MES-FIN
           END-IF.

           MOVE WS-CAT-NOMBRE (WS-ICAT)      TO SIN-CATEGORIA.
           MOVE WS-MES-AAAAMM (WS-IMES)      TO SIN-MES.
           MOVE WS-CAT-PRODUCTOS (WS-ICAT WS-IMES)
                                             TO SIN-PRODUCTOS.
           MOVE WS-CAT-REPRECIADOS (WS-ICAT WS-IMES)
                                             TO SIN-REPRECIADOS.

           MOVE WS-CAT-SUMA-MES (WS-ICAT WS-IMES)
                                             TO SIN-SUMA-MES.
           MOVE WS-CAT-SUMA-ANT (WS-ICAT WS-IMES)
                                             TO SIN-SUMA-ANT.

           IF WS-CAT-REPRECIADOS (WS-ICAT WS-IMES) > 0
              COMPUTE SIN-VAR-PROMEDIO ROUNDED =
                      WS-CAT-SUMA-VAR (WS-ICAT WS-IMES)
                    / WS-CAT-REPRECIADOS (WS-ICAT WS-IMES)
              MOVE WS-CAT-MAX-VAR (WS-ICAT WS-IMES)
                                             TO SIN-VAR-MAXIMA
           ELSE
              MOVE 0                         TO SIN-VAR-PROMEDIO
                                                SIN-VAR-MAXIMA
           END-IF.

           RELEASE SIN-REG.

       2520-LIBERAR-MES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2600-LISTAR-INDICES.

           SET WS-FIN-RETURN-NO              TO TRUE.

           PERFORM 2605-DEVOLVER-INDICE
              THRU 2605-DEVOLVER-INDICE-FIN
             UNTIL WS-FIN-RETURN-SI.

           IF WS-ALGUN-CAT-ABIERTA-SI
              PERFORM 2630-SUBTOTAL-CATEGORIA
                 THRU 2630-SUBTOTAL-CATEGORIA-FIN
           ELSE
              PERFORM 2620-ENCABEZAR-PAGINA
                 THRU 2620-ENCABEZAR-PAGINA-FIN
           END-IF.

           PERFORM 2650-RESUMEN-FINAL
              THRU 2650-RESUMEN-FINAL-FIN.

       2600-LISTAR-INDICES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2605-DEVOLVER-INDICE.

           RETURN ARCH-SORT-INDICE
               AT END
                   SET WS-FIN-RETURN-SI     TO TRUE
               NOT AT END
                   PERFORM 2610-PROCESAR-INDICE
                      THRU 2610-PROCESAR-INDICE-FIN
           END-RETURN.

       2605-DEVOLVER-INDICE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2610-PROCESAR-INDICE.

           IF WS-ALGUN-CAT-ABIERTA-SI
                  AND SIN-CATEGORIA NOT = WS-CATEGORIA-ANT
              PERFORM 2630-SUBTOTAL-CATEGORIA
                 THRU 2630-SUBTOTAL-CATEGORIA-FIN
           END-IF.

           IF WS-ALGUN-CAT-ABIERTA-NO
              MOVE SIN-CATEGORIA             TO WS-CATEGORIA-ANT
              MOVE 100                       TO WS-INDICE
              SET WS-ALGUN-CAT-ABIERTA-SI    TO TRUE
           END-IF.

           IF WS-LINEAS-PAGINA = 0
                  OR WS-LINEAS-PAGINA NOT < WS-MAX-LINEAS
              PERFORM 2620-ENCABEZAR-PAGINA
                 THRU 2620-ENCABEZAR-PAGINA-FIN
           END-IF.

      *    VARIACION DEL MES: MISMOS PRODUCTOS, CIERRE DEL MES CONTRA
      *    CIERRE ANTERIOR. EL MES BASE VALE 100 Y LOS SIGUIENTES SE
      *    ENCADENAN; UN MES SIN FILA NO MUEVE EL INDICE
           COMPUTE WS-VAR-MENSUAL ROUNDED =
                   (SIN-SUMA-MES - SIN-SUMA-ANT) * 100 / SIN-SUMA-ANT
               ON SIZE ERROR
                   MOVE 99999,99             TO WS-VAR-MENSUAL
           END-COMPUTE.

           IF SIN-MES = WS-MES-BASE-N
              MOVE 100                       TO WS-INDICE
           ELSE
              COMPUTE WS-INDICE ROUNDED =
                      WS-INDICE * SIN-SUMA-MES / SIN-SUMA-ANT
                  ON SIZE ERROR
                      MOVE 99999,99          TO WS-INDICE
              END-COMPUTE
           END-IF.

           COMPUTE WS-INDICE-MES ROUNDED = WS-INDICE
               ON SIZE ERROR
                   MOVE 99999,99             TO WS-INDICE-MES
           END-COMPUTE.

           MOVE SIN-MES                      TO WS-MES-TRABAJO.
           MOVE WS-MES-TRABAJO (1:4)         TO DET-MES-AAAA.
           MOVE WS-MES-TRABAJO (5:2)         TO DET-MES-MM.
           MOVE SIN-CATEGORIA                TO DET-CATEGORIA.
           MOVE SIN-PRODUCTOS                TO DET-PRODUCTOS.
           MOVE WS-INDICE-MES                TO DET-INDICE.
           MOVE WS-VAR-MENSUAL               TO DET-VAR-MENSUAL.
           MOVE SIN-REPRECIADOS              TO DET-REPRECIADOS.
           MOVE SIN-VAR-PROMEDIO             TO DET-VAR-PROMEDIO.
           MOVE SIN-VAR-MAXIMA               TO DET-VAR-MAXIMA.
           MOVE SPACES                       TO DET-MARCA.
           MOVE 'N'                          TO WS-DEL-MARCA.

           IF WS-VAR-MENSUAL > WS-UMBRAL-INDICE
              MOVE '** SUPERA UMBRAL *'      TO DET-MARCA
              MOVE 'S'                       TO WS-DEL-MARCA
              ADD 1                     TO WS-CONT-MESES-MARCADOS
                                           WS-CONT-CAT-MESES-MARCADOS
           END-IF.

           MOVE WS-LINEA-DETALLE             TO SAL-REPORTE-LINEA.
           PERFORM 2640-ESCRIBIR-LINEA
              THRU 2640-ESCRIBIR-LINEA-FIN.

           PERFORM 2660-ESCRIBIR-DELIMITADO
              THRU 2660-ESCRIBIR-DELIMITADO-FIN.

           ADD 1                             TO WS-CONT-FILAS.
           ADD SIN-REPRECIADOS               TO WS-CONT-CAT-REPRECIOS.

       2610-PROCESAR-INDICE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2620-ENCABEZAR-PAGINA.

           ADD 1                             TO WS-PAGINA.
           MOVE WS-PAGINA                    TO TIT-PAGINA.

           MOVE WS-LINEA-TITULO              TO SAL-REPORTE-LINEA.
           PERFORM 2640-ESCRIBIR-LINEA
              THRU 2640-ESCRIBIR-LINEA-FIN.

           MOVE WS-LINEA-COLUMNAS            TO SAL-REPORTE-LINEA.
           PERFORM 2640-ESCRIBIR-LINEA
              THRU 2640-ESCRIBIR-LINEA-FIN.

           MOVE SPACES                       TO SAL-REPORTE-LINEA.
           PERFORM 2640-ESCRIBIR-LINEA
              THRU 2640-ESCRIBIR-LINEA-FIN.

           MOVE 3                            TO WS-LINEAS-PAGINA.

       2620-ENCABEZAR-PAGINA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2630-SUBTOTAL-CATEGORIA.

      *    LA VARIACION ACUMULADA ES LA DEL ULTIMO INDICE DEL PERIODO
      *    CONTRA LA BASE (100)
           COMPUTE WS-VAR-ACUMULADA = WS-INDICE-MES - 100.

           MOVE WS-CATEGORIA-ANT             TO SUB-CATEGORIA.
           MOVE WS-INDICE-MES                TO SUB-INDICE.
           MOVE WS-VAR-ACUMULADA             TO SUB-VAR-ACUMULADA.
           MOVE WS-CONT-CAT-REPRECIOS        TO SUB-REPRECIOS.
           MOVE WS-CONT-CAT-MESES-MARCADOS   TO SUB-MESES-MARCADOS.
           MOVE WS-LINEA-SUBTOTAL            TO SAL-REPORTE-LINEA.
           PERFORM 2640-ESCRIBIR-LINEA
              THRU 2640-ESCRIBIR-LINEA-FIN.

           MOVE SPACES                       TO SAL-REPORTE-LINEA.
           PERFORM 2640-ESCRIBIR-LINEA
              THRU 2640-ESCRIBIR-LINEA-FIN.

           ADD 1                             TO WS-CONT-CATEGORIAS.

           IF WS-CONT-CAT-MESES-MARCADOS > 0
              ADD 1                          TO WS-CONT-CAT-MARCADAS
           END-IF.

           SET WS-ALGUN-CAT-ABIERTA-NO       TO TRUE.
           MOVE 0                       TO WS-CONT-CAT-REPRECIOS
                                           WS-CONT-CAT-MESES-MARCADOS.

       2630-SUBTOTAL-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2640-ESCRIBIR-LINEA.

           WRITE SAL-REPORTE-LINEA.

           IF FS-REPORTE-OK
              ADD 1                          TO WS-LINEAS-PAGINA
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR '
                      FUNCTION TRIM (WS-REPORTE-PATH) ': '
                      FS-REPORTE
           END-IF.

       2640-ESCRIBIR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2650-RESUMEN-FINAL.

           MOVE WS-UMBRAL-INDICE             TO UMB-VALOR.
           MOVE WS-LINEA-UMBRAL              TO SAL-REPORTE-LINEA.
           PERFORM 2640-ESCRIBIR-LINEA
              THRU 2640-ESCRIBIR-LINEA-FIN.

           MOVE SPACES                       TO WS-LINEA-RESUMEN.
           MOVE 'CATEGORIAS LISTADAS:'       TO RES-LITERAL.
           MOVE WS-CONT-CATEGORIAS           TO RES-CANTIDAD.
           MOVE WS-LINEA-RESUMEN             TO SAL-REPORTE-LINEA.
           PERFORM 2640-ESCRIBIR-LINEA
              THRU 2640-ESCRIBIR-LINEA-FIN.

           MOVE SPACES                       TO WS-LINEA-RESUMEN.
           MOVE 'CATEGORIAS SOBRE UMBRAL:'   TO RES-LITERAL.
           MOVE WS-CONT-CAT-MARCADAS         TO RES-CANTIDAD.
           MOVE WS-LINEA-RESUMEN             TO SAL-REPORTE-LINEA.
           PERFORM 2640-ESCRIBIR-LINEA
              THRU 2640-ESCRIBIR-LINEA-FIN.

           MOVE SPACES                       TO WS-LINEA-RESUMEN.
           MOVE 'MESES SOBRE UMBRAL:'        TO RES-LITERAL.
           MOVE WS-CONT-MESES-MARCADOS       TO RES-CANTIDAD.
           MOVE WS-LINEA-RESUMEN             TO SAL-REPORTE-LINEA.
           PERFORM 2640-ESCRIBIR-LINEA
              THRU 2640-ESCRIBIR-LINEA-FIN.

           MOVE WS-LINEA-NOTA                TO SAL-REPORTE-LINEA.
           PERFORM 2640-ESCRIBIR-LINEA
              THRU 2640-ESCRIBIR-LINEA-FIN.

           MOVE WS-LINEA-NOTA-2              TO SAL-REPORTE-LINEA.
           PERFORM 2640-ESCRIBIR-LINEA
              THRU 2640-ESCRIBIR-LINEA-FIN.

       2650-RESUMEN-FINAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2660-ESCRIBIR-DELIMITADO.

      *    IMPORTES CON PUNTO DECIMAL, COMO RESULTADO_DELIMITADO.TXT
           MOVE WS-INDICE-MES                TO WS-NUM-VALOR.
           PERFORM 2670-FORMATEAR-NUMERO
              THRU 2670-FORMATEAR-NUMERO-FIN.
           MOVE WS-NUM-TEXTO                 TO WS-DEL-INDICE.

           MOVE WS-VAR-MENSUAL               TO WS-NUM-VALOR.
           PERFORM 2670-FORMATEAR-NUMERO
              THRU 2670-FORMATEAR-NUMERO-FIN.
           MOVE WS-NUM-TEXTO                 TO WS-DEL-VAR-MENSUAL.

           MOVE SIN-VAR-PROMEDIO             TO WS-NUM-VALOR.
           PERFORM 2670-FORMATEAR-NUMERO
              THRU 2670-FORMATEAR-NUMERO-FIN.
           MOVE WS-NUM-TEXTO                 TO WS-DEL-VAR-PROMEDIO.

           MOVE SIN-VAR-MAXIMA               TO WS-NUM-VALOR.
           PERFORM 2670-FORMATEAR-NUMERO
              THRU 2670-FORMATEAR-NUMERO-FIN.
           MOVE WS-NUM-TEXTO                 TO WS-DEL-VAR-MAXIMA.

           MOVE SPACES TO SAL-DELIMITADO.

           STRING FUNCTION TRIM(SIN-CATEGORIA)       DELIMITED BY SIZE
                  '|'                                DELIMITED BY SIZE
                  SIN-MES                            DELIMITED BY SIZE
                  '|'                                DELIMITED BY SIZE
                  WS-MES-BASE                        DELIMITED BY SIZE
                  '|'                                DELIMITED BY SIZE
                  SIN-PRODUCTOS                      DELIMITED BY SIZE
                  '|'                                DELIMITED BY SIZE
                  WS-DEL-INDICE                      DELIMITED BY SPACE
                  '|'                                DELIMITED BY SIZE
                  WS-DEL-VAR-MENSUAL                 DELIMITED BY SPACE
                  '|'                                DELIMITED BY SIZE
                  SIN-REPRECIADOS                    DELIMITED BY SIZE
                  '|'                                DELIMITED BY SIZE
                  WS-DEL-VAR-PROMEDIO                DELIMITED BY SPACE
                  '|'                                DELIMITED BY SIZE
                  WS-DEL-VAR-MAXIMA                  DELIMITED BY SPACE
                  '|'                                DELIMITED BY SIZE
                  WS-DEL-MARCA                       DELIMITED BY SIZE
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

       2660-ESCRIBIR-DELIMITADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2670-FORMATEAR-NUMERO.

           IF WS-NUM-VALOR < 0
              MOVE '-'                       TO WS-NUM-SIGNO
              COMPUTE WS-NUM-ABSOLUTO = 0 - WS-NUM-VALOR
           ELSE
              MOVE SPACE                     TO WS-NUM-SIGNO
              MOVE WS-NUM-VALOR              TO WS-NUM-ABSOLUTO
           END-IF.

           COMPUTE WS-NUM-ENTERO  = WS-NUM-ABSOLUTO.
           COMPUTE WS-NUM-DECIMAL =
                   (WS-NUM-ABSOLUTO - WS-NUM-ENTERO) * 100.

           MOVE SPACES                       TO WS-NUM-TEXTO.
           STRING WS-NUM-SIGNO               DELIMITED BY SPACE
                  WS-NUM-ENTERO              DELIMITED BY SIZE
                  '.'                        DELIMITED BY SIZE
                  WS-NUM-DECIMAL             DELIMITED BY SIZE
             INTO WS-NUM-TEXTO
           END-STRING.

       2670-FORMATEAR-NUMERO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           DISPLAY 'MES BASE / MES HASTA              : '
                   WS-MES-BASE ' - ' WS-MES-HASTA.
           DISPLAY 'CANTIDAD DE ARCHIVOS DE HISTORIA  : '
                   WS-CONT-ARCHIVOS.
           DISPLAY 'CANTIDAD DE REG. HISTORIA LEIDOS  : '
                   WS-CONT-HIS-LEIDOS.
           DISPLAY 'CANTIDAD ANTERIORES AL PERIODO    : '
                   WS-CONT-HIS-ANTERIORES.
           DISPLAY 'CANTIDAD DE REG. HISTORIA ILEGIB. : '
                   WS-CONT-HIS-ILEGIBLES.
           DISPLAY 'CANTIDAD DE REG. HISTORIA USADOS  : '
                   WS-CONT-HIS-USADOS.
           DISPLAY 'CANTIDAD DE REG. SIN MAESTRO      : '
                   WS-CONT-HIS-SIN-MAESTRO.
           DISPLAY 'CANTIDAD DE PRODUCTOS             : '
                   WS-CONT-PRODUCTOS.
           DISPLAY 'CANTIDAD FUERA DE TABLA DE CATEG. : '
                   WS-CONT-SIN-CATEGORIA.
           DISPLAY 'CANTIDAD DE CATEGORIAS            : '
                   WS-CONT-CATEGORIAS.
           DISPLAY 'CANTIDAD DE MESES SOBRE UMBRAL    : '
                   WS-CONT-MESES-MARCADOS.
           DISPLAY 'CANTIDAD DE PAGINAS               : '
                   WS-PAGINA.
           DISPLAY 'CANTIDAD DE REGISTROS DELIMITADOS : '
                   WS-CONT-DELIMITADOS.

           IF WS-APERTURA-FALLIDA-SI
              SET WS-RETORNO-APERTURA        TO TRUE
              DISPLAY 'CONCILIACION: PROCESO NO EJECUTADO POR ERROR '
                      'DE APERTURA. CODIGO DE RETORNO 12'
           ELSE
              PERFORM 3100-CERRAR-ARCHIVOS
                 THRU 3100-CERRAR-ARCHIVOS-FIN
           END-IF.

      *    PRODUCTOS QUE NO ENTRARON EN LA TABLA DE CATEGORIAS: EL
      *    INDICE DE ESOS MESES ESTA INCOMPLETO
           IF WS-APERTURA-FALLIDA-NO AND WS-CONT-SIN-CATEGORIA > 0
              SET WS-RETORNO-CON-RECHAZOS    TO TRUE
              DISPLAY 'CONCILIACION: PRODUCTOS FUERA DE LA TABLA DE '
                      'CATEGORIAS. CODIGO DE RETORNO 4'
           END-IF.

           MOVE WS-RETORNO                   TO RETURN-CODE.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-CERRAR-ARCHIVOS.

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

       3100-CERRAR-ARCHIVOS-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17INDX.
