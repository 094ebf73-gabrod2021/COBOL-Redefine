      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 14/10/2026
      * Purpose: ANTIGUEDAD DE LOS ERRORES PENDIENTES (SEMANAL)
      *          LEE ERRORES-ABIERTOS.DAT Y, PARA LOS ERRORES
      *          ABIERTOS O REENVIADOS SIN RESOLVER, ACUMULA LA
      *          ANTIGUEDAD (DIAS DESDE EL ALTA) EN TRAMOS DE 0-7,
      *          8-14, 15-30 Y MAS DE 30 DIAS, POR CODIGO DE ERROR Y
      *          POR EXTRACTO DE ORIGEN
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17ERRA.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ARCH-MAE-ERRORES
           ASSIGN TO WS-ERRORES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EAB-CLAVE
           FILE STATUS IS FS-ERRORES.

       SELECT ARCH-SAL-REPORTE
           ASSIGN TO WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ARCH-MAE-ERRORES.
           COPY ERRABIC.

       FD ARCH-SAL-REPORTE.
       01 SAL-REPORTE-LINEA                 PIC X(100).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-ERRORES                     PIC X(02).
             88 FS-ERRORES-OK                   VALUE '00'.
             88 FS-ERRORES-EOF                  VALUE '10'.
             88 FS-ERRORES-NFD                  VALUE '35'.
          05 FS-REPORTE                     PIC X(02).
             88 FS-REPORTE-OK                   VALUE '00'.

       01 WS-CONTADORES.
          05 WS-CONT-LEIDOS                 PIC 9(07) VALUE 0.
          05 WS-CONT-PENDIENTES             PIC 9(07) VALUE 0.
          05 WS-CONT-REENVIADOS             PIC 9(07) VALUE 0.
          05 WS-CONT-CERRADOS               PIC 9(07) VALUE 0.

       01 WS-RUTAS.
          05 WS-ERRORES-PATH                PIC X(100).
          05 WS-REPORTE-PATH                PIC X(100).

       01 WS-FECHA-PROCESO.
          05 WS-FECHA-AAAA                  PIC X(04).
          05 WS-FECHA-MM                    PIC X(02).
          05 WS-FECHA-DD                    PIC X(02).
          05 FILLER                         PIC X(13).

       01 WS-CALCULO.
          05 WS-FECHA-HOY-N                 PIC 9(08).
          05 WS-FECHA-ALTA-N                PIC 9(08).
          05 WS-DIAS-ANTIGUEDAD             PIC 9(07) VALUE 0.
          05 WS-TRAMO                       PIC 9(01) VALUE 0.
          05 WS-TOTAL-CODIGO                PIC 9(07) VALUE 0.

      *    TRAMOS DE ANTIGUEDAD: 1 = 0-7, 2 = 8-14, 3 = 15-30,
      *    4 = MAS DE 30 DIAS
       01 WS-TABLA-CODIGOS.
          05 WS-COD-ENTRADA                 OCCURS 12 TIMES
                                            INDEXED BY WS-IDX-COD.
             10 WS-COD-CODIGO               PIC X(04).
             10 WS-COD-DESCRIPCION          PIC X(25).
             10 WS-COD-REENVIADOS           PIC 9(07).
             10 WS-COD-TRAMO                PIC 9(07) OCCURS 4 TIMES.

       01 WS-TABLA-EXTRACTOS.
          05 WS-CANT-EXTRACTOS              PIC 9(03) VALUE 0.
          05 WS-EXT-ENTRADA                 OCCURS 50 TIMES
                                            INDEXED BY WS-IDX-EXT.
             10 WS-EXT-ARCHIVO              PIC X(100).
             10 WS-EXT-REENVIADOS           PIC 9(07).
             10 WS-EXT-TRAMO                PIC 9(07) OCCURS 4 TIMES.

      *    LOS EXTRACTOS QUE NO ENTRAN EN LA TABLA SE ACUMULAN JUNTOS
       01 WS-EXT-RESTO.
          05 WS-RST-USADO                   PIC X(01) VALUE 'N'.
             88 WS-RST-USADO-SI                 VALUE 'S'.
             88 WS-RST-USADO-NO                 VALUE 'N'.
          05 WS-RST-REENVIADOS              PIC 9(07) VALUE 0.
          05 WS-RST-TRAMO                   PIC 9(07) OCCURS 4 TIMES.

       01 WS-TOTALES.
          05 WS-TOT-REENVIADOS              PIC 9(07) VALUE 0.
          05 WS-TOT-TRAMO                   PIC 9(07) OCCURS 4 TIMES.

       01 WS-IND                            PIC 9(03) VALUE 0.

       01 WS-LINEA-TITULO.
          05 FILLER                         PIC X(32)
             VALUE 'ANTIGUEDAD DE ERRORES PENDIENTES'.
          05 FILLER                         PIC X(08)
             VALUE ' FECHA: '.
          05 TIT-FECHA-DD                   PIC X(02).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 TIT-FECHA-MM                   PIC X(02).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 TIT-FECHA-AAAA                 PIC X(04).

       01 WS-LINEA-SECCION.
          05 SEC-TITULO                     PIC X(40).
          05 FILLER                         PIC X(02) VALUE SPACES.
          05 FILLER                         PIC X(08) VALUE '  0-7 D'.
          05 FILLER                         PIC X(08) VALUE ' 8-14 D'.
          05 FILLER                         PIC X(08) VALUE '15-30 D'.
          05 FILLER                         PIC X(08) VALUE '  +30 D'.
          05 FILLER                         PIC X(08) VALUE '  TOTAL'.
          05 FILLER                         PIC X(08) VALUE ' REENV.'.

       01 WS-LINEA-DETALLE.
          05 DET-CLAVE                      PIC X(40).
          05 FILLER                         PIC X(02) VALUE SPACES.
          05 DET-TRAMO                      PIC Z(06)9 OCCURS 4 TIMES.
          05 DET-TOTAL                      PIC Z(06)9.
          05 DET-REENVIADOS                 PIC Z(06)9.

       01 WS-LINEA-CODIGO.
          05 LCD-CODIGO                     PIC X(04).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 LCD-DESCRIPCION                PIC X(25).
          05 FILLER                         PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF FS-ERRORES-OK AND FS-REPORTE-OK

              PERFORM 2100-ACUMULAR-ERROR
                 THRU 2100-ACUMULAR-ERROR-FIN
                UNTIL FS-ERRORES-EOF

              PERFORM 2200-LISTAR-ANTIGUEDAD
                 THRU 2200-LISTAR-ANTIGUEDAD-FIN

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-ERRORES-PATH FROM ENVIRONMENT
                  'DD_ERRORES_ABIERTOS'.
           IF WS-ERRORES-PATH = SPACES
              MOVE '../ERRORES-ABIERTOS.DAT' TO WS-ERRORES-PATH
           END-IF.

           ACCEPT WS-REPORTE-PATH FROM ENVIRONMENT 'DD_ERRANTIGUEDAD'.
           IF WS-REPORTE-PATH = SPACES
              MOVE '../ERRORES-ANTIGUEDAD.TXT'
                                             TO WS-REPORTE-PATH
           END-IF.

           MOVE FUNCTION CURRENT-DATE        TO WS-FECHA-PROCESO.
           MOVE WS-FECHA-DD                  TO TIT-FECHA-DD.
           MOVE WS-FECHA-MM                  TO TIT-FECHA-MM.
           MOVE WS-FECHA-AAAA                TO TIT-FECHA-AAAA.
           MOVE WS-FECHA-PROCESO (1:8)       TO WS-FECHA-HOY-N.

           PERFORM 1100-CARGAR-CODIGOS
              THRU 1100-CARGAR-CODIGOS-FIN.

           MOVE ZEROS                        TO WS-TOTALES.
           MOVE 0                            TO WS-RST-TRAMO (1)
                                                WS-RST-TRAMO (2)
                                                WS-RST-TRAMO (3)
                                                WS-RST-TRAMO (4).

           OPEN INPUT ARCH-MAE-ERRORES.
           EVALUATE TRUE
               WHEN FS-ERRORES-OK
                    CONTINUE
               WHEN FS-ERRORES-NFD
                    DISPLAY 'NO SE ENCUENTRA ERRORES-ABIERTOS.DAT: '
                            'CORRER PRIMERO CL17ERRS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ERRORES-ABIERTOS.DAT'
                    DISPLAY 'FILE STATUS: ' FS-ERRORES
           END-EVALUATE.

           OPEN OUTPUT ARCH-SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR ERRORES-ANTIGUEDAD.TXT'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-CODIGOS.

      *    CODIGOS DE RECHAZO DE CL17EJ02; LA ULTIMA ENTRADA JUNTA
      *    CUALQUIER CODIGO QUE NO SEA UNO DE ELLOS
           MOVE ZEROS                        TO WS-TABLA-CODIGOS.

           MOVE 'E01'                  TO WS-COD-CODIGO (1).
           MOVE 'TIPO DE REGISTRO INVALIDO'
                                       TO WS-COD-DESCRIPCION (1).
           MOVE 'E02'                  TO WS-COD-CODIGO (2).
           MOVE 'GRUPO INCOMPLETO'     TO WS-COD-DESCRIPCION (2).
           MOVE 'E03'                  TO WS-COD-CODIGO (3).
           MOVE 'FUERA DE SECUENCIA'   TO WS-COD-DESCRIPCION (3).
           MOVE 'E04'                  TO WS-COD-CODIGO (4).
           MOVE 'PROVEEDOR INVALIDO'   TO WS-COD-DESCRIPCION (4).
           MOVE 'E05'                  TO WS-COD-CODIGO (5).
           MOVE 'IVA INCONSISTENTE'    TO WS-COD-DESCRIPCION (5).
           MOVE 'E06'                  TO WS-COD-CODIGO (6).
           MOVE 'IMPORTE INVALIDO'     TO WS-COD-DESCRIPCION (6).
           MOVE 'E07'                  TO WS-COD-CODIGO (7).
           MOVE 'PLAZO INVALIDO'       TO WS-COD-DESCRIPCION (7).
           MOVE 'E08'                  TO WS-COD-CODIGO (8).
           MOVE 'CAMPO EN BLANCO'      TO WS-COD-DESCRIPCION (8).
           MOVE 'E09'                  TO WS-COD-CODIGO (9).
           MOVE 'CATEGORIA INVALIDA'   TO WS-COD-DESCRIPCION (9).
           MOVE 'E10'                  TO WS-COD-CODIGO (10).
           MOVE 'PRODUCTO DISCONTINUADO'
                                       TO WS-COD-DESCRIPCION (10).
           MOVE 'E11'                  TO WS-COD-CODIGO (11).
           MOVE 'CONFLICTO ENTRE EXTRACTOS'
                                       TO WS-COD-DESCRIPCION (11).
           MOVE '????'                 TO WS-COD-CODIGO (12).
           MOVE 'OTROS CODIGOS'        TO WS-COD-DESCRIPCION (12).

       1100-CARGAR-CODIGOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-ACUMULAR-ERROR.

           READ ARCH-MAE-ERRORES NEXT RECORD
               AT END
                   GO TO 2100-ACUMULAR-ERROR-FIN
           END-READ.

           ADD 1                             TO WS-CONT-LEIDOS.

      *    RESUELTOS Y ABANDONADOS YA NO ESTAN PENDIENTES
           IF NOT EAB-ESTADO-ABIERTO AND NOT EAB-ESTADO-REENVIADO
              ADD 1                          TO WS-CONT-CERRADOS
              GO TO 2100-ACUMULAR-ERROR-FIN
           END-IF.

           ADD 1                             TO WS-CONT-PENDIENTES.

           PERFORM 2110-CALCULAR-TRAMO
              THRU 2110-CALCULAR-TRAMO-FIN.

           ADD 1                             TO WS-TOT-TRAMO (WS-TRAMO).

      *    POR CODIGO DE ERROR
           SET WS-IDX-COD                    TO 1.
           SEARCH WS-COD-ENTRADA
               AT END
                   SET WS-IDX-COD            TO 12
               WHEN WS-COD-CODIGO (WS-IDX-COD) = EAB-CODIGO
                   CONTINUE
           END-SEARCH.

           ADD 1                    TO WS-COD-TRAMO (WS-IDX-COD,
                                                     WS-TRAMO).

      *    POR EXTRACTO DE ORIGEN
           PERFORM 2120-UBICAR-EXTRACTO
              THRU 2120-UBICAR-EXTRACTO-FIN.

           IF WS-IND = 0
              SET WS-RST-USADO-SI            TO TRUE
              ADD 1                          TO WS-RST-TRAMO (WS-TRAMO)
           ELSE
              ADD 1                 TO WS-EXT-TRAMO (WS-IND, WS-TRAMO)
           END-IF.

           IF EAB-ESTADO-REENVIADO
              ADD 1                          TO WS-CONT-REENVIADOS
                                                WS-TOT-REENVIADOS
              ADD 1                 TO WS-COD-REENVIADOS (WS-IDX-COD)
              IF WS-IND = 0
                 ADD 1                       TO WS-RST-REENVIADOS
              ELSE
                 ADD 1                       TO WS-EXT-REENVIADOS
                                                (WS-IND)
              END-IF
           END-IF.

       2100-ACUMULAR-ERROR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-CALCULAR-TRAMO.

      *    LA ANTIGUEDAD SE CUENTA DESDE EL ALTA DEL ERROR (UN ERROR
      *    REABIERTO TRAS UN REENVIO FALLIDO CONSERVA SU ALTA); UNA
      *    FECHA ILEGIBLE O FUTURA CUENTA COMO CERO DIAS
           MOVE 0                            TO WS-DIAS-ANTIGUEDAD.
           IF EAB-FECHA-ALTA NUMERIC
              MOVE EAB-FECHA-ALTA            TO WS-FECHA-ALTA-N
              IF WS-FECHA-ALTA-N > 16010100
                     AND WS-FECHA-ALTA-N < WS-FECHA-HOY-N
                 COMPUTE WS-DIAS-ANTIGUEDAD =
                         FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY-N)
                       - FUNCTION INTEGER-OF-DATE (WS-FECHA-ALTA-N)
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-DIAS-ANTIGUEDAD NOT > 7
                    MOVE 1                  TO WS-TRAMO
               WHEN WS-DIAS-ANTIGUEDAD NOT > 14
                    MOVE 2                  TO WS-TRAMO
               WHEN WS-DIAS-ANTIGUEDAD NOT > 30
                    MOVE 3                  TO WS-TRAMO
               WHEN OTHER
                    MOVE 4                  TO WS-TRAMO
           END-EVALUATE.

       2110-CALCULAR-TRAMO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2120-UBICAR-EXTRACTO.

      *    DEVUELVE EN WS-IND LA ENTRADA DEL EXTRACTO, DANDOLA DE ALTA
      *    SI ES NUEVO; CERO SI LA TABLA YA ESTA LLENA
           SET WS-IDX-EXT                    TO 1.
           SEARCH WS-EXT-ENTRADA
               AT END
                   MOVE 0                    TO WS-IND
               WHEN WS-IDX-EXT > WS-CANT-EXTRACTOS
                   MOVE 0                    TO WS-IND
               WHEN WS-EXT-ARCHIVO (WS-IDX-EXT) = EAB-ARCHIVO
                   SET WS-IND                TO WS-IDX-EXT
           END-SEARCH.

           IF WS-IND > 0
              GO TO 2120-UBICAR-EXTRACTO-FIN
           END-IF.

           IF WS-CANT-EXTRACTOS < 50
              ADD 1                          TO WS-CANT-EXTRACTOS
              MOVE WS-CANT-EXTRACTOS         TO WS-IND
              MOVE EAB-ARCHIVO               TO WS-EXT-ARCHIVO (WS-IND)
              MOVE 0                         TO WS-EXT-REENVIADOS
                                                (WS-IND)
              MOVE 0                         TO WS-EXT-TRAMO (WS-IND, 1)
                                                WS-EXT-TRAMO (WS-IND, 2)
                                                WS-EXT-TRAMO (WS-IND, 3)
                                                WS-EXT-TRAMO (WS-IND, 4)
           END-IF.

       2120-UBICAR-EXTRACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-LISTAR-ANTIGUEDAD.

           MOVE WS-LINEA-TITULO              TO SAL-REPORTE-LINEA.
           PERFORM 2290-ESCRIBIR-LINEA
              THRU 2290-ESCRIBIR-LINEA-FIN.

           MOVE SPACES                       TO SAL-REPORTE-LINEA.
           PERFORM 2290-ESCRIBIR-LINEA
              THRU 2290-ESCRIBIR-LINEA-FIN.

           MOVE 'POR CODIGO DE ERROR'        TO SEC-TITULO.
           MOVE WS-LINEA-SECCION             TO SAL-REPORTE-LINEA.
           PERFORM 2290-ESCRIBIR-LINEA
              THRU 2290-ESCRIBIR-LINEA-FIN.

           PERFORM 2210-LISTAR-CODIGO
              THRU 2210-LISTAR-CODIGO-FIN
           VARYING WS-IND FROM 1 BY 1
             UNTIL WS-IND > 12.

           PERFORM 2250-LISTAR-TOTAL
              THRU 2250-LISTAR-TOTAL-FIN.

           MOVE 'POR EXTRACTO DE ORIGEN'     TO SEC-TITULO.
           MOVE WS-LINEA-SECCION             TO SAL-REPORTE-LINEA.
           PERFORM 2290-ESCRIBIR-LINEA
              THRU 2290-ESCRIBIR-LINEA-FIN.

           PERFORM 2220-LISTAR-EXTRACTO
              THRU 2220-LISTAR-EXTRACTO-FIN
           VARYING WS-IND FROM 1 BY 1
             UNTIL WS-IND > WS-CANT-EXTRACTOS.

           IF WS-RST-USADO-SI
              MOVE '(OTROS EXTRACTOS)'       TO DET-CLAVE
              MOVE WS-RST-TRAMO (1)          TO DET-TRAMO (1)
              MOVE WS-RST-TRAMO (2)          TO DET-TRAMO (2)
              MOVE WS-RST-TRAMO (3)          TO DET-TRAMO (3)
              MOVE WS-RST-TRAMO (4)          TO DET-TRAMO (4)
              COMPUTE DET-TOTAL = WS-RST-TRAMO (1) + WS-RST-TRAMO (2)
                                + WS-RST-TRAMO (3) + WS-RST-TRAMO (4)
              MOVE WS-RST-REENVIADOS         TO DET-REENVIADOS
              MOVE WS-LINEA-DETALLE          TO SAL-REPORTE-LINEA
              PERFORM 2290-ESCRIBIR-LINEA
                 THRU 2290-ESCRIBIR-LINEA-FIN
           END-IF.

           PERFORM 2250-LISTAR-TOTAL
              THRU 2250-LISTAR-TOTAL-FIN.

       2200-LISTAR-ANTIGUEDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-LISTAR-CODIGO.

      *    LA FILA DE OTROS CODIGOS SOLO SALE SI TIENE ERRORES
           COMPUTE WS-TOTAL-CODIGO = WS-COD-TRAMO (WS-IND, 1)
                                   + WS-COD-TRAMO (WS-IND, 2)
                                   + WS-COD-TRAMO (WS-IND, 3)
                                   + WS-COD-TRAMO (WS-IND, 4).

           IF WS-IND = 12 AND WS-TOTAL-CODIGO = 0
              GO TO 2210-LISTAR-CODIGO-FIN
           END-IF.

           MOVE WS-TOTAL-CODIGO              TO DET-TOTAL.

           MOVE WS-COD-CODIGO (WS-IND)       TO LCD-CODIGO.
           MOVE WS-COD-DESCRIPCION (WS-IND)  TO LCD-DESCRIPCION.
           MOVE WS-LINEA-CODIGO              TO DET-CLAVE.
           MOVE WS-COD-TRAMO (WS-IND, 1)     TO DET-TRAMO (1).
           MOVE WS-COD-TRAMO (WS-IND, 2)     TO DET-TRAMO (2).
           MOVE WS-COD-TRAMO (WS-IND, 3)     TO DET-TRAMO (3).
           MOVE WS-COD-TRAMO (WS-IND, 4)     TO DET-TRAMO (4).
           MOVE WS-COD-REENVIADOS (WS-IND)   TO DET-REENVIADOS.
           MOVE WS-LINEA-DETALLE             TO SAL-REPORTE-LINEA.
           PERFORM 2290-ESCRIBIR-LINEA
              THRU 2290-ESCRIBIR-LINEA-FIN.

       2210-LISTAR-CODIGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2220-LISTAR-EXTRACTO.

      *    SE MUESTRAN LOS PRIMEROS 40 CARACTERES DE LA RUTA
           MOVE WS-EXT-ARCHIVO (WS-IND)      TO DET-CLAVE.
           IF WS-EXT-ARCHIVO (WS-IND) = SPACES
              MOVE '(SIN EXTRACTO REGISTRADO)'
                                             TO DET-CLAVE
           END-IF.
           MOVE WS-EXT-TRAMO (WS-IND, 1)     TO DET-TRAMO (1).
           MOVE WS-EXT-TRAMO (WS-IND, 2)     TO DET-TRAMO (2).
           MOVE WS-EXT-TRAMO (WS-IND, 3)     TO DET-TRAMO (3).
           MOVE WS-EXT-TRAMO (WS-IND, 4)     TO DET-TRAMO (4).
           COMPUTE DET-TOTAL = WS-EXT-TRAMO (WS-IND, 1)
                             + WS-EXT-TRAMO (WS-IND, 2)
                             + WS-EXT-TRAMO (WS-IND, 3)
                             + WS-EXT-TRAMO (WS-IND, 4).
           MOVE WS-EXT-REENVIADOS (WS-IND)   TO DET-REENVIADOS.
           MOVE WS-LINEA-DETALLE             TO SAL-REPORTE-LINEA.
           PERFORM 2290-ESCRIBIR-LINEA
              THRU 2290-ESCRIBIR-LINEA-FIN.

       2220-LISTAR-EXTRACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2250-LISTAR-TOTAL.

           MOVE 'TOTAL PENDIENTES'           TO DET-CLAVE.
           MOVE WS-TOT-TRAMO (1)             TO DET-TRAMO (1).
           MOVE WS-TOT-TRAMO (2)             TO DET-TRAMO (2).
           MOVE WS-TOT-TRAMO (3)             TO DET-TRAMO (3).
           MOVE WS-TOT-TRAMO (4)             TO DET-TRAMO (4).
           MOVE WS-CONT-PENDIENTES           TO DET-TOTAL.
           MOVE WS-TOT-REENVIADOS            TO DET-REENVIADOS.
           MOVE WS-LINEA-DETALLE             TO SAL-REPORTE-LINEA.
           PERFORM 2290-ESCRIBIR-LINEA
              THRU 2290-ESCRIBIR-LINEA-FIN.

           MOVE SPACES                       TO SAL-REPORTE-LINEA.
           PERFORM 2290-ESCRIBIR-LINEA
              THRU 2290-ESCRIBIR-LINEA-FIN.

       2250-LISTAR-TOTAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2290-ESCRIBIR-LINEA.

           WRITE SAL-REPORTE-LINEA.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ESCRIBIR ERRORES-ANTIGUEDAD.TXT: '
                      FS-REPORTE
           END-IF.

       2290-ESCRIBIR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           DISPLAY 'CANTIDAD DE ERRORES LEIDOS        : '
                   WS-CONT-LEIDOS.
           DISPLAY 'CANTIDAD DE ERRORES PENDIENTES    : '
                   WS-CONT-PENDIENTES.
           DISPLAY 'CANTIDAD DE ERRORES REENVIADOS    : '
                   WS-CONT-REENVIADOS.
           DISPLAY 'CANTIDAD DE ERRORES CERRADOS      : '
                   WS-CONT-CERRADOS.

           CLOSE ARCH-MAE-ERRORES
                 ARCH-SAL-REPORTE.

           IF NOT FS-ERRORES-OK
              DISPLAY 'ERROR AL CERRAR ERRORES-ABIERTOS.DAT: '
                      FS-ERRORES
           END-IF.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL CERRAR ERRORES-ANTIGUEDAD.TXT: '
                      FS-REPORTE
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17ERRA.
