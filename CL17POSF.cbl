      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 14/10/2026
      * Purpose: ARCHIVO DE PRECIOS PARA LAS CAJAS DE LOS LOCALES
      *          ARMA DESDE PRODUCTO-MASTER.DAT EL ARCHIVO QUE CARGAN
      *          LAS CAJAS (POS). DD_MODO=COMPLETO ENVIA TODOS LOS
      *          PRODUCTOS ACTIVOS; DD_MODO=DELTA ENVIA SOLO LAS ALTAS,
      *          MODIFICACIONES Y BAJAS DESDE LA ULTIMA PUBLICACION.
      *          CABECERA CON NUMERO DE SECUENCIA Y COLA CON CANTIDAD
      *          Y TOTAL DE CONTROL DE IMPORTES. POS-CONTROL.TXT GUARDA
      *          UNA LINEA POR PUBLICACION Y POS-PUBLICADO.TXT LA
      *          IMAGEN DE LO ULTIMO ENVIADO, CONTRA LA QUE SE ARMA EL
      *          PROXIMO DELTA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17POSF.
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

       SELECT ARCH-CTL-PUBLICACION
           ASSIGN TO WS-CONTROL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL.

       SELECT ARCH-IMG-PUBLICADO
           ASSIGN TO WS-PUBLICADO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PUBLICADO.

       SELECT ARCH-SAL-POS
           ASSIGN TO WS-POS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-POS.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ARCH-MAE-PRODUCTO.
           COPY MAEPRODC.

      *    UNA LINEA POR PUBLICACION; LA ULTIMA ES LA VIGENTE
       FD ARCH-CTL-PUBLICACION.
       01 CTL-PUBLICACION.
          05 CTL-SECUENCIA                  PIC 9(06).
          05 CTL-FECHA                      PIC X(08).
          05 CTL-HORA                       PIC X(06).
          05 CTL-MODO                       PIC X(01).
          05 CTL-CANT-DETALLES              PIC 9(07).
          05 CTL-CANT-ALTAS                 PIC 9(07).
          05 CTL-CANT-MODIFICACIONES        PIC 9(07).
          05 CTL-CANT-BAJAS                 PIC 9(07).
          05 CTL-TOTAL-IMPORTES             PIC 9(11)V9(02).

      *    PRODUCTOS QUE QUEDARON CARGADOS EN LAS CAJAS CON LA ULTIMA
      *    PUBLICACION, CON LOS VALORES QUE SE LES ENVIARON
       FD ARCH-IMG-PUBLICADO.
       01 IMG-PUBLICADO.
          05 IMG-ID-PRODUCTO                PIC 9(04).
          05 IMG-PRODUCTO-DESC              PIC X(20).
          05 IMG-IMPORTE-SIN-IVA            PIC 9(05)V9(02).
          05 IMG-IMPORTE-CON-IVA            PIC 9(05)V9(02).

      *    ARCHIVO PARA LAS CAJAS: CABECERA 'H', DETALLES 'D' Y COLA
      *    'T', TODOS DE 50 POSICIONES
       FD ARCH-SAL-POS.
       01 POS-CABECERA.
          05 POS-CAB-TIPO                   PIC X(01).
          05 POS-CAB-SECUENCIA              PIC 9(06).
          05 POS-CAB-FECHA                  PIC X(08).
          05 POS-CAB-HORA                   PIC X(06).
          05 POS-CAB-MODO                   PIC X(01).
          05 POS-CAB-SECUENCIA-ANT          PIC 9(06).
          05 FILLER                         PIC X(22).

       01 POS-DETALLE.
          05 POS-DET-TIPO                   PIC X(01).
          05 POS-DET-ACCION                 PIC X(01).
          05 POS-DET-ID-PRODUCTO            PIC 9(04).
          05 POS-DET-PRODUCTO-DESC          PIC X(20).
          05 POS-DET-IMPORTE-SIN-IVA        PIC 9(05)V9(02).
          05 POS-DET-IMPORTE-CON-IVA        PIC 9(05)V9(02).
          05 FILLER                         PIC X(10).

       01 POS-COLA.
          05 POS-COL-TIPO                   PIC X(01).
          05 POS-COL-SECUENCIA              PIC 9(06).
          05 POS-COL-CANT-DETALLES          PIC 9(07).
          05 POS-COL-TOTAL-IMPORTES         PIC 9(11)V9(02).
          05 FILLER                         PIC X(23).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-MASTER                      PIC X(02).
             88 FS-MASTER-OK                    VALUE '00'.
             88 FS-MASTER-EOF                   VALUE '10'.
             88 FS-MASTER-NFD                   VALUE '35'.
          05 FS-CONTROL                     PIC X(02).
             88 FS-CONTROL-OK                   VALUE '00'.
             88 FS-CONTROL-EOF                  VALUE '10'.
             88 FS-CONTROL-NFD                  VALUE '35'.
          05 FS-PUBLICADO                   PIC X(02).
             88 FS-PUBLICADO-OK                 VALUE '00'.
             88 FS-PUBLICADO-EOF                VALUE '10'.
             88 FS-PUBLICADO-NFD                VALUE '35'.
          05 FS-POS                         PIC X(02).
             88 FS-POS-OK                       VALUE '00'.

       01 WS-CONTADORES.
          05 WS-CONT-MAE-LEIDOS             PIC 9(07) VALUE 0.
          05 WS-CONT-SIN-CAMBIOS            PIC 9(07) VALUE 0.
          05 WS-CONT-NO-PUBLICADOS          PIC 9(07) VALUE 0.
          05 WS-CONT-ALTAS                  PIC 9(07) VALUE 0.
          05 WS-CONT-MODIFICACIONES         PIC 9(07) VALUE 0.
          05 WS-CONT-BAJAS                  PIC 9(07) VALUE 0.
          05 WS-CONT-BAJAS-MAESTRO          PIC 9(07) VALUE 0.
          05 WS-CONT-BAJAS-AUSENTES         PIC 9(07) VALUE 0.
          05 WS-CONT-DETALLES               PIC 9(07) VALUE 0.
          05 WS-CONT-IMG-LEIDOS             PIC 9(07) VALUE 0.
          05 WS-CONT-IMG-GRABADOS           PIC 9(07) VALUE 0.
          05 WS-TOTAL-IMPORTES              PIC 9(11)V9(02) VALUE 0.

       01 WS-RUTAS.
          05 WS-MASTER-PATH                 PIC X(100).
          05 WS-CONTROL-PATH                PIC X(100).
          05 WS-PUBLICADO-PATH              PIC X(100).
          05 WS-POS-PATH                    PIC X(100).

       01 WS-MODO-CONTROL.
          05 WS-MODO                        PIC X(10).
             88 WS-MODO-COMPLETO                VALUE 'COMPLETO'.
             88 WS-MODO-DELTA                   VALUE 'DELTA'.
          05 WS-MODO-CABECERA               PIC X(01).

       01 WS-PUBLICACION.
          05 WS-FECHA-HORA                  PIC X(21).
          05 WS-FECHA-HORA-R                REDEFINES WS-FECHA-HORA.
             10 WS-FH-FECHA                 PIC X(08).
             10 WS-FH-HORA                  PIC X(06).
             10 FILLER                      PIC X(07).
          05 WS-SECUENCIA-ANT               PIC 9(06) VALUE 0.
          05 WS-SECUENCIA                   PIC 9(06) VALUE 0.
          05 WS-CTL-ENCONTRADO              PIC X(01) VALUE 'N'.
             88 WS-CTL-ENCONTRADO-SI            VALUE 'S'.
             88 WS-CTL-ENCONTRADO-NO            VALUE 'N'.

      *    UNA ENTRADA POR ID DE PRODUCTO. PUB-ESTADO: 'P' ESTABA EN
      *    LA ULTIMA PUBLICACION Y TODAVIA NO SE VIO EN EL MAESTRO,
      *    'V' YA SE VIO. PUB-VIGENTE: 'S' QUEDA CARGADO EN LAS CAJAS
      *    CON ESTA PUBLICACION
       01 WS-TABLA-PUBLICADO.
          05 WS-PUB-ENTRADA                 OCCURS 9999 TIMES.
             10 WS-PUB-ESTADO               PIC X(01).
                88 WS-PUB-PUBLICADO             VALUE 'P'.
                88 WS-PUB-VISTO                 VALUE 'V'.
             10 WS-PUB-VIGENTE              PIC X(01).
                88 WS-PUB-VIGENTE-SI            VALUE 'S'.
             10 WS-PUB-PRODUCTO-DESC        PIC X(20).
             10 WS-PUB-IMPORTE-SIN-IVA      PIC 9(05)V9(02).
             10 WS-PUB-IMPORTE-CON-IVA      PIC 9(05)V9(02).

       77 WS-IND                            PIC 9(05) VALUE 0.

       01 WS-DETALLE.
          05 WS-DET-ACCION                  PIC X(01).
             88 WS-DET-ALTA                     VALUE 'A'.
             88 WS-DET-MODIFICACION             VALUE 'M'.
             88 WS-DET-BAJA                     VALUE 'B'.
          05 WS-DET-ID-PRODUCTO             PIC 9(04).
          05 WS-DET-PRODUCTO-DESC           PIC X(20).
          05 WS-DET-IMPORTE-SIN-IVA         PIC 9(05)V9(02).
          05 WS-DET-IMPORTE-CON-IVA         PIC 9(05)V9(02).

       01 WS-CONCILIACION.
          05 WS-RETORNO                     PIC 9(02) VALUE 0.
             88 WS-RETORNO-LIMPIO               VALUE 0.
             88 WS-RETORNO-CON-RECHAZOS         VALUE 4.
             88 WS-RETORNO-DESBALANCE           VALUE 8.
             88 WS-RETORNO-APERTURA             VALUE 12.
          05 WS-APERTURA-FALLIDA            PIC X(01) VALUE 'N'.
             88 WS-APERTURA-FALLIDA-SI          VALUE 'S'.
             88 WS-APERTURA-FALLIDA-NO          VALUE 'N'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-APERTURA-FALLIDA-NO

              PERFORM 2000-PROCESAR-PRODUCTO
                 THRU 2000-PROCESAR-PRODUCTO-FIN
                UNTIL FS-MASTER-EOF

              IF WS-MODO-DELTA
                 PERFORM 2300-BAJA-AUSENTE
                    THRU 2300-BAJA-AUSENTE-FIN
                 VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > 9999
              END-IF

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE        TO WS-FECHA-HORA.

           ACCEPT WS-MODO FROM ENVIRONMENT 'DD_MODO'.
           IF WS-MODO = SPACES
              MOVE 'DELTA'                   TO WS-MODO
           END-IF.
           IF NOT WS-MODO-COMPLETO AND NOT WS-MODO-DELTA
              DISPLAY 'DD_MODO DEBE SER COMPLETO O DELTA: '
                      'CORRIDA CANCELADA'
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT 'DD_MASTER'.
           IF WS-MASTER-PATH = SPACES
              MOVE '../PRODUCTO-MASTER.DAT'  TO WS-MASTER-PATH
           END-IF.

           ACCEPT WS-CONTROL-PATH FROM ENVIRONMENT 'DD_POS_CONTROL'.
           IF WS-CONTROL-PATH = SPACES
              MOVE '../POS-CONTROL.TXT'      TO WS-CONTROL-PATH
           END-IF.

           ACCEPT WS-PUBLICADO-PATH FROM ENVIRONMENT
                  'DD_POS_PUBLICADO'.
           IF WS-PUBLICADO-PATH = SPACES
              MOVE '../POS-PUBLICADO.TXT'    TO WS-PUBLICADO-PATH
           END-IF.

           ACCEPT WS-POS-PATH FROM ENVIRONMENT 'DD_POS'.
           IF WS-POS-PATH = SPACES
              MOVE '../PRECIOS-POS.TXT'      TO WS-POS-PATH
           END-IF.

           INITIALIZE WS-TABLA-PUBLICADO.

           PERFORM 1100-LEER-CONTROL
              THRU 1100-LEER-CONTROL-FIN.

           IF WS-APERTURA-FALLIDA-SI
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           IF WS-MODO-DELTA
              PERFORM 1200-CARGAR-PUBLICADO
                 THRU 1200-CARGAR-PUBLICADO-FIN
           END-IF.

           IF WS-APERTURA-FALLIDA-SI
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           IF WS-MODO-COMPLETO
              MOVE 'C'                       TO WS-MODO-CABECERA
           ELSE
              MOVE 'D'                       TO WS-MODO-CABECERA
           END-IF.

      *    LA SECUENCIA SIGUE A LA ULTIMA PUBLICADA; DESPUES DE 999999
      *    VUELVE A 1 (LAS CAJAS ESPERAN ANTERIOR + 1 MODULO 999999)
           IF WS-SECUENCIA-ANT = 999999
              MOVE 1                         TO WS-SECUENCIA
           ELSE
              COMPUTE WS-SECUENCIA = WS-SECUENCIA-ANT + 1
           END-IF.

           PERFORM 1300-ABRIR-ARCHIVOS
              THRU 1300-ABRIR-ARCHIVOS-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-LEER-CONTROL.

           OPEN INPUT ARCH-CTL-PUBLICACION.

           EVALUATE TRUE
               WHEN FS-CONTROL-OK
                    CONTINUE
               WHEN FS-CONTROL-NFD
      *             NUNCA SE PUBLICO: NO HAY CONTRA QUE ARMAR UN DELTA
                    IF WS-MODO-DELTA
                       DISPLAY 'SIN PUBLICACION ANTERIOR: SE ENVIA '
                               'EL ARCHIVO COMPLETO'
                       MOVE 'COMPLETO'       TO WS-MODO
                    END-IF
                    GO TO 1100-LEER-CONTROL-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR POS-CONTROL.TXT: '
                            FS-CONTROL
                    SET WS-APERTURA-FALLIDA-SI TO TRUE
                    GO TO 1100-LEER-CONTROL-FIN
           END-EVALUATE.

           PERFORM 1110-LEER-LINEA-CONTROL
              THRU 1110-LEER-LINEA-CONTROL-FIN
             UNTIL NOT FS-CONTROL-OK.

           CLOSE ARCH-CTL-PUBLICACION.

           IF WS-CTL-ENCONTRADO-NO AND WS-MODO-DELTA
              DISPLAY 'POS-CONTROL.TXT SIN PUBLICACIONES: SE ENVIA '
                      'EL ARCHIVO COMPLETO'
              MOVE 'COMPLETO'                TO WS-MODO
           END-IF.

       1100-LEER-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-LINEA-CONTROL.

           READ ARCH-CTL-PUBLICACION.

           IF FS-CONTROL-OK AND CTL-SECUENCIA NUMERIC
              MOVE CTL-SECUENCIA             TO WS-SECUENCIA-ANT
              SET WS-CTL-ENCONTRADO-SI       TO TRUE
           END-IF.

       1110-LEER-LINEA-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-CARGAR-PUBLICADO.

           OPEN INPUT ARCH-IMG-PUBLICADO.

           EVALUATE TRUE
               WHEN FS-PUBLICADO-OK
                    CONTINUE
               WHEN FS-PUBLICADO-NFD
      *             HAY CONTROL PERO NO IMAGEN: NO SE PUEDE SABER QUE
      *             TIENEN LAS CAJAS, SE VUELVE A ENVIAR TODO
                    DISPLAY 'FALTA POS-PUBLICADO.TXT: SE ENVIA EL '
                            'ARCHIVO COMPLETO'
                    MOVE 'COMPLETO'          TO WS-MODO
                    GO TO 1200-CARGAR-PUBLICADO-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR POS-PUBLICADO.TXT: '
                            FS-PUBLICADO
                    SET WS-APERTURA-FALLIDA-SI TO TRUE
                    GO TO 1200-CARGAR-PUBLICADO-FIN
           END-EVALUATE.

           PERFORM 1210-LEER-PUBLICADO
              THRU 1210-LEER-PUBLICADO-FIN
             UNTIL NOT FS-PUBLICADO-OK.

           CLOSE ARCH-IMG-PUBLICADO.

       1200-CARGAR-PUBLICADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-PUBLICADO.

           READ ARCH-IMG-PUBLICADO.

           IF NOT FS-PUBLICADO-OK
              GO TO 1210-LEER-PUBLICADO-FIN
           END-IF.

           ADD 1                             TO WS-CONT-IMG-LEIDOS.

           IF IMG-ID-PRODUCTO NOT NUMERIC OR IMG-ID-PRODUCTO = ZEROS
              DISPLAY 'POS-PUBLICADO.TXT: ID INVALIDO IGNORADO: '
                      IMG-ID-PRODUCTO
              GO TO 1210-LEER-PUBLICADO-FIN
           END-IF.

           MOVE IMG-ID-PRODUCTO              TO WS-IND.
           SET WS-PUB-PUBLICADO (WS-IND)     TO TRUE.
           MOVE IMG-PRODUCTO-DESC   TO WS-PUB-PRODUCTO-DESC (WS-IND).
           MOVE IMG-IMPORTE-SIN-IVA TO WS-PUB-IMPORTE-SIN-IVA (WS-IND).
           MOVE IMG-IMPORTE-CON-IVA TO WS-PUB-IMPORTE-CON-IVA (WS-IND).

       1210-LEER-PUBLICADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1300-ABRIR-ARCHIVOS.

           OPEN INPUT ARCH-MAE-PRODUCTO.
           IF NOT FS-MASTER-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO MAESTRO'
              DISPLAY 'FILE STATUS: ' FS-MASTER
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
              GO TO 1300-ABRIR-ARCHIVOS-FIN
           END-IF.

           OPEN OUTPUT ARCH-SAL-POS.
           IF NOT FS-POS-OK
              DISPLAY 'ERROR AL ABRIR PRECIOS-POS.TXT: ' FS-POS
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
              CLOSE ARCH-MAE-PRODUCTO
              GO TO 1300-ABRIR-ARCHIVOS-FIN
           END-IF.

           MOVE SPACES                       TO POS-CABECERA.
           MOVE 'H'                          TO POS-CAB-TIPO.
           MOVE WS-SECUENCIA                 TO POS-CAB-SECUENCIA.
           MOVE WS-FH-FECHA                  TO POS-CAB-FECHA.
           MOVE WS-FH-HORA                   TO POS-CAB-HORA.
           MOVE WS-MODO-CABECERA             TO POS-CAB-MODO.
           MOVE WS-SECUENCIA-ANT             TO POS-CAB-SECUENCIA-ANT.

           WRITE POS-CABECERA.

           IF NOT FS-POS-OK
              DISPLAY 'ERROR AL ESCRIBIR PRECIOS-POS.TXT: ' FS-POS
           END-IF.

           PERFORM 2010-LEER-MAESTRO
              THRU 2010-LEER-MAESTRO-FIN.

       1300-ABRIR-ARCHIVOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-PRODUCTO.

           MOVE MAE-ID-PRODUCTO              TO WS-IND.

           IF MAE-ESTADO-DISCONTINUADO
              PERFORM 2200-PRODUCTO-DISCONTINUADO
                 THRU 2200-PRODUCTO-DISCONTINUADO-FIN
           ELSE
              PERFORM 2100-PRODUCTO-ACTIVO
                 THRU 2100-PRODUCTO-ACTIVO-FIN
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
                    IF MAE-ID-PRODUCTO = ZEROS
                       ADD 1                TO WS-CONT-NO-PUBLICADOS
                       GO TO 2010-LEER-MAESTRO
                    END-IF
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
       2100-PRODUCTO-ACTIVO.

           MOVE MAE-ID-PRODUCTO              TO WS-DET-ID-PRODUCTO.
           MOVE MAE-PRODUCTO-DESC            TO WS-DET-PRODUCTO-DESC.
           MOVE MAE-IMPORTE-SIN-IVA          TO WS-DET-IMPORTE-SIN-IVA.
           MOVE MAE-IMPORTE-CON-IVA          TO WS-DET-IMPORTE-CON-IVA.

      *    EN MODO COMPLETO LA TABLA ESTA VACIA: TODO ACTIVO ES ALTA
           EVALUATE TRUE
               WHEN NOT WS-PUB-PUBLICADO (WS-IND)
                    SET WS-DET-ALTA         TO TRUE
                    ADD 1                   TO WS-CONT-ALTAS
                    PERFORM 2400-ESCRIBIR-DETALLE
                       THRU 2400-ESCRIBIR-DETALLE-FIN
               WHEN MAE-PRODUCTO-DESC NOT =
                        WS-PUB-PRODUCTO-DESC (WS-IND)
                 OR MAE-IMPORTE-SIN-IVA NOT =
                        WS-PUB-IMPORTE-SIN-IVA (WS-IND)
                 OR MAE-IMPORTE-CON-IVA NOT =
                        WS-PUB-IMPORTE-CON-IVA (WS-IND)
                    SET WS-DET-MODIFICACION TO TRUE
                    ADD 1                   TO WS-CONT-MODIFICACIONES
                    PERFORM 2400-ESCRIBIR-DETALLE
                       THRU 2400-ESCRIBIR-DETALLE-FIN
               WHEN OTHER
                    ADD 1                   TO WS-CONT-SIN-CAMBIOS
           END-EVALUATE.

           SET WS-PUB-VISTO (WS-IND)         TO TRUE.
           SET WS-PUB-VIGENTE-SI (WS-IND)    TO TRUE.
           MOVE MAE-PRODUCTO-DESC   TO WS-PUB-PRODUCTO-DESC (WS-IND).
           MOVE MAE-IMPORTE-SIN-IVA TO WS-PUB-IMPORTE-SIN-IVA (WS-IND).
           MOVE MAE-IMPORTE-CON-IVA TO WS-PUB-IMPORTE-CON-IVA (WS-IND).

       2100-PRODUCTO-ACTIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-PRODUCTO-DISCONTINUADO.

      *    UN DISCONTINUADO SOLO VIAJA SI LAS CAJAS LO TIENEN CARGADO
           IF NOT WS-PUB-PUBLICADO (WS-IND)
              ADD 1                          TO WS-CONT-NO-PUBLICADOS
              SET WS-PUB-VISTO (WS-IND)      TO TRUE
              GO TO 2200-PRODUCTO-DISCONTINUADO-FIN
           END-IF.

           MOVE MAE-ID-PRODUCTO              TO WS-DET-ID-PRODUCTO.
           MOVE MAE-PRODUCTO-DESC            TO WS-DET-PRODUCTO-DESC.
           MOVE MAE-IMPORTE-SIN-IVA          TO WS-DET-IMPORTE-SIN-IVA.
           MOVE MAE-IMPORTE-CON-IVA          TO WS-DET-IMPORTE-CON-IVA.

           SET WS-DET-BAJA                   TO TRUE.
           ADD 1                             TO WS-CONT-BAJAS-MAESTRO.
           PERFORM 2400-ESCRIBIR-DETALLE
              THRU 2400-ESCRIBIR-DETALLE-FIN.

           SET WS-PUB-VISTO (WS-IND)         TO TRUE.

       2200-PRODUCTO-DISCONTINUADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-BAJA-AUSENTE.

      *    LO QUE LAS CAJAS TIENEN Y YA NO ESTA EN EL MAESTRO SE
      *    ENVIA COMO BAJA CON LOS ULTIMOS VALORES PUBLICADOS
           IF NOT WS-PUB-PUBLICADO (WS-IND)
              GO TO 2300-BAJA-AUSENTE-FIN
           END-IF.

           MOVE WS-IND                       TO WS-DET-ID-PRODUCTO.
           MOVE WS-PUB-PRODUCTO-DESC (WS-IND)
                                             TO WS-DET-PRODUCTO-DESC.
           MOVE WS-PUB-IMPORTE-SIN-IVA (WS-IND)
                                             TO WS-DET-IMPORTE-SIN-IVA.
           MOVE WS-PUB-IMPORTE-CON-IVA (WS-IND)
                                             TO WS-DET-IMPORTE-CON-IVA.

           SET WS-DET-BAJA                   TO TRUE.
           ADD 1                             TO WS-CONT-BAJAS-AUSENTES.
           PERFORM 2400-ESCRIBIR-DETALLE
              THRU 2400-ESCRIBIR-DETALLE-FIN.

           SET WS-PUB-VISTO (WS-IND)         TO TRUE.

       2300-BAJA-AUSENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-ESCRIBIR-DETALLE.

           MOVE SPACES                       TO POS-DETALLE.
           MOVE 'D'                          TO POS-DET-TIPO.
           MOVE WS-DET-ACCION                TO POS-DET-ACCION.
           MOVE WS-DET-ID-PRODUCTO           TO POS-DET-ID-PRODUCTO.
           MOVE WS-DET-PRODUCTO-DESC         TO POS-DET-PRODUCTO-DESC.
           MOVE WS-DET-IMPORTE-SIN-IVA     TO POS-DET-IMPORTE-SIN-IVA.
           MOVE WS-DET-IMPORTE-CON-IVA     TO POS-DET-IMPORTE-CON-IVA.

           WRITE POS-DETALLE.

           IF NOT FS-POS-OK
              DISPLAY 'ERROR AL ESCRIBIR PRECIOS-POS.TXT: ' FS-POS
              GO TO 2400-ESCRIBIR-DETALLE-FIN
           END-IF.

      *    EL TOTAL DE CONTROL SUMA EL PRECIO CON IVA DE CADA DETALLE
      *    ENVIADO, BAJAS INCLUIDAS
           ADD 1                             TO WS-CONT-DETALLES.
           ADD WS-DET-IMPORTE-CON-IVA        TO WS-TOTAL-IMPORTES.

       2400-ESCRIBIR-DETALLE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-APERTURA-FALLIDA-NO
              PERFORM 3100-CERRAR-PUBLICACION
                 THRU 3100-CERRAR-PUBLICACION-FIN
           END-IF.

           COMPUTE WS-CONT-BAJAS = WS-CONT-BAJAS-MAESTRO
                                 + WS-CONT-BAJAS-AUSENTES.

           DISPLAY 'MODO DE PUBLICACION               : ' WS-MODO.
           DISPLAY 'NUMERO DE SECUENCIA               : '
                   WS-SECUENCIA.
           DISPLAY 'CANTIDAD DE PRODUCTOS LEIDOS      : '
                   WS-CONT-MAE-LEIDOS.
           DISPLAY 'CANTIDAD DE ALTAS                 : '
                   WS-CONT-ALTAS.
           DISPLAY 'CANTIDAD DE MODIFICACIONES        : '
                   WS-CONT-MODIFICACIONES.
           DISPLAY 'CANTIDAD DE BAJAS                 : '
                   WS-CONT-BAJAS.
           DISPLAY 'CANTIDAD SIN CAMBIOS              : '
                   WS-CONT-SIN-CAMBIOS.
           DISPLAY 'CANTIDAD NO PUBLICADOS            : '
                   WS-CONT-NO-PUBLICADOS.
           DISPLAY 'CANTIDAD DE DETALLES ENVIADOS     : '
                   WS-CONT-DETALLES.
           DISPLAY 'TOTAL DE CONTROL DE IMPORTES      : '
                   WS-TOTAL-IMPORTES.

           PERFORM 3050-CONCILIAR-CIFRAS
              THRU 3050-CONCILIAR-CIFRAS-FIN.

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

           IF WS-CONT-MAE-LEIDOS NOT =
                  WS-CONT-ALTAS + WS-CONT-MODIFICACIONES
                  + WS-CONT-BAJAS-MAESTRO + WS-CONT-SIN-CAMBIOS
                  + WS-CONT-NO-PUBLICADOS
              SET WS-RETORNO-DESBALANCE TO TRUE
              DISPLAY 'CONCILIACION: PRODUCTOS LEIDOS ('
                      WS-CONT-MAE-LEIDOS
                      ') NO IGUALA ALTAS, MODIFICACIONES, BAJAS, SIN '
                      'CAMBIOS Y NO PUBLICADOS. CODIGO DE RETORNO 8'
              GO TO 3050-CONCILIAR-CIFRAS-FIN
           END-IF.

           IF WS-CONT-DETALLES NOT =
                  WS-CONT-ALTAS + WS-CONT-MODIFICACIONES
                  + WS-CONT-BAJAS
              SET WS-RETORNO-DESBALANCE TO TRUE
              DISPLAY 'CONCILIACION: DETALLES ENVIADOS ('
                      WS-CONT-DETALLES
                      ') NO IGUALA ALTAS MAS MODIFICACIONES MAS '
                      'BAJAS. CODIGO DE RETORNO 8'
              GO TO 3050-CONCILIAR-CIFRAS-FIN
           END-IF.

           SET WS-RETORNO-LIMPIO TO TRUE.
           DISPLAY 'CONCILIACION: CIFRAS BALANCEADAS. CODIGO DE '
                   'RETORNO 0'.

       3050-CONCILIAR-CIFRAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3100-CERRAR-PUBLICACION.

           MOVE SPACES                       TO POS-COLA.
           MOVE 'T'                          TO POS-COL-TIPO.
           MOVE WS-SECUENCIA                 TO POS-COL-SECUENCIA.
           MOVE WS-CONT-DETALLES             TO POS-COL-CANT-DETALLES.
           MOVE WS-TOTAL-IMPORTES            TO POS-COL-TOTAL-IMPORTES.

           WRITE POS-COLA.

           IF NOT FS-POS-OK
              DISPLAY 'ERROR AL ESCRIBIR PRECIOS-POS.TXT: ' FS-POS
           END-IF.

           CLOSE ARCH-MAE-PRODUCTO
                 ARCH-SAL-POS.

           IF NOT FS-MASTER-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO MAESTRO: ' FS-MASTER
           END-IF.

           IF NOT FS-POS-OK
              DISPLAY 'ERROR AL CERRAR PRECIOS-POS.TXT: ' FS-POS
           END-IF.

      *    PRIMERO SE REGISTRA LA PUBLICACION Y DESPUES SE REESCRIBE
      *    LA IMAGEN: SI LA CORRIDA SE CORTA ENTRE AMBOS PASOS, EL
      *    PROXIMO DELTA VUELVE A ENVIAR LOS MISMOS CAMBIOS CON UNA
      *    SECUENCIA NUEVA, QUE LAS CAJAS PUEDEN APLICAR SIN DANO
           PERFORM 3110-REGISTRAR-CONTROL
              THRU 3110-REGISTRAR-CONTROL-FIN.

           PERFORM 3120-GRABAR-PUBLICADO
              THRU 3120-GRABAR-PUBLICADO-FIN.

       3100-CERRAR-PUBLICACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3110-REGISTRAR-CONTROL.

           OPEN EXTEND ARCH-CTL-PUBLICACION.
           EVALUATE TRUE
               WHEN FS-CONTROL-OK
                    CONTINUE
               WHEN FS-CONTROL-NFD
                    OPEN OUTPUT ARCH-CTL-PUBLICACION
                    CLOSE ARCH-CTL-PUBLICACION
                    OPEN EXTEND ARCH-CTL-PUBLICACION
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR POS-CONTROL.TXT: '
                            FS-CONTROL
                    SET WS-APERTURA-FALLIDA-SI TO TRUE
                    GO TO 3110-REGISTRAR-CONTROL-FIN
           END-EVALUATE.

           COMPUTE WS-CONT-BAJAS = WS-CONT-BAJAS-MAESTRO
                                 + WS-CONT-BAJAS-AUSENTES.

           MOVE WS-SECUENCIA                 TO CTL-SECUENCIA.
           MOVE WS-FH-FECHA                  TO CTL-FECHA.
           MOVE WS-FH-HORA                   TO CTL-HORA.
           MOVE WS-MODO-CABECERA             TO CTL-MODO.
           MOVE WS-CONT-DETALLES             TO CTL-CANT-DETALLES.
           MOVE WS-CONT-ALTAS                TO CTL-CANT-ALTAS.
           MOVE WS-CONT-MODIFICACIONES       TO CTL-CANT-MODIFICACIONES.
           MOVE WS-CONT-BAJAS                TO CTL-CANT-BAJAS.
           MOVE WS-TOTAL-IMPORTES            TO CTL-TOTAL-IMPORTES.

           WRITE CTL-PUBLICACION.

           IF NOT FS-CONTROL-OK
              DISPLAY 'ERROR AL ESCRIBIR POS-CONTROL.TXT: '
                      FS-CONTROL
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
           END-IF.

           CLOSE ARCH-CTL-PUBLICACION.

       3110-REGISTRAR-CONTROL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3120-GRABAR-PUBLICADO.

      *    SIN LA PUBLICACION REGISTRADA NO SE TOCA LA IMAGEN: LA
      *    PROXIMA CORRIDA REPITE ESTA CON LA MISMA SECUENCIA
           IF WS-APERTURA-FALLIDA-SI
              GO TO 3120-GRABAR-PUBLICADO-FIN
           END-IF.

           OPEN OUTPUT ARCH-IMG-PUBLICADO.
           IF NOT FS-PUBLICADO-OK
              DISPLAY 'ERROR AL ABRIR POS-PUBLICADO.TXT: '
                      FS-PUBLICADO
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
              GO TO 3120-GRABAR-PUBLICADO-FIN
           END-IF.

           PERFORM 3125-GRABAR-IMAGEN
              THRU 3125-GRABAR-IMAGEN-FIN
           VARYING WS-IND FROM 1 BY 1
             UNTIL WS-IND > 9999.

           CLOSE ARCH-IMG-PUBLICADO.

           DISPLAY 'CANTIDAD CARGADA EN LAS CAJAS     : '
                   WS-CONT-IMG-GRABADOS.

       3120-GRABAR-PUBLICADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3125-GRABAR-IMAGEN.

           IF NOT WS-PUB-VIGENTE-SI (WS-IND)
              GO TO 3125-GRABAR-IMAGEN-FIN
           END-IF.

           MOVE WS-IND                       TO IMG-ID-PRODUCTO.
           MOVE WS-PUB-PRODUCTO-DESC (WS-IND)   TO IMG-PRODUCTO-DESC.
           MOVE WS-PUB-IMPORTE-SIN-IVA (WS-IND) TO IMG-IMPORTE-SIN-IVA.
           MOVE WS-PUB-IMPORTE-CON-IVA (WS-IND) TO IMG-IMPORTE-CON-IVA.

           WRITE IMG-PUBLICADO.

           IF FS-PUBLICADO-OK
              ADD 1                          TO WS-CONT-IMG-GRABADOS
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR POS-PUBLICADO.TXT: '
                      FS-PUBLICADO
           END-IF.

       3125-GRABAR-IMAGEN-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17POSF.
