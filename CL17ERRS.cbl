      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 14/10/2026
      * Purpose: SEGUIMIENTO Y REENVIO DE LOS ERRORES DE CL17EJ02
      *          MODO CARGA: INCORPORA AL INDEXADO ERRORES-ABIERTOS.DAT
      *          (CLAVE ID PRODUCTO + CODIGO E01-E11) LOS ERRORES DEL
      *          ERROR.TXT DE LA CORRIDA, Y DA POR RESUELTOS LOS
      *          ERRORES DE CORRIDAS ANTERIORES CUYO PRODUCTO YA
      *          CONSOLIDO (RESULTADO_DELIMITADO.TXT DE LA CORRIDA)
      *          MODO CORRECCION: LEE LAS CORRECCIONES DEL OPERADOR,
      *          ARMA UN EXTRACTO DE REINGRESO CON FORMATO DATOS
      *          (REGISTROS A, B, C Y D) ORDENADO POR ID, LO AGREGA
      *          COMO PENDIENTE AL MANIFIESTO Y MARCA LOS ERRORES COMO
      *          REENVIADOS; TAMBIEN REGISTRA LOS ERRORES ABANDONADOS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17ERRS.
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

       SELECT ARCH-ENT-ERROR
           ASSIGN TO WS-ERROR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ERROR.

       SELECT ARCH-ENT-DELIMITADO
           ASSIGN TO WS-DELIMITADO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DELIMITADO.

       SELECT ARCH-ENT-CORRECCIONES
           ASSIGN TO WS-CORRECCIONES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CORRECCIONES.

       SELECT ARCH-SAL-RECHAZOS
           ASSIGN TO WS-RECHAZOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZOS.

       SELECT ARCH-SAL-REINGRESO
           ASSIGN TO WS-REINGRESO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REINGRESO.

       SELECT ARCH-MANIFIESTO
           ASSIGN TO WS-MANIFIESTO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MANIFIESTO.

       SELECT ARCH-SORT
           ASSIGN TO 'SORTWK'.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ARCH-MAE-ERRORES.
           COPY ERRABIC.

       FD ARCH-ENT-ERROR.
           COPY SALERRC.

       FD ARCH-ENT-DELIMITADO.
       01 ENT-DELIMITADO.
          05 DLM-ID-PRODUCTO                PIC X(04).
          05 FILLER                         PIC X(96).

       FD ARCH-ENT-CORRECCIONES.
       01 ENT-CORRECCION.
          05 COR-ACCION                     PIC X(01).
             88 COR-ACCION-CORREGIR             VALUE 'C'.
             88 COR-ACCION-ABANDONAR            VALUE 'B'.
          05 COR-ID-PRODUCTO                PIC 9(04).
          05 COR-CODIGO                     PIC X(04).
          05 COR-PRODUCTO-DESC              PIC X(20).
          05 COR-CATEGORIA                  PIC X(20).
          05 COR-IMP-SIN-IVA                PIC 9(05)V9(02).
          05 COR-IMP-CON-IVA                PIC 9(05)V9(02).
          05 COR-PROVEEDOR                  PIC X(10).
          05 COR-PLAZO-ENTREGA              PIC 9(03).

       FD ARCH-SAL-RECHAZOS.
       01 SAL-RECHAZO-REG.
          05 RCH-CODIGO                     PIC X(04).
          05 RCH-DESCRIPCION                PIC X(25).
          05 RCH-ID-PRODUCTO                PIC 9(04).
          05 RCH-TIMESTAMP                  PIC X(21).
          05 RCH-REGISTRO                   PIC X(76).

       FD ARCH-SAL-REINGRESO.
       01 SAL-REINGRESO.
          05 REI-TIPO-REGISTRO              PIC X(01).
          05 REI-ID-PRODUCTO                PIC 9(04).
          05 REI-DATOS                      PIC X(20).
          05 REI-REG-C                      REDEFINES REI-DATOS.
             10 REI-REG-C-IMP-SIN-IVA       PIC 9(05)V9(02).
             10 REI-REG-C-IMP-CON-IVA       PIC 9(05)V9(02).
             10 FILLER                      PIC X(06).
          05 REI-REG-D                      REDEFINES REI-DATOS.
             10 REI-REG-D-PROVEEDOR         PIC X(10).
             10 REI-REG-D-PLAZO-ENTREGA     PIC 9(03).
             10 FILLER                      PIC X(07).

       FD ARCH-MANIFIESTO.
       01 MAN-REG.
          05 MAN-ESTADO                     PIC X(01).
          05 FILLER                         PIC X(01).
          05 MAN-ARCHIVO                    PIC X(100).

       SD ARCH-SORT.
       01 SORT-REG.
          05 SORT-ID-PRODUCTO               PIC 9(04).
          05 SORT-PRODUCTO-DESC             PIC X(20).
          05 SORT-CATEGORIA                 PIC X(20).
          05 SORT-IMP-SIN-IVA               PIC 9(05)V9(02).
          05 SORT-IMP-CON-IVA               PIC 9(05)V9(02).
          05 SORT-PROVEEDOR                 PIC X(10).
          05 SORT-PLAZO-ENTREGA             PIC 9(03).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-ERRORES                     PIC X(02).
             88 FS-ERRORES-OK                   VALUE '00'.
             88 FS-ERRORES-EOF                  VALUE '10'.
             88 FS-ERRORES-NFD                  VALUE '35'.
          05 FS-ERROR                       PIC X(02).
             88 FS-ERROR-OK                     VALUE '00'.
             88 FS-ERROR-EOF                    VALUE '10'.
             88 FS-ERROR-NFD                    VALUE '35'.
          05 FS-DELIMITADO                  PIC X(02).
             88 FS-DELIMITADO-OK                VALUE '00'.
             88 FS-DELIMITADO-EOF               VALUE '10'.
             88 FS-DELIMITADO-NFD               VALUE '35'.
          05 FS-CORRECCIONES                PIC X(02).
             88 FS-CORRECCIONES-OK              VALUE '00'.
             88 FS-CORRECCIONES-EOF             VALUE '10'.
             88 FS-CORRECCIONES-NFD             VALUE '35'.
          05 FS-RECHAZOS                    PIC X(02).
             88 FS-RECHAZOS-OK                  VALUE '00'.
          05 FS-REINGRESO                   PIC X(02).
             88 FS-REINGRESO-OK                 VALUE '00'.
          05 FS-MANIFIESTO                  PIC X(02).
             88 FS-MANIFIESTO-OK                VALUE '00'.
             88 FS-MANIFIESTO-NFD               VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CONT-ERR-LEIDOS             PIC 9(07) VALUE 0.
          05 WS-CONT-ERR-ALTAS              PIC 9(07) VALUE 0.
          05 WS-CONT-ERR-REABIERTOS         PIC 9(07) VALUE 0.
          05 WS-CONT-ERR-REPETIDOS          PIC 9(07) VALUE 0.
          05 WS-CONT-ERR-YA-CARGADOS        PIC 9(07) VALUE 0.
          05 WS-CONT-ERR-ILEGIBLES          PIC 9(07) VALUE 0.
          05 WS-CONT-ERR-RESUELTOS          PIC 9(07) VALUE 0.
          05 WS-CONT-PRD-CONSOLIDADOS       PIC 9(07) VALUE 0.
          05 WS-CONT-COR-LEIDAS             PIC 9(07) VALUE 0.
          05 WS-CONT-COR-CORREGIDAS         PIC 9(07) VALUE 0.
          05 WS-CONT-COR-ABANDONADAS        PIC 9(07) VALUE 0.
          05 WS-CONT-COR-RECHAZADAS         PIC 9(07) VALUE 0.
          05 WS-CONT-ERR-REENVIADOS         PIC 9(07) VALUE 0.
          05 WS-CONT-ERR-ABANDONADOS        PIC 9(07) VALUE 0.
          05 WS-CONT-REG-REINGRESO          PIC 9(07) VALUE 0.

       01 WS-RUTAS.
          05 WS-ERRORES-PATH                PIC X(100).
          05 WS-ERROR-PATH                  PIC X(100).
          05 WS-DELIMITADO-PATH             PIC X(100).
          05 WS-CORRECCIONES-PATH           PIC X(100).
          05 WS-RECHAZOS-PATH               PIC X(100).
          05 WS-REINGRESO-PATH              PIC X(100).
          05 WS-MANIFIESTO-PATH             PIC X(100).

       01 WS-MODO-CONTROL.
          05 WS-MODO                        PIC X(10).
             88 WS-MODO-CARGA                   VALUE 'CARGA'.
             88 WS-MODO-CORRECCION              VALUE 'CORRECCION'.

       01 WS-FECHA-PROCESO                  PIC X(21).

       01 WS-RCH-INFO.
          05 WS-RCH-CODIGO                  PIC X(04).
          05 WS-RCH-DESCRIPCION             PIC X(25).

       01 WS-CARGA-CONTROL.
      *    LOS ERRORES GRABADOS DESDE ESTE INSTANTE SON DE LA CORRIDA
      *    QUE SE ESTA CARGANDO: SU PROPIA CONSOLIDACION NO LOS
      *    RESUELVE (UN REGISTRO D RECHAZADO NO IMPIDE QUE EL GRUPO
      *    CONSOLIDE SIN PROVEEDOR)
          05 WS-TS-CORTE                    PIC X(16).
          05 WS-SIN-ERRORES                 PIC X(01) VALUE 'N'.
             88 WS-SIN-ERRORES-SI               VALUE 'S'.
             88 WS-SIN-ERRORES-NO               VALUE 'N'.
          05 WS-ID-BUSCADO                  PIC 9(04).
          05 WS-FIN-PRODUCTO                PIC X(01) VALUE 'N'.
             88 WS-FIN-PRODUCTO-SI              VALUE 'S'.
             88 WS-FIN-PRODUCTO-NO              VALUE 'N'.
          05 WS-CANT-MARCADOS               PIC 9(05) VALUE 0.

       01 WS-CORRECCION-CONTROL.
          05 WS-SIN-CORRECCIONES            PIC X(01) VALUE 'N'.
             88 WS-SIN-CORRECCIONES-SI          VALUE 'S'.
             88 WS-SIN-CORRECCIONES-NO          VALUE 'N'.
          05 WS-REINGRESO-ABIERTO           PIC X(01) VALUE 'N'.
             88 WS-REINGRESO-ABIERTO-SI         VALUE 'S'.
             88 WS-REINGRESO-ABIERTO-NO         VALUE 'N'.
          05 WS-FIN-RETURN                  PIC X(01) VALUE 'N'.
             88 WS-FIN-RETURN-SI                VALUE 'S'.
             88 WS-FIN-RETURN-NO                VALUE 'N'.

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
              EVALUATE TRUE
                  WHEN WS-MODO-CARGA
                       PERFORM 2000-CARGAR-ERRORES
                          THRU 2000-CARGAR-ERRORES-FIN
                  WHEN WS-MODO-CORRECCION
                       PERFORM 2500-PROCESAR-CORRECCIONES
                          THRU 2500-PROCESAR-CORRECCIONES-FIN
              END-EVALUATE
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-MODO FROM ENVIRONMENT 'DD_MODO'.
           IF NOT WS-MODO-CARGA AND NOT WS-MODO-CORRECCION
              DISPLAY 'DD_MODO DEBE SER CARGA O CORRECCION: '
                      'CORRIDA CANCELADA'
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           MOVE FUNCTION CURRENT-DATE        TO WS-FECHA-PROCESO.

           ACCEPT WS-ERRORES-PATH FROM ENVIRONMENT
                  'DD_ERRORES_ABIERTOS'.
           IF WS-ERRORES-PATH = SPACES
              MOVE '../ERRORES-ABIERTOS.DAT' TO WS-ERRORES-PATH
           END-IF.

           ACCEPT WS-ERROR-PATH FROM ENVIRONMENT 'DD_ERROR'.
           IF WS-ERROR-PATH = SPACES
              MOVE '../ERROR.TXT'            TO WS-ERROR-PATH
           END-IF.

           ACCEPT WS-DELIMITADO-PATH FROM ENVIRONMENT 'DD_DELIMITADO'.
           IF WS-DELIMITADO-PATH = SPACES
              MOVE '../RESULTADO_DELIMITADO.TXT'
                                             TO WS-DELIMITADO-PATH
           END-IF.

           ACCEPT WS-CORRECCIONES-PATH FROM ENVIRONMENT
                  'DD_CORRECCIONES'.
           IF WS-CORRECCIONES-PATH = SPACES
              MOVE '../CORRECCIONES.TXT'     TO WS-CORRECCIONES-PATH
           END-IF.

           ACCEPT WS-RECHAZOS-PATH FROM ENVIRONMENT 'DD_COR_RECHAZOS'.
           IF WS-RECHAZOS-PATH = SPACES
              MOVE '../CORRECCIONES-RECHAZADAS.TXT'
                                             TO WS-RECHAZOS-PATH
           END-IF.

      *    CADA CORRIDA DE CORRECCION ARMA SU PROPIO EXTRACTO, CON
      *    FECHA Y HORA EN EL NOMBRE: UNA SEGUNDA CORRIDA EN EL DIA NO
      *    PISA UN REINGRESO QUE EL MANIFIESTO TODAVIA NO PROCESO
           ACCEPT WS-REINGRESO-PATH FROM ENVIRONMENT 'DD_REINGRESO'.
           IF WS-REINGRESO-PATH = SPACES
              STRING '../DATOS_REINGRESO_'   DELIMITED BY SIZE
                     WS-FECHA-PROCESO (1:8)  DELIMITED BY SIZE
                     '_'                     DELIMITED BY SIZE
                     WS-FECHA-PROCESO (9:6)  DELIMITED BY SIZE
                     '.TXT'                  DELIMITED BY SIZE
                INTO WS-REINGRESO-PATH
              END-STRING
           END-IF.

           ACCEPT WS-MANIFIESTO-PATH FROM ENVIRONMENT 'DD_MANIFIESTO'.
           IF WS-MANIFIESTO-PATH = SPACES
              MOVE '../MANIFIESTO.TXT'       TO WS-MANIFIESTO-PATH
           END-IF.

           DISPLAY 'MODO ' FUNCTION TRIM (WS-MODO)
                   ', ERRORES ABIERTOS: '
                   FUNCTION TRIM (WS-ERRORES-PATH).

           PERFORM 1100-ABRIR-ERRORES
              THRU 1100-ABRIR-ERRORES-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-ABRIR-ERRORES.

           OPEN I-O ARCH-MAE-ERRORES.

           EVALUATE TRUE
               WHEN FS-ERRORES-OK
                    CONTINUE
               WHEN FS-ERRORES-NFD
                    OPEN OUTPUT ARCH-MAE-ERRORES
                    CLOSE ARCH-MAE-ERRORES
                    OPEN I-O ARCH-MAE-ERRORES
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ERRORES-ABIERTOS.DAT: '
                            FS-ERRORES
                    SET WS-APERTURA-FALLIDA-SI TO TRUE
           END-EVALUATE.

       1100-ABRIR-ERRORES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-CARGAR-ERRORES.

           MOVE HIGH-VALUES                  TO WS-TS-CORTE.

           OPEN INPUT ARCH-ENT-ERROR.

           EVALUATE TRUE
               WHEN FS-ERROR-OK
                    PERFORM 2010-LEER-ERROR
                       THRU 2010-LEER-ERROR-FIN
                    IF FS-ERROR-OK
                       MOVE SALERR-TIMESTAMP (1:16) TO WS-TS-CORTE
                    END-IF
               WHEN FS-ERROR-NFD
                    DISPLAY 'SIN ARCHIVO DE ERRORES DE LA CORRIDA: '
                            'NADA QUE CARGAR'
                    SET WS-SIN-ERRORES-SI    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ERROR.TXT: ' FS-ERROR
                    SET WS-APERTURA-FALLIDA-SI TO TRUE
                    GO TO 2000-CARGAR-ERRORES-FIN
           END-EVALUATE.

      *    PRIMERO SE RESUELVEN LOS ERRORES DE CORRIDAS ANTERIORES
      *    CUYO PRODUCTO CONSOLIDO AHORA; DESPUES SE INCORPORAN LOS
      *    ERRORES NUEVOS
           PERFORM 2100-RESOLVER-CONSOLIDADOS
              THRU 2100-RESOLVER-CONSOLIDADOS-FIN.

           IF WS-SIN-ERRORES-SI
              GO TO 2000-CARGAR-ERRORES-FIN
           END-IF.

           PERFORM 2200-CARGAR-ERROR
              THRU 2200-CARGAR-ERROR-FIN
             UNTIL FS-ERROR-EOF.

           CLOSE ARCH-ENT-ERROR.
           IF NOT FS-ERROR-OK
              DISPLAY 'ERROR AL CERRAR ERROR.TXT: ' FS-ERROR
           END-IF.

       2000-CARGAR-ERRORES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2010-LEER-ERROR.

           READ ARCH-ENT-ERROR.

           EVALUATE TRUE
               WHEN FS-ERROR-OK
                    ADD 1                   TO WS-CONT-ERR-LEIDOS
               WHEN FS-ERROR-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER ERROR.TXT: ' FS-ERROR
           END-EVALUATE.

       2010-LEER-ERROR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-RESOLVER-CONSOLIDADOS.

           OPEN INPUT ARCH-ENT-DELIMITADO.

           EVALUATE TRUE
               WHEN FS-DELIMITADO-OK
                    CONTINUE
               WHEN FS-DELIMITADO-NFD
                    DISPLAY 'SIN RESULTADO DELIMITADO: NO SE '
                            'RESUELVEN ERRORES EN ESTA CORRIDA'
                    GO TO 2100-RESOLVER-CONSOLIDADOS-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR RESULTADO_DELIMITADO.TXT: '
                            FS-DELIMITADO
                    GO TO 2100-RESOLVER-CONSOLIDADOS-FIN
           END-EVALUATE.

           PERFORM 2110-RESOLVER-PRODUCTO
              THRU 2110-RESOLVER-PRODUCTO-FIN
             UNTIL FS-DELIMITADO-EOF.

           CLOSE ARCH-ENT-DELIMITADO.

       2100-RESOLVER-CONSOLIDADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-RESOLVER-PRODUCTO.

           READ ARCH-ENT-DELIMITADO
               AT END
                   GO TO 2110-RESOLVER-PRODUCTO-FIN
           END-READ.

           IF DLM-ID-PRODUCTO NOT NUMERIC
              GO TO 2110-RESOLVER-PRODUCTO-FIN
           END-IF.

           ADD 1                            TO WS-CONT-PRD-CONSOLIDADOS.
           MOVE DLM-ID-PRODUCTO              TO WS-ID-BUSCADO.

           PERFORM 2300-POSICIONAR-PRODUCTO
              THRU 2300-POSICIONAR-PRODUCTO-FIN.

           PERFORM 2120-RESOLVER-ERROR
              THRU 2120-RESOLVER-ERROR-FIN
             UNTIL WS-FIN-PRODUCTO-SI.

       2110-RESOLVER-PRODUCTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2120-RESOLVER-ERROR.

           PERFORM 2310-SIGUIENTE-DEL-PRODUCTO
              THRU 2310-SIGUIENTE-DEL-PRODUCTO-FIN.

           IF WS-FIN-PRODUCTO-SI
              GO TO 2120-RESOLVER-ERROR-FIN
           END-IF.

           IF (EAB-ESTADO-ABIERTO OR EAB-ESTADO-REENVIADO)
                  AND EAB-ULTIMO-TS < WS-TS-CORTE
              SET EAB-ESTADO-RESUELTO        TO TRUE
              MOVE WS-FECHA-PROCESO (1:8)    TO EAB-FECHA-ESTADO
              REWRITE EAB-ERROR
                  INVALID KEY
                      DISPLAY 'ERROR AL ACTUALIZAR '
                              'ERRORES-ABIERTOS.DAT: ' FS-ERRORES
                  NOT INVALID KEY
                      ADD 1                  TO WS-CONT-ERR-RESUELTOS
              END-REWRITE
           END-IF.

       2120-RESOLVER-ERROR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-CARGAR-ERROR.

           IF SALERR-ID-PRODUCTO NOT NUMERIC
                  OR SALERR-CODIGO = SPACES
              ADD 1                          TO WS-CONT-ERR-ILEGIBLES
              DISPLAY 'REGISTRO DE ERROR ILEGIBLE: ' SAL-ERROR-REG
              GO TO 2200-CARGAR-ERROR-SIGUIENTE
           END-IF.

           MOVE SALERR-ID-PRODUCTO           TO EAB-ID-PRODUCTO.
           MOVE SALERR-CODIGO                TO EAB-CODIGO.

           READ ARCH-MAE-ERRORES
               INVALID KEY
                   PERFORM 2210-ALTA-ERROR
                      THRU 2210-ALTA-ERROR-FIN
               NOT INVALID KEY
                   PERFORM 2220-ACTUALIZAR-ERROR
                      THRU 2220-ACTUALIZAR-ERROR-FIN
           END-READ.

       2200-CARGAR-ERROR-SIGUIENTE.

           PERFORM 2010-LEER-ERROR
              THRU 2010-LEER-ERROR-FIN.

       2200-CARGAR-ERROR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-ALTA-ERROR.

           MOVE SALERR-ID-PRODUCTO           TO EAB-ID-PRODUCTO.
           MOVE SALERR-CODIGO                TO EAB-CODIGO.
           SET EAB-ESTADO-ABIERTO            TO TRUE.
           MOVE SALERR-DESCRIPCION           TO EAB-DESCRIPCION.
           MOVE SALERR-TIMESTAMP (1:8)       TO EAB-FECHA-ALTA
                                                EAB-FECHA-ESTADO.
           MOVE SALERR-TIMESTAMP (1:16)      TO EAB-ULTIMO-TS.
           MOVE 1                            TO EAB-CANT-OCURRENCIAS.
           MOVE SALERR-REGISTRO              TO EAB-REGISTRO.
           MOVE SALERR-ARCHIVO               TO EAB-ARCHIVO.

           WRITE EAB-ERROR
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR ERRORES-ABIERTOS.DAT: '
                           FS-ERRORES
               NOT INVALID KEY
                   ADD 1                     TO WS-CONT-ERR-ALTAS
           END-WRITE.

       2210-ALTA-ERROR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2220-ACTUALIZAR-ERROR.

      *    UN ERROR CON MARCA DE TIEMPO NO POSTERIOR A LA ULTIMA
      *    REGISTRADA YA FUE CARGADO: LA CARGA PUEDE REPETIRSE SOBRE
      *    EL MISMO ERROR.TXT SIN DUPLICAR NI REABRIR NADA
           IF SALERR-TIMESTAMP (1:16) NOT > EAB-ULTIMO-TS
              ADD 1                          TO WS-CONT-ERR-YA-CARGADOS
              GO TO 2220-ACTUALIZAR-ERROR-FIN
           END-IF.

           EVALUATE TRUE
               WHEN EAB-ESTADO-ABIERTO
                    ADD 1                   TO WS-CONT-ERR-REPETIDOS
      *        UN REENVIO QUE VUELVE A FALLAR REABRE EL ERROR Y
      *        CONSERVA SU ANTIGUEDAD ORIGINAL
               WHEN EAB-ESTADO-REENVIADO
                    SET EAB-ESTADO-ABIERTO  TO TRUE
                    MOVE SALERR-TIMESTAMP (1:8)
                                            TO EAB-FECHA-ESTADO
                    ADD 1                   TO WS-CONT-ERR-REABIERTOS
      *        UN ERROR YA CERRADO QUE REAPARECE ES UN CASO NUEVO:
      *        SU ANTIGUEDAD SE CUENTA DESDE HOY
               WHEN OTHER
                    SET EAB-ESTADO-ABIERTO  TO TRUE
                    MOVE SALERR-TIMESTAMP (1:8)
                                            TO EAB-FECHA-ALTA
                                               EAB-FECHA-ESTADO
                    ADD 1                   TO WS-CONT-ERR-REABIERTOS
           END-EVALUATE.

           ADD 1                             TO EAB-CANT-OCURRENCIAS.
           MOVE SALERR-DESCRIPCION           TO EAB-DESCRIPCION.
           MOVE SALERR-TIMESTAMP (1:16)      TO EAB-ULTIMO-TS.
           MOVE SALERR-REGISTRO              TO EAB-REGISTRO.
           MOVE SALERR-ARCHIVO               TO EAB-ARCHIVO.

           REWRITE EAB-ERROR
               INVALID KEY
                   DISPLAY 'ERROR AL ACTUALIZAR ERRORES-ABIERTOS.DAT: '
                           FS-ERRORES
           END-REWRITE.

       2220-ACTUALIZAR-ERROR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-POSICIONAR-PRODUCTO.

      *    DEJA EL INDEXADO POSICIONADO EN EL PRIMER ERROR DEL
      *    PRODUCTO DE WS-ID-BUSCADO (LA CLAVE EMPIEZA POR EL ID)
           SET WS-FIN-PRODUCTO-NO            TO TRUE.

           MOVE WS-ID-BUSCADO                TO EAB-ID-PRODUCTO.
           MOVE LOW-VALUES                   TO EAB-CODIGO.

           START ARCH-MAE-ERRORES KEY IS NOT LESS THAN EAB-CLAVE
               INVALID KEY
                   SET WS-FIN-PRODUCTO-SI    TO TRUE
           END-START.

       2300-POSICIONAR-PRODUCTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-SIGUIENTE-DEL-PRODUCTO.

           IF WS-FIN-PRODUCTO-SI
              GO TO 2310-SIGUIENTE-DEL-PRODUCTO-FIN
           END-IF.

           READ ARCH-MAE-ERRORES NEXT RECORD
               AT END
                   SET WS-FIN-PRODUCTO-SI    TO TRUE
           END-READ.

           IF WS-FIN-PRODUCTO-NO
                  AND EAB-ID-PRODUCTO NOT = WS-ID-BUSCADO
              SET WS-FIN-PRODUCTO-SI         TO TRUE
           END-IF.

       2310-SIGUIENTE-DEL-PRODUCTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-PROCESAR-CORRECCIONES.

           OPEN INPUT ARCH-ENT-CORRECCIONES.

           EVALUATE TRUE
               WHEN FS-CORRECCIONES-OK
                    CONTINUE
               WHEN FS-CORRECCIONES-NFD
                    DISPLAY 'SIN ARCHIVO DE CORRECCIONES: NADA QUE '
                            'REENVIAR'
                    SET WS-SIN-CORRECCIONES-SI TO TRUE
                    GO TO 2500-PROCESAR-CORRECCIONES-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CORRECCIONES.TXT: '
                            FS-CORRECCIONES
                    SET WS-APERTURA-FALLIDA-SI TO TRUE
                    GO TO 2500-PROCESAR-CORRECCIONES-FIN
           END-EVALUATE.

           OPEN OUTPUT ARCH-SAL-RECHAZOS.
           IF NOT FS-RECHAZOS-OK
              DISPLAY 'ERROR AL ABRIR CORRECCIONES-RECHAZADAS.TXT: '
                      FS-RECHAZOS
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
              CLOSE ARCH-ENT-CORRECCIONES
              GO TO 2500-PROCESAR-CORRECCIONES-FIN
           END-IF.

      *    EL EXTRACTO DE REINGRESO DEBE IR ORDENADO POR ID: CL17EJ02
      *    RECHAZA CON E03 UN GRUPO QUE NO SIGUE LA SECUENCIA
           SORT ARCH-SORT
                ON ASCENDING KEY SORT-ID-PRODUCTO
                INPUT PROCEDURE IS 2510-VALIDAR-CORRECCIONES
                              THRU 2510-VALIDAR-CORRECCIONES-FIN
                OUTPUT PROCEDURE IS 2600-GENERAR-REINGRESO
                               THRU 2600-GENERAR-REINGRESO-FIN.

           CLOSE ARCH-ENT-CORRECCIONES
                 ARCH-SAL-RECHAZOS.

           IF NOT FS-RECHAZOS-OK
              DISPLAY 'ERROR AL CERRAR CORRECCIONES-RECHAZADAS.TXT: '
                      FS-RECHAZOS
           END-IF.

           IF WS-CONT-REG-REINGRESO > 0
              PERFORM 2700-AGREGAR-MANIFIESTO
                 THRU 2700-AGREGAR-MANIFIESTO-FIN
           END-IF.

       2500-PROCESAR-CORRECCIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-VALIDAR-CORRECCIONES.

           PERFORM 2520-VALIDAR-CORRECCION
              THRU 2520-VALIDAR-CORRECCION-FIN
             UNTIL FS-CORRECCIONES-EOF.

       2510-VALIDAR-CORRECCIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2520-VALIDAR-CORRECCION.

           READ ARCH-ENT-CORRECCIONES
               AT END
                   GO TO 2520-VALIDAR-CORRECCION-FIN
           END-READ.

           ADD 1                             TO WS-CONT-COR-LEIDAS.

           EVALUATE TRUE
               WHEN COR-ID-PRODUCTO NOT NUMERIC
                    MOVE 'C01'              TO WS-RCH-CODIGO
                    MOVE 'DATOS NO NUMERICOS'
                                            TO WS-RCH-DESCRIPCION
                    PERFORM 2590-ESCRIBIR-RECHAZO
                       THRU 2590-ESCRIBIR-RECHAZO-FIN
               WHEN NOT COR-ACCION-CORREGIR
                AND NOT COR-ACCION-ABANDONAR
                    MOVE 'C02'              TO WS-RCH-CODIGO
                    MOVE 'ACCION INVALIDA'  TO WS-RCH-DESCRIPCION
                    PERFORM 2590-ESCRIBIR-RECHAZO
                       THRU 2590-ESCRIBIR-RECHAZO-FIN
               WHEN COR-ACCION-ABANDONAR
                    PERFORM 2540-ABANDONAR-ERRORES
                       THRU 2540-ABANDONAR-ERRORES-FIN
               WHEN OTHER
                    PERFORM 2530-VALIDAR-DATOS
                       THRU 2530-VALIDAR-DATOS-FIN
           END-EVALUATE.

       2520-VALIDAR-CORRECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2530-VALIDAR-DATOS.

      *    LA CORRECCION TRAE EL GRUPO COMPLETO DEL PRODUCTO: EL
      *    EXTRACTO DE REINGRESO DEBE CONSOLIDAR POR SI SOLO, Y LO
      *    QUE CL17EJ02 RECHAZARIA SE RECHAZA YA AQUI
           EVALUATE TRUE
               WHEN COR-PRODUCTO-DESC = SPACES
                 OR COR-CATEGORIA = SPACES
                    MOVE 'C04'              TO WS-RCH-CODIGO
                    MOVE 'DATOS INCOMPLETOS'
                                            TO WS-RCH-DESCRIPCION
               WHEN COR-IMP-SIN-IVA NOT NUMERIC
                 OR COR-IMP-CON-IVA NOT NUMERIC
                    MOVE 'C01'              TO WS-RCH-CODIGO
                    MOVE 'DATOS NO NUMERICOS'
                                            TO WS-RCH-DESCRIPCION
               WHEN COR-PROVEEDOR NOT = SPACES
                AND COR-PLAZO-ENTREGA NOT NUMERIC
                    MOVE 'C01'              TO WS-RCH-CODIGO
                    MOVE 'DATOS NO NUMERICOS'
                                            TO WS-RCH-DESCRIPCION
               WHEN COR-PROVEEDOR NOT = SPACES
                AND (COR-PLAZO-ENTREGA = 0
                     OR COR-PLAZO-ENTREGA > 365)
                    MOVE 'C05'              TO WS-RCH-CODIGO
                    MOVE 'PLAZO FUERA DE RANGO'
                                            TO WS-RCH-DESCRIPCION
               WHEN OTHER
                    MOVE SPACES             TO WS-RCH-CODIGO
           END-EVALUATE.

           IF WS-RCH-CODIGO NOT = SPACES
              PERFORM 2590-ESCRIBIR-RECHAZO
                 THRU 2590-ESCRIBIR-RECHAZO-FIN
              GO TO 2530-VALIDAR-DATOS-FIN
           END-IF.

      *    SOLO SE REENVIA UN PRODUCTO CON ERRORES ABIERTOS: UNO YA
      *    REENVIADO ESPERA EL RESULTADO DE ESE REENVIO
           MOVE 0                            TO WS-CANT-MARCADOS.
           MOVE COR-ID-PRODUCTO              TO WS-ID-BUSCADO.

           PERFORM 2300-POSICIONAR-PRODUCTO
              THRU 2300-POSICIONAR-PRODUCTO-FIN.

           PERFORM 2550-MARCAR-REENVIADO
              THRU 2550-MARCAR-REENVIADO-FIN
             UNTIL WS-FIN-PRODUCTO-SI.

           IF WS-CANT-MARCADOS = 0
              MOVE 'C03'                     TO WS-RCH-CODIGO
              MOVE 'SIN ERRORES ABIERTOS'    TO WS-RCH-DESCRIPCION
              PERFORM 2590-ESCRIBIR-RECHAZO
                 THRU 2590-ESCRIBIR-RECHAZO-FIN
              GO TO 2530-VALIDAR-DATOS-FIN
           END-IF.

           MOVE COR-ID-PRODUCTO              TO SORT-ID-PRODUCTO.
           MOVE COR-PRODUCTO-DESC            TO SORT-PRODUCTO-DESC.
           MOVE COR-CATEGORIA                TO SORT-CATEGORIA.
           MOVE COR-IMP-SIN-IVA              TO SORT-IMP-SIN-IVA.
           MOVE COR-IMP-CON-IVA              TO SORT-IMP-CON-IVA.
           MOVE COR-PROVEEDOR                TO SORT-PROVEEDOR.
           IF COR-PROVEEDOR = SPACES
              MOVE ZEROS                     TO SORT-PLAZO-ENTREGA
           ELSE
              MOVE COR-PLAZO-ENTREGA         TO SORT-PLAZO-ENTREGA
           END-IF.
           RELEASE SORT-REG.

           ADD 1                             TO WS-CONT-COR-CORREGIDAS.

       2530-VALIDAR-DATOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2540-ABANDONAR-ERRORES.

      *    SIN CODIGO SE ABANDONAN TODOS LOS ERRORES PENDIENTES DEL
      *    PRODUCTO; CON CODIGO, SOLO ESE
           MOVE 0                            TO WS-CANT-MARCADOS.
           MOVE COR-ID-PRODUCTO              TO WS-ID-BUSCADO.

           PERFORM 2300-POSICIONAR-PRODUCTO
              THRU 2300-POSICIONAR-PRODUCTO-FIN.

           PERFORM 2560-MARCAR-ABANDONADO
              THRU 2560-MARCAR-ABANDONADO-FIN
             UNTIL WS-FIN-PRODUCTO-SI.

           IF WS-CANT-MARCADOS = 0
              MOVE 'C03'                     TO WS-RCH-CODIGO
              MOVE 'SIN ERRORES ABIERTOS'    TO WS-RCH-DESCRIPCION
              PERFORM 2590-ESCRIBIR-RECHAZO
                 THRU 2590-ESCRIBIR-RECHAZO-FIN
           ELSE
              ADD 1                          TO WS-CONT-COR-ABANDONADAS
           END-IF.

       2540-ABANDONAR-ERRORES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2550-MARCAR-REENVIADO.

           PERFORM 2310-SIGUIENTE-DEL-PRODUCTO
              THRU 2310-SIGUIENTE-DEL-PRODUCTO-FIN.

           IF WS-FIN-PRODUCTO-SI OR NOT EAB-ESTADO-ABIERTO
              GO TO 2550-MARCAR-REENVIADO-FIN
           END-IF.

           SET EAB-ESTADO-REENVIADO          TO TRUE.
           MOVE WS-FECHA-PROCESO (1:8)       TO EAB-FECHA-ESTADO.

           REWRITE EAB-ERROR
               INVALID KEY
                   DISPLAY 'ERROR AL ACTUALIZAR ERRORES-ABIERTOS.DAT: '
                           FS-ERRORES
               NOT INVALID KEY
                   ADD 1                     TO WS-CANT-MARCADOS
                                                WS-CONT-ERR-REENVIADOS
           END-REWRITE.

       2550-MARCAR-REENVIADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2560-MARCAR-ABANDONADO.

           PERFORM 2310-SIGUIENTE-DEL-PRODUCTO
              THRU 2310-SIGUIENTE-DEL-PRODUCTO-FIN.

           IF WS-FIN-PRODUCTO-SI
              GO TO 2560-MARCAR-ABANDONADO-FIN
           END-IF.

           IF NOT EAB-ESTADO-ABIERTO AND NOT EAB-ESTADO-REENVIADO
              GO TO 2560-MARCAR-ABANDONADO-FIN
           END-IF.

           IF COR-CODIGO NOT = SPACES AND COR-CODIGO NOT = EAB-CODIGO
              GO TO 2560-MARCAR-ABANDONADO-FIN
           END-IF.

           SET EAB-ESTADO-ABANDONADO         TO TRUE.
           MOVE WS-FECHA-PROCESO (1:8)       TO EAB-FECHA-ESTADO.

           REWRITE EAB-ERROR
               INVALID KEY
                   DISPLAY 'ERROR AL ACTUALIZAR ERRORES-ABIERTOS.DAT: '
                           FS-ERRORES
               NOT INVALID KEY
                   ADD 1                     TO WS-CANT-MARCADOS
                                                WS-CONT-ERR-ABANDONADOS
           END-REWRITE.

       2560-MARCAR-ABANDONADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2590-ESCRIBIR-RECHAZO.

           MOVE WS-RCH-CODIGO               TO RCH-CODIGO.
           MOVE WS-RCH-DESCRIPCION          TO RCH-DESCRIPCION.
           IF COR-ID-PRODUCTO NUMERIC
              MOVE COR-ID-PRODUCTO          TO RCH-ID-PRODUCTO
           ELSE
              MOVE ZEROS                    TO RCH-ID-PRODUCTO
           END-IF.
           MOVE FUNCTION CURRENT-DATE       TO RCH-TIMESTAMP.
           MOVE ENT-CORRECCION              TO RCH-REGISTRO.

           WRITE SAL-RECHAZO-REG.

           IF FS-RECHAZOS-OK
              ADD 1                         TO WS-CONT-COR-RECHAZADAS
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR '
                      'CORRECCIONES-RECHAZADAS.TXT: ' FS-RECHAZOS
           END-IF.

       2590-ESCRIBIR-RECHAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2600-GENERAR-REINGRESO.

           SET WS-FIN-RETURN-NO TO TRUE.

           PERFORM 2605-DEVOLVER-ORDENADO
              THRU 2605-DEVOLVER-ORDENADO-FIN
             UNTIL WS-FIN-RETURN-SI.

           IF WS-REINGRESO-ABIERTO-SI
              CLOSE ARCH-SAL-REINGRESO
              IF NOT FS-REINGRESO-OK
                 DISPLAY 'ERROR AL CERRAR EL EXTRACTO DE REINGRESO: '
                         FS-REINGRESO
              END-IF
           END-IF.

       2600-GENERAR-REINGRESO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2605-DEVOLVER-ORDENADO.

           RETURN ARCH-SORT
               AT END
                   SET WS-FIN-RETURN-SI TO TRUE
               NOT AT END
                   PERFORM 2610-ESCRIBIR-GRUPO
                      THRU 2610-ESCRIBIR-GRUPO-FIN
           END-RETURN.

       2605-DEVOLVER-ORDENADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2610-ESCRIBIR-GRUPO.

      *    EL EXTRACTO SE CREA CON EL PRIMER GRUPO: UNA CORRIDA SIN
      *    CORRECCIONES VALIDAS NO DEJA UN ARCHIVO VACIO
           IF WS-REINGRESO-ABIERTO-NO
              OPEN OUTPUT ARCH-SAL-REINGRESO
              IF NOT FS-REINGRESO-OK
                 DISPLAY 'ERROR AL ABRIR EL EXTRACTO DE REINGRESO: '
                         FS-REINGRESO
                 SET WS-APERTURA-FALLIDA-SI  TO TRUE
                 SET WS-FIN-RETURN-SI        TO TRUE
                 GO TO 2610-ESCRIBIR-GRUPO-FIN
              END-IF
              SET WS-REINGRESO-ABIERTO-SI    TO TRUE
           END-IF.

           MOVE SPACES                       TO SAL-REINGRESO.
           MOVE 'A'                          TO REI-TIPO-REGISTRO.
           MOVE SORT-ID-PRODUCTO             TO REI-ID-PRODUCTO.
           MOVE SORT-PRODUCTO-DESC           TO REI-DATOS.
           PERFORM 2620-ESCRIBIR-REINGRESO
              THRU 2620-ESCRIBIR-REINGRESO-FIN.

           MOVE SPACES                       TO SAL-REINGRESO.
           MOVE 'B'                          TO REI-TIPO-REGISTRO.
           MOVE SORT-ID-PRODUCTO             TO REI-ID-PRODUCTO.
           MOVE SORT-CATEGORIA               TO REI-DATOS.
           PERFORM 2620-ESCRIBIR-REINGRESO
              THRU 2620-ESCRIBIR-REINGRESO-FIN.

           MOVE SPACES                       TO SAL-REINGRESO.
           MOVE 'C'                          TO REI-TIPO-REGISTRO.
           MOVE SORT-ID-PRODUCTO             TO REI-ID-PRODUCTO.
           MOVE SORT-IMP-SIN-IVA             TO REI-REG-C-IMP-SIN-IVA.
           MOVE SORT-IMP-CON-IVA             TO REI-REG-C-IMP-CON-IVA.
           PERFORM 2620-ESCRIBIR-REINGRESO
              THRU 2620-ESCRIBIR-REINGRESO-FIN.

      *    EL REGISTRO D ES OPCIONAL EN EL GRUPO: SOLO VA SI LA
      *    CORRECCION TRAE PROVEEDOR
           IF SORT-PROVEEDOR NOT = SPACES
              MOVE SPACES                    TO SAL-REINGRESO
              MOVE 'D'                       TO REI-TIPO-REGISTRO
              MOVE SORT-ID-PRODUCTO          TO REI-ID-PRODUCTO
              MOVE SORT-PROVEEDOR            TO REI-REG-D-PROVEEDOR
              MOVE SORT-PLAZO-ENTREGA        TO REI-REG-D-PLAZO-ENTREGA
              PERFORM 2620-ESCRIBIR-REINGRESO
                 THRU 2620-ESCRIBIR-REINGRESO-FIN
           END-IF.

       2610-ESCRIBIR-GRUPO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2620-ESCRIBIR-REINGRESO.

           WRITE SAL-REINGRESO.

           IF FS-REINGRESO-OK
              ADD 1                          TO WS-CONT-REG-REINGRESO
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR EL EXTRACTO DE REINGRESO: '
                      FS-REINGRESO
           END-IF.

       2620-ESCRIBIR-REINGRESO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2700-AGREGAR-MANIFIESTO.

      *    EL REINGRESO ENTRA COMO UN EXTRACTO PENDIENTE MAS DEL
      *    PROXIMO MANIFIESTO, DETRAS DE LAS SUCURSALES
           OPEN EXTEND ARCH-MANIFIESTO.

           EVALUATE TRUE
               WHEN FS-MANIFIESTO-OK
                    CONTINUE
               WHEN FS-MANIFIESTO-NFD
                    OPEN OUTPUT ARCH-MANIFIESTO
                    CLOSE ARCH-MANIFIESTO
                    OPEN EXTEND ARCH-MANIFIESTO
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL MANIFIESTO: '
                            FS-MANIFIESTO
           END-EVALUATE.

           IF NOT FS-MANIFIESTO-OK
              DISPLAY 'EXTRACTO DE REINGRESO NO AGREGADO AL '
                      'MANIFIESTO: ' FUNCTION TRIM (WS-REINGRESO-PATH)
              GO TO 2700-AGREGAR-MANIFIESTO-FIN
           END-IF.

           MOVE SPACES                       TO MAN-REG.
           MOVE 'P'                          TO MAN-ESTADO.
           MOVE WS-REINGRESO-PATH            TO MAN-ARCHIVO.

           WRITE MAN-REG.

           IF FS-MANIFIESTO-OK
              DISPLAY 'EXTRACTO DE REINGRESO AGREGADO AL MANIFIESTO: '
                      FUNCTION TRIM (WS-REINGRESO-PATH)
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR EL MANIFIESTO: '
                      FS-MANIFIESTO
           END-IF.

           CLOSE ARCH-MANIFIESTO.

       2700-AGREGAR-MANIFIESTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-MODO-CARGA
              DISPLAY 'CANTIDAD DE ERRORES LEIDOS        : '
                      WS-CONT-ERR-LEIDOS
              DISPLAY 'CANTIDAD DE ERRORES NUEVOS        : '
                      WS-CONT-ERR-ALTAS
              DISPLAY 'CANTIDAD DE ERRORES REABIERTOS    : '
                      WS-CONT-ERR-REABIERTOS
              DISPLAY 'CANTIDAD DE ERRORES REPETIDOS     : '
                      WS-CONT-ERR-REPETIDOS
              DISPLAY 'CANTIDAD DE ERRORES YA CARGADOS   : '
                      WS-CONT-ERR-YA-CARGADOS
              DISPLAY 'CANTIDAD DE ERRORES ILEGIBLES     : '
                      WS-CONT-ERR-ILEGIBLES
              DISPLAY 'CANTIDAD DE PRODUCTOS CONSOLIDADOS: '
                      WS-CONT-PRD-CONSOLIDADOS
              DISPLAY 'CANTIDAD DE ERRORES RESUELTOS     : '
                      WS-CONT-ERR-RESUELTOS
           ELSE
              DISPLAY 'CANTIDAD DE CORRECCIONES LEIDAS   : '
                      WS-CONT-COR-LEIDAS
              DISPLAY 'CANTIDAD DE PRODUCTOS REENVIADOS  : '
                      WS-CONT-COR-CORREGIDAS
              DISPLAY 'CANTIDAD DE ABANDONOS APLICADOS   : '
                      WS-CONT-COR-ABANDONADAS
              DISPLAY 'CANTIDAD DE CORRECCIONES RECHAZ.  : '
                      WS-CONT-COR-RECHAZADAS
              DISPLAY 'CANTIDAD DE ERRORES REENVIADOS    : '
                      WS-CONT-ERR-REENVIADOS
              DISPLAY 'CANTIDAD DE ERRORES ABANDONADOS   : '
                      WS-CONT-ERR-ABANDONADOS
              DISPLAY 'CANTIDAD DE REGISTROS DE REINGRESO: '
                      WS-CONT-REG-REINGRESO
           END-IF.

           PERFORM 3050-CONCILIAR-CIFRAS
              THRU 3050-CONCILIAR-CIFRAS-FIN.

           IF FS-ERRORES-OK OR FS-ERRORES-EOF
              CLOSE ARCH-MAE-ERRORES
              IF NOT FS-ERRORES-OK
                 DISPLAY 'ERROR AL CERRAR ERRORES-ABIERTOS.DAT: '
                         FS-ERRORES
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

           IF WS-MODO-CARGA
              IF WS-CONT-ERR-LEIDOS NOT =
                     WS-CONT-ERR-ALTAS + WS-CONT-ERR-REABIERTOS
                     + WS-CONT-ERR-REPETIDOS + WS-CONT-ERR-YA-CARGADOS
                     + WS-CONT-ERR-ILEGIBLES
                 SET WS-RETORNO-DESBALANCE TO TRUE
                 DISPLAY 'CONCILIACION: ERRORES LEIDOS ('
                         WS-CONT-ERR-LEIDOS
                         ') NO IGUALA NUEVOS ('
                         WS-CONT-ERR-ALTAS
                         ') MAS REABIERTOS ('
                         WS-CONT-ERR-REABIERTOS
                         ') MAS REPETIDOS ('
                         WS-CONT-ERR-REPETIDOS
                         ') MAS YA CARGADOS ('
                         WS-CONT-ERR-YA-CARGADOS
                         ') MAS ILEGIBLES ('
                         WS-CONT-ERR-ILEGIBLES
                         '). CODIGO DE RETORNO 8'
                 GO TO 3050-CONCILIAR-CIFRAS-FIN
              END-IF
              IF WS-CONT-ERR-ILEGIBLES > 0
                 SET WS-RETORNO-CON-RECHAZOS TO TRUE
                 DISPLAY 'CONCILIACION: CIFRAS BALANCEADAS CON '
                         'RECHAZOS. CODIGO DE RETORNO 4'
                 GO TO 3050-CONCILIAR-CIFRAS-FIN
              END-IF
           ELSE
              IF WS-CONT-COR-LEIDAS NOT =
                     WS-CONT-COR-CORREGIDAS + WS-CONT-COR-ABANDONADAS
                     + WS-CONT-COR-RECHAZADAS
                 SET WS-RETORNO-DESBALANCE TO TRUE
                 DISPLAY 'CONCILIACION: CORRECCIONES LEIDAS ('
                         WS-CONT-COR-LEIDAS
                         ') NO IGUALA REENVIADAS ('
                         WS-CONT-COR-CORREGIDAS
                         ') MAS ABANDONADAS ('
                         WS-CONT-COR-ABANDONADAS
                         ') MAS RECHAZADAS ('
                         WS-CONT-COR-RECHAZADAS
                         '). CODIGO DE RETORNO 8'
                 GO TO 3050-CONCILIAR-CIFRAS-FIN
              END-IF
              IF WS-CONT-COR-RECHAZADAS > 0
                 SET WS-RETORNO-CON-RECHAZOS TO TRUE
                 DISPLAY 'CONCILIACION: CIFRAS BALANCEADAS CON '
                         'RECHAZOS. CODIGO DE RETORNO 4'
                 GO TO 3050-CONCILIAR-CIFRAS-FIN
              END-IF
           END-IF.

           SET WS-RETORNO-LIMPIO TO TRUE.
           DISPLAY 'CONCILIACION: CIFRAS BALANCEADAS. CODIGO DE '
                   'RETORNO 0'.

       3050-CONCILIAR-CIFRAS-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17ERRS.
