      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 14/10/2026
      * Purpose: ACTUALIZACION DEL STOCK DISPONIBLE POR PRODUCTO
      *          LEE EL ARCHIVO DIARIO DE MOVIMIENTOS (INGRESOS,
      *          EGRESOS Y AJUSTES) Y ACTUALIZA EL INDEXADO
      *          STOCK-MASTER.DAT; RECHAZA LOS MOVIMIENTOS DE
      *          PRODUCTOS INEXISTENTES O DISCONTINUADOS EN
      *          PRODUCTO-MASTER.DAT Y LOS QUE DEJARIAN STOCK NEGATIVO
      *          CONCILIA LEIDOS CONTRA APLICADOS MAS RECHAZADOS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17STKM.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ARCH-ENT-MOVIMIENTOS
           ASSIGN TO WS-MOVIMIENTOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOVIMIENTOS.

       SELECT ARCH-MAE-PRODUCTO
           ASSIGN TO WS-MASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAE-ID-PRODUCTO
           FILE STATUS IS FS-MASTER.

       SELECT ARCH-MAE-STOCK
           ASSIGN TO WS-STOCK-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STK-ID-PRODUCTO
           FILE STATUS IS FS-STOCK.

       SELECT ARCH-SAL-RECHAZOS
           ASSIGN TO WS-RECHAZOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZOS.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ARCH-ENT-MOVIMIENTOS.
       01 ENT-MOVIMIENTO.
          05 MOV-FECHA                      PIC X(08).
          05 MOV-ID-PRODUCTO                PIC 9(04).
          05 MOV-TIPO                       PIC X(01).
             88 MOV-TIPO-INGRESO                VALUE 'I'.
             88 MOV-TIPO-EGRESO                 VALUE 'E'.
             88 MOV-TIPO-AJUSTE                 VALUE 'A'.
          05 MOV-CANTIDAD                   PIC S9(07)
                                            SIGN LEADING SEPARATE.

       FD ARCH-MAE-PRODUCTO.
           COPY MAEPRODC.

       FD ARCH-MAE-STOCK.
           COPY STKPRODC.

       FD ARCH-SAL-RECHAZOS.
       01 SAL-RECHAZO-REG.
          05 RCH-CODIGO                     PIC X(04).
          05 RCH-DESCRIPCION                PIC X(25).
          05 RCH-ID-PRODUCTO                PIC 9(04).
          05 RCH-TIMESTAMP                  PIC X(21).
          05 RCH-REGISTRO                   PIC X(21).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-MOVIMIENTOS                 PIC X(02).
             88 FS-MOVIMIENTOS-OK               VALUE '00'.
             88 FS-MOVIMIENTOS-EOF              VALUE '10'.
             88 FS-MOVIMIENTOS-NFD              VALUE '35'.
          05 FS-MASTER                      PIC X(02).
             88 FS-MASTER-OK                    VALUE '00'.
             88 FS-MASTER-NFD                   VALUE '35'.
          05 FS-STOCK                       PIC X(02).
             88 FS-STOCK-OK                     VALUE '00'.
             88 FS-STOCK-NFD                    VALUE '35'.
          05 FS-RECHAZOS                    PIC X(02).
             88 FS-RECHAZOS-OK                  VALUE '00'.

       01 WS-CONTADORES.
          05 WS-CONT-MOV-LEIDOS             PIC 9(07) VALUE 0.
          05 WS-CONT-MOV-INGRESOS           PIC 9(07) VALUE 0.
          05 WS-CONT-MOV-EGRESOS            PIC 9(07) VALUE 0.
          05 WS-CONT-MOV-AJUSTES            PIC 9(07) VALUE 0.
          05 WS-CONT-MOV-RECHAZADOS         PIC 9(07) VALUE 0.
          05 WS-CONT-STK-ALTAS              PIC 9(07) VALUE 0.

       01 WS-RUTAS.
          05 WS-MOVIMIENTOS-PATH            PIC X(100).
          05 WS-MASTER-PATH                 PIC X(100).
          05 WS-STOCK-PATH                  PIC X(100).
          05 WS-RECHAZOS-PATH               PIC X(100).

       01 WS-RCH-INFO.
          05 WS-RCH-CODIGO                  PIC X(04).
          05 WS-RCH-DESCRIPCION             PIC X(25).

       01 WS-STOCK-CALCULO.
          05 WS-STOCK-NUEVO                 PIC S9(08) VALUE 0.
          05 WS-STOCK-EXISTE                PIC X(01) VALUE 'N'.
             88 WS-STOCK-EXISTE-SI              VALUE 'S'.
             88 WS-STOCK-EXISTE-NO              VALUE 'N'.

       01 WS-CONCILIACION.
          05 WS-RETORNO                     PIC 9(02) VALUE 0.
             88 WS-RETORNO-LIMPIO               VALUE 0.
             88 WS-RETORNO-CON-RECHAZOS         VALUE 4.
             88 WS-RETORNO-DESBALANCE           VALUE 8.
             88 WS-RETORNO-APERTURA             VALUE 12.
          05 WS-APERTURA-FALLIDA            PIC X(01) VALUE 'N'.
             88 WS-APERTURA-FALLIDA-SI          VALUE 'S'.
             88 WS-APERTURA-FALLIDA-NO          VALUE 'N'.
          05 WS-SIN-MOVIMIENTOS             PIC X(01) VALUE 'N'.
             88 WS-SIN-MOVIMIENTOS-SI           VALUE 'S'.
             88 WS-SIN-MOVIMIENTOS-NO           VALUE 'N'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-APERTURA-FALLIDA-NO AND WS-SIN-MOVIMIENTOS-NO

              PERFORM 2000-PROCESAR-MOVIMIENTO
                 THRU 2000-PROCESAR-MOVIMIENTO-FIN
                UNTIL FS-MOVIMIENTOS-EOF

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-MOVIMIENTOS-PATH FROM ENVIRONMENT
                  'DD_MOVIMIENTOS'.
           IF WS-MOVIMIENTOS-PATH = SPACES
              MOVE '../MOVIMIENTOS.TXT'      TO WS-MOVIMIENTOS-PATH
           END-IF.

           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT 'DD_MASTER'.
           IF WS-MASTER-PATH = SPACES
              MOVE '../PRODUCTO-MASTER.DAT'  TO WS-MASTER-PATH
           END-IF.

           ACCEPT WS-STOCK-PATH FROM ENVIRONMENT 'DD_STOCK'.
           IF WS-STOCK-PATH = SPACES
              MOVE '../STOCK-MASTER.DAT'     TO WS-STOCK-PATH
           END-IF.

           ACCEPT WS-RECHAZOS-PATH FROM ENVIRONMENT 'DD_MOV_RECHAZOS'.
           IF WS-RECHAZOS-PATH = SPACES
              MOVE '../MOVIMIENTOS-RECHAZADOS.TXT'
                                             TO WS-RECHAZOS-PATH
           END-IF.

           PERFORM 1100-ABRIR-MOVIMIENTOS
              THRU 1100-ABRIR-MOVIMIENTOS-FIN.

           IF WS-APERTURA-FALLIDA-SI OR WS-SIN-MOVIMIENTOS-SI
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1200-ABRIR-SALIDAS
              THRU 1200-ABRIR-SALIDAS-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-ABRIR-MOVIMIENTOS.

           OPEN INPUT ARCH-ENT-MOVIMIENTOS.

           EVALUATE TRUE
               WHEN FS-MOVIMIENTOS-OK
                    PERFORM 1110-LEER-MOVIMIENTOS
                       THRU 1110-LEER-MOVIMIENTOS-FIN
               WHEN FS-MOVIMIENTOS-NFD
      *             UN DIA SIN MOVIMIENTOS NO ES UN ERROR: EL STOCK
      *             QUEDA COMO ESTABA
                    DISPLAY 'SIN MOVIMIENTOS DE STOCK: NADA QUE '
                            'APLICAR'
                    SET WS-SIN-MOVIMIENTOS-SI TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR MOVIMIENTOS.TXT: '
                            FS-MOVIMIENTOS
                    SET WS-APERTURA-FALLIDA-SI TO TRUE
           END-EVALUATE.

       1100-ABRIR-MOVIMIENTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-MOVIMIENTOS.

           READ ARCH-ENT-MOVIMIENTOS.

           EVALUATE TRUE
               WHEN FS-MOVIMIENTOS-OK
                    ADD 1                   TO WS-CONT-MOV-LEIDOS
               WHEN FS-MOVIMIENTOS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER MOVIMIENTOS.TXT: '
                            FS-MOVIMIENTOS
           END-EVALUATE.

       1110-LEER-MOVIMIENTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1200-ABRIR-SALIDAS.

      *    EL MAESTRO DE PRODUCTOS SOLO SE CONSULTA: ES LA FUENTE DE
      *    VERDAD DE QUE PRODUCTOS EXISTEN Y CUALES ESTAN DE BAJA
           OPEN INPUT ARCH-MAE-PRODUCTO.
           IF NOT FS-MASTER-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO MAESTRO'
              DISPLAY 'FILE STATUS: ' FS-MASTER
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
           END-IF.

           OPEN I-O ARCH-MAE-STOCK.
           EVALUATE TRUE
               WHEN FS-STOCK-OK
                    CONTINUE
               WHEN FS-STOCK-NFD
                    OPEN OUTPUT ARCH-MAE-STOCK
                    CLOSE ARCH-MAE-STOCK
                    OPEN I-O ARCH-MAE-STOCK
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR STOCK-MASTER.DAT: '
                            FS-STOCK
                    SET WS-APERTURA-FALLIDA-SI TO TRUE
           END-EVALUATE.

           OPEN OUTPUT ARCH-SAL-RECHAZOS.
           IF NOT FS-RECHAZOS-OK
              DISPLAY 'ERROR AL ABRIR MOVIMIENTOS-RECHAZADOS.TXT: '
                      FS-RECHAZOS
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
           END-IF.

       1200-ABRIR-SALIDAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-MOVIMIENTO.

           EVALUATE TRUE
               WHEN MOV-ID-PRODUCTO NOT NUMERIC
                 OR MOV-FECHA NOT NUMERIC
                 OR MOV-CANTIDAD NOT NUMERIC
                    MOVE 'S01'              TO WS-RCH-CODIGO
                    MOVE 'DATOS NO NUMERICOS'
                                            TO WS-RCH-DESCRIPCION
                    PERFORM 2400-ESCRIBIR-RECHAZO
                       THRU 2400-ESCRIBIR-RECHAZO-FIN
               WHEN NOT MOV-TIPO-INGRESO
                AND NOT MOV-TIPO-EGRESO
                AND NOT MOV-TIPO-AJUSTE
                    MOVE 'S04'              TO WS-RCH-CODIGO
                    MOVE 'TIPO DE MOVIMIENTO INVALIDO'
                                            TO WS-RCH-DESCRIPCION
                    PERFORM 2400-ESCRIBIR-RECHAZO
                       THRU 2400-ESCRIBIR-RECHAZO-FIN
      *        INGRESOS Y EGRESOS VAN SIEMPRE EN POSITIVO: EL SIGNO
      *        SOLO TIENE SENTIDO EN EL AJUSTE DE INVENTARIO
               WHEN MOV-CANTIDAD = ZEROS
                 OR (NOT MOV-TIPO-AJUSTE AND MOV-CANTIDAD < ZEROS)
                    MOVE 'S05'              TO WS-RCH-CODIGO
                    MOVE 'CANTIDAD INVALIDA'
                                            TO WS-RCH-DESCRIPCION
                    PERFORM 2400-ESCRIBIR-RECHAZO
                       THRU 2400-ESCRIBIR-RECHAZO-FIN
               WHEN OTHER
                    PERFORM 2100-VALIDAR-PRODUCTO
                       THRU 2100-VALIDAR-PRODUCTO-FIN
           END-EVALUATE.

           PERFORM 1110-LEER-MOVIMIENTOS
              THRU 1110-LEER-MOVIMIENTOS-FIN.

       2000-PROCESAR-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-VALIDAR-PRODUCTO.

           MOVE MOV-ID-PRODUCTO             TO MAE-ID-PRODUCTO.

           READ ARCH-MAE-PRODUCTO
               INVALID KEY
                   MOVE 'S02'               TO WS-RCH-CODIGO
                   MOVE 'ID PRODUCTO INEXISTENTE'
                                            TO WS-RCH-DESCRIPCION
                   PERFORM 2400-ESCRIBIR-RECHAZO
                      THRU 2400-ESCRIBIR-RECHAZO-FIN
               NOT INVALID KEY
                   IF MAE-ESTADO-DISCONTINUADO
                      MOVE 'S03'            TO WS-RCH-CODIGO
                      MOVE 'PRODUCTO DISCONTINUADO'
                                            TO WS-RCH-DESCRIPCION
                      PERFORM 2400-ESCRIBIR-RECHAZO
                         THRU 2400-ESCRIBIR-RECHAZO-FIN
                   ELSE
                      PERFORM 2200-APLICAR-MOVIMIENTO
                         THRU 2200-APLICAR-MOVIMIENTO-FIN
                   END-IF
           END-READ.

       2100-VALIDAR-PRODUCTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-APLICAR-MOVIMIENTO.

           MOVE MOV-ID-PRODUCTO             TO STK-ID-PRODUCTO.

      *    EL PRIMER MOVIMIENTO DE UN PRODUCTO ABRE SU REGISTRO DE
      *    STOCK; LA FECHA DE INICIO ES LA BASE DEL CONSUMO DIARIO
      *    QUE USA EL REPORTE DE REPOSICION
           READ ARCH-MAE-STOCK
               INVALID KEY
                   SET WS-STOCK-EXISTE-NO   TO TRUE
                   MOVE MOV-ID-PRODUCTO     TO STK-ID-PRODUCTO
                   MOVE ZEROS               TO STK-CANTIDAD
                                               STK-EGRESOS-ACUM
                   MOVE MOV-FECHA           TO STK-FECHA-INICIO
               NOT INVALID KEY
                   SET WS-STOCK-EXISTE-SI   TO TRUE
           END-READ.

           EVALUATE TRUE
               WHEN MOV-TIPO-INGRESO
                    COMPUTE WS-STOCK-NUEVO =
                            STK-CANTIDAD + MOV-CANTIDAD
               WHEN MOV-TIPO-EGRESO
                    COMPUTE WS-STOCK-NUEVO =
                            STK-CANTIDAD - MOV-CANTIDAD
               WHEN OTHER
                    COMPUTE WS-STOCK-NUEVO =
                            STK-CANTIDAD + MOV-CANTIDAD
           END-EVALUATE.

      *    NO SE ACEPTA STOCK NEGATIVO: UN EGRESO O AJUSTE QUE LO
      *    DEJARIA BAJO CERO SE RECHAZA PARA QUE EL DEPOSITO LO
      *    REVISE, EN LUGAR DE ESCONDER LA DIFERENCIA
           IF WS-STOCK-NUEVO < ZEROS
                  OR WS-STOCK-NUEVO > 9999999
              MOVE 'S06'                    TO WS-RCH-CODIGO
              MOVE 'STOCK INSUFICIENTE'     TO WS-RCH-DESCRIPCION
              PERFORM 2400-ESCRIBIR-RECHAZO
                 THRU 2400-ESCRIBIR-RECHAZO-FIN
              GO TO 2200-APLICAR-MOVIMIENTO-FIN
           END-IF.

           MOVE WS-STOCK-NUEVO              TO STK-CANTIDAD.
           MOVE MOV-FECHA                   TO STK-FECHA-ULT-MOV.

           IF MOV-TIPO-EGRESO
              ADD MOV-CANTIDAD              TO STK-EGRESOS-ACUM
           END-IF.

           IF WS-STOCK-EXISTE-SI
              REWRITE STK-STOCK
                  INVALID KEY
                      DISPLAY 'ERROR AL ACTUALIZAR STOCK-MASTER.DAT: '
                              FS-STOCK
                  NOT INVALID KEY
                      PERFORM 2300-CONTAR-APLICADO
                         THRU 2300-CONTAR-APLICADO-FIN
              END-REWRITE
           ELSE
              WRITE STK-STOCK
                  INVALID KEY
                      DISPLAY 'ERROR AL GRABAR STOCK-MASTER.DAT: '
                              FS-STOCK
                  NOT INVALID KEY
                      ADD 1                 TO WS-CONT-STK-ALTAS
                      PERFORM 2300-CONTAR-APLICADO
                         THRU 2300-CONTAR-APLICADO-FIN
              END-WRITE
           END-IF.

       2200-APLICAR-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-CONTAR-APLICADO.

           EVALUATE TRUE
               WHEN MOV-TIPO-INGRESO
                    ADD 1                   TO WS-CONT-MOV-INGRESOS
               WHEN MOV-TIPO-EGRESO
                    ADD 1                   TO WS-CONT-MOV-EGRESOS
               WHEN OTHER
                    ADD 1                   TO WS-CONT-MOV-AJUSTES
           END-EVALUATE.

       2300-CONTAR-APLICADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-ESCRIBIR-RECHAZO.

           MOVE WS-RCH-CODIGO               TO RCH-CODIGO.
           MOVE WS-RCH-DESCRIPCION          TO RCH-DESCRIPCION.
           IF MOV-ID-PRODUCTO NUMERIC
              MOVE MOV-ID-PRODUCTO          TO RCH-ID-PRODUCTO
           ELSE
              MOVE ZEROS                    TO RCH-ID-PRODUCTO
           END-IF.
           MOVE FUNCTION CURRENT-DATE       TO RCH-TIMESTAMP.
           MOVE ENT-MOVIMIENTO              TO RCH-REGISTRO.

           WRITE SAL-RECHAZO-REG.

           IF FS-RECHAZOS-OK
              ADD 1                         TO WS-CONT-MOV-RECHAZADOS
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR '
                      'MOVIMIENTOS-RECHAZADOS.TXT: ' FS-RECHAZOS
           END-IF.

       2400-ESCRIBIR-RECHAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           DISPLAY 'CANTIDAD DE MOVIMIENTOS LEIDOS    : '
                   WS-CONT-MOV-LEIDOS.
           DISPLAY 'CANTIDAD DE INGRESOS APLICADOS    : '
                   WS-CONT-MOV-INGRESOS.
           DISPLAY 'CANTIDAD DE EGRESOS APLICADOS     : '
                   WS-CONT-MOV-EGRESOS.
           DISPLAY 'CANTIDAD DE AJUSTES APLICADOS     : '
                   WS-CONT-MOV-AJUSTES.
           DISPLAY 'CANTIDAD DE MOVIMIENTOS RECHAZ.   : '
                   WS-CONT-MOV-RECHAZADOS.
           DISPLAY 'CANTIDAD DE PRODUCTOS NUEVOS      : '
                   WS-CONT-STK-ALTAS.

           PERFORM 3050-CONCILIAR-CIFRAS
              THRU 3050-CONCILIAR-CIFRAS-FIN.

           IF WS-APERTURA-FALLIDA-NO AND WS-SIN-MOVIMIENTOS-NO
              CLOSE ARCH-ENT-MOVIMIENTOS
                    ARCH-MAE-PRODUCTO
                    ARCH-MAE-STOCK
                    ARCH-SAL-RECHAZOS

              IF NOT FS-MOVIMIENTOS-OK
                 DISPLAY 'ERROR AL CERRAR MOVIMIENTOS.TXT: '
                         FS-MOVIMIENTOS
              END-IF

              IF NOT FS-MASTER-OK
                 DISPLAY 'ERROR AL CERRAR ARCHIVO MAESTRO: ' FS-MASTER
              END-IF

              IF NOT FS-STOCK-OK
                 DISPLAY 'ERROR AL CERRAR STOCK-MASTER.DAT: ' FS-STOCK
              END-IF

              IF NOT FS-RECHAZOS-OK
                 DISPLAY 'ERROR AL CERRAR '
                         'MOVIMIENTOS-RECHAZADOS.TXT: ' FS-RECHAZOS
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

           IF WS-CONT-MOV-LEIDOS NOT =
                  WS-CONT-MOV-INGRESOS + WS-CONT-MOV-EGRESOS
                  + WS-CONT-MOV-AJUSTES + WS-CONT-MOV-RECHAZADOS
              SET WS-RETORNO-DESBALANCE TO TRUE
              DISPLAY 'CONCILIACION: MOVIMIENTOS LEIDOS ('
                      WS-CONT-MOV-LEIDOS
                      ') NO IGUALA INGRESOS ('
                      WS-CONT-MOV-INGRESOS
                      ') MAS EGRESOS ('
                      WS-CONT-MOV-EGRESOS
                      ') MAS AJUSTES ('
                      WS-CONT-MOV-AJUSTES
                      ') MAS RECHAZADOS ('
                      WS-CONT-MOV-RECHAZADOS
                      '). CODIGO DE RETORNO 8'
              GO TO 3050-CONCILIAR-CIFRAS-FIN
           END-IF.

           IF WS-CONT-MOV-RECHAZADOS > 0
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

       END PROGRAM CL17STKM.
