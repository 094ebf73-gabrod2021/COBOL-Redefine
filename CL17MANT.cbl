      *          REACTIVACION SOBRE PRODUCTO-MASTER.DAT Y RECHAZA LAS
      *          INVALIDAS; LA BAJA ES LOGICA (ESTADO DISCONTINUADO
      *          CON FECHA), NUNCA UN DELETE FISICO
      *          CADA TRANSACCION LLEVA SU OPERADOR (O EL DE LA
      *          CORRIDA) Y SE VALIDA CONTRA OPERADORES.TXT; CADA
      *          CAMBIO Y CADA RECHAZO POR FALTA DE PERMISO QUEDAN EN
      *          BITACORA-OPERADOR.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIA.

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

          05 TRN-IMPORTE-CON-IVA            PIC 9(05)V9(02).
          05 TRN-PROVEEDOR                  PIC X(10).
          05 TRN-PLAZO-ENTREGA              PIC 9(03).
          05 TRN-OPERADOR                   PIC X(08).

       FD ARCH-MAE-PRODUCTO.
           COPY MAEPRODC.
          05 RCH-DESCRIPCION                PIC X(25).
          05 RCH-ID-PRODUCTO                PIC 9(04).
          05 RCH-TIMESTAMP                  PIC X(21).
          05 RCH-REGISTRO                   PIC X(80).
          05 RCH-OPERADOR                   PIC X(08).

       FD ARCH-SAL-HISTORIA.
           COPY HISPRODC.

       FD ARCH-ENT-OPERADORES.
           COPY OPEAUTC.

       FD ARCH-SAL-BITACORA.
           COPY OPEBITC.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-HISTORIA                    PIC X(02).
             88 FS-HISTORIA-OK                  VALUE '00'.
             88 FS-HISTORIA-NFD                 VALUE '35'.
          05 FS-OPERADORES                  PIC X(02).
             88 FS-OPERADORES-OK                VALUE '00'.
             88 FS-OPERADORES-EOF               VALUE '10'.
             88 FS-OPERADORES-NFD               VALUE '35'.
          05 FS-BITACORA                    PIC X(02).
             88 FS-BITACORA-OK                  VALUE '00'.
             88 FS-BITACORA-NFD                 VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CONT-TRN-LEIDAS             PIC 9(07) VALUE 0.
          05 WS-CONT-TRN-REACTIVACIONES     PIC 9(07) VALUE 0.
          05 WS-CONT-TRN-RECHAZADAS         PIC 9(07) VALUE 0.
          05 WS-CONT-TRN-HISTORIA           PIC 9(07) VALUE 0.
          05 WS-CONT-TRN-NO-AUTORIZADAS     PIC 9(07) VALUE 0.
          05 WS-CONT-REG-BITACORA           PIC 9(07) VALUE 0.

       01 WS-RUTAS.
          05 WS-TRANSAC-PATH                PIC X(100).
          05 WS-CATMASTER-PATH              PIC X(100).
          05 WS-RECHAZOS-PATH               PIC X(100).
          05 WS-HISTORIA-PATH               PIC X(100).
          05 WS-OPERADORES-PATH             PIC X(100).
          05 WS-BITACORA-PATH               PIC X(100).

       01 WS-RCH-INFO.
          05 WS-RCH-CODIGO                  PIC X(04).
          88 WS-CATEGORIA-VALIDA-SI             VALUE 'S'.
          88 WS-CATEGORIA-VALIDA-NO             VALUE 'N'.

       01 WS-OPERADOR-CONTROL.
          05 WS-OPERADOR-CORRIDA            PIC X(08).
          05 WS-OPERADOR-ACTUAL             PIC X(08).
          05 WS-OPERADORES-CARGADOS         PIC X(01) VALUE 'N'.
             88 WS-OPERADORES-CARGADOS-SI       VALUE 'S'.
             88 WS-OPERADORES-CARGADOS-NO       VALUE 'N'.
          05 WS-OPE-HALLADO                 PIC X(01).
             88 WS-OPE-HALLADO-SI               VALUE 'S'.
             88 WS-OPE-HALLADO-NO               VALUE 'N'.
          05 WS-OPERADOR-AUTORIZADO         PIC X(01).
             88 WS-OPERADOR-AUTORIZADO-SI       VALUE 'S'.
             88 WS-OPERADOR-AUTORIZADO-NO       VALUE 'N'.

       01 WS-TABLA-OPERADORES.
          05 WS-OPE-CANT                    PIC 9(03) COMP VALUE 0.
          05 WS-OPE-ENTRADA                 OCCURS 200 TIMES
                                            INDEXED BY OPE-IDX OPE-POS.
             10 WS-OPE-ID                   PIC X(08).
             10 WS-OPE-ACTIVO               PIC X(01).
                88 WS-OPE-ACTIVO-SI             VALUE 'S'.
             10 WS-OPE-ALTA-BAJA            PIC X(01).
                88 WS-OPE-ALTA-BAJA-SI          VALUE 'S'.
             10 WS-OPE-PRECIO               PIC X(01).
                88 WS-OPE-PRECIO-SI             VALUE 'S'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF FS-TRANSAC-OK AND FS-MASTER-OK AND FS-RECHAZOS-OK
                  AND FS-BITACORA-OK AND WS-OPERADORES-CARGADOS-SI

              PERFORM 2000-PROCESAR-TRANSACCION
                 THRU 2000-PROCESAR-TRANSACCION-FIN
           PERFORM 1500-ABRIR-CATEGORIA
              THRU 1500-ABRIR-CATEGORIA-FIN.

           PERFORM 1600-CARGAR-OPERADORES
              THRU 1600-CARGAR-OPERADORES-FIN.

           PERFORM 1700-ABRIR-BITACORA
              THRU 1700-ABRIR-BITACORA-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
                                             TO WS-HISTORIA-PATH
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

      *    OPERADOR DE LA CORRIDA: VALE PARA LAS TRANSACCIONES QUE NO
      *    TRAEN OPERADOR PROPIO
           ACCEPT WS-OPERADOR-CORRIDA FROM ENVIRONMENT 'DD_OPERADOR'.

       1010-OBTENER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*

       1500-ABRIR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1600-CARGAR-OPERADORES.

      *    SIN ARCHIVO DE OPERADORES NO HAY CONTRA QUE VALIDAR: NO SE
      *    APLICA NINGUNA TRANSACCION
           OPEN INPUT ARCH-ENT-OPERADORES.

           EVALUATE TRUE
               WHEN FS-OPERADORES-OK
                    SET WS-OPERADORES-CARGADOS-SI TO TRUE
                    PERFORM 1610-LEER-OPERADOR
                       THRU 1610-LEER-OPERADOR-FIN
                      UNTIL FS-OPERADORES-EOF
                         OR WS-OPERADORES-CARGADOS-NO
                    CLOSE ARCH-ENT-OPERADORES
               WHEN FS-OPERADORES-NFD
                    DISPLAY 'NO SE ENCUENTRA OPERADORES.TXT: '
                            'CORRIDA CANCELADA'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR OPERADORES.TXT'
                    DISPLAY 'FILE STATUS: ' FS-OPERADORES
           END-EVALUATE.

       1600-CARGAR-OPERADORES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1610-LEER-OPERADOR.

           READ ARCH-ENT-OPERADORES.

           EVALUATE TRUE
               WHEN FS-OPERADORES-OK
                    IF WS-OPE-CANT = 200
      *                UN OPERADOR SIN CARGAR QUEDARIA RECHAZADO COMO
      *                DESCONOCIDO: SE CORTA LA CORRIDA
                       DISPLAY 'MAS DE 200 OPERADORES: '
                               'CORRIDA CANCELADA'
                       SET WS-OPERADORES-CARGADOS-NO TO TRUE
                    ELSE
                       ADD 1                TO WS-OPE-CANT
                       MOVE OPE-ID-OPERADOR TO WS-OPE-ID (WS-OPE-CANT)
                       MOVE OPE-ACTIVO
                         TO WS-OPE-ACTIVO (WS-OPE-CANT)
                       MOVE OPE-PERMISO-ALTA-BAJA
                         TO WS-OPE-ALTA-BAJA (WS-OPE-CANT)
                       MOVE OPE-PERMISO-PRECIO
                         TO WS-OPE-PRECIO (WS-OPE-CANT)
                    END-IF
               WHEN FS-OPERADORES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER OPERADORES.TXT: '
                            FS-OPERADORES
                    SET WS-OPERADORES-CARGADOS-NO TO TRUE
           END-EVALUATE.

       1610-LEER-OPERADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1700-ABRIR-BITACORA.

           OPEN EXTEND ARCH-SAL-BITACORA.

           EVALUATE TRUE
               WHEN FS-BITACORA-OK
                    CONTINUE
               WHEN FS-BITACORA-NFD
                    OPEN OUTPUT ARCH-SAL-BITACORA
                    CLOSE ARCH-SAL-BITACORA
                    OPEN EXTEND ARCH-SAL-BITACORA
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR BITACORA-OPERADOR.TXT: '
                            FS-BITACORA
           END-EVALUATE.

       1700-ABRIR-BITACORA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-TRANSACCION.

           PERFORM 2050-VALIDAR-OPERADOR
              THRU 2050-VALIDAR-OPERADOR-FIN.

           EVALUATE TRUE
               WHEN TRN-ID-PRODUCTO NOT NUMERIC
                    MOVE 'M04'              TO WS-RCH-CODIGO
                                            TO WS-RCH-DESCRIPCION
                    PERFORM 2400-ESCRIBIR-RECHAZO
                       THRU 2400-ESCRIBIR-RECHAZO-FIN
               WHEN WS-OPERADOR-AUTORIZADO-NO
                    PERFORM 2410-RECHAZAR-NO-AUTORIZADA
                       THRU 2410-RECHAZAR-NO-AUTORIZADA-FIN
               WHEN TRN-ACCION-ALTA
                    PERFORM 2100-APLICAR-ALTA
                       THRU 2100-APLICAR-ALTA-FIN

       2000-PROCESAR-TRANSACCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2050-VALIDAR-OPERADOR.

      *    ALTA, BAJA Y REACTIVACION PIDEN EL PERMISO DE ALTA/BAJA;
      *    LA MODIFICACION PIDE EL PERMISO DE PRECIO. LA DESCRIPCION
      *    DEL RECHAZO M07 QUEDA ARMADA PARA 2410
           SET WS-OPERADOR-AUTORIZADO-SI    TO TRUE.

           IF TRN-OPERADOR = SPACES
              MOVE WS-OPERADOR-CORRIDA      TO WS-OPERADOR-ACTUAL
           ELSE
              MOVE TRN-OPERADOR             TO WS-OPERADOR-ACTUAL
           END-IF.

      *    UNA ACCION DESCONOCIDA NO PIDE PERMISO: LA RECHAZA M01
           IF NOT TRN-ACCION-ALTA
                  AND NOT TRN-ACCION-MODIFICACION
                  AND NOT TRN-ACCION-BAJA
                  AND NOT TRN-ACCION-REACTIVACION
              GO TO 2050-VALIDAR-OPERADOR-FIN
           END-IF.

           IF WS-OPERADOR-ACTUAL = SPACES
              SET WS-OPERADOR-AUTORIZADO-NO TO TRUE
              MOVE 'OPERADOR NO INFORMADO'  TO WS-RCH-DESCRIPCION
              GO TO 2050-VALIDAR-OPERADOR-FIN
           END-IF.

           SET WS-OPE-HALLADO-NO            TO TRUE.

           PERFORM 2055-BUSCAR-OPERADOR
              THRU 2055-BUSCAR-OPERADOR-FIN
              VARYING OPE-IDX FROM 1 BY 1
                UNTIL OPE-IDX > WS-OPE-CANT
                   OR WS-OPE-HALLADO-SI.

           EVALUATE TRUE
               WHEN WS-OPE-HALLADO-NO
                    SET WS-OPERADOR-AUTORIZADO-NO TO TRUE
                    MOVE 'OPERADOR DESCONOCIDO'
                                            TO WS-RCH-DESCRIPCION
               WHEN NOT WS-OPE-ACTIVO-SI (OPE-POS)
                    SET WS-OPERADOR-AUTORIZADO-NO TO TRUE
                    MOVE 'OPERADOR INACTIVO'
                                            TO WS-RCH-DESCRIPCION
               WHEN TRN-ACCION-MODIFICACION
                    AND NOT WS-OPE-PRECIO-SI (OPE-POS)
                    SET WS-OPERADOR-AUTORIZADO-NO TO TRUE
                    MOVE 'SIN PERMISO DE PRECIO'
                                            TO WS-RCH-DESCRIPCION
               WHEN NOT TRN-ACCION-MODIFICACION
                    AND NOT WS-OPE-ALTA-BAJA-SI (OPE-POS)
                    SET WS-OPERADOR-AUTORIZADO-NO TO TRUE
                    MOVE 'SIN PERMISO DE ALTA/BAJA'
                                            TO WS-RCH-DESCRIPCION
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2050-VALIDAR-OPERADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2055-BUSCAR-OPERADOR.

           IF WS-OPE-ID (OPE-IDX) = WS-OPERADOR-ACTUAL
              SET WS-OPE-HALLADO-SI         TO TRUE
              SET OPE-POS                   TO OPE-IDX
           END-IF.

       2055-BUSCAR-OPERADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-APLICAR-ALTA.


           SET MAE-ESTADO-ACTIVO            TO TRUE.
           MOVE SPACES                      TO MAE-FECHA-BAJA.
           MOVE ZEROS                       TO BIT-SIN-IVA-ANTERIOR
                                               BIT-CON-IVA-ANTERIOR.

           WRITE MAE-PRODUCTO
               INVALID KEY
                      THRU 2400-ESCRIBIR-RECHAZO-FIN
               NOT INVALID KEY
                   ADD 1                    TO WS-CONT-TRN-ALTAS
                   PERFORM 2810-BITACORA-APLICADA
                      THRU 2810-BITACORA-APLICADA-FIN
           END-WRITE.

       2100-APLICAR-ALTA-FIN.
                   ELSE
                      PERFORM 2600-ESCRIBIR-HISTORIA
                         THRU 2600-ESCRIBIR-HISTORIA-FIN
                      MOVE MAE-IMPORTE-SIN-IVA
                                            TO BIT-SIN-IVA-ANTERIOR
                      MOVE MAE-IMPORTE-CON-IVA
                                            TO BIT-CON-IVA-ANTERIOR
                      PERFORM 2500-MOVER-A-MAESTRO
                         THRU 2500-MOVER-A-MAESTRO-FIN
                      REWRITE MAE-PRODUCTO
                          NOT INVALID KEY
                              ADD 1
                                  TO WS-CONT-TRN-MODIFICACIONES
                              PERFORM 2810-BITACORA-APLICADA
                                 THRU 2810-BITACORA-APLICADA-FIN
                      END-REWRITE
                   END-IF
           END-READ.
                   ELSE
                      PERFORM 2600-ESCRIBIR-HISTORIA
                         THRU 2600-ESCRIBIR-HISTORIA-FIN
                      MOVE MAE-IMPORTE-SIN-IVA
                                            TO BIT-SIN-IVA-ANTERIOR
                      MOVE MAE-IMPORTE-CON-IVA
                                            TO BIT-CON-IVA-ANTERIOR
                      SET MAE-ESTADO-DISCONTINUADO TO TRUE
                      MOVE FUNCTION CURRENT-DATE (1:8)
                                            TO MAE-FECHA-BAJA
                                      FS-MASTER
                          NOT INVALID KEY
                              ADD 1        TO WS-CONT-TRN-BAJAS
                              PERFORM 2810-BITACORA-APLICADA
                                 THRU 2810-BITACORA-APLICADA-FIN
                      END-REWRITE
                   END-IF
           END-READ.
                   ELSE
                      PERFORM 2600-ESCRIBIR-HISTORIA
                         THRU 2600-ESCRIBIR-HISTORIA-FIN
                      MOVE MAE-IMPORTE-SIN-IVA
                                            TO BIT-SIN-IVA-ANTERIOR
                      MOVE MAE-IMPORTE-CON-IVA
                                            TO BIT-CON-IVA-ANTERIOR
                      SET MAE-ESTADO-ACTIVO TO TRUE
                      MOVE SPACES           TO MAE-FECHA-BAJA
                      REWRITE MAE-PRODUCTO
                          NOT INVALID KEY
                              ADD 1
                                 TO WS-CONT-TRN-REACTIVACIONES
                              PERFORM 2810-BITACORA-APLICADA
                                 THRU 2810-BITACORA-APLICADA-FIN
                      END-REWRITE
                   END-IF
           END-READ.
           END-IF.
           MOVE FUNCTION CURRENT-DATE       TO RCH-TIMESTAMP.
           MOVE TRN-TRANSACCION             TO RCH-REGISTRO.
           MOVE WS-OPERADOR-ACTUAL          TO RCH-OPERADOR.

           WRITE SAL-RECHAZO-REG.


       2400-ESCRIBIR-RECHAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2410-RECHAZAR-NO-AUTORIZADA.

      *    LA DESCRIPCION LA DEJO ARMADA 2050-VALIDAR-OPERADOR
           MOVE 'M07'                       TO WS-RCH-CODIGO.

           PERFORM 2400-ESCRIBIR-RECHAZO
              THRU 2400-ESCRIBIR-RECHAZO-FIN.

           ADD 1                         TO WS-CONT-TRN-NO-AUTORIZADAS.

           SET BIT-RESULTADO-NO-AUTORIZADO  TO TRUE.
           MOVE ZEROS                       TO BIT-SIN-IVA-ANTERIOR
                                               BIT-CON-IVA-ANTERIOR
                                               BIT-SIN-IVA-NUEVO
                                               BIT-CON-IVA-NUEVO.

           PERFORM 2800-ESCRIBIR-BITACORA
              THRU 2800-ESCRIBIR-BITACORA-FIN.

       2410-RECHAZAR-NO-AUTORIZADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-MOVER-A-MAESTRO.

           MOVE MAE-IMPORTE-CON-IVA         TO HIS-IMPORTE-CON-IVA.
           MOVE MAE-PROVEEDOR               TO HIS-PROVEEDOR.
           MOVE MAE-PLAZO-ENTREGA           TO HIS-PLAZO-ENTREGA.
           MOVE WS-OPERADOR-ACTUAL          TO HIS-OPERADOR.

           WRITE HIS-PRODUCTO.


       2700-VALIDAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2800-ESCRIBIR-BITACORA.

      *    EL LLAMADOR DEJA CARGADOS EL RESULTADO Y LOS IMPORTES; LA
      *    ACCION DE LA BITACORA ES LA MISMA LETRA DE LA TRANSACCION
           MOVE FUNCTION CURRENT-DATE (1:8) TO BIT-FECHA.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BIT-HORA.
           MOVE WS-OPERADOR-ACTUAL          TO BIT-OPERADOR.
           MOVE 'CL17MANT'                  TO BIT-PROGRAMA.
           SET BIT-MAESTRO-PRODUCTO         TO TRUE.
           MOVE TRN-ACCION                  TO BIT-ACCION.
           MOVE TRN-ID-PRODUCTO             TO BIT-CLAVE.

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
       2810-BITACORA-APLICADA.

      *    MAE-PRODUCTO YA TIENE LOS VALORES NUEVOS; LOS ANTERIORES
      *    LOS CARGO EL LLAMADOR ANTES DE CAMBIAR EL REGISTRO
           SET BIT-RESULTADO-APLICADO       TO TRUE.
           MOVE MAE-IMPORTE-SIN-IVA         TO BIT-SIN-IVA-NUEVO.
           MOVE MAE-IMPORTE-CON-IVA         TO BIT-CON-IVA-NUEVO.

           PERFORM 2800-ESCRIBIR-BITACORA
              THRU 2800-ESCRIBIR-BITACORA-FIN.

       2810-BITACORA-APLICADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

                   WS-CONT-TRN-RECHAZADAS.
           DISPLAY 'CANTIDAD DE REG. DE HISTORIA      : '
                   WS-CONT-TRN-HISTORIA.
           DISPLAY 'CANTIDAD DE TRANSACC. NO AUTORIZ. : '
                   WS-CONT-TRN-NO-AUTORIZADAS.
           DISPLAY 'CANTIDAD DE REG. DE BITACORA      : '
                   WS-CONT-REG-BITACORA.

           CLOSE ARCH-ENT-TRANSAC
                 ARCH-MAE-PRODUCTO
                 ARCH-SAL-RECHAZOS
                 ARCH-SAL-HISTORIA
                 ARCH-SAL-BITACORA.

           IF NOT FS-TRANSAC-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO TRANSAC: ' FS-TRANSAC
                      FS-HISTORIA
           END-IF.

           IF NOT FS-BITACORA-OK
              DISPLAY 'ERROR AL CERRAR BITACORA-OPERADOR.TXT: '
                      FS-BITACORA
           END-IF.

           IF WS-VALIDA-CATEGORIA-SI
              CLOSE ARCH-MAE-CATEGORIA
              IF NOT FS-CATEGORIA-OK
