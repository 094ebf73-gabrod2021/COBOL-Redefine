      *          DEL OPERADOR; APLICA AL MAESTRO LOS APROBADOS CON SU
      *          REGISTRO DE HISTORIA, AUDITA LOS RECHAZADOS Y ARRASTRA
      *          LOS SIN DECISION A LA COLA NUEVA
      *          CADA DECISION LLEVA SU OPERADOR (O EL DE LA CORRIDA),
      *          QUE DEBE TENER PERMISO DE PRECIO EN OPERADORES.TXT;
      *          LA DECISION DE UN OPERADOR SIN PERMISO SE ARRASTRA Y
      *          EL INTENTO QUEDA EN BITACORA-OPERADOR.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARRASTRE.

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

          05 DEC-DECISION                   PIC X(01).
             88 DEC-DECISION-APROBAR            VALUE 'A'.
             88 DEC-DECISION-RECHAZAR           VALUE 'R'.
          05 DEC-OPERADOR                   PIC X(08).

       FD ARCH-MAE-PRODUCTO.
           COPY MAEPRODC.
          05 RCH-FECHA-PROCESO              PIC X(08).
          05 RCH-MOTIVO                     PIC X(25).
          05 RCH-PENDIENTE                  PIC X(66).
          05 RCH-OPERADOR                   PIC X(08).

       FD ARCH-SAL-ARRASTRE.
       01 SAL-ARRASTRE-REG                  PIC X(66).

       FD ARCH-ENT-OPERADORES.
           COPY OPEAUTC.

       FD ARCH-SAL-BITACORA.
           COPY OPEBITC.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
             88 FS-RECHAZADOS-OK                VALUE '00'.
          05 FS-ARRASTRE                    PIC X(02).
             88 FS-ARRASTRE-OK                  VALUE '00'.
          05 FS-OPERADORES                  PIC X(02).
             88 FS-OPERADORES-OK                VALUE '00'.
             88 FS-OPERADORES-EOF               VALUE '10'.
             88 FS-OPERADORES-NFD               VALUE '35'.
          05 FS-BITACORA                    PIC X(02).
             88 FS-BITACORA-OK                  VALUE '00'.
             88 FS-BITACORA-NFD                 VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CONT-PEN-LEIDOS             PIC 9(07) VALUE 0.
          05 WS-CONT-PEN-ERRONEOS           PIC 9(07) VALUE 0.
          05 WS-CONT-DEC-LEIDAS             PIC 9(07) VALUE 0.
          05 WS-CONT-REG-HISTORIA           PIC 9(07) VALUE 0.
          05 WS-CONT-DEC-NO-AUTORIZADAS     PIC 9(07) VALUE 0.
          05 WS-CONT-REG-BITACORA           PIC 9(07) VALUE 0.

       01 WS-RUTAS.
          05 WS-PENDIENTES-PATH             PIC X(100).
          05 WS-HISTORIA-PATH               PIC X(100).
          05 WS-RECHAZADOS-PATH             PIC X(100).
          05 WS-ARRASTRE-PATH               PIC X(100).
          05 WS-OPERADORES-PATH             PIC X(100).
          05 WS-BITACORA-PATH               PIC X(100).

       01 WS-TABLA-DECISIONES.
          05 WS-DEC-CANT                    PIC 9(03) COMP VALUE 0.
                                            INDEXED BY DEC-IDX.
             10 WS-DEC-ID                   PIC 9(04).
             10 WS-DEC-ACCION               PIC X(01).
             10 WS-DEC-OPERADOR             PIC X(08).

       01 WS-DECISION-CONTROL.
          05 WS-DEC-HALLADA                 PIC X(01).
          05 WS-DEC-ACCION-ACTUAL           PIC X(01).
             88 WS-DEC-ACCION-APROBAR           VALUE 'A'.
             88 WS-DEC-ACCION-RECHAZAR          VALUE 'R'.
          05 WS-DEC-OPERADOR-ACTUAL         PIC X(08).

       01 WS-OPERADOR-CONTROL.
          05 WS-OPERADOR-CORRIDA            PIC X(08).
          05 WS-OPERADOR-ACTUAL             PIC X(08).
          05 WS-OPE-MOTIVO                  PIC X(25).
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
             10 WS-OPE-PRECIO               PIC X(01).
                88 WS-OPE-PRECIO-SI             VALUE 'S'.

       01 WS-CONCILIACION.
          05 WS-RETORNO                     PIC 9(02) VALUE 0.
           PERFORM 1500-ABRIR-SALIDAS
              THRU 1500-ABRIR-SALIDAS-FIN.

           PERFORM 1600-CARGAR-OPERADORES
              THRU 1600-CARGAR-OPERADORES-FIN.

           PERFORM 1700-ABRIR-BITACORA
              THRU 1700-ABRIR-BITACORA-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
                                             TO WS-ARRASTRE-PATH
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

      *    OPERADOR DE LA CORRIDA: VALE PARA LAS DECISIONES QUE NO
      *    TRAEN OPERADOR PROPIO
           ACCEPT WS-OPERADOR-CORRIDA FROM ENVIRONMENT 'DD_OPERADOR'.

       1010-OBTENER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
                               TO WS-DEC-ID (WS-DEC-CANT)
                             MOVE DEC-DECISION
                               TO WS-DEC-ACCION (WS-DEC-CANT)
                             MOVE DEC-OPERADOR
                               TO WS-DEC-OPERADOR (WS-DEC-CANT)
                          END-IF
                       END-IF
                    END-PERFORM

       1500-ABRIR-SALIDAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1600-CARGAR-OPERADORES.

      *    SIN ARCHIVO DE OPERADORES NINGUNA DECISION SE PUEDE
      *    VALIDAR: LA CORRIDA SE CORTA ANTES DE RESOLVER NADA
           OPEN INPUT ARCH-ENT-OPERADORES.

           EVALUATE TRUE
               WHEN FS-OPERADORES-OK
                    PERFORM 1610-LEER-OPERADOR
                       THRU 1610-LEER-OPERADOR-FIN
                      UNTIL FS-OPERADORES-EOF
                         OR WS-APERTURA-FALLIDA-SI
                    CLOSE ARCH-ENT-OPERADORES
               WHEN FS-OPERADORES-NFD
                    DISPLAY 'NO SE ENCUENTRA OPERADORES.TXT: '
                            'CORRIDA CANCELADA'
                    SET WS-APERTURA-FALLIDA-SI TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR OPERADORES.TXT: '
                            FS-OPERADORES
                    SET WS-APERTURA-FALLIDA-SI TO TRUE
           END-EVALUATE.

       1600-CARGAR-OPERADORES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1610-LEER-OPERADOR.

           READ ARCH-ENT-OPERADORES.

           EVALUATE TRUE
               WHEN FS-OPERADORES-OK
                    IF WS-OPE-CANT = 200
                       DISPLAY 'MAS DE 200 OPERADORES: '
                               'CORRIDA CANCELADA'
                       SET WS-APERTURA-FALLIDA-SI TO TRUE
                    ELSE
                       ADD 1                TO WS-OPE-CANT
                       MOVE OPE-ID-OPERADOR TO WS-OPE-ID (WS-OPE-CANT)
                       MOVE OPE-ACTIVO
                         TO WS-OPE-ACTIVO (WS-OPE-CANT)
                       MOVE OPE-PERMISO-PRECIO
                         TO WS-OPE-PRECIO (WS-OPE-CANT)
                    END-IF
               WHEN FS-OPERADORES-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER OPERADORES.TXT: '
                            FS-OPERADORES
                    SET WS-APERTURA-FALLIDA-SI TO TRUE
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
                    SET WS-APERTURA-FALLIDA-SI TO TRUE
           END-EVALUATE.

       1700-ABRIR-BITACORA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-PROCESAR-PENDIENTE.

               WHEN WS-DEC-HALLADA-NO
                    PERFORM 2400-ARRASTRAR-PENDIENTE
                       THRU 2400-ARRASTRAR-PENDIENTE-FIN
               WHEN WS-OPERADOR-AUTORIZADO-NO
                    PERFORM 2500-DECISION-NO-AUTORIZADA
                       THRU 2500-DECISION-NO-AUTORIZADA-FIN
               WHEN WS-DEC-ACCION-APROBAR
                    PERFORM 2200-APLICAR-APROBADO
                       THRU 2200-APLICAR-APROBADO-FIN
       2100-BUSCAR-DECISION.

           SET WS-DEC-HALLADA-NO TO TRUE.
           SET WS-OPERADOR-AUTORIZADO-SI TO TRUE.

           PERFORM VARYING DEC-IDX FROM 1 BY 1
                     UNTIL DEC-IDX > WS-DEC-CANT
                 SET WS-DEC-HALLADA-SI       TO TRUE
                 MOVE WS-DEC-ACCION (DEC-IDX)
                                             TO WS-DEC-ACCION-ACTUAL
                 MOVE WS-DEC-OPERADOR (DEC-IDX)
                                             TO WS-DEC-OPERADOR-ACTUAL
              END-IF

           END-PERFORM.

      *    UNA DECISION INVALIDA NO RESUELVE NADA Y NO PIDE PERMISO
           IF WS-DEC-HALLADA-SI
                  AND (WS-DEC-ACCION-APROBAR OR WS-DEC-ACCION-RECHAZAR)
              PERFORM 2150-VALIDAR-OPERADOR
                 THRU 2150-VALIDAR-OPERADOR-FIN
           END-IF.

       2100-BUSCAR-DECISION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2150-VALIDAR-OPERADOR.

      *    APROBAR O RECHAZAR UN CAMBIO DE PRECIO PIDE EL PERMISO DE
      *    PRECIO DEL OPERADOR QUE DECIDIO
           IF WS-DEC-OPERADOR-ACTUAL = SPACES
              MOVE WS-OPERADOR-CORRIDA      TO WS-OPERADOR-ACTUAL
           ELSE
              MOVE WS-DEC-OPERADOR-ACTUAL   TO WS-OPERADOR-ACTUAL
           END-IF.

           IF WS-OPERADOR-ACTUAL = SPACES
              SET WS-OPERADOR-AUTORIZADO-NO TO TRUE
              MOVE 'OPERADOR NO INFORMADO'  TO WS-OPE-MOTIVO
              GO TO 2150-VALIDAR-OPERADOR-FIN
           END-IF.

           SET WS-OPE-HALLADO-NO            TO TRUE.

           PERFORM 2155-BUSCAR-OPERADOR
              THRU 2155-BUSCAR-OPERADOR-FIN
              VARYING OPE-IDX FROM 1 BY 1
                UNTIL OPE-IDX > WS-OPE-CANT
                   OR WS-OPE-HALLADO-SI.

           EVALUATE TRUE
               WHEN WS-OPE-HALLADO-NO
                    SET WS-OPERADOR-AUTORIZADO-NO TO TRUE
                    MOVE 'OPERADOR DESCONOCIDO' TO WS-OPE-MOTIVO
               WHEN NOT WS-OPE-ACTIVO-SI (OPE-POS)
                    SET WS-OPERADOR-AUTORIZADO-NO TO TRUE
                    MOVE 'OPERADOR INACTIVO'    TO WS-OPE-MOTIVO
               WHEN NOT WS-OPE-PRECIO-SI (OPE-POS)
                    SET WS-OPERADOR-AUTORIZADO-NO TO TRUE
                    MOVE 'SIN PERMISO DE PRECIO' TO WS-OPE-MOTIVO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2150-VALIDAR-OPERADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2155-BUSCAR-OPERADOR.

           IF WS-OPE-ID (OPE-IDX) = WS-OPERADOR-ACTUAL
              SET WS-OPE-HALLADO-SI         TO TRUE
              SET OPE-POS                   TO OPE-IDX
           END-IF.

       2155-BUSCAR-OPERADOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-APLICAR-APROBADO.

           MOVE MAE-IMPORTE-CON-IVA         TO HIS-IMPORTE-CON-IVA.
           MOVE MAE-PROVEEDOR               TO HIS-PROVEEDOR.
           MOVE MAE-PLAZO-ENTREGA           TO HIS-PLAZO-ENTREGA.
           MOVE WS-OPERADOR-ACTUAL          TO HIS-OPERADOR.

           WRITE HIS-PRODUCTO.

                      FS-HISTORIA
           END-IF.

           MOVE MAE-IMPORTE-SIN-IVA         TO BIT-SIN-IVA-ANTERIOR.
           MOVE MAE-IMPORTE-CON-IVA         TO BIT-CON-IVA-ANTERIOR.
           MOVE PEN-SIN-IVA-NUEVO           TO MAE-IMPORTE-SIN-IVA.
           MOVE PEN-CON-IVA-NUEVO           TO MAE-IMPORTE-CON-IVA.

                      THRU 2400-ARRASTRAR-PENDIENTE-FIN
               NOT INVALID KEY
                   ADD 1                    TO WS-CONT-PEN-APLICADOS
                   SET BIT-RESULTADO-APLICADO TO TRUE
                   MOVE PEN-SIN-IVA-NUEVO   TO BIT-SIN-IVA-NUEVO
                   MOVE PEN-CON-IVA-NUEVO   TO BIT-CON-IVA-NUEVO
                   PERFORM 2600-ESCRIBIR-BITACORA
                      THRU 2600-ESCRIBIR-BITACORA-FIN
           END-REWRITE.

       2210-ACTUALIZAR-MAESTRO-FIN.

           MOVE FUNCTION CURRENT-DATE (1:8) TO RCH-FECHA-PROCESO.
           MOVE PEN-CAMBIO                  TO RCH-PENDIENTE.
           MOVE WS-OPERADOR-ACTUAL          TO RCH-OPERADOR.

           WRITE SAL-RECHAZADO-REG.


       2400-ARRASTRAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-DECISION-NO-AUTORIZADA.

      *    LA DECISION DE UN OPERADOR SIN PERMISO NO RESUELVE NADA: EL
      *    CAMBIO SIGUE PENDIENTE Y EL INTENTO QUEDA EN LA BITACORA
           DISPLAY 'DECISION NO AUTORIZADA PARA ID ' PEN-ID-PRODUCTO
                   ', OPERADOR ' WS-OPERADOR-ACTUAL ': '
                   WS-OPE-MOTIVO ' - SE ARRASTRA'.

           ADD 1                         TO WS-CONT-DEC-NO-AUTORIZADAS.

           SET BIT-RESULTADO-NO-AUTORIZADO  TO TRUE.
           MOVE PEN-SIN-IVA-ANTERIOR        TO BIT-SIN-IVA-ANTERIOR.
           MOVE PEN-CON-IVA-ANTERIOR        TO BIT-CON-IVA-ANTERIOR.
           MOVE PEN-SIN-IVA-NUEVO           TO BIT-SIN-IVA-NUEVO.
           MOVE PEN-CON-IVA-NUEVO           TO BIT-CON-IVA-NUEVO.

           PERFORM 2600-ESCRIBIR-BITACORA
              THRU 2600-ESCRIBIR-BITACORA-FIN.

           PERFORM 2400-ARRASTRAR-PENDIENTE
              THRU 2400-ARRASTRAR-PENDIENTE-FIN.

       2500-DECISION-NO-AUTORIZADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2600-ESCRIBIR-BITACORA.

      *    EL LLAMADOR DEJA CARGADOS EL RESULTADO Y LOS IMPORTES
           MOVE FUNCTION CURRENT-DATE (1:8) TO BIT-FECHA.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BIT-HORA.
           MOVE WS-OPERADOR-ACTUAL          TO BIT-OPERADOR.
           MOVE 'CL17APRC'                  TO BIT-PROGRAMA.
           SET BIT-MAESTRO-PRODUCTO         TO TRUE.
           SET BIT-ACCION-MODIFICACION      TO TRUE.
           MOVE PEN-ID-PRODUCTO             TO BIT-CLAVE.

           WRITE BIT-REGISTRO.

           IF FS-BITACORA-OK
              ADD 1                         TO WS-CONT-REG-BITACORA
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR BITACORA-OPERADOR.TXT: '
                      FS-BITACORA
           END-IF.

       2600-ESCRIBIR-BITACORA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

                   WS-CONT-PEN-ERRONEOS.
           DISPLAY 'CANTIDAD DE REG. DE HISTORIA      : '
                   WS-CONT-REG-HISTORIA.
           DISPLAY 'CANTIDAD DE DECISIONES NO AUTORIZ.: '
                   WS-CONT-DEC-NO-AUTORIZADAS.
           DISPLAY 'CANTIDAD DE REG. DE BITACORA      : '
                   WS-CONT-REG-BITACORA.

           PERFORM 3050-CONCILIAR-CIFRAS
              THRU 3050-CONCILIAR-CIFRAS-FIN.
                    ARCH-SAL-HISTORIA
                    ARCH-SAL-RECHAZADOS
                    ARCH-SAL-ARRASTRE
                    ARCH-SAL-BITACORA

              IF NOT FS-PENDIENTES-OK
                 DISPLAY 'ERROR AL CERRAR CAMBIOS-PENDIENTES.TXT: '
                 DISPLAY 'ERROR AL CERRAR '
                         'CAMBIOS-PENDIENTES-NUEVO.TXT: ' FS-ARRASTRE
              END-IF

              IF NOT FS-BITACORA-OK
                 DISPLAY 'ERROR AL CERRAR BITACORA-OPERADOR.TXT: '
                         FS-BITACORA
              END-IF
           END-IF.

           MOVE WS-RETORNO                  TO RETURN-CODE.
              GO TO 3050-CONCILIAR-CIFRAS-FIN
           END-IF.

      *    UNA DECISION NO AUTORIZADA DEJO SU CAMBIO ARRASTRADO: LA
      *    CORRIDA BALANCEA PERO NO SE DA POR LIMPIA
           IF WS-CONT-PEN-RECHAZADOS > 0
                  OR WS-CONT-DEC-NO-AUTORIZADAS > 0
              SET WS-RETORNO-CON-RECHAZOS TO TRUE
              DISPLAY 'CONCILIACION: CIFRAS BALANCEADAS CON '
                      'RECHAZOS. CODIGO DE RETORNO 4'
