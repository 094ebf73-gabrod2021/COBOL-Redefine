      * Purpose: CARGA DEL MAESTRO DE PROVEEDORES
      *          LEE PROVEEDORES.TXT Y GRABA / ACTUALIZA EL ARCHIVO
      *          INDEXADO PROVEEDOR-MASTER.DAT
      *          EL OPERADOR DE LA CORRIDA (DD_OPERADOR) DEBE TENER
      *          PERMISO DE PROVEEDOR EN OPERADORES.TXT; CADA ALTA Y
      *          ACTUALIZACION QUEDA EN BITACORA-OPERADOR.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS PRV-CODIGO
           FILE STATUS IS FS-PROVMASTER.

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

       FD ARCH-MAE-PROVEEDOR.
           COPY MAEPROVC.

       FD ARCH-ENT-OPERADORES.
           COPY OPEAUTC.

       FD ARCH-SAL-BITACORA.
           COPY OPEBITC.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PROVMASTER                  PIC X(02).
             88 FS-PROVMASTER-OK                VALUE '00'.
             88 FS-PROVMASTER-NFD               VALUE '35'.
          05 FS-OPERADORES                  PIC X(02).
             88 FS-OPERADORES-OK                VALUE '00'.
             88 FS-OPERADORES-EOF               VALUE '10'.
          05 FS-BITACORA                    PIC X(02).
             88 FS-BITACORA-OK                  VALUE '00'.
             88 FS-BITACORA-NFD                 VALUE '35'.

       01 WS-CONTADORES.
          05 WS-CONT-PRV-LEIDOS             PIC 9(07) VALUE 0.
          05 WS-CONT-PRV-ALTAS              PIC 9(07) VALUE 0.
          05 WS-CONT-PRV-ACTUALIZADOS       PIC 9(07) VALUE 0.
          05 WS-CONT-PRV-DESCARTADOS        PIC 9(07) VALUE 0.
          05 WS-CONT-REG-BITACORA           PIC 9(07) VALUE 0.

       01 WS-RUTAS.
          05 WS-PROVEEDORES-PATH            PIC X(100).
          05 WS-PROVMASTER-PATH             PIC X(100).
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

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-OPERADOR-AUTORIZADO-SI
                  AND FS-PROVEEDORES-OK AND FS-PROVMASTER-OK

              PERFORM 2000-PROCESAR-PROVEEDOR
                 THRU 2000-PROCESAR-PROVEEDOR-FIN
              MOVE '../PROVEEDOR-MASTER.DAT' TO WS-PROVMASTER-PATH
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

      *    SIN BITACORA O SIN OPERADOR AUTORIZADO NO SE ABRE NINGUN
      *    OTRO ARCHIVO: EL MAESTRO QUEDA COMO ESTABA
           PERFORM 1050-ABRIR-BITACORA
              THRU 1050-ABRIR-BITACORA-FIN.

           IF WS-BITACORA-ABIERTA-NO
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1060-VALIDAR-OPERADOR
              THRU 1060-VALIDAR-OPERADOR-FIN.

           IF WS-OPERADOR-AUTORIZADO-NO
              PERFORM 1080-RECHAZAR-CORRIDA
                 THRU 1080-RECHAZAR-CORRIDA-FIN
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1100-ABRIR-PROVEEDORES
              THRU 1100-ABRIR-PROVEEDORES-FIN.


       1000-INICIAR-PROGRAMA-FIN.
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
              DISPLAY 'CORRIDA CANCELADA'
           END-IF.

       1050-ABRIR-BITACORA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1060-VALIDAR-OPERADOR.

      *    LA CARGA DE PROVEEDORES PIDE EL PERMISO DE PROVEEDOR DEL
      *    OPERADOR DE LA CORRIDA
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
               WHEN NOT OPE-PERMISO-PROVEEDOR-SI
                    SET WS-OPE-HALLADO-SI   TO TRUE
                    MOVE 'SIN PERMISO DE PROVEEDOR'
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
           DISPLAY 'CORRIDA CANCELADA'.

           SET BIT-RESULTADO-NO-AUTORIZADO  TO TRUE.
           SET BIT-ACCION-CORRIDA           TO TRUE.
           MOVE SPACES                      TO BIT-CLAVE.

           PERFORM 2800-ESCRIBIR-BITACORA
              THRU 2800-ESCRIBIR-BITACORA-FIN.

       1080-RECHAZAR-CORRIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-ABRIR-PROVEEDORES.

                         THRU 2100-REESCRIBIR-PROVEEDOR-FIN
                  NOT INVALID KEY
                      ADD 1                 TO WS-CONT-PRV-ALTAS
                      SET BIT-RESULTADO-APLICADO TO TRUE
                      SET BIT-ACCION-ALTA   TO TRUE
                      MOVE PRV-CODIGO       TO BIT-CLAVE
                      PERFORM 2800-ESCRIBIR-BITACORA
                         THRU 2800-ESCRIBIR-BITACORA-FIN
              END-WRITE
           END-IF.

                           FS-PROVMASTER
               NOT INVALID KEY
                   ADD 1                    TO WS-CONT-PRV-ACTUALIZADOS
                   SET BIT-RESULTADO-APLICADO TO TRUE
                   SET BIT-ACCION-MODIFICACION TO TRUE
                   MOVE PRV-CODIGO          TO BIT-CLAVE
                   PERFORM 2800-ESCRIBIR-BITACORA
                      THRU 2800-ESCRIBIR-BITACORA-FIN
           END-REWRITE.

       2100-REESCRIBIR-PROVEEDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2800-ESCRIBIR-BITACORA.

      *    EL LLAMADOR DEJA CARGADOS EL RESULTADO, LA ACCION Y LA
      *    CLAVE; ESTE MAESTRO NO TIENE IMPORTES
           MOVE FUNCTION CURRENT-DATE (1:8) TO BIT-FECHA.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BIT-HORA.
           MOVE WS-OPERADOR-CORRIDA         TO BIT-OPERADOR.
           MOVE 'CL17PRVL'                  TO BIT-PROGRAMA.
           SET BIT-MAESTRO-PROVEEDOR        TO TRUE.
           MOVE ZEROS                       TO BIT-SIN-IVA-ANTERIOR
                                               BIT-CON-IVA-ANTERIOR
                                               BIT-SIN-IVA-NUEVO
                                               BIT-CON-IVA-NUEVO.

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

                   WS-CONT-PRV-ACTUALIZADOS.
           DISPLAY 'CANTIDAD DE DESCARTADOS           : '
                   WS-CONT-PRV-DESCARTADOS.
           DISPLAY 'CANTIDAD DE REG. DE BITACORA      : '
                   WS-CONT-REG-BITACORA.

      *    CORRIDA RECHAZADA: LOS ARCHIVOS DE CARGA NO SE ABRIERON
           IF WS-OPERADOR-AUTORIZADO-NO
              MOVE 12                       TO RETURN-CODE
           ELSE
              CLOSE ARCH-ENT-PROVEEDORES
                    ARCH-MAE-PROVEEDOR

              IF NOT FS-PROVEEDORES-OK
                 DISPLAY 'ERROR AL CERRAR PROVEEDORES.TXT: '
                         FS-PROVEEDORES
              END-IF

              IF NOT FS-PROVMASTER-OK
                 DISPLAY 'ERROR AL CERRAR PROVEEDOR-MASTER.DAT: '
                         FS-PROVMASTER
              END-IF
           END-IF.

           IF WS-BITACORA-ABIERTA-SI
              CLOSE ARCH-SAL-BITACORA
              IF NOT FS-BITACORA-OK
                 DISPLAY 'ERROR AL CERRAR BITACORA-OPERADOR.TXT: '
                         FS-BITACORA
              END-IF
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
