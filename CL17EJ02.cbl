           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MANIFIESTO.

       SELECT ARCH-SAL-CONFLICTOS
           ASSIGN TO WS-CONFLICTOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONFLICTOS.

      *----------------------------------------------------------------*
       DATA DIVISION.

          05 CKP-CONT-REG-SUSPENDIDOS       PIC 9(07).
          05 CKP-SUM-SUBT-SIN-IVA           PIC 9(07)V9(02).
          05 CKP-SUM-SUBT-CON-IVA           PIC 9(07)V9(02).
          05 CKP-CONT-REG-DESCARTADOS       PIC 9(07).

       FD ARCH-SAL-DELIMITADO.
       01 SAL-DELIMITADO                    PIC X(100).

       FD ARCH-AUDIT-LOG.
       01 REG-AUDITORIA                     PIC X(300).

       FD ARCH-SAL-CAMBIOS.
       01 SAL-CAMBIO-REG.
          05 FILLER                         PIC X(01).
          05 MAN-ARCHIVO                    PIC X(100).

       FD ARCH-SAL-CONFLICTOS.
       01 SAL-CONFLICTO                     PIC X(150).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
             88 FS-MANIFIESTO-OK                VALUE '00'.
             88 FS-MANIFIESTO-EOF               VALUE '10'.
             88 FS-MANIFIESTO-NFD               VALUE '35'.
          05 FS-CONFLICTOS                  PIC X(02).
             88 FS-CONFLICTOS-OK                VALUE '00'.

       01 WS-CONTADORES.
          05 WS-CONT-REG-DATOS              PIC 9(07) VALUE 0.
          05 WS-CONT-REG-HISTORIA           PIC 9(07) VALUE 0.
          05 WS-CONT-REG-SUSPENDIDOS        PIC 9(07) VALUE 0.
          05 WS-CONT-REG-PENDIENTES         PIC 9(07) VALUE 0.
          05 WS-CONT-REG-DESCARTADOS        PIC 9(07) VALUE 0.

       01 WS-ENTRADA-VALIDA                 PIC X(01).
          88 WS-ENTRADA-VALIDA-SI               VALUE 'S'.
          05 WS-MANIFIESTO-PATH             PIC X(100).
          05 WS-INTERFAZ-PATH               PIC X(100).
          05 WS-PENDIENTES-PATH             PIC X(100).
          05 WS-CONFLICTOS-PATH             PIC X(100).

       77 WS-ULTIMO-ID-CERRADO              PIC 9(04) VALUE ZEROS.

          05 WS-INI-REG-CONSOLIDADOS        PIC 9(07) VALUE 0.
          05 WS-INI-REG-RECHAZADOS          PIC 9(07) VALUE 0.
          05 WS-INI-REG-SUSPENDIDOS         PIC 9(07) VALUE 0.
          05 WS-INI-REG-DESCARTADOS         PIC 9(07) VALUE 0.
          05 WS-DIF-REG-DATOS               PIC 9(07) VALUE 0.
          05 WS-DIF-REG-RESULTADO           PIC 9(07) VALUE 0.
          05 WS-DIF-REG-ERROR               PIC 9(07) VALUE 0.
          05 WS-DIF-REG-CONSOLIDADOS        PIC 9(07) VALUE 0.
          05 WS-DIF-REG-RECHAZADOS          PIC 9(07) VALUE 0.
          05 WS-DIF-REG-SUSPENDIDOS         PIC 9(07) VALUE 0.
          05 WS-DIF-REG-DESCARTADOS         PIC 9(07) VALUE 0.

       01 WS-SUSPENSO-CONTROL.
          05 WS-LEE-SUSPENSO                PIC X(01) VALUE 'N'.
          05 WS-MAE-ANT-PROVEEDOR           PIC X(10).
          05 WS-MAE-ANT-PLAZO-ENTREGA       PIC 9(03).

      *    UNA SUCURSAL QUE INFORMA PARA UN PRODUCTO OTRO PRECIO (C) U
      *    OTRO PROVEEDOR (D) QUE EL PRIMER EXTRACTO DEL MANIFIESTO
      *    QUE LO TRAJO DEJA AL PRODUCTO EN CONFLICTO: PREVALECE LA
      *    SUCURSAL DE PRECIOS SI LO INFORMO; SI NO, SE RETIENE
       01 WS-CONFLICTO-CONTROL.
          05 WS-SUC-PRECIOS                 PIC X(20).
          05 WS-SUC-PRECIOS-LARGO           PIC 9(02) COMP VALUE 0.
          05 WS-SUC-PRECIOS-IDX             PIC 9(02) COMP VALUE 0.
          05 WS-SUC-COINCIDENCIAS           PIC 9(02) COMP VALUE 0.
          05 WS-CNF-COINCIDE                PIC 9(03) COMP VALUE 0.
          05 WS-CNF-ARCHIVO-IDX             PIC 9(02) COMP VALUE 0.
          05 WS-CNF-IND                     PIC 9(05) VALUE 0.
          05 WS-CNF-FIN-ARCHIVO             PIC X(01).
             88 WS-CNF-FIN-ARCHIVO-SI           VALUE 'S'.
             88 WS-CNF-FIN-ARCHIVO-NO           VALUE 'N'.
          05 WS-CONT-CNF-PRODUCTOS          PIC 9(07) VALUE 0.
          05 WS-CONT-CNF-RESUELTOS          PIC 9(07) VALUE 0.
          05 WS-CONT-CNF-RETENIDOS          PIC 9(07) VALUE 0.
          05 WS-CONFLICTO-GRUPO             PIC X(01).
             88 WS-CONFLICTO-GRUPO-LIBRE        VALUE 'L'.
             88 WS-CONFLICTO-GRUPO-RETENIDO     VALUE 'R'.
             88 WS-CONFLICTO-GRUPO-DESCARTADO   VALUE 'D'.

      *    PRIMER VALOR C Y D RECIBIDO POR PRODUCTO, SUBINDICADO POR
      *    ID DE PRODUCTO, CON EL NUMERO DE ENTRADA DEL MANIFIESTO DE
      *    LA QUE PROVINO (0 = SIN VALOR)
       01 WS-TABLA-CONFLICTOS.
          05 WS-CNF-ENTRADA                 OCCURS 9999 TIMES.
             10 WS-CNF-C-ARCHIVO            PIC 9(02).
             10 WS-CNF-C-SIN-IVA            PIC 9(05)V9(02).
             10 WS-CNF-C-CON-IVA            PIC 9(05)V9(02).
             10 WS-CNF-D-ARCHIVO            PIC 9(02).
             10 WS-CNF-D-PROVEEDOR          PIC X(10).
             10 WS-CNF-D-PLAZO              PIC 9(03).
             10 WS-CNF-EN-PRECIOS           PIC X(01).
                88 WS-CNF-EN-PRECIOS-SI         VALUE 'S'.
             10 WS-CNF-ESTADO               PIC X(01).
                88 WS-CNF-ESTADO-CONFLICTO      VALUE 'C'.
                88 WS-CNF-ESTADO-GANADOR        VALUE 'G'.
                88 WS-CNF-ESTADO-RETENIDO       VALUE 'R'.

       01 WS-CNF-EDICION.
          05 WS-CNF-IMPORTE-ED              PIC $ZZ.ZZ9,99.
          05 WS-CNF-PLAZO-ED                PIC ZZ9.

       01 WS-LINEA-CNF-TITULO.
          05 FILLER                         PIC X(44)
             VALUE 'CONFLICTOS ENTRE EXTRACTOS DE SUCURSALES -  '.
          05 FILLER                         PIC X(07) VALUE 'FECHA: '.
          05 CNT-FECHA                      PIC X(08).

       01 WS-LINEA-CNF-REGLA.
          05 FILLER                         PIC X(21)
             VALUE 'SUCURSAL DE PRECIOS: '.
          05 CNR-REGLA                      PIC X(120).

       01 WS-LINEA-CNF-COLUMNAS.
          05 FILLER                         PIC X(06) VALUE 'ID    '.
          05 FILLER                         PIC X(05) VALUE 'REG  '.
          05 FILLER                         PIC X(12)
             VALUE 'SIN IVA/PROV'.
          05 FILLER                         PIC X(12)
             VALUE ' CON IVA/PLZ'.
          05 FILLER                         PIC X(16)
             VALUE '  ARCHIVO ORIGEN'.

       01 WS-LINEA-CNF-DETALLE.
          05 CND-ID                         PIC X(04).
          05 FILLER                         PIC X(02) VALUE SPACES.
          05 CND-TIPO                       PIC X(01).
          05 FILLER                         PIC X(04) VALUE SPACES.
          05 CND-VALOR-1                    PIC X(10).
          05 FILLER                         PIC X(02) VALUE SPACES.
          05 CND-VALOR-2                    PIC X(10).
          05 FILLER                         PIC X(04) VALUE SPACES.
          05 CND-ARCHIVO                    PIC X(100).

       01 WS-LINEA-CNF-RESOLUCION.
          05 CNS-ID                         PIC 9(04).
          05 FILLER                         PIC X(02) VALUE SPACES.
          05 CNS-DECISION                   PIC X(30).
          05 CNS-ARCHIVO                    PIC X(100).

       01 WS-LINEA-CNF-TOTAL.
          05 CNO-ETIQUETA                   PIC X(36).
          05 CNO-CANTIDAD                   PIC ZZZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

              IF WS-MAN-SIN-PENDIENTES-SI
                 GO TO 1000-INICIAR-PROGRAMA-FIN
              END-IF
              PERFORM 1030-DETECTAR-CONFLICTOS
                 THRU 1030-DETECTAR-CONFLICTOS-FIN
           END-IF.

           PERFORM 1050-LEER-CHECKPOINT
              MOVE 10,00                     TO WS-UMBRAL-VARIACION
           END-IF.

           ACCEPT WS-CONFLICTOS-PATH FROM ENVIRONMENT 'DD_CONFLICTOS'.
           IF WS-CONFLICTOS-PATH = SPACES
              MOVE '../CONFLICTOS-SUCURSALES.TXT'
                                             TO WS-CONFLICTOS-PATH
           END-IF.

      *    SUCURSAL DE PRECIOS: PARTE DEL NOMBRE DEL EXTRACTO (POR
      *    EJEMPLO SUC01) QUE PREVALECE CUANDO DOS SUCURSALES DEL
      *    MANIFIESTO INFORMAN DISTINTO PRECIO O PROVEEDOR PARA UN
      *    MISMO PRODUCTO; SIN ELLA ESOS PRODUCTOS SE RETIENEN
           ACCEPT WS-SUC-PRECIOS FROM ENVIRONMENT
                  'DD_SUCURSAL_PRECIOS'.

       1010-OBTENER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*

       1020-CARGAR-MANIFIESTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1030-DETECTAR-CONFLICTOS.

      *    SE RECORREN TODOS LOS EXTRACTOS DEL MANIFIESTO, HECHOS Y
      *    PENDIENTES, ANTES DE PROCESAR EL PRIMERO: UN BATCH RETOMADO
      *    LLEGA ASI A LAS MISMAS DECISIONES QUE LA CORRIDA ORIGINAL
      *    Y EL REPORTE DE CONFLICTOS SE REGENERA COMPLETO
           INITIALIZE WS-TABLA-CONFLICTOS.

           OPEN OUTPUT ARCH-SAL-CONFLICTOS.

           IF NOT FS-CONFLICTOS-OK
              DISPLAY 'ERROR AL ABRIR CONFLICTOS-SUCURSALES.TXT: '
                      FS-CONFLICTOS
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
              GO TO 1030-DETECTAR-CONFLICTOS-FIN
           END-IF.

           PERFORM 1031-UBICAR-SUC-PRECIOS
              THRU 1031-UBICAR-SUC-PRECIOS-FIN.

           PERFORM 1033-ENCABEZAR-CONFLICTOS
              THRU 1033-ENCABEZAR-CONFLICTOS-FIN.

           PERFORM 1034-LEER-EXTRACTO
              THRU 1034-LEER-EXTRACTO-FIN
           VARYING WS-CNF-ARCHIVO-IDX FROM 1 BY 1
             UNTIL WS-CNF-ARCHIVO-IDX > WS-MAN-CANT.

           MOVE SPACES                       TO SAL-CONFLICTO.
           PERFORM 1040-ESCRIBIR-CONFLICTO
              THRU 1040-ESCRIBIR-CONFLICTO-FIN.
           MOVE 'RESOLUCION'                 TO SAL-CONFLICTO.
           PERFORM 1040-ESCRIBIR-CONFLICTO
              THRU 1040-ESCRIBIR-CONFLICTO-FIN.

           PERFORM 1038-RESOLVER-CONFLICTO
              THRU 1038-RESOLVER-CONFLICTO-FIN
           VARYING WS-CNF-IND FROM 1 BY 1
             UNTIL WS-CNF-IND > 9999.

           PERFORM 1039-TOTALES-CONFLICTOS
              THRU 1039-TOTALES-CONFLICTOS-FIN.

           CLOSE ARCH-SAL-CONFLICTOS.

      *    EL BARRIDO USO EL AREA DE DATOS: SE REPONE EL EXTRACTO
      *    PENDIENTE QUE ABRE EL PROCESO
           MOVE WS-MAN-ARCHIVO (WS-MAN-ACTUAL) TO WS-DATOS-PATH.

       1030-DETECTAR-CONFLICTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1031-UBICAR-SUC-PRECIOS.

           MOVE 0                            TO WS-SUC-PRECIOS-IDX
                                                WS-SUC-COINCIDENCIAS
                                                WS-SUC-PRECIOS-LARGO.

           IF WS-SUC-PRECIOS = SPACES
              GO TO 1031-UBICAR-SUC-PRECIOS-FIN
           END-IF.

           INSPECT WS-SUC-PRECIOS TALLYING WS-SUC-PRECIOS-LARGO
               FOR CHARACTERS BEFORE INITIAL SPACE.

           PERFORM 1032-COMPARAR-NOMBRE
              THRU 1032-COMPARAR-NOMBRE-FIN
           VARYING WS-MAN-IDX FROM 1 BY 1
             UNTIL WS-MAN-IDX > WS-MAN-CANT.

      *    SI EL NOMBRE CALZA EN MAS DE UN EXTRACTO NO HAY UNA SOLA
      *    SUCURSAL QUE PUEDA PREVALECER: LOS CONFLICTOS SE RETIENEN
           EVALUATE TRUE
               WHEN WS-SUC-COINCIDENCIAS = 0
                    DISPLAY 'SUCURSAL DE PRECIOS '
                            FUNCTION TRIM (WS-SUC-PRECIOS)
                            ' SIN EXTRACTO EN EL MANIFIESTO'
               WHEN WS-SUC-COINCIDENCIAS > 1
                    DISPLAY 'SUCURSAL DE PRECIOS '
                            FUNCTION TRIM (WS-SUC-PRECIOS)
                            ' AMBIGUA: CALZA EN '
                            WS-SUC-COINCIDENCIAS ' EXTRACTOS'
                    MOVE 0                   TO WS-SUC-PRECIOS-IDX
           END-EVALUATE.

       1031-UBICAR-SUC-PRECIOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1032-COMPARAR-NOMBRE.

           MOVE 0                            TO WS-CNF-COINCIDE.

           INSPECT WS-MAN-ARCHIVO (WS-MAN-IDX)
               TALLYING WS-CNF-COINCIDE
               FOR ALL WS-SUC-PRECIOS (1:WS-SUC-PRECIOS-LARGO).

           IF WS-CNF-COINCIDE > 0
              ADD 1                          TO WS-SUC-COINCIDENCIAS
              MOVE WS-MAN-IDX                TO WS-SUC-PRECIOS-IDX
           END-IF.

       1032-COMPARAR-NOMBRE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1033-ENCABEZAR-CONFLICTOS.

           MOVE FUNCTION CURRENT-DATE (1:8)  TO CNT-FECHA.
           MOVE WS-LINEA-CNF-TITULO          TO SAL-CONFLICTO.
           PERFORM 1040-ESCRIBIR-CONFLICTO
              THRU 1040-ESCRIBIR-CONFLICTO-FIN.

           MOVE SPACES                       TO CNR-REGLA.

           IF WS-SUC-PRECIOS-IDX = 0
              MOVE 'NINGUNA - LOS PRODUCTOS EN CONFLICTO SE RETIENEN'
                                             TO CNR-REGLA
           ELSE
              STRING FUNCTION TRIM (WS-SUC-PRECIOS) DELIMITED BY SIZE
                     ' - '                           DELIMITED BY SIZE
                     WS-MAN-ARCHIVO (WS-SUC-PRECIOS-IDX)
                                                     DELIMITED BY SIZE
                INTO CNR-REGLA
              END-STRING
           END-IF.

           MOVE WS-LINEA-CNF-REGLA           TO SAL-CONFLICTO.
           PERFORM 1040-ESCRIBIR-CONFLICTO
              THRU 1040-ESCRIBIR-CONFLICTO-FIN.

           MOVE SPACES                       TO SAL-CONFLICTO.
           PERFORM 1040-ESCRIBIR-CONFLICTO
              THRU 1040-ESCRIBIR-CONFLICTO-FIN.

           MOVE WS-LINEA-CNF-COLUMNAS        TO SAL-CONFLICTO.
           PERFORM 1040-ESCRIBIR-CONFLICTO
              THRU 1040-ESCRIBIR-CONFLICTO-FIN.

       1033-ENCABEZAR-CONFLICTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1034-LEER-EXTRACTO.

           MOVE WS-MAN-ARCHIVO (WS-CNF-ARCHIVO-IDX) TO WS-DATOS-PATH.

           OPEN INPUT ARCH-ENT-DATOS.

      *    UN EXTRACTO QUE NO ABRE SE INFORMA Y CANCELA LA CORRIDA
      *    CUANDO LE TOCA EL TURNO EN EL PROCESO
           IF NOT FS-DATOS-OK
              DISPLAY 'CONFLICTOS: NO SE PUDO LEER '
                      FUNCTION TRIM (WS-DATOS-PATH)
                      ' FILE STATUS: ' FS-DATOS
              GO TO 1034-LEER-EXTRACTO-FIN
           END-IF.

           SET WS-CNF-FIN-ARCHIVO-NO         TO TRUE.

           PERFORM 1035-REGISTRAR-VALOR
              THRU 1035-REGISTRAR-VALOR-FIN
             UNTIL WS-CNF-FIN-ARCHIVO-SI.

           CLOSE ARCH-ENT-DATOS.

       1034-LEER-EXTRACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1035-REGISTRAR-VALOR.

           READ ARCH-ENT-DATOS.

           IF NOT FS-DATOS-OK
              IF NOT FS-DATOS-EOF
                 DISPLAY 'CONFLICTOS: ERROR AL LEER '
                         FUNCTION TRIM (WS-DATOS-PATH)
                         ' FILE STATUS: ' FS-DATOS
              END-IF
              SET WS-CNF-FIN-ARCHIVO-SI      TO TRUE
              GO TO 1035-REGISTRAR-VALOR-FIN
           END-IF.

      *    LOS REGISTROS QUE EL PROCESO RECHAZARA POR FORMATO NO
      *    ENTRAN EN LA COMPARACION
           IF ENT-ID-PRODUCTO NOT NUMERIC OR ENT-ID-PRODUCTO = 0
              GO TO 1035-REGISTRAR-VALOR-FIN
           END-IF.

           MOVE ENT-ID-PRODUCTO              TO WS-CNF-IND.

           IF WS-CNF-ARCHIVO-IDX = WS-SUC-PRECIOS-IDX
              SET WS-CNF-EN-PRECIOS-SI (WS-CNF-IND) TO TRUE
           END-IF.

           EVALUATE ENT-TIPO-REGISTRO
               WHEN 'C'
                    IF ENT-REG-C-IMP-SIN-IVA NUMERIC
                           AND ENT-REG-C-IMP-CON-IVA NUMERIC
                       PERFORM 1036-COMPARAR-REG-C
                          THRU 1036-COMPARAR-REG-C-FIN
                    END-IF
               WHEN 'D'
                    IF ENT-REG-D-PLAZO-ENTREGA NUMERIC
                       PERFORM 1037-COMPARAR-REG-D
                          THRU 1037-COMPARAR-REG-D-FIN
                    END-IF
           END-EVALUATE.

       1035-REGISTRAR-VALOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1036-COMPARAR-REG-C.

           IF WS-CNF-C-ARCHIVO (WS-CNF-IND) = 0
              MOVE WS-CNF-ARCHIVO-IDX  TO WS-CNF-C-ARCHIVO (WS-CNF-IND)
              MOVE ENT-REG-C-IMP-SIN-IVA
                                       TO WS-CNF-C-SIN-IVA (WS-CNF-IND)
              MOVE ENT-REG-C-IMP-CON-IVA
                                       TO WS-CNF-C-CON-IVA (WS-CNF-IND)
              GO TO 1036-COMPARAR-REG-C-FIN
           END-IF.

      *    UN REGISTRO REPETIDO DENTRO DEL MISMO EXTRACTO LO RECHAZA
      *    EL PROCESO CON E03: AQUI SOLO SE COMPARAN SUCURSALES
           IF WS-CNF-C-ARCHIVO (WS-CNF-IND) = WS-CNF-ARCHIVO-IDX
              GO TO 1036-COMPARAR-REG-C-FIN
           END-IF.

           IF ENT-REG-C-IMP-SIN-IVA = WS-CNF-C-SIN-IVA (WS-CNF-IND)
                  AND ENT-REG-C-IMP-CON-IVA =
                      WS-CNF-C-CON-IVA (WS-CNF-IND)
              GO TO 1036-COMPARAR-REG-C-FIN
           END-IF.

           SET WS-CNF-ESTADO-CONFLICTO (WS-CNF-IND) TO TRUE.

           MOVE ENT-ID-PRODUCTO              TO CND-ID.
           MOVE 'C'                          TO CND-TIPO.
           MOVE WS-CNF-C-SIN-IVA (WS-CNF-IND) TO WS-CNF-IMPORTE-ED.
           MOVE WS-CNF-IMPORTE-ED            TO CND-VALOR-1.
           MOVE WS-CNF-C-CON-IVA (WS-CNF-IND) TO WS-CNF-IMPORTE-ED.
           MOVE WS-CNF-IMPORTE-ED            TO CND-VALOR-2.
           MOVE WS-MAN-ARCHIVO (WS-CNF-C-ARCHIVO (WS-CNF-IND))
                                             TO CND-ARCHIVO.
           MOVE WS-LINEA-CNF-DETALLE         TO SAL-CONFLICTO.
           PERFORM 1040-ESCRIBIR-CONFLICTO
              THRU 1040-ESCRIBIR-CONFLICTO-FIN.

           MOVE SPACES                       TO CND-ID
                                                CND-TIPO.
           MOVE ENT-REG-C-IMP-SIN-IVA        TO WS-CNF-IMPORTE-ED.
           MOVE WS-CNF-IMPORTE-ED            TO CND-VALOR-1.
           MOVE ENT-REG-C-IMP-CON-IVA        TO WS-CNF-IMPORTE-ED.
           MOVE WS-CNF-IMPORTE-ED            TO CND-VALOR-2.
           MOVE WS-MAN-ARCHIVO (WS-CNF-ARCHIVO-IDX) TO CND-ARCHIVO.
           MOVE WS-LINEA-CNF-DETALLE         TO SAL-CONFLICTO.
           PERFORM 1040-ESCRIBIR-CONFLICTO
              THRU 1040-ESCRIBIR-CONFLICTO-FIN.

       1036-COMPARAR-REG-C-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1037-COMPARAR-REG-D.

           IF WS-CNF-D-ARCHIVO (WS-CNF-IND) = 0
              MOVE WS-CNF-ARCHIVO-IDX  TO WS-CNF-D-ARCHIVO (WS-CNF-IND)
              MOVE ENT-REG-D-PROVEEDOR
                                     TO WS-CNF-D-PROVEEDOR (WS-CNF-IND)
              MOVE ENT-REG-D-PLAZO-ENTREGA
                                     TO WS-CNF-D-PLAZO (WS-CNF-IND)
              GO TO 1037-COMPARAR-REG-D-FIN
           END-IF.

           IF WS-CNF-D-ARCHIVO (WS-CNF-IND) = WS-CNF-ARCHIVO-IDX
              GO TO 1037-COMPARAR-REG-D-FIN
           END-IF.

           IF ENT-REG-D-PROVEEDOR = WS-CNF-D-PROVEEDOR (WS-CNF-IND)
                  AND ENT-REG-D-PLAZO-ENTREGA =
                      WS-CNF-D-PLAZO (WS-CNF-IND)
              GO TO 1037-COMPARAR-REG-D-FIN
           END-IF.

           SET WS-CNF-ESTADO-CONFLICTO (WS-CNF-IND) TO TRUE.

           MOVE ENT-ID-PRODUCTO              TO CND-ID.
           MOVE 'D'                          TO CND-TIPO.
           MOVE WS-CNF-D-PROVEEDOR (WS-CNF-IND) TO CND-VALOR-1.
           MOVE WS-CNF-D-PLAZO (WS-CNF-IND)  TO WS-CNF-PLAZO-ED.
           MOVE WS-CNF-PLAZO-ED              TO CND-VALOR-2.
           MOVE WS-MAN-ARCHIVO (WS-CNF-D-ARCHIVO (WS-CNF-IND))
                                             TO CND-ARCHIVO.
           MOVE WS-LINEA-CNF-DETALLE         TO SAL-CONFLICTO.
           PERFORM 1040-ESCRIBIR-CONFLICTO
              THRU 1040-ESCRIBIR-CONFLICTO-FIN.

           MOVE SPACES                       TO CND-ID
                                                CND-TIPO.
           MOVE ENT-REG-D-PROVEEDOR          TO CND-VALOR-1.
           MOVE ENT-REG-D-PLAZO-ENTREGA      TO WS-CNF-PLAZO-ED.
           MOVE WS-CNF-PLAZO-ED              TO CND-VALOR-2.
           MOVE WS-MAN-ARCHIVO (WS-CNF-ARCHIVO-IDX) TO CND-ARCHIVO.
           MOVE WS-LINEA-CNF-DETALLE         TO SAL-CONFLICTO.
           PERFORM 1040-ESCRIBIR-CONFLICTO
              THRU 1040-ESCRIBIR-CONFLICTO-FIN.

       1037-COMPARAR-REG-D-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1038-RESOLVER-CONFLICTO.

           IF NOT WS-CNF-ESTADO-CONFLICTO (WS-CNF-IND)
              GO TO 1038-RESOLVER-CONFLICTO-FIN
           END-IF.

           ADD 1                             TO WS-CONT-CNF-PRODUCTOS.
           MOVE WS-CNF-IND                   TO CNS-ID.

      *    EL GRUPO COMPLETO DE LA SUCURSAL DE PRECIOS PREVALECE; LOS
      *    DE LAS DEMAS SUCURSALES SE DESCARTAN. SI LA SUCURSAL DE
      *    PRECIOS NO INFORMO EL PRODUCTO, TODOS SE RECHAZAN CON E11
           IF WS-SUC-PRECIOS-IDX > 0
                  AND WS-CNF-EN-PRECIOS-SI (WS-CNF-IND)
              SET WS-CNF-ESTADO-GANADOR (WS-CNF-IND) TO TRUE
              ADD 1                          TO WS-CONT-CNF-RESUELTOS
              MOVE 'APLICA SUCURSAL DE PRECIOS:' TO CNS-DECISION
              MOVE WS-MAN-ARCHIVO (WS-SUC-PRECIOS-IDX)
                                             TO CNS-ARCHIVO
           ELSE
              SET WS-CNF-ESTADO-RETENIDO (WS-CNF-IND) TO TRUE
              ADD 1                          TO WS-CONT-CNF-RETENIDOS
              MOVE 'RETENIDO PARA REVISION (E11)' TO CNS-DECISION
              MOVE SPACES                    TO CNS-ARCHIVO
           END-IF.

           MOVE WS-LINEA-CNF-RESOLUCION      TO SAL-CONFLICTO.
           PERFORM 1040-ESCRIBIR-CONFLICTO
              THRU 1040-ESCRIBIR-CONFLICTO-FIN.

       1038-RESOLVER-CONFLICTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1039-TOTALES-CONFLICTOS.

           IF WS-CONT-CNF-PRODUCTOS = 0
              MOVE 'SIN CONFLICTOS ENTRE EXTRACTOS' TO SAL-CONFLICTO
              PERFORM 1040-ESCRIBIR-CONFLICTO
                 THRU 1040-ESCRIBIR-CONFLICTO-FIN
           END-IF.

           MOVE SPACES                       TO SAL-CONFLICTO.
           PERFORM 1040-ESCRIBIR-CONFLICTO
              THRU 1040-ESCRIBIR-CONFLICTO-FIN.

           MOVE 'PRODUCTOS EN CONFLICTO       : ' TO CNO-ETIQUETA.
           MOVE WS-CONT-CNF-PRODUCTOS        TO CNO-CANTIDAD.
           MOVE WS-LINEA-CNF-TOTAL           TO SAL-CONFLICTO.
           PERFORM 1040-ESCRIBIR-CONFLICTO
              THRU 1040-ESCRIBIR-CONFLICTO-FIN.

           MOVE 'RESUELTOS POR SUC. DE PRECIOS: ' TO CNO-ETIQUETA.
           MOVE WS-CONT-CNF-RESUELTOS        TO CNO-CANTIDAD.
           MOVE WS-LINEA-CNF-TOTAL           TO SAL-CONFLICTO.
           PERFORM 1040-ESCRIBIR-CONFLICTO
              THRU 1040-ESCRIBIR-CONFLICTO-FIN.

           MOVE 'RETENIDOS PARA REVISION      : ' TO CNO-ETIQUETA.
           MOVE WS-CONT-CNF-RETENIDOS        TO CNO-CANTIDAD.
           MOVE WS-LINEA-CNF-TOTAL           TO SAL-CONFLICTO.
           PERFORM 1040-ESCRIBIR-CONFLICTO
              THRU 1040-ESCRIBIR-CONFLICTO-FIN.

           IF WS-CONT-CNF-PRODUCTOS > 0
              DISPLAY 'PRODUCTOS EN CONFLICTO ENTRE SUCURSALES: '
                      WS-CONT-CNF-PRODUCTOS
                      ' (RETENIDOS: ' WS-CONT-CNF-RETENIDOS ')'
           END-IF.

       1039-TOTALES-CONFLICTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1040-ESCRIBIR-CONFLICTO.

           WRITE SAL-CONFLICTO.

           IF NOT FS-CONFLICTOS-OK
              DISPLAY 'ERROR AL ESCRIBIR CONFLICTOS-SUCURSALES.TXT: '
                      FS-CONFLICTOS
           END-IF.

       1040-ESCRIBIR-CONFLICTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1050-LEER-CHECKPOINT.

                                    TO WS-CONT-REG-SUSPENDIDOS.
           MOVE CKP-SUM-SUBT-SIN-IVA         TO WS-SUM-SUBT-SIN-IVA.
           MOVE CKP-SUM-SUBT-CON-IVA         TO WS-SUM-SUBT-CON-IVA.
      *    UN CHECKPOINT ANTERIOR A LOS DESCARTES POR CONFLICTO NO
      *    TRAE EL CONTADOR: SE TOMA EN CERO
           IF CKP-CONT-REG-DESCARTADOS NUMERIC
              MOVE CKP-CONT-REG-DESCARTADOS  TO WS-CONT-REG-DESCARTADOS
           ELSE
              MOVE 0                         TO WS-CONT-REG-DESCARTADOS
           END-IF.

       1055-RESTAURAR-ACUMULADORES-FIN.
           EXIT.
                                    TO WS-INI-REG-RECHAZADOS.
           MOVE WS-CONT-REG-SUSPENDIDOS
                                    TO WS-INI-REG-SUSPENDIDOS.
           MOVE WS-CONT-REG-DESCARTADOS
                                    TO WS-INI-REG-DESCARTADOS.

       1108-FOTO-CONTADORES-FIN.
           EXIT.

           ELSE IF WS-VISTO-A-SI AND WS-VISTO-B-SI AND WS-VISTO-C-SI

      *       SOLO EL GRUPO QUE GANA UN CONFLICTO ENTRE SUCURSALES
      *       LLEGA AL MAESTRO, LA HISTORIA Y LA INTERFAZ CONTABLE
              PERFORM 2207-VALIDAR-CONFLICTO
                 THRU 2207-VALIDAR-CONFLICTO-FIN

              IF WS-CONFLICTO-GRUPO-LIBRE
                 PERFORM 2205-VALIDAR-IVA
                    THRU 2205-VALIDAR-IVA-FIN
              END-IF

      *       LA CONSOLIDACION DE UN PRODUCTO DISCONTINUADO SE
      *       RECHAZA: UN REGISTRO C TARDIO NO DEBE REVIVIRLO
              IF WS-CONFLICTO-GRUPO-LIBRE AND WS-IVA-VALIDO-SI
                 PERFORM 2206-VALIDAR-ESTADO
                    THRU 2206-VALIDAR-ESTADO-FIN
              END-IF

              IF WS-CONFLICTO-GRUPO-LIBRE AND WS-IVA-VALIDO-SI
                     AND WS-ESTADO-VALIDO-SI

                 ADD WS-CONT-REG-GRUPO
                                TO WS-CONT-REG-CONSOLIDADOS
                    THRU 2250-GRABAR-CHECKPOINT-FIN

              ELSE
                 IF WS-CONFLICTO-GRUPO-DESCARTADO
                    ADD WS-CONT-REG-GRUPO
                                TO WS-CONT-REG-DESCARTADOS
                 ELSE
                    ADD WS-CONT-REG-GRUPO
                                TO WS-CONT-REG-RECHAZADOS
                 END-IF
              END-IF

           ELSE

       2206-VALIDAR-ESTADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2207-VALIDAR-CONFLICTO.

           SET WS-CONFLICTO-GRUPO-LIBRE TO TRUE.

           IF WS-MODO-MANIFIESTO-NO
                  OR WS-ID-PRODUCTO-ANT NOT NUMERIC
                  OR WS-ID-PRODUCTO-ANT = 0
              GO TO 2207-VALIDAR-CONFLICTO-FIN
           END-IF.

           MOVE WS-ID-PRODUCTO-ANT           TO WS-CNF-IND.

           EVALUATE TRUE
               WHEN WS-CNF-ESTADO-RETENIDO (WS-CNF-IND)
                    SET WS-CONFLICTO-GRUPO-RETENIDO TO TRUE
                    MOVE 'E11'               TO WS-ERR-CODIGO
                    MOVE 'CONFLICTO ENTRE EXTRACTOS'
                                             TO WS-ERR-DESCRIPCION
                    MOVE WS-ID-PRODUCTO-ANT  TO WS-ERR-ID
                    MOVE SPACES              TO WS-ERR-RAW
                    PERFORM 2300-MOVER-ERROR
                       THRU 2300-MOVER-ERROR-FIN
                    DISPLAY 'CONFLICTO ENTRE SUCURSALES RETENIDO, '
                            'ID PRODUCTO: ' WS-ID-PRODUCTO-ANT
               WHEN WS-CNF-ESTADO-GANADOR (WS-CNF-IND)
                      AND WS-MAN-ACTUAL NOT = WS-SUC-PRECIOS-IDX
                    SET WS-CONFLICTO-GRUPO-DESCARTADO TO TRUE
                    DISPLAY 'CONFLICTO ENTRE SUCURSALES, PREVALECE LA '
                            'SUCURSAL DE PRECIOS, ID PRODUCTO: '
                            WS-ID-PRODUCTO-ANT
           END-EVALUATE.

       2207-VALIDAR-CONFLICTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-ESCRIBIR-RESULTADO.

           MOVE WS-MAE-ANT-CON-IVA           TO HIS-IMPORTE-CON-IVA.
           MOVE WS-MAE-ANT-PROVEEDOR         TO HIS-PROVEEDOR.
           MOVE WS-MAE-ANT-PLAZO-ENTREGA     TO HIS-PLAZO-ENTREGA.
           MOVE SPACES                       TO HIS-OPERADOR.

           WRITE HIS-PRODUCTO.

                                    TO CKP-CONT-REG-SUSPENDIDOS.
           MOVE WS-SUM-SUBT-SIN-IVA          TO CKP-SUM-SUBT-SIN-IVA.
           MOVE WS-SUM-SUBT-CON-IVA          TO CKP-SUM-SUBT-CON-IVA.
           MOVE WS-CONT-REG-DESCARTADOS
                                    TO CKP-CONT-REG-DESCARTADOS.

           OPEN OUTPUT ARCH-CHECKPOINT.
           IF NOT FS-CHECKPOINT-OK
           MOVE WS-ERR-ID                    TO SALERR-ID-PRODUCTO.
           MOVE WS-ERR-RAW                   TO SALERR-REGISTRO.
           MOVE FUNCTION CURRENT-DATE        TO SALERR-TIMESTAMP.
      *    EL EXTRACTO DE ORIGEN VIAJA CON EL ERROR: EN MODO
      *    MANIFIESTO UN MISMO ERROR.TXT REUNE VARIAS SUCURSALES Y EL
      *    SEGUIMIENTO DE ERRORES ABIERTOS LOS AGRUPA POR EXTRACTO
           MOVE WS-DATOS-PATH                TO SALERR-ARCHIVO.

           PERFORM 2310-ESCRIBIR-ERROR
              THRU 2310-ESCRIBIR-ERROR-FIN.
                   WS-CONT-REG-SUSPENDIDOS.
           DISPLAY 'CANTIDAD DE CAMBIOS RETENIDOS     : '
                   WS-CONT-REG-PENDIENTES.
           DISPLAY 'CANTIDAD DE REG. DESCARTADOS      : '
                   WS-CONT-REG-DESCARTADOS.

           PERFORM 3050-CONCILIAR-CIFRAS
              THRU 3050-CONCILIAR-CIFRAS-FIN.

           IF WS-CONT-REG-DATOS NOT =
                  WS-CONT-REG-CONSOLIDADOS + WS-CONT-REG-RECHAZADOS
                  + WS-CONT-REG-SUSPENDIDOS + WS-CONT-REG-DESCARTADOS
              SET WS-RETORNO-DESBALANCE TO TRUE
              DISPLAY 'CONCILIACION: REGISTROS LEIDOS ('
                      WS-CONT-REG-DATOS
                      WS-CONT-REG-RECHAZADOS
                      ') MAS SUSPENDIDOS ('
                      WS-CONT-REG-SUSPENDIDOS
                      ') MAS DESCARTADOS ('
                      WS-CONT-REG-DESCARTADOS
                      '). CODIGO DE RETORNO 8'
              GO TO 3050-CONCILIAR-CIFRAS-FIN
           END-IF.
                  WS-CONT-REG-RECHAZADOS          DELIMITED BY SIZE
                  ' SUSPENDIDOS='                 DELIMITED BY SIZE
                  WS-CONT-REG-SUSPENDIDOS         DELIMITED BY SIZE
                  ' DESCARTADOS='                 DELIMITED BY SIZE
                  WS-CONT-REG-DESCARTADOS         DELIMITED BY SIZE
                  ' RETORNO='                     DELIMITED BY SIZE
                  WS-RETORNO                      DELIMITED BY SIZE
             INTO REG-AUDITORIA
                   WS-CONT-REG-RECHAZADOS - WS-INI-REG-RECHAZADOS.
           COMPUTE WS-DIF-REG-SUSPENDIDOS =
                   WS-CONT-REG-SUSPENDIDOS - WS-INI-REG-SUSPENDIDOS.
           COMPUTE WS-DIF-REG-DESCARTADOS =
                   WS-CONT-REG-DESCARTADOS - WS-INI-REG-DESCARTADOS.

           MOVE SPACES TO REG-AUDITORIA.

                  WS-DIF-REG-RECHAZADOS           DELIMITED BY SIZE
                  ' SUSPENDIDOS='                 DELIMITED BY SIZE
                  WS-DIF-REG-SUSPENDIDOS          DELIMITED BY SIZE
                  ' DESCARTADOS='                 DELIMITED BY SIZE
                  WS-DIF-REG-DESCARTADOS          DELIMITED BY SIZE
                  ' ESTADO=COMPLETADO'            DELIMITED BY SIZE
             INTO REG-AUDITORIA
           END-STRING.
