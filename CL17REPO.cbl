      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 14/10/2026
      * Purpose: REPORTE DE REPOSICION POR PROVEEDOR
      *          CRUZA PRODUCTO-MASTER.DAT CON STOCK-MASTER.DAT Y
      *          ESTIMA EL CONSUMO DIARIO DE CADA PRODUCTO ACTIVO; LISTA
      *          LOS QUE SE QUEDAN SIN STOCK ANTES DE QUE PUEDA LLEGAR
      *          UN PEDIDO NUEVO (DIAS DE COBERTURA NO MAYOR AL PLAZO
      *          DE ENTREGA), AGRUPADOS POR PROVEEDOR CON NOMBRE Y
      *          CONTACTO DE PROVEEDOR-MASTER.DAT Y LA CANTIDAD
      *          SUGERIDA A PEDIR, PARA QUE COMPRAS PIDA DESDE AQUI
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17REPO.
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

       SELECT ARCH-MAE-STOCK
           ASSIGN TO WS-STOCK-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STK-ID-PRODUCTO
           FILE STATUS IS FS-STOCK.

       SELECT ARCH-MAE-PROVEEDOR
           ASSIGN TO WS-PROVMASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRV-CODIGO
           FILE STATUS IS FS-PROVEEDOR.

       SELECT ARCH-SAL-REPORTE
           ASSIGN TO WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT ARCH-SORT
           ASSIGN TO 'SORTWK'.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ARCH-MAE-PRODUCTO.
           COPY MAEPRODC.

       FD ARCH-MAE-STOCK.
           COPY STKPRODC.

       FD ARCH-MAE-PROVEEDOR.
           COPY MAEPROVC.

       FD ARCH-SAL-REPORTE.
       01 SAL-REPORTE-LINEA                 PIC X(100).

       SD ARCH-SORT.
       01 SORT-REG.
          05 SORT-PROVEEDOR                 PIC X(10).
          05 SORT-ID-PRODUCTO               PIC 9(04).
          05 SORT-PRODUCTO-DESC             PIC X(20).
          05 SORT-STOCK                     PIC 9(07).
          05 SORT-CONSUMO-DIARIO            PIC 9(07)V9(02).
          05 SORT-DIAS-COBERTURA            PIC 9(05).
          05 SORT-PLAZO-ENTREGA             PIC 9(03).
          05 SORT-CANT-SUGERIDA             PIC 9(07).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-MASTER                      PIC X(02).
             88 FS-MASTER-OK                    VALUE '00'.
             88 FS-MASTER-EOF                   VALUE '10'.
             88 FS-MASTER-NFD                   VALUE '35'.
          05 FS-STOCK                       PIC X(02).
             88 FS-STOCK-OK                     VALUE '00'.
             88 FS-STOCK-NFD                    VALUE '35'.
          05 FS-PROVEEDOR                   PIC X(02).
             88 FS-PROVEEDOR-OK                 VALUE '00'.
             88 FS-PROVEEDOR-NFD                VALUE '35'.
          05 FS-REPORTE                     PIC X(02).
             88 FS-REPORTE-OK                   VALUE '00'.

       01 WS-CONTADORES.
          05 WS-CONT-PRODUCTOS              PIC 9(07) VALUE 0.
          05 WS-CONT-A-REPONER              PIC 9(07) VALUE 0.
          05 WS-CONT-PROV-PRODUCTOS         PIC 9(05) VALUE 0.
          05 WS-CONT-PROVEEDORES            PIC 9(05) VALUE 0.
          05 WS-CONT-DISCONTINUADOS         PIC 9(07) VALUE 0.
          05 WS-CONT-SIN-STOCK              PIC 9(07) VALUE 0.
          05 WS-CONT-SIN-CONSUMO            PIC 9(07) VALUE 0.

       01 WS-ACUM-PROVEEDOR.
          05 WS-PROVEEDOR-ANT               PIC X(10) VALUE SPACES.
          05 WS-PROV-SUGERIDA               PIC 9(09) VALUE 0.
          05 WS-TOT-SUGERIDA                PIC 9(09) VALUE 0.
          05 WS-ALGUN-PROV-ABIERTO          PIC X(01) VALUE 'N'.
             88 WS-ALGUN-PROV-ABIERTO-SI        VALUE 'S'.
             88 WS-ALGUN-PROV-ABIERTO-NO        VALUE 'N'.

       01 WS-FIN-RETURN                     PIC X(01) VALUE 'N'.
          88 WS-FIN-RETURN-SI                   VALUE 'S'.
          88 WS-FIN-RETURN-NO                   VALUE 'N'.

       01 WS-VALIDA-PROVEEDOR               PIC X(01) VALUE 'N'.
          88 WS-VALIDA-PROVEEDOR-SI             VALUE 'S'.
          88 WS-VALIDA-PROVEEDOR-NO             VALUE 'N'.

       01 WS-RUTAS.
          05 WS-MASTER-PATH                 PIC X(100).
          05 WS-STOCK-PATH                  PIC X(100).
          05 WS-PROVMASTER-PATH             PIC X(100).
          05 WS-REPORTE-PATH                PIC X(100).

       01 WS-FECHA-PROCESO.
          05 WS-FECHA-AAAA                  PIC X(04).
          05 WS-FECHA-MM                    PIC X(02).
          05 WS-FECHA-DD                    PIC X(02).
          05 FILLER                         PIC X(13).

       01 WS-COBERTURA-CONTROL.
          05 WS-COBERTURA-ENTRADA           PIC X(03).
          05 WS-COBERTURA-ENTRADA-N         REDEFINES
                                            WS-COBERTURA-ENTRADA
                                            PIC 9(03).
          05 WS-DIAS-COBERTURA-OBJ          PIC 9(03) VALUE 30.

       01 WS-CALCULO.
          05 WS-FECHA-HOY-N                 PIC 9(08).
          05 WS-FECHA-INICIO-N              PIC 9(08).
          05 WS-DIAS-TRANSCURRIDOS          PIC 9(07) VALUE 0.
          05 WS-CONSUMO-DIARIO              PIC 9(07)V9(02) VALUE 0.
          05 WS-DIAS-COBERTURA              PIC 9(05) VALUE 0.
          05 WS-PLAZO                       PIC 9(03) VALUE 0.
          05 WS-NECESIDAD                   PIC S9(09)V9(02) VALUE 0.
          05 WS-CANT-SUGERIDA               PIC 9(07) VALUE 0.

       01 WS-LINEA-TITULO.
          05 FILLER                         PIC X(32)
             VALUE 'REPOSICION DE STOCK POR PROVEED.'.
          05 FILLER                         PIC X(08)
             VALUE ' FECHA: '.
          05 TIT-FECHA-DD                   PIC X(02).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 TIT-FECHA-MM                   PIC X(02).
          05 FILLER                         PIC X(01) VALUE '/'.
          05 TIT-FECHA-AAAA                 PIC X(04).
          05 FILLER                         PIC X(24)
             VALUE '  COBERTURA OBJETIVO:   '.
          05 TIT-COBERTURA                  PIC ZZ9.
          05 FILLER                         PIC X(05) VALUE ' DIAS'.

       01 WS-LINEA-CABECERA.
          05 FILLER                         PIC X(11)
                                            VALUE 'PROVEEDOR: '.
          05 CAB-PROVEEDOR                  PIC X(10).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 CAB-NOMBRE                     PIC X(30).
          05 FILLER                         PIC X(11)
                                            VALUE ' CONTACTO: '.
          05 CAB-CONTACTO                   PIC X(30).

       01 WS-LINEA-DETALLE.
          05 FILLER                         PIC X(03) VALUE SPACES.
          05 DET-ID-PRODUCTO                PIC 9(04).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 DET-PRODUCTO-DESC              PIC X(20).
          05 FILLER                         PIC X(07) VALUE ' STOCK:'.
          05 DET-STOCK                      PIC Z(06)9.
          05 FILLER                         PIC X(06) VALUE ' /DIA:'.
          05 DET-CONSUMO-DIARIO             PIC Z(04)9,99.
          05 FILLER                         PIC X(06) VALUE ' DIAS:'.
          05 DET-DIAS-COBERTURA             PIC Z(04)9.
          05 FILLER                         PIC X(07) VALUE ' PLAZO:'.
          05 DET-PLAZO-ENTREGA              PIC ZZ9.
          05 FILLER                         PIC X(07) VALUE ' PEDIR:'.
          05 DET-CANT-SUGERIDA              PIC Z(06)9.

       01 WS-LINEA-TOTAL.
          05 FILLER                         PIC X(03) VALUE SPACES.
          05 TOT-LITERAL                    PIC X(30).
          05 TOT-CANTIDAD                   PIC ZZZZZZ9.
          05 FILLER                         PIC X(17)
                                            VALUE ' UNIDADES A PEDIR'.
          05 TOT-SUGERIDA                   PIC Z(08)9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF FS-MASTER-OK AND FS-STOCK-OK AND FS-REPORTE-OK

              SORT ARCH-SORT
                   ON ASCENDING KEY SORT-PROVEEDOR
                                    SORT-ID-PRODUCTO
                   INPUT PROCEDURE IS 2100-LEER-MAESTRO
                                 THRU 2100-LEER-MAESTRO-FIN
                   OUTPUT PROCEDURE IS 2200-LISTAR-ORDENADO
                                  THRU 2200-LISTAR-ORDENADO-FIN

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT 'DD_MASTER'.
           IF WS-MASTER-PATH = SPACES
              MOVE '../PRODUCTO-MASTER.DAT'  TO WS-MASTER-PATH
           END-IF.

           ACCEPT WS-STOCK-PATH FROM ENVIRONMENT 'DD_STOCK'.
           IF WS-STOCK-PATH = SPACES
              MOVE '../STOCK-MASTER.DAT'     TO WS-STOCK-PATH
           END-IF.

           ACCEPT WS-PROVMASTER-PATH FROM ENVIRONMENT 'DD_PROVMASTER'.
           IF WS-PROVMASTER-PATH = SPACES
              MOVE '../PROVEEDOR-MASTER.DAT' TO WS-PROVMASTER-PATH
           END-IF.

           ACCEPT WS-REPORTE-PATH FROM ENVIRONMENT 'DD_REPOSICION'.
           IF WS-REPORTE-PATH = SPACES
              MOVE '../REPOSICION-REPORTE.TXT'
                                             TO WS-REPORTE-PATH
           END-IF.

      *    DIAS DE STOCK QUE SE QUIEREN TENER CUANDO LLEGA EL PEDIDO
      *    (3 DIGITOS); SIN DATO VALIDO SE USAN 30 DIAS
           ACCEPT WS-COBERTURA-ENTRADA FROM ENVIRONMENT
                  'DD_DIAS_COBERTURA'.
           IF WS-COBERTURA-ENTRADA-N NUMERIC
              MOVE WS-COBERTURA-ENTRADA-N    TO WS-DIAS-COBERTURA-OBJ
           END-IF.

           MOVE FUNCTION CURRENT-DATE        TO WS-FECHA-PROCESO.
           MOVE WS-FECHA-DD                  TO TIT-FECHA-DD.
           MOVE WS-FECHA-MM                  TO TIT-FECHA-MM.
           MOVE WS-FECHA-AAAA                TO TIT-FECHA-AAAA.
           MOVE WS-DIAS-COBERTURA-OBJ        TO TIT-COBERTURA.
           MOVE WS-FECHA-PROCESO (1:8)       TO WS-FECHA-HOY-N.

           OPEN INPUT ARCH-MAE-PRODUCTO.
           IF NOT FS-MASTER-OK
              DISPLAY 'ERROR AL ABRIR PRODUCTO-MASTER.DAT'
              DISPLAY 'FILE STATUS: ' FS-MASTER
           END-IF.

           OPEN INPUT ARCH-MAE-STOCK.
           EVALUATE TRUE
               WHEN FS-STOCK-OK
                    CONTINUE
               WHEN FS-STOCK-NFD
                    DISPLAY 'NO SE ENCUENTRA STOCK-MASTER.DAT: '
                            'CORRER PRIMERO CL17STKM'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR STOCK-MASTER.DAT'
                    DISPLAY 'FILE STATUS: ' FS-STOCK
           END-EVALUATE.

           OPEN INPUT ARCH-MAE-PROVEEDOR.
           EVALUATE TRUE
               WHEN FS-PROVEEDOR-OK
                    SET WS-VALIDA-PROVEEDOR-SI TO TRUE
               WHEN FS-PROVEEDOR-NFD
                    SET WS-VALIDA-PROVEEDOR-NO TO TRUE
                    DISPLAY 'SIN MAESTRO DE PROVEEDORES: SE LISTA '
                            'SOLO EL CODIGO'
               WHEN OTHER
                    SET WS-VALIDA-PROVEEDOR-NO TO TRUE
                    DISPLAY 'ERROR AL ABRIR PROVEEDOR-MASTER.DAT'
                    DISPLAY 'FILE STATUS: ' FS-PROVEEDOR
           END-EVALUATE.

           OPEN OUTPUT ARCH-SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR REPOSICION-REPORTE.TXT'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-LEER-MAESTRO.

           PERFORM 2110-LEER-PRODUCTO
              THRU 2110-LEER-PRODUCTO-FIN
             UNTIL FS-MASTER-EOF.

       2100-LEER-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-LEER-PRODUCTO.

           READ ARCH-MAE-PRODUCTO NEXT RECORD
               AT END
                   GO TO 2110-LEER-PRODUCTO-FIN
           END-READ.

      *    LOS DISCONTINUADOS NO SE REPONEN
           IF MAE-ESTADO-DISCONTINUADO
              ADD 1                          TO WS-CONT-DISCONTINUADOS
              GO TO 2110-LEER-PRODUCTO-FIN
           END-IF.

           ADD 1                             TO WS-CONT-PRODUCTOS.

      *    UN PRODUCTO SIN REGISTRO DE STOCK TODAVIA NO TUVO
      *    MOVIMIENTOS: NO HAY CON QUE ESTIMAR SU CONSUMO
           MOVE MAE-ID-PRODUCTO              TO STK-ID-PRODUCTO.
           READ ARCH-MAE-STOCK
               INVALID KEY
                   ADD 1                     TO WS-CONT-SIN-STOCK
                   GO TO 2110-LEER-PRODUCTO-FIN
           END-READ.

           PERFORM 2120-CALCULAR-COBERTURA
              THRU 2120-CALCULAR-COBERTURA-FIN.

           IF WS-CONSUMO-DIARIO = ZEROS
              ADD 1                          TO WS-CONT-SIN-CONSUMO
              GO TO 2110-LEER-PRODUCTO-FIN
           END-IF.

      *    SE REPONE SI EL STOCK NO ALCANZA A CUBRIR EL PLAZO DE
      *    ENTREGA: PEDIDO HOY, LLEGA CUANDO YA NO QUEDA
           IF WS-DIAS-COBERTURA > WS-PLAZO
              GO TO 2110-LEER-PRODUCTO-FIN
           END-IF.

           MOVE MAE-PROVEEDOR                TO SORT-PROVEEDOR.
           MOVE MAE-ID-PRODUCTO              TO SORT-ID-PRODUCTO.
           MOVE MAE-PRODUCTO-DESC            TO SORT-PRODUCTO-DESC.
           MOVE STK-CANTIDAD                 TO SORT-STOCK.
           MOVE WS-CONSUMO-DIARIO            TO SORT-CONSUMO-DIARIO.
           MOVE WS-DIAS-COBERTURA            TO SORT-DIAS-COBERTURA.
           MOVE WS-PLAZO                     TO SORT-PLAZO-ENTREGA.
           MOVE WS-CANT-SUGERIDA             TO SORT-CANT-SUGERIDA.
           RELEASE SORT-REG.

       2110-LEER-PRODUCTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2120-CALCULAR-COBERTURA.

      *    EL PLAZO DEL PRODUCTO MANDA; SI NO TIENE, SE TOMA EL
      *    ACORDADO CON EL PROVEEDOR
           MOVE MAE-PLAZO-ENTREGA            TO WS-PLAZO.
           IF WS-PLAZO = ZEROS AND WS-VALIDA-PROVEEDOR-SI
              MOVE MAE-PROVEEDOR             TO PRV-CODIGO
              READ ARCH-MAE-PROVEEDOR
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE PRV-PLAZO-ACORDADO TO WS-PLAZO
              END-READ
           END-IF.

      *    CONSUMO DIARIO = EGRESOS ACUMULADOS / DIAS DESDE EL PRIMER
      *    MOVIMIENTO (INCLUSIVE); UNA FECHA ILEGIBLE CUENTA COMO UN
      *    SOLO DIA
           MOVE 1                            TO WS-DIAS-TRANSCURRIDOS.
           IF STK-FECHA-INICIO NUMERIC
              MOVE STK-FECHA-INICIO          TO WS-FECHA-INICIO-N
              IF WS-FECHA-INICIO-N > 16010100
                     AND WS-FECHA-INICIO-N < WS-FECHA-HOY-N
                 COMPUTE WS-DIAS-TRANSCURRIDOS =
                         FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY-N)
                       - FUNCTION INTEGER-OF-DATE (WS-FECHA-INICIO-N)
                       + 1
              END-IF
           END-IF.

           COMPUTE WS-CONSUMO-DIARIO ROUNDED =
                   STK-EGRESOS-ACUM / WS-DIAS-TRANSCURRIDOS
               ON SIZE ERROR
                   MOVE 9999999,99           TO WS-CONSUMO-DIARIO
           END-COMPUTE.

           IF WS-CONSUMO-DIARIO = ZEROS
              GO TO 2120-CALCULAR-COBERTURA-FIN
           END-IF.

           COMPUTE WS-DIAS-COBERTURA =
                   STK-CANTIDAD / WS-CONSUMO-DIARIO
               ON SIZE ERROR
                   MOVE 99999                TO WS-DIAS-COBERTURA
           END-COMPUTE.

      *    SE PIDE LO QUE SE CONSUMIRA DURANTE EL PLAZO MAS LA
      *    COBERTURA OBJETIVO, DESCONTANDO LO QUE HAY; SIEMPRE SE
      *    REDONDEA HACIA ARRIBA A UNIDADES ENTERAS
           COMPUTE WS-NECESIDAD =
                   WS-CONSUMO-DIARIO
                   * (WS-PLAZO + WS-DIAS-COBERTURA-OBJ)
                   - STK-CANTIDAD.

           IF WS-NECESIDAD NOT > ZEROS
              MOVE ZEROS                     TO WS-CANT-SUGERIDA
           ELSE
              MOVE WS-NECESIDAD              TO WS-CANT-SUGERIDA
              IF WS-CANT-SUGERIDA < WS-NECESIDAD
                 ADD 1                       TO WS-CANT-SUGERIDA
              END-IF
           END-IF.

       2120-CALCULAR-COBERTURA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-LISTAR-ORDENADO.

           MOVE WS-LINEA-TITULO              TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

           MOVE SPACES                       TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

           SET WS-FIN-RETURN-NO TO TRUE.

           PERFORM 2205-DEVOLVER-ORDENADO
              THRU 2205-DEVOLVER-ORDENADO-FIN
             UNTIL WS-FIN-RETURN-SI.

           IF WS-ALGUN-PROV-ABIERTO-SI
              PERFORM 2230-TOTAL-PROVEEDOR
                 THRU 2230-TOTAL-PROVEEDOR-FIN
           END-IF.

           MOVE 'TOTAL GENERAL A REPONER:'   TO TOT-LITERAL.
           MOVE WS-CONT-A-REPONER            TO TOT-CANTIDAD.
           MOVE WS-TOT-SUGERIDA              TO TOT-SUGERIDA.
           MOVE WS-LINEA-TOTAL               TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

       2200-LISTAR-ORDENADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2205-DEVOLVER-ORDENADO.

           RETURN ARCH-SORT
               AT END
                   SET WS-FIN-RETURN-SI TO TRUE
               NOT AT END
                   PERFORM 2210-PROCESAR-ORDENADO
                      THRU 2210-PROCESAR-ORDENADO-FIN
           END-RETURN.

       2205-DEVOLVER-ORDENADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-PROCESAR-ORDENADO.

           IF WS-ALGUN-PROV-ABIERTO-SI
                  AND SORT-PROVEEDOR NOT = WS-PROVEEDOR-ANT
              PERFORM 2230-TOTAL-PROVEEDOR
                 THRU 2230-TOTAL-PROVEEDOR-FIN
           END-IF.

           IF WS-ALGUN-PROV-ABIERTO-NO
                  OR SORT-PROVEEDOR NOT = WS-PROVEEDOR-ANT
              PERFORM 2220-CABECERA-PROVEEDOR
                 THRU 2220-CABECERA-PROVEEDOR-FIN
           END-IF.

           MOVE SORT-PROVEEDOR               TO WS-PROVEEDOR-ANT.
           SET WS-ALGUN-PROV-ABIERTO-SI      TO TRUE.

           MOVE SORT-ID-PRODUCTO             TO DET-ID-PRODUCTO.
           MOVE SORT-PRODUCTO-DESC           TO DET-PRODUCTO-DESC.
           MOVE SORT-STOCK                   TO DET-STOCK.
           MOVE SORT-CONSUMO-DIARIO          TO DET-CONSUMO-DIARIO.
           MOVE SORT-DIAS-COBERTURA          TO DET-DIAS-COBERTURA.
           MOVE SORT-PLAZO-ENTREGA           TO DET-PLAZO-ENTREGA.
           MOVE SORT-CANT-SUGERIDA           TO DET-CANT-SUGERIDA.
           MOVE WS-LINEA-DETALLE             TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

           ADD 1                             TO WS-CONT-A-REPONER
                                                WS-CONT-PROV-PRODUCTOS.
           ADD SORT-CANT-SUGERIDA            TO WS-PROV-SUGERIDA
                                                WS-TOT-SUGERIDA.

       2210-PROCESAR-ORDENADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2220-CABECERA-PROVEEDOR.

           MOVE SORT-PROVEEDOR               TO CAB-PROVEEDOR.
           MOVE SPACES                       TO CAB-NOMBRE
                                                CAB-CONTACTO.

           IF WS-VALIDA-PROVEEDOR-SI
              MOVE SORT-PROVEEDOR            TO PRV-CODIGO
              READ ARCH-MAE-PROVEEDOR
                  INVALID KEY
                      MOVE '(NO REGISTRADO)' TO CAB-NOMBRE
                  NOT INVALID KEY
                      MOVE PRV-NOMBRE        TO CAB-NOMBRE
                      MOVE PRV-CONTACTO      TO CAB-CONTACTO
              END-READ
           END-IF.

           IF SORT-PROVEEDOR = SPACES
              MOVE '(SIN PROVEEDOR)'         TO CAB-NOMBRE
           END-IF.

           MOVE WS-LINEA-CABECERA            TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

           ADD 1                             TO WS-CONT-PROVEEDORES.

       2220-CABECERA-PROVEEDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2230-TOTAL-PROVEEDOR.

           MOVE 'TOTAL PROVEEDOR A REPONER:' TO TOT-LITERAL.
           MOVE WS-CONT-PROV-PRODUCTOS       TO TOT-CANTIDAD.
           MOVE WS-PROV-SUGERIDA             TO TOT-SUGERIDA.
           MOVE WS-LINEA-TOTAL               TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

           MOVE SPACES                       TO SAL-REPORTE-LINEA.
           PERFORM 2240-ESCRIBIR-LINEA
              THRU 2240-ESCRIBIR-LINEA-FIN.

           MOVE 0                            TO WS-CONT-PROV-PRODUCTOS
                                                WS-PROV-SUGERIDA.

       2230-TOTAL-PROVEEDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2240-ESCRIBIR-LINEA.

           WRITE SAL-REPORTE-LINEA.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ESCRIBIR REPOSICION-REPORTE.TXT: '
                      FS-REPORTE
           END-IF.

       2240-ESCRIBIR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           DISPLAY 'CANTIDAD DE PRODUCTOS ACTIVOS     : '
                   WS-CONT-PRODUCTOS.
           DISPLAY 'CANTIDAD DE PRODUCTOS A REPONER   : '
                   WS-CONT-A-REPONER.
           DISPLAY 'CANTIDAD DE PROVEEDORES           : '
                   WS-CONT-PROVEEDORES.
           DISPLAY 'CANTIDAD SIN REGISTRO DE STOCK    : '
                   WS-CONT-SIN-STOCK.
           DISPLAY 'CANTIDAD SIN CONSUMO REGISTRADO   : '
                   WS-CONT-SIN-CONSUMO.
           DISPLAY 'CANTIDAD DE DISCONTINUADOS        : '
                   WS-CONT-DISCONTINUADOS.

           CLOSE ARCH-MAE-PRODUCTO
                 ARCH-MAE-STOCK
                 ARCH-SAL-REPORTE.

           IF NOT FS-MASTER-OK
              DISPLAY 'ERROR AL CERRAR PRODUCTO-MASTER.DAT: '
                      FS-MASTER
           END-IF.

           IF NOT FS-STOCK-OK
              DISPLAY 'ERROR AL CERRAR STOCK-MASTER.DAT: ' FS-STOCK
           END-IF.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL CERRAR REPOSICION-REPORTE.TXT: '
                      FS-REPORTE
           END-IF.

           IF WS-VALIDA-PROVEEDOR-SI
              CLOSE ARCH-MAE-PROVEEDOR
              IF NOT FS-PROVEEDOR-OK
                 DISPLAY 'ERROR AL CERRAR PROVEEDOR-MASTER.DAT: '
                         FS-PROVEEDOR
              END-IF
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17REPO.
