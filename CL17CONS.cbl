      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 14/10/2026
      * Purpose: CONSULTA INTERACTIVA DE PRODUCTO
      *          PANTALLA POR ID DE PRODUCTO QUE REUNE EL REGISTRO Y
      *          ESTADO DEL MAESTRO DE PRODUCTOS, EL NOMBRE, CONTACTO
      *          Y PLAZO ACORDADO DEL PROVEEDOR, LA DESCRIPCION DE LA
      *          CATEGORIA, EL CAMBIO DE PRECIO PENDIENTE DE
      *          APROBACION Y EL PRECIO PROGRAMADO A FUTURO; PAGINA
      *          LOS ULTIMOS REGISTROS DE HISTORIA DE PRECIOS Y PASA
      *          AL PRODUCTO SIGUIENTE O ANTERIOR DEL MAESTRO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL17CONS.
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

       SELECT ARCH-MAE-PROVEEDOR
           ASSIGN TO WS-PROVMASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRV-CODIGO
           FILE STATUS IS FS-PROVEEDOR.

       SELECT ARCH-MAE-CATEGORIA
           ASSIGN TO WS-CATMASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-NOMBRE
           FILE STATUS IS FS-CATEGORIA.

       SELECT ARCH-ENT-HISTORIA
           ASSIGN TO WS-HISTORIA-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIA.

       SELECT ARCH-ENT-PENDIENTES
           ASSIGN TO WS-PENDIENTES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDIENTES.

       SELECT ARCH-ENT-PROGRAMADOS
           ASSIGN TO WS-PROGRAMADOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROGRAMADOS.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ARCH-MAE-PRODUCTO.
           COPY MAEPRODC.

       FD ARCH-MAE-PROVEEDOR.
           COPY MAEPROVC.

       FD ARCH-MAE-CATEGORIA.
           COPY MAECATC.

       FD ARCH-ENT-HISTORIA.
           COPY HISPRODC.

       FD ARCH-ENT-PENDIENTES.
           COPY PENCAMC.

       FD ARCH-ENT-PROGRAMADOS.
       01 ENT-PROGRAMADO.
          05 PRG-ID-PRODUCTO                PIC 9(04).
          05 PRG-FECHA-EFECTIVA             PIC X(08).
          05 PRG-SIN-IVA                    PIC 9(05)V9(02).
          05 PRG-CON-IVA                    PIC 9(05)V9(02).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-MASTER                      PIC X(02).
             88 FS-MASTER-OK                    VALUE '00'.
             88 FS-MASTER-NFD                   VALUE '35'.
          05 FS-PROVEEDOR                   PIC X(02).
             88 FS-PROVEEDOR-OK                 VALUE '00'.
             88 FS-PROVEEDOR-NFD                VALUE '35'.
          05 FS-CATEGORIA                   PIC X(02).
             88 FS-CATEGORIA-OK                 VALUE '00'.
             88 FS-CATEGORIA-NFD                VALUE '35'.
          05 FS-HISTORIA                    PIC X(02).
             88 FS-HISTORIA-OK                  VALUE '00'.
             88 FS-HISTORIA-EOF                 VALUE '10'.
             88 FS-HISTORIA-NFD                 VALUE '35'.
          05 FS-PENDIENTES                  PIC X(02).
             88 FS-PENDIENTES-OK                VALUE '00'.
             88 FS-PENDIENTES-EOF               VALUE '10'.
             88 FS-PENDIENTES-NFD               VALUE '35'.
          05 FS-PROGRAMADOS                 PIC X(02).
             88 FS-PROGRAMADOS-OK               VALUE '00'.
             88 FS-PROGRAMADOS-EOF              VALUE '10'.
             88 FS-PROGRAMADOS-NFD              VALUE '35'.

       01 WS-RUTAS.
          05 WS-MASTER-PATH                 PIC X(100).
          05 WS-PROVMASTER-PATH             PIC X(100).
          05 WS-CATMASTER-PATH              PIC X(100).
          05 WS-HISTORIA-PATH               PIC X(100).
          05 WS-PENDIENTES-PATH             PIC X(100).
          05 WS-PROGRAMADOS-PATH            PIC X(100).

       01 WS-CONTROL.
          05 WS-APERTURA-FALLIDA            PIC X(01) VALUE 'N'.
             88 WS-APERTURA-FALLIDA-SI          VALUE 'S'.
             88 WS-APERTURA-FALLIDA-NO          VALUE 'N'.
          05 WS-FIN-CONSULTA                PIC X(01) VALUE 'N'.
             88 WS-FIN-CONSULTA-SI              VALUE 'S'.
             88 WS-FIN-CONSULTA-NO              VALUE 'N'.
          05 WS-VALIDA-PROVEEDOR            PIC X(01) VALUE 'N'.
             88 WS-VALIDA-PROVEEDOR-SI          VALUE 'S'.
             88 WS-VALIDA-PROVEEDOR-NO          VALUE 'N'.
          05 WS-VALIDA-CATEGORIA            PIC X(01) VALUE 'N'.
             88 WS-VALIDA-CATEGORIA-SI          VALUE 'S'.
             88 WS-VALIDA-CATEGORIA-NO          VALUE 'N'.
          05 WS-PRODUCTO-HALLADO            PIC X(01) VALUE 'N'.
             88 WS-PRODUCTO-HALLADO-SI          VALUE 'S'.
             88 WS-PRODUCTO-HALLADO-NO          VALUE 'N'.
          05 WS-BUSQUEDA-TERMINADA          PIC X(01).
             88 WS-BUSQUEDA-TERMINADA-SI        VALUE 'S'.
             88 WS-BUSQUEDA-TERMINADA-NO        VALUE 'N'.

       77 WS-FECHA-HOY                      PIC X(08).

       01 WS-CONSULTA.
          05 WS-ID-CONSULTA                 PIC 9(04) VALUE ZEROS.
          05 WS-ID-BUSQUEDA                 PIC 9(04) VALUE ZEROS.
          05 WS-ID-ENTRADA                  PIC X(04).
          05 WS-ID-ENTRADA-N                REDEFINES WS-ID-ENTRADA
                                            PIC 9(04).

      *    SE RETIENEN LOS ULTIMOS 30 REGISTROS DE HISTORIA DEL
      *    PRODUCTO; LA PANTALLA LOS MUESTRA DE A 5, DEL MAS RECIENTE
      *    AL MAS VIEJO
       01 WS-TABLA-HISTORIA.
          05 WS-HIS-CANT                    PIC 9(02) COMP VALUE 0.
          05 WS-HIS-IND                     PIC 9(02) COMP VALUE 0.
          05 WS-HIS-PAGINA                  PIC 9(02) COMP VALUE 0.
          05 WS-HIS-PAGINAS                 PIC 9(02) COMP VALUE 0.
          05 WS-HIS-DESDE                   PIC S9(03) COMP VALUE 0.
          05 WS-HIS-LINEA                   PIC 9(02) COMP VALUE 0.
          05 WS-HIS-ENTRADA                 OCCURS 30 TIMES.
             10 WS-HIS-FECHA                PIC X(08).
             10 WS-HIS-PRODUCTO-DESC        PIC X(20).
             10 WS-HIS-SIN-IVA              PIC 9(05)V9(02).
             10 WS-HIS-CON-IVA              PIC 9(05)V9(02).
             10 WS-HIS-PROVEEDOR            PIC X(10).
             10 WS-HIS-PLAZO                PIC 9(03).

       01 WS-PENDIENTE.
          05 WS-PEN-CANT                    PIC 9(03) VALUE 0.
          05 WS-PEN-FECHA                   PIC X(08).
          05 WS-PEN-SIN-IVA                 PIC 9(05)V9(02).
          05 WS-PEN-CON-IVA                 PIC 9(05)V9(02).
          05 WS-PEN-VARIACION               PIC S9(03)V9(02).

       01 WS-PROGRAMADO.
          05 WS-PRG-CANT                    PIC 9(03) VALUE 0.
          05 WS-PRG-FECHA                   PIC X(08).
          05 WS-PRG-SIN-IVA                 PIC 9(05)V9(02).
          05 WS-PRG-CON-IVA                 PIC 9(05)V9(02).

      *    CAMPOS QUE MUESTRA LA PANTALLA; SE LIMPIAN JUNTOS CUANDO
      *    EL PRODUCTO PEDIDO NO EXISTE
       01 WS-PANTALLA.
          05 WS-PAN-FECHA                   PIC X(10).
          05 WS-PAN-ID                      PIC X(04).
          05 WS-PAN-OPCION                  PIC X(01).
          05 WS-PAN-MENSAJE                 PIC X(60).
          05 WS-PAN-DATOS.
             10 WS-PAN-ESTADO               PIC X(13).
             10 WS-PAN-FECHA-BAJA           PIC X(10).
             10 WS-PAN-DESCRIPCION          PIC X(20).
             10 WS-PAN-CATEGORIA            PIC X(20).
             10 WS-PAN-CAT-DESC             PIC X(30).
             10 WS-PAN-SIN-IVA              PIC $ZZ.ZZ9,99.
             10 WS-PAN-CON-IVA              PIC $ZZ.ZZ9,99.
             10 WS-PAN-PLAZO                PIC ZZ9.
             10 WS-PAN-PROVEEDOR            PIC X(10).
             10 WS-PAN-PRV-NOMBRE           PIC X(30).
             10 WS-PAN-PRV-CONTACTO         PIC X(30).
             10 WS-PAN-PRV-PLAZO            PIC ZZ9.
             10 WS-PAN-PENDIENTE            PIC X(60).
             10 WS-PAN-PROGRAMADO           PIC X(60).
             10 WS-PAN-HIS-TITULO           PIC X(30).
             10 WS-PAN-HIS-LINEA            PIC X(70) OCCURS 5 TIMES.

       01 WS-EDICION.
          05 WS-EDI-FECHA.
             10 WS-EDI-FECHA-DD             PIC X(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-EDI-FECHA-MM             PIC X(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-EDI-FECHA-AAAA           PIC X(04).
          05 WS-EDI-FECHA-ENT               PIC X(08).
          05 WS-EDI-FECHA-ENT-R             REDEFINES WS-EDI-FECHA-ENT.
             10 WS-EDI-ENT-AAAA             PIC X(04).
             10 WS-EDI-ENT-MM               PIC X(02).
             10 WS-EDI-ENT-DD               PIC X(02).
          05 WS-EDI-SIN-IVA                 PIC $ZZ.ZZ9,99.
          05 WS-EDI-CON-IVA                 PIC $ZZ.ZZ9,99.
          05 WS-EDI-VARIACION               PIC -ZZ9,99.
          05 WS-EDI-PAGINA                  PIC Z9.
          05 WS-EDI-PAGINAS                 PIC Z9.
          05 WS-EDI-CANT                    PIC ZZ9.

       01 WS-LINEA-HISTORIA.
          05 LHI-FECHA                      PIC X(10).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 LHI-SIN-IVA                    PIC $ZZ.ZZ9,99.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 LHI-CON-IVA                    PIC $ZZ.ZZ9,99.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 LHI-PROVEEDOR                  PIC X(10).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 LHI-PLAZO                      PIC ZZ9.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 LHI-PRODUCTO-DESC              PIC X(20).

      *----------------------------------------------------------------*
       SCREEN SECTION.

       01 PAN-CONSULTA.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 01 VALUE 'CL17CONS'.
          05 LINE 01 COLUMN 25 VALUE 'CONSULTA DE PRODUCTO'.
          05 LINE 01 COLUMN 71 PIC X(10) FROM WS-PAN-FECHA.
          05 LINE 03 COLUMN 01 VALUE 'ID PRODUCTO  :'.
          05 LINE 03 COLUMN 16 PIC X(04) USING WS-PAN-ID.
          05 LINE 03 COLUMN 25 VALUE 'ESTADO:'.
          05 LINE 03 COLUMN 33 PIC X(13) FROM WS-PAN-ESTADO.
          05 LINE 03 COLUMN 48 PIC X(10) FROM WS-PAN-FECHA-BAJA.
          05 LINE 04 COLUMN 01 VALUE 'DESCRIPCION  :'.
          05 LINE 04 COLUMN 16 PIC X(20) FROM WS-PAN-DESCRIPCION.
          05 LINE 05 COLUMN 01 VALUE 'CATEGORIA    :'.
          05 LINE 05 COLUMN 16 PIC X(20) FROM WS-PAN-CATEGORIA.
          05 LINE 05 COLUMN 38 PIC X(30) FROM WS-PAN-CAT-DESC.
          05 LINE 06 COLUMN 01 VALUE 'PRECIO S/IVA :'.
          05 LINE 06 COLUMN 16 PIC X(10) FROM WS-PAN-SIN-IVA.
          05 LINE 06 COLUMN 30 VALUE 'C/IVA:'.
          05 LINE 06 COLUMN 37 PIC X(10) FROM WS-PAN-CON-IVA.
          05 LINE 06 COLUMN 50 VALUE 'PLAZO ENTREGA:'.
          05 LINE 06 COLUMN 65 PIC X(03) FROM WS-PAN-PLAZO.
          05 LINE 08 COLUMN 01 VALUE 'PROVEEDOR    :'.
          05 LINE 08 COLUMN 16 PIC X(10) FROM WS-PAN-PROVEEDOR.
          05 LINE 08 COLUMN 28 PIC X(30) FROM WS-PAN-PRV-NOMBRE.
          05 LINE 09 COLUMN 01 VALUE 'CONTACTO     :'.
          05 LINE 09 COLUMN 16 PIC X(30) FROM WS-PAN-PRV-CONTACTO.
          05 LINE 09 COLUMN 50 VALUE 'PLAZO ACORDADO:'.
          05 LINE 09 COLUMN 66 PIC X(03) FROM WS-PAN-PRV-PLAZO.
          05 LINE 11 COLUMN 01 VALUE 'PEND. APROB. :'.
          05 LINE 11 COLUMN 16 PIC X(60) FROM WS-PAN-PENDIENTE.
          05 LINE 12 COLUMN 01 VALUE 'PROGRAMADO   :'.
          05 LINE 12 COLUMN 16 PIC X(60) FROM WS-PAN-PROGRAMADO.
          05 LINE 14 COLUMN 01 PIC X(30) FROM WS-PAN-HIS-TITULO.
          05 LINE 15 COLUMN 01 VALUE 'FECHA         S/IVA      C/IVA '.
          05 LINE 15 COLUMN 32 VALUE 'PROVEEDOR  PLZ DESCRIPCION'.
          05 LINE 16 COLUMN 01 PIC X(70) FROM WS-PAN-HIS-LINEA (1).
          05 LINE 17 COLUMN 01 PIC X(70) FROM WS-PAN-HIS-LINEA (2).
          05 LINE 18 COLUMN 01 PIC X(70) FROM WS-PAN-HIS-LINEA (3).
          05 LINE 19 COLUMN 01 PIC X(70) FROM WS-PAN-HIS-LINEA (4).
          05 LINE 20 COLUMN 01 PIC X(70) FROM WS-PAN-HIS-LINEA (5).
          05 LINE 22 COLUMN 01 PIC X(60) FROM WS-PAN-MENSAJE.
          05 LINE 23 COLUMN 01
             VALUE 'OPCION (S=SIGUIENTE A=ANTERIOR H=MAS HISTORIA '.
          05 LINE 23 COLUMN 47 VALUE 'F=FIN):'.
          05 LINE 23 COLUMN 55 PIC X(01) USING WS-PAN-OPCION.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-APERTURA-FALLIDA-NO

              PERFORM 2000-ATENDER-CONSULTA
                 THRU 2000-ATENDER-CONSULTA-FIN
                UNTIL WS-FIN-CONSULTA-SI

           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-FECHA-HOY.
           MOVE WS-FECHA-HOY                 TO WS-EDI-FECHA-ENT.
           PERFORM 2900-EDITAR-FECHA
              THRU 2900-EDITAR-FECHA-FIN.
           MOVE WS-EDI-FECHA                 TO WS-PAN-FECHA.

           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT 'DD_MASTER'.
           IF WS-MASTER-PATH = SPACES
              MOVE '../PRODUCTO-MASTER.DAT'  TO WS-MASTER-PATH
           END-IF.

           ACCEPT WS-PROVMASTER-PATH FROM ENVIRONMENT 'DD_PROVMASTER'.
           IF WS-PROVMASTER-PATH = SPACES
              MOVE '../PROVEEDOR-MASTER.DAT' TO WS-PROVMASTER-PATH
           END-IF.

           ACCEPT WS-CATMASTER-PATH FROM ENVIRONMENT 'DD_CATMASTER'.
           IF WS-CATMASTER-PATH = SPACES
              MOVE '../CATEGORIA-MASTER.DAT' TO WS-CATMASTER-PATH
           END-IF.

           ACCEPT WS-HISTORIA-PATH FROM ENVIRONMENT 'DD_HISTORIA'.
           IF WS-HISTORIA-PATH = SPACES
              MOVE '../PRODUCTO-HISTORIA.TXT'
                                             TO WS-HISTORIA-PATH
           END-IF.

           ACCEPT WS-PENDIENTES-PATH FROM ENVIRONMENT 'DD_PENDIENTES'.
           IF WS-PENDIENTES-PATH = SPACES
              MOVE '../CAMBIOS-PENDIENTES.TXT'
                                             TO WS-PENDIENTES-PATH
           END-IF.

           ACCEPT WS-PROGRAMADOS-PATH FROM ENVIRONMENT
                  'DD_PROGRAMADOS'.
           IF WS-PROGRAMADOS-PATH = SPACES
              MOVE '../PRECIOS-PROGRAMADOS.TXT'
                                             TO WS-PROGRAMADOS-PATH
           END-IF.

           OPEN INPUT ARCH-MAE-PRODUCTO.

           IF NOT FS-MASTER-OK
              DISPLAY 'ERROR AL ABRIR PRODUCTO-MASTER.DAT: ' FS-MASTER
              SET WS-APERTURA-FALLIDA-SI     TO TRUE
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

      *    LOS MAESTROS DE PROVEEDORES Y CATEGORIAS SON OPCIONALES:
      *    SIN ELLOS LA PANTALLA MUESTRA SOLO EL CODIGO DEL PRODUCTO
           OPEN INPUT ARCH-MAE-PROVEEDOR.
           IF FS-PROVEEDOR-OK
              SET WS-VALIDA-PROVEEDOR-SI     TO TRUE
           END-IF.

           OPEN INPUT ARCH-MAE-CATEGORIA.
           IF FS-CATEGORIA-OK
              SET WS-VALIDA-CATEGORIA-SI     TO TRUE
           END-IF.

      *    LA CONSULTA ARRANCA EN EL ID DE DD_ID_PRODUCTO O, SI NO SE
      *    INDICA, EN EL PRIMER PRODUCTO DEL MAESTRO
           ACCEPT WS-ID-ENTRADA FROM ENVIRONMENT 'DD_ID_PRODUCTO'.

           IF WS-ID-ENTRADA-N NUMERIC
              MOVE WS-ID-ENTRADA-N           TO WS-ID-CONSULTA
              PERFORM 2100-CARGAR-PRODUCTO
                 THRU 2100-CARGAR-PRODUCTO-FIN
           ELSE
              MOVE ZEROS                     TO WS-ID-CONSULTA
              PERFORM 2300-SIGUIENTE-PRODUCTO
                 THRU 2300-SIGUIENTE-PRODUCTO-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-ATENDER-CONSULTA.

           MOVE SPACE                        TO WS-PAN-OPCION.

           DISPLAY PAN-CONSULTA.
           ACCEPT PAN-CONSULTA.

           MOVE SPACES                       TO WS-PAN-MENSAJE.

           INSPECT WS-PAN-OPCION CONVERTING 'sahf' TO 'SAHF'.

           EVALUATE TRUE
               WHEN WS-PAN-OPCION = 'F'
                    SET WS-FIN-CONSULTA-SI   TO TRUE
               WHEN WS-PAN-OPCION = 'S'
                    PERFORM 2300-SIGUIENTE-PRODUCTO
                       THRU 2300-SIGUIENTE-PRODUCTO-FIN
               WHEN WS-PAN-OPCION = 'A'
                    PERFORM 2310-ANTERIOR-PRODUCTO
                       THRU 2310-ANTERIOR-PRODUCTO-FIN
               WHEN WS-PAN-OPCION = 'H'
                    PERFORM 2170-PAGINA-SIGUIENTE
                       THRU 2170-PAGINA-SIGUIENTE-FIN
               WHEN WS-PAN-OPCION = SPACE
      *             SIN OPCION SE CONSULTA EL ID TIPEADO EN PANTALLA
                    MOVE WS-PAN-ID           TO WS-ID-ENTRADA
                    IF WS-ID-ENTRADA-N NUMERIC
                       MOVE WS-ID-ENTRADA-N  TO WS-ID-CONSULTA
                       PERFORM 2100-CARGAR-PRODUCTO
                          THRU 2100-CARGAR-PRODUCTO-FIN
                    ELSE
                       MOVE 'ID DE PRODUCTO NO NUMERICO'
                                             TO WS-PAN-MENSAJE
                    END-IF
               WHEN OTHER
                    MOVE 'OPCION INVALIDA'   TO WS-PAN-MENSAJE
           END-EVALUATE.

       2000-ATENDER-CONSULTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-CARGAR-PRODUCTO.

           MOVE SPACES                       TO WS-PAN-DATOS.
           MOVE WS-ID-CONSULTA               TO WS-PAN-ID.
           MOVE WS-ID-CONSULTA               TO MAE-ID-PRODUCTO.

           READ ARCH-MAE-PRODUCTO
               INVALID KEY
                   SET WS-PRODUCTO-HALLADO-NO TO TRUE
               NOT INVALID KEY
                   SET WS-PRODUCTO-HALLADO-SI TO TRUE
           END-READ.

           IF WS-PRODUCTO-HALLADO-NO
              MOVE 'PRODUCTO INEXISTENTE EN EL MAESTRO'
                                             TO WS-PAN-MENSAJE
              MOVE 0 TO WS-HIS-CANT WS-HIS-PAGINA WS-HIS-PAGINAS
              GO TO 2100-CARGAR-PRODUCTO-FIN
           END-IF.

           MOVE MAE-PRODUCTO-DESC            TO WS-PAN-DESCRIPCION.
           MOVE MAE-CATEGORIA                TO WS-PAN-CATEGORIA.
           MOVE MAE-IMPORTE-SIN-IVA          TO WS-PAN-SIN-IVA.
           MOVE MAE-IMPORTE-CON-IVA          TO WS-PAN-CON-IVA.
           MOVE MAE-PLAZO-ENTREGA            TO WS-PAN-PLAZO.
           MOVE MAE-PROVEEDOR                TO WS-PAN-PROVEEDOR.

           IF MAE-ESTADO-DISCONTINUADO
              MOVE 'DISCONTINUADO'           TO WS-PAN-ESTADO
              MOVE MAE-FECHA-BAJA            TO WS-EDI-FECHA-ENT
              PERFORM 2900-EDITAR-FECHA
                 THRU 2900-EDITAR-FECHA-FIN
              MOVE WS-EDI-FECHA              TO WS-PAN-FECHA-BAJA
           ELSE
              MOVE 'ACTIVO'                  TO WS-PAN-ESTADO
           END-IF.

           PERFORM 2110-BUSCAR-PROVEEDOR
              THRU 2110-BUSCAR-PROVEEDOR-FIN.

           PERFORM 2120-BUSCAR-CATEGORIA
              THRU 2120-BUSCAR-CATEGORIA-FIN.

           PERFORM 2130-BUSCAR-PENDIENTE
              THRU 2130-BUSCAR-PENDIENTE-FIN.

           PERFORM 2140-BUSCAR-PROGRAMADO
              THRU 2140-BUSCAR-PROGRAMADO-FIN.

           PERFORM 2150-CARGAR-HISTORIA
              THRU 2150-CARGAR-HISTORIA-FIN.

       2100-CARGAR-PRODUCTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-BUSCAR-PROVEEDOR.

           IF WS-VALIDA-PROVEEDOR-NO
              MOVE '(SIN MAESTRO DE PROVEEDORES)' TO WS-PAN-PRV-NOMBRE
              GO TO 2110-BUSCAR-PROVEEDOR-FIN
           END-IF.

           MOVE MAE-PROVEEDOR                TO PRV-CODIGO.

           READ ARCH-MAE-PROVEEDOR
               INVALID KEY
                   MOVE '(PROVEEDOR INEXISTENTE)'
                                             TO WS-PAN-PRV-NOMBRE
               NOT INVALID KEY
                   MOVE PRV-NOMBRE           TO WS-PAN-PRV-NOMBRE
                   MOVE PRV-CONTACTO         TO WS-PAN-PRV-CONTACTO
                   MOVE PRV-PLAZO-ACORDADO   TO WS-PAN-PRV-PLAZO
           END-READ.

       2110-BUSCAR-PROVEEDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2120-BUSCAR-CATEGORIA.

           IF WS-VALIDA-CATEGORIA-NO
              MOVE '(SIN MAESTRO DE CATEGORIAS)' TO WS-PAN-CAT-DESC
              GO TO 2120-BUSCAR-CATEGORIA-FIN
           END-IF.

           MOVE MAE-CATEGORIA                TO CAT-NOMBRE.

           READ ARCH-MAE-CATEGORIA
               INVALID KEY
                   MOVE '(CATEGORIA INEXISTENTE)' TO WS-PAN-CAT-DESC
               NOT INVALID KEY
                   MOVE CAT-DESCRIPCION      TO WS-PAN-CAT-DESC
           END-READ.

       2120-BUSCAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2130-BUSCAR-PENDIENTE.

      *    SE MUESTRA EL ULTIMO CAMBIO RETENIDO DEL PRODUCTO Y CUANTOS
      *    HAY EN LA COLA A LA ESPERA DE CL17APRC
           MOVE 0                            TO WS-PEN-CANT.

           OPEN INPUT ARCH-ENT-PENDIENTES.

           IF NOT FS-PENDIENTES-OK
              MOVE 'NINGUNO'                 TO WS-PAN-PENDIENTE
              GO TO 2130-BUSCAR-PENDIENTE-FIN
           END-IF.

           PERFORM 2135-LEER-PENDIENTE
              THRU 2135-LEER-PENDIENTE-FIN
             UNTIL NOT FS-PENDIENTES-OK.

           CLOSE ARCH-ENT-PENDIENTES.

           IF WS-PEN-CANT = 0
              MOVE 'NINGUNO'                 TO WS-PAN-PENDIENTE
              GO TO 2130-BUSCAR-PENDIENTE-FIN
           END-IF.

           MOVE WS-PEN-FECHA                 TO WS-EDI-FECHA-ENT.
           PERFORM 2900-EDITAR-FECHA
              THRU 2900-EDITAR-FECHA-FIN.
           MOVE WS-PEN-SIN-IVA               TO WS-EDI-SIN-IVA.
           MOVE WS-PEN-CON-IVA               TO WS-EDI-CON-IVA.
           MOVE WS-PEN-VARIACION             TO WS-EDI-VARIACION.
           MOVE WS-PEN-CANT                  TO WS-EDI-CANT.

           STRING WS-EDI-FECHA                DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-EDI-SIN-IVA              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-EDI-CON-IVA              DELIMITED BY SIZE
                  ' VAR:'                     DELIMITED BY SIZE
                  WS-EDI-VARIACION            DELIMITED BY SIZE
                  '% EN COLA:'                DELIMITED BY SIZE
                  WS-EDI-CANT                 DELIMITED BY SIZE
             INTO WS-PAN-PENDIENTE
           END-STRING.

       2130-BUSCAR-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2135-LEER-PENDIENTE.

           READ ARCH-ENT-PENDIENTES.

           IF FS-PENDIENTES-OK
                  AND PEN-ID-PRODUCTO = WS-ID-CONSULTA
              ADD 1                          TO WS-PEN-CANT
              MOVE PEN-FECHA                 TO WS-PEN-FECHA
              MOVE PEN-SIN-IVA-NUEVO         TO WS-PEN-SIN-IVA
              MOVE PEN-CON-IVA-NUEVO         TO WS-PEN-CON-IVA
              MOVE PEN-VARIACION-PCT         TO WS-PEN-VARIACION
           END-IF.

       2135-LEER-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2140-BUSCAR-PROGRAMADO.

      *    DE LOS PRECIOS PROGRAMADOS DEL PRODUCTO SE MUESTRA EL DE
      *    FECHA EFECTIVA MAS PROXIMA, QUE ES EL QUE CL17PEND APLICA
      *    PRIMERO
           MOVE 0                            TO WS-PRG-CANT.
           MOVE HIGH-VALUES                  TO WS-PRG-FECHA.

           OPEN INPUT ARCH-ENT-PROGRAMADOS.

           IF NOT FS-PROGRAMADOS-OK
              MOVE 'NINGUNO'                 TO WS-PAN-PROGRAMADO
              GO TO 2140-BUSCAR-PROGRAMADO-FIN
           END-IF.

           PERFORM 2145-LEER-PROGRAMADO
              THRU 2145-LEER-PROGRAMADO-FIN
             UNTIL NOT FS-PROGRAMADOS-OK.

           CLOSE ARCH-ENT-PROGRAMADOS.

           IF WS-PRG-CANT = 0
              MOVE 'NINGUNO'                 TO WS-PAN-PROGRAMADO
              GO TO 2140-BUSCAR-PROGRAMADO-FIN
           END-IF.

           MOVE WS-PRG-FECHA                 TO WS-EDI-FECHA-ENT.
           PERFORM 2900-EDITAR-FECHA
              THRU 2900-EDITAR-FECHA-FIN.
           MOVE WS-PRG-SIN-IVA               TO WS-EDI-SIN-IVA.
           MOVE WS-PRG-CON-IVA               TO WS-EDI-CON-IVA.
           MOVE WS-PRG-CANT                  TO WS-EDI-CANT.

           STRING 'DESDE '                    DELIMITED BY SIZE
                  WS-EDI-FECHA                DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-EDI-SIN-IVA              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-EDI-CON-IVA              DELIMITED BY SIZE
                  ' PROGRAMADOS:'             DELIMITED BY SIZE
                  WS-EDI-CANT                 DELIMITED BY SIZE
             INTO WS-PAN-PROGRAMADO
           END-STRING.

       2140-BUSCAR-PROGRAMADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2145-LEER-PROGRAMADO.

           READ ARCH-ENT-PROGRAMADOS.

           IF FS-PROGRAMADOS-OK
                  AND PRG-ID-PRODUCTO = WS-ID-CONSULTA
              ADD 1                          TO WS-PRG-CANT
              IF PRG-FECHA-EFECTIVA < WS-PRG-FECHA
                 MOVE PRG-FECHA-EFECTIVA     TO WS-PRG-FECHA
                 MOVE PRG-SIN-IVA            TO WS-PRG-SIN-IVA
                 MOVE PRG-CON-IVA            TO WS-PRG-CON-IVA
              END-IF
           END-IF.

       2145-LEER-PROGRAMADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2150-CARGAR-HISTORIA.

           MOVE 0                            TO WS-HIS-CANT.

           OPEN INPUT ARCH-ENT-HISTORIA.

           IF FS-HISTORIA-OK
              PERFORM 2155-LEER-HISTORIA
                 THRU 2155-LEER-HISTORIA-FIN
                UNTIL NOT FS-HISTORIA-OK
              CLOSE ARCH-ENT-HISTORIA
           END-IF.

           COMPUTE WS-HIS-PAGINAS = (WS-HIS-CANT + 4) / 5.
           MOVE 1                            TO WS-HIS-PAGINA.

           PERFORM 2160-ARMAR-PAGINA
              THRU 2160-ARMAR-PAGINA-FIN.

       2150-CARGAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2155-LEER-HISTORIA.

           READ ARCH-ENT-HISTORIA.

           IF NOT FS-HISTORIA-OK
                  OR HIS-ID-PRODUCTO NOT = WS-ID-CONSULTA
              GO TO 2155-LEER-HISTORIA-FIN
           END-IF.

      *    LA HISTORIA SE GRABA EN ORDEN CRONOLOGICO: CON LA TABLA
      *    LLENA SE DESCARTA EL REGISTRO MAS VIEJO
           IF WS-HIS-CANT = 30
              PERFORM 2156-CORRER-HISTORIA
                 THRU 2156-CORRER-HISTORIA-FIN
              VARYING WS-HIS-IND FROM 1 BY 1
                UNTIL WS-HIS-IND > 29
           ELSE
              ADD 1                          TO WS-HIS-CANT
           END-IF.

           MOVE HIS-FECHA-EFECTIVA      TO WS-HIS-FECHA (WS-HIS-CANT).
           MOVE HIS-PRODUCTO-DESC
                                TO WS-HIS-PRODUCTO-DESC (WS-HIS-CANT).
           MOVE HIS-IMPORTE-SIN-IVA     TO WS-HIS-SIN-IVA (WS-HIS-CANT).
           MOVE HIS-IMPORTE-CON-IVA     TO WS-HIS-CON-IVA (WS-HIS-CANT).
           MOVE HIS-PROVEEDOR         TO WS-HIS-PROVEEDOR (WS-HIS-CANT).
           MOVE HIS-PLAZO-ENTREGA       TO WS-HIS-PLAZO (WS-HIS-CANT).

       2155-LEER-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2156-CORRER-HISTORIA.

           MOVE WS-HIS-ENTRADA (WS-HIS-IND + 1)
                                    TO WS-HIS-ENTRADA (WS-HIS-IND).

       2156-CORRER-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2160-ARMAR-PAGINA.

           MOVE SPACES                       TO WS-PAN-HIS-TITULO.
           MOVE SPACES                       TO WS-PAN-HIS-LINEA (1)
                                                WS-PAN-HIS-LINEA (2)
                                                WS-PAN-HIS-LINEA (3)
                                                WS-PAN-HIS-LINEA (4)
                                                WS-PAN-HIS-LINEA (5).

           IF WS-HIS-CANT = 0
              MOVE 'HISTORIA: SIN REGISTROS'  TO WS-PAN-HIS-TITULO
              GO TO 2160-ARMAR-PAGINA-FIN
           END-IF.

           MOVE WS-HIS-PAGINA                TO WS-EDI-PAGINA.
           MOVE WS-HIS-PAGINAS               TO WS-EDI-PAGINAS.

           STRING 'HISTORIA: PAGINA '         DELIMITED BY SIZE
                  WS-EDI-PAGINA               DELIMITED BY SIZE
                  ' DE '                      DELIMITED BY SIZE
                  WS-EDI-PAGINAS              DELIMITED BY SIZE
             INTO WS-PAN-HIS-TITULO
           END-STRING.

      *    LA PAGINA 1 EMPIEZA EN EL REGISTRO MAS RECIENTE
           COMPUTE WS-HIS-DESDE = WS-HIS-CANT - (WS-HIS-PAGINA - 1) * 5.

           PERFORM 2165-ARMAR-LINEA
              THRU 2165-ARMAR-LINEA-FIN
           VARYING WS-HIS-LINEA FROM 1 BY 1
             UNTIL WS-HIS-LINEA > 5
                OR WS-HIS-DESDE < 1.

       2160-ARMAR-PAGINA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2165-ARMAR-LINEA.

           MOVE WS-HIS-FECHA (WS-HIS-DESDE)  TO WS-EDI-FECHA-ENT.
           PERFORM 2900-EDITAR-FECHA
              THRU 2900-EDITAR-FECHA-FIN.

           MOVE WS-EDI-FECHA                 TO LHI-FECHA.
           MOVE WS-HIS-SIN-IVA (WS-HIS-DESDE) TO LHI-SIN-IVA.
           MOVE WS-HIS-CON-IVA (WS-HIS-DESDE) TO LHI-CON-IVA.
           MOVE WS-HIS-PROVEEDOR (WS-HIS-DESDE) TO LHI-PROVEEDOR.
           MOVE WS-HIS-PLAZO (WS-HIS-DESDE)  TO LHI-PLAZO.
           MOVE WS-HIS-PRODUCTO-DESC (WS-HIS-DESDE)
                                             TO LHI-PRODUCTO-DESC.

           MOVE WS-LINEA-HISTORIA TO WS-PAN-HIS-LINEA (WS-HIS-LINEA).

           SUBTRACT 1                        FROM WS-HIS-DESDE.

       2165-ARMAR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2170-PAGINA-SIGUIENTE.

      *    DESPUES DE LA PAGINA MAS VIEJA SE VUELVE A LA MAS RECIENTE
           IF WS-HIS-CANT = 0
              MOVE 'EL PRODUCTO NO TIENE HISTORIA DE PRECIOS'
                                             TO WS-PAN-MENSAJE
              GO TO 2170-PAGINA-SIGUIENTE-FIN
           END-IF.

           IF WS-HIS-PAGINA NOT < WS-HIS-PAGINAS
              MOVE 1                         TO WS-HIS-PAGINA
           ELSE
              ADD 1                          TO WS-HIS-PAGINA
           END-IF.

           PERFORM 2160-ARMAR-PAGINA
              THRU 2160-ARMAR-PAGINA-FIN.

       2170-PAGINA-SIGUIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-SIGUIENTE-PRODUCTO.

           MOVE WS-ID-CONSULTA               TO MAE-ID-PRODUCTO.

           START ARCH-MAE-PRODUCTO KEY IS GREATER THAN MAE-ID-PRODUCTO
               INVALID KEY
                   MOVE 'NO HAY PRODUCTOS POSTERIORES'
                                             TO WS-PAN-MENSAJE
                   GO TO 2300-SIGUIENTE-PRODUCTO-FIN
           END-START.

           READ ARCH-MAE-PRODUCTO NEXT RECORD
               AT END
                   MOVE 'NO HAY PRODUCTOS POSTERIORES'
                                             TO WS-PAN-MENSAJE
                   GO TO 2300-SIGUIENTE-PRODUCTO-FIN
           END-READ.

           MOVE MAE-ID-PRODUCTO              TO WS-ID-CONSULTA.

           PERFORM 2100-CARGAR-PRODUCTO
              THRU 2100-CARGAR-PRODUCTO-FIN.

       2300-SIGUIENTE-PRODUCTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-ANTERIOR-PRODUCTO.

      *    EL MAESTRO SE RECORRE HACIA ATRAS POR LECTURA DIRECTA DE
      *    CADA ID MENOR HASTA DAR CON UNO EXISTENTE
           MOVE WS-ID-CONSULTA               TO WS-ID-BUSQUEDA.
           SET WS-BUSQUEDA-TERMINADA-NO      TO TRUE.
           SET WS-PRODUCTO-HALLADO-NO        TO TRUE.

           PERFORM 2315-PROBAR-ANTERIOR
              THRU 2315-PROBAR-ANTERIOR-FIN
             UNTIL WS-BUSQUEDA-TERMINADA-SI.

           IF WS-PRODUCTO-HALLADO-NO
              MOVE 'NO HAY PRODUCTOS ANTERIORES' TO WS-PAN-MENSAJE
              GO TO 2310-ANTERIOR-PRODUCTO-FIN
           END-IF.

           MOVE WS-ID-BUSQUEDA               TO WS-ID-CONSULTA.

           PERFORM 2100-CARGAR-PRODUCTO
              THRU 2100-CARGAR-PRODUCTO-FIN.

       2310-ANTERIOR-PRODUCTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2315-PROBAR-ANTERIOR.

           IF WS-ID-BUSQUEDA = 0
              SET WS-BUSQUEDA-TERMINADA-SI   TO TRUE
              GO TO 2315-PROBAR-ANTERIOR-FIN
           END-IF.

           SUBTRACT 1                        FROM WS-ID-BUSQUEDA.
           MOVE WS-ID-BUSQUEDA               TO MAE-ID-PRODUCTO.

           READ ARCH-MAE-PRODUCTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PRODUCTO-HALLADO-SI   TO TRUE
                   SET WS-BUSQUEDA-TERMINADA-SI TO TRUE
           END-READ.

       2315-PROBAR-ANTERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-EDITAR-FECHA.

      *    AAAAMMDD A DD/MM/AAAA; UNA FECHA EN BLANCO QUEDA EN BLANCO
           IF WS-EDI-FECHA-ENT = SPACES
              MOVE SPACES                    TO WS-EDI-FECHA-DD
                                                WS-EDI-FECHA-MM
                                                WS-EDI-FECHA-AAAA
           ELSE
              MOVE WS-EDI-ENT-DD             TO WS-EDI-FECHA-DD
              MOVE WS-EDI-ENT-MM             TO WS-EDI-FECHA-MM
              MOVE WS-EDI-ENT-AAAA           TO WS-EDI-FECHA-AAAA
           END-IF.

       2900-EDITAR-FECHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-APERTURA-FALLIDA-SI
              GO TO 3000-FINALIZAR-PROGRAMA-FIN
           END-IF.

           CLOSE ARCH-MAE-PRODUCTO.

           IF WS-VALIDA-PROVEEDOR-SI
              CLOSE ARCH-MAE-PROVEEDOR
           END-IF.

           IF WS-VALIDA-CATEGORIA-SI
              CLOSE ARCH-MAE-CATEGORIA
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL17CONS.
