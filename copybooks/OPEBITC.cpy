      ******************************************************************
      * Purpose: Operator log record appended to BITACORA-OPERADOR.TXT
      *          by every program that changes a master: one line per
      *          change applied and one per action refused for lack of
      *          authorization; read by CL17OPER for the report of
      *          changes by operator and date range
      ******************************************************************
       01 BIT-REGISTRO.
          05 BIT-FECHA                      PIC X(08).
          05 BIT-HORA                       PIC X(06).
          05 BIT-OPERADOR                   PIC X(08).
          05 BIT-PROGRAMA                   PIC X(08).
          05 BIT-MAESTRO                    PIC X(01).
             88 BIT-MAESTRO-PRODUCTO            VALUE 'P'.
             88 BIT-MAESTRO-PROVEEDOR           VALUE 'V'.
             88 BIT-MAESTRO-CATEGORIA           VALUE 'C'.
          05 BIT-ACCION                     PIC X(01).
             88 BIT-ACCION-ALTA                 VALUE 'A'.
             88 BIT-ACCION-MODIFICACION         VALUE 'M'.
             88 BIT-ACCION-BAJA                 VALUE 'B'.
             88 BIT-ACCION-REACTIVACION         VALUE 'R'.
             88 BIT-ACCION-CORRIDA              VALUE 'C'.
          05 BIT-RESULTADO                  PIC X(01).
             88 BIT-RESULTADO-APLICADO          VALUE 'A'.
             88 BIT-RESULTADO-NO-AUTORIZADO     VALUE 'N'.
          05 BIT-CLAVE                      PIC X(20).
          05 BIT-SIN-IVA-ANTERIOR           PIC 9(05)V9(02).
          05 BIT-CON-IVA-ANTERIOR           PIC 9(05)V9(02).
          05 BIT-SIN-IVA-NUEVO              PIC 9(05)V9(02).
          05 BIT-CON-IVA-NUEVO              PIC 9(05)V9(02).
