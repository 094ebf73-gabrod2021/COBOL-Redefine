      ******************************************************************
      * Purpose: Open-error record kept in ERRORES-ABIERTOS.DAT, keyed
      *          by product ID plus CL17EJ02 error code (E01-E11); fed
      *          from each run's ERROR file and moved through open,
      *          resubmitted, resolved or abandoned by CL17ERRS, and
      *          aged by CL17ERRA
      ******************************************************************
       01 EAB-ERROR.
          05 EAB-CLAVE.
             10 EAB-ID-PRODUCTO             PIC 9(04).
             10 EAB-CODIGO                  PIC X(04).
          05 EAB-ESTADO                     PIC X(01).
             88 EAB-ESTADO-ABIERTO              VALUE 'A'.
             88 EAB-ESTADO-REENVIADO            VALUE 'R'.
             88 EAB-ESTADO-RESUELTO             VALUE 'S'.
             88 EAB-ESTADO-ABANDONADO           VALUE 'B'.
          05 EAB-DESCRIPCION                PIC X(25).
          05 EAB-FECHA-ALTA                 PIC X(08).
          05 EAB-FECHA-ESTADO               PIC X(08).
          05 EAB-ULTIMO-TS                  PIC X(16).
          05 EAB-CANT-OCURRENCIAS           PIC 9(05).
          05 EAB-REGISTRO                   PIC X(25).
          05 EAB-ARCHIVO                    PIC X(100).
