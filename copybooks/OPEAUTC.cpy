      ******************************************************************
      * Purpose: Operator authorization record read from OPERADORES.TXT
      *          by every program that changes a master; one line per
      *          operator with the actions that operator may run
      *          (S = permitted, anything else = not permitted)
      ******************************************************************
       01 OPE-AUTORIZACION.
          05 OPE-ID-OPERADOR                PIC X(08).
          05 OPE-NOMBRE                     PIC X(30).
          05 OPE-ACTIVO                     PIC X(01).
             88 OPE-ACTIVO-SI                   VALUE 'S'.
          05 OPE-PERMISO-ALTA-BAJA          PIC X(01).
             88 OPE-PERMISO-ALTA-BAJA-SI        VALUE 'S'.
          05 OPE-PERMISO-PRECIO             PIC X(01).
             88 OPE-PERMISO-PRECIO-SI           VALUE 'S'.
          05 OPE-PERMISO-PROVEEDOR          PIC X(01).
             88 OPE-PERMISO-PROVEEDOR-SI        VALUE 'S'.
          05 OPE-PERMISO-CATEGORIA          PIC X(01).
             88 OPE-PERMISO-CATEGORIA-SI        VALUE 'S'.
