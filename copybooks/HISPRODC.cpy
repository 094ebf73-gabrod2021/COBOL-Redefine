      * Purpose: Price-history record appended to ARCH-SAL-HISTORIA
      *          each time a product master record is rewritten; holds
      *          the OUTGOING master values plus the effective date
      *          and the operator who made the change (spaces when the
      *          change came from the nightly consolidation)
      ******************************************************************
       01 HIS-PRODUCTO.
          05 HIS-FECHA-EFECTIVA             PIC X(08).
          05 HIS-IMPORTE-CON-IVA            PIC 9(05)V9(02).
          05 HIS-PROVEEDOR                  PIC X(10).
          05 HIS-PLAZO-ENTREGA              PIC 9(03).
          05 HIS-OPERADOR                   PIC X(08).
