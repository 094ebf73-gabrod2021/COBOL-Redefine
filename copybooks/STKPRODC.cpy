      ******************************************************************
      * Purpose: Stock-on-hand record kept in STOCK-MASTER.DAT, keyed
      *          by the same product ID as the product master; updated
      *          by CL17STKM from the daily movements file and read by
      *          CL17REPO to estimate daily usage and days of cover
      ******************************************************************
       01 STK-STOCK.
          05 STK-ID-PRODUCTO                PIC 9(04).
          05 STK-CANTIDAD                   PIC 9(07).
          05 STK-FECHA-INICIO               PIC X(08).
          05 STK-EGRESOS-ACUM               PIC 9(09).
          05 STK-FECHA-ULT-MOV              PIC X(08).
