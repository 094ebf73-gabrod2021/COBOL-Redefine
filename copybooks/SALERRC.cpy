          05 SALERR-ID-PRODUCTO             PIC 9(04).
          05 SALERR-TIMESTAMP               PIC X(21).
          05 SALERR-REGISTRO                PIC X(25).
          05 SALERR-ARCHIVO                 PIC X(100).
