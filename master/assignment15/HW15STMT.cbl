          05 CM-BILL-TO-NAME          PIC X(25).
          05 CM-ADDRESS               PIC X(25).
          05 CM-STATE                 PIC X(02).
          05 FILLER                   PIC X(14).

       FD  STATEMENT-DOCS-OUT
           RECORDING MODE IS F
