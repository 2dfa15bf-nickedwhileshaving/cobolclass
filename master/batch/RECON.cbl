      *only itself; this step proves the hand-offs:
      *    1. MATHOUT RECORD COUNT AND PRICE TOTAL VERSUS THE
      *       INVOICED TOTALS HW15BILL WROTE TO ITS CONTROL RECORD.
      *       LINES HW15BILL CARRIED IN FROM ITS BACKLOG COUNT ON
      *       THE PRICED SIDE, LINES IT HELD ON THE INVOICED SIDE.
      *    2. PAYROLL-OUT TRAILER GROSS VERSUS THE PERIOD-OVER-
      *       PERIOD CHANGE IN PAYROLL-YTD GROSS (SNAPSHOT KEPT IN
      *       RECONYTD.dat).
          05 MI-AREA-OUT              PIC 9(06)V99.
          05 FILLER                   PIC X(04).
          05 MI-PRICE-OUT             PIC 9(06)V99.
          05 FILLER                   PIC X(23).

       FD  BILLING-TOTALS
           RECORDING MODE IS F
          05 BT-NET-DUE               PIC 9(08)V99.
          05 BT-TAX                   PIC 9(08)V99.
          05 BT-FREIGHT               PIC 9(08)V99.
          05 BT-CARRY-IN-ITEMS        PIC 9(05).
          05 BT-CARRY-IN-NET          PIC 9(08)V99.
          05 BT-HELD-ITEMS            PIC 9(05).
          05 BT-HELD-NET              PIC 9(08)V99.

       FD  PAYROLL-OUT-IN
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-REC-IN-RC.
       01 PAYROLL-REC-IN-RC.
          05 RC-PAY-DATE              PIC X(08).
          05 FILLER                   PIC X(18).
          05 RC-GROSS                 PIC 9(06)V99.
          05 FILLER                   PIC X(36).

       FD  PAYROLL-IN
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-IN-REC.
       01 PAYROLL-IN-REC              PIC X(26).

       FD  PAYROLL-REJECT
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-REJECT-REC.
       01 PAYROLL-REJECT-REC          PIC X(68).

       FD  PAYROLL-YTD
           DATA RECORD IS PAYROLL-YTD-REC.
       01 PAYROLL-YTD-REC.
          05 YTD-EMP-NUMBER           PIC X(05).
          05 YTD-GROSS                PIC 9(07)V99.
          05 YTD-SS-TAXABLE-GROSS     PIC 9(07)V99.

                   MOVE "Y" TO WS-BTOT-SEEN-SW
                   MOVE BT-ITEM-COUNT TO WS-BTOT-ITEMS
                   MOVE BT-NET-DUE    TO WS-BTOT-NET
      * A CONTROL RECORD FROM BEFORE BILL-ON-COMPLETION HAS NO
      * BACKLOG FIGURES.
                   IF BT-CARRY-IN-ITEMS IS NUMERIC
                       AND BT-CARRY-IN-NET IS NUMERIC
                       ADD BT-CARRY-IN-ITEMS TO WS-MATHOUT-COUNT
                       ADD BT-CARRY-IN-NET   TO WS-MATHOUT-TOTAL
                   END-IF
                   IF BT-HELD-ITEMS IS NUMERIC
                       AND BT-HELD-NET IS NUMERIC
                       ADD BT-HELD-ITEMS TO WS-BTOT-ITEMS
                       ADD BT-HELD-NET   TO WS-BTOT-NET
                   END-IF
               END-IF
               CLOSE BILLING-TOTALS
           END-IF.
               ELSE
                   STRING "MATHOUT->BILLING : OUT OF BALANCE - "
                       "PRICED " WS-MATHOUT-COUNT "/"
                       WS-MATHOUT-TOTAL " INVOICED+HELD "
                       WS-BTOT-ITEMS "/" WS-BTOT-NET
                       DELIMITED BY SIZE INTO WS-VERDICT-LINE
                   ADD 1 TO WS-OUT-OF-BALANCE-COUNT
