      *id on the deposits-held file HW15BILL applies at invoicing,
      *lists what is on hand, and writes the aged unapplied-deposits
      *report every session -- unclaimed customer money is a
      *liability that at last can be totaled.  Deposits on orders
      *HW15OCHG has cancelled carry status R and are listed on the
      *same report as refunds due, with their own total.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-POSTED-COUNT            PIC 9(04) VALUE 0.
       01  WS-UNAPPLIED-TOTAL         PIC 9(09)V99 VALUE 0.
       01  WS-AGED-COUNT              PIC 9(04) VALUE 0.
       01  WS-REFUND-COUNT            PIC 9(04) VALUE 0.
       01  WS-REFUND-TOTAL            PIC 9(09)V99 VALUE 0.

       01  WS-UNAPPLIED-LINE.
           05 UAL-ORDER               PIC X(05).
           05 UAL-DAYS                PIC ZZZZ9.
           05 FILLER                  PIC X(09) VALUE " DAYS OLD".

       01  WS-REFUND-TOTAL-LINE.
           05 FILLER                  PIC X(24)
                   VALUE "TOTAL REFUNDS DUE      ".
           05 RFT-AMOUNT              PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.

       0000-DRIVER.
           PERFORM 5000-WRITE-UNAPPLIED-REPORT.
           DISPLAY "DEPOSITS POSTED  : " WS-POSTED-COUNT.
           DISPLAY "UNAPPLIED TOTAL  : " WS-UNAPPLIED-TOTAL.
           DISPLAY "REFUNDS DUE      : " WS-REFUND-TOTAL.
           DISPLAY "HW15DEPE CONCLUDES".
           GOBACK.

               END-PERFORM
               CLOSE DEPOSITS-HELD
           END-IF.
           PERFORM 5200-WRITE-REFUNDS-DUE.
           CLOSE UNAPPLIED-RPT-OUT.
           IF WS-AGED-COUNT > 0
               DISPLAY "*** " WS-AGED-COUNT " UNAPPLIED DEPOSITS "
                   "PAST THE CUTOFF -- SEE THE REPORT ***"
           END-IF.
           IF WS-REFUND-COUNT > 0
               DISPLAY "*** " WS-REFUND-COUNT " DEPOSITS ON CANCELLED "
                   "ORDERS ARE DUE BACK -- SEE THE REPORT ***"
           END-IF.

       5100-AGE-ONE-DEPOSIT.
           IF DEP-DATE IS NUMERIC
               MOVE WS-DEP-AGE-DAYS TO UAL-DAYS
               WRITE UNAPPLIED-RPT-REC FROM WS-UNAPPLIED-LINE
           END-IF.

      * A DEPOSIT ON A CANCELLED ORDER IS OWED BACK WHATEVER ITS AGE.
       5200-WRITE-REFUNDS-DUE.
           MOVE SPACES TO UNAPPLIED-RPT-REC.
           WRITE UNAPPLIED-RPT-REC.
           MOVE "REFUNDS DUE ON CANCELLED ORDERS" TO UNAPPLIED-RPT-REC.
           WRITE UNAPPLIED-RPT-REC.
           MOVE 0 TO WS-REFUND-COUNT WS-REFUND-TOTAL.
           MOVE "00" TO WS-DEPOSITS-STATUS.
           OPEN INPUT DEPOSITS-HELD.
           IF WS-DEPOSITS-STATUS = "00"
               READ DEPOSITS-HELD
               PERFORM UNTIL WS-DEPOSITS-STATUS > "00"
                   IF DEP-STATUS = "R"
                       ADD 1 TO WS-REFUND-COUNT
                       ADD DEP-AMOUNT TO WS-REFUND-TOTAL
                       PERFORM 5210-REFUND-LINE
                   END-IF
                   READ DEPOSITS-HELD
               END-PERFORM
               CLOSE DEPOSITS-HELD
           END-IF.
           MOVE WS-REFUND-TOTAL TO RFT-AMOUNT.
           WRITE UNAPPLIED-RPT-REC FROM WS-REFUND-TOTAL-LINE.

       5210-REFUND-LINE.
           IF DEP-DATE IS NUMERIC
               COMPUTE WS-DEP-INT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(DEP-DATE))
               COMPUTE WS-DEP-AGE-DAYS = WS-TODAY-INT - WS-DEP-INT
           ELSE
               MOVE 0 TO WS-DEP-AGE-DAYS
           END-IF.
           MOVE DEP-ORDER-ID    TO UAL-ORDER.
           MOVE DEP-CUST-NUMBER TO UAL-CUST.
           MOVE DEP-DATE        TO UAL-DATE.
           MOVE DEP-AMOUNT      TO UAL-AMOUNT.
           MOVE WS-DEP-AGE-DAYS TO UAL-DAYS.
           WRITE UNAPPLIED-RPT-REC FROM WS-UNAPPLIED-LINE.
