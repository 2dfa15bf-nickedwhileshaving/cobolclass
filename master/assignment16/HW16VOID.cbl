      *A lost check is marked void and a replacement entry is issued
      *under the next number from the check control file, keeping the
      *register an honest record for positive pay and the monthly
      *bank-statement balancing.  The replacement stays with the
      *company the lost check was drawn on.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DATA RECORD IS CHECK-REGISTER-REC.
       01 CHECK-REGISTER-REC.
          05 CREG-CHECK-NUMBER        PIC 9(07).
          05 CREG-PAY-DATE            PIC X(08).
          05 CREG-EMP-NUMBER          PIC X(05).
          05 CREG-AMOUNT              PIC 9(06)V99.
          05 CREG-STATUS              PIC X(01).
          05 CREG-CHECK-TYPE          PIC X(01).
          05 CREG-COMPANY             PIC X(02).

      * OVERPAYMENT RECEIVABLES -- POSTED HERE WHEN A PAYMENT IS
      * REVERSED (A VOIDED CHECK, OR THE "OV" ENTRY FOR A DIRECT
           RECORDING MODE IS F
           DATA RECORD IS OVERPAY-RECEIVABLE-REC.
       01 OVERPAY-RECEIVABLE-REC.
          05 OVP-EMP-NUMBER           PIC X(05).
          05 OVP-ORIG-PAY-DATE        PIC X(08).
          05 OVP-ORIG-AMOUNT          PIC 9(06)V99.
          05 OVP-BALANCE              PIC 9(06)V99.
          05 OVP-INSTALLMENT          PIC 9(04)V99.
       01  WS-REGISTER-TABLE.
           05 WS-REG-ENTRY OCCURS 5000 TIMES.
              10 WS-REG-CHECK-NUM     PIC 9(07).
              10 WS-REG-PAY-DATE      PIC X(08).
              10 WS-REG-EMP-NUM       PIC X(05).
              10 WS-REG-AMOUNT        PIC 9(06)V99.
              10 WS-REG-STATUS        PIC X(01).
              10 WS-REG-CHECK-TYPE    PIC X(01).
              10 WS-REG-COMPANY       PIC X(02).

       01  WS-VOID-CHECK-IN           PIC X(07).
           88 VOID-EXIT                     VALUE "X      ", SPACES.
       01  WS-OVERPAY-STATUS          PIC X(02) VALUE "00".
       01  WS-RECV-ANSWER             PIC X(01).
           88 POST-RECEIVABLE               VALUE "Y" "y".
       01  WS-RECV-EMP-IN             PIC X(05).
       01  WS-RECV-DATE-IN            PIC X(08).
       01  WS-RECV-AMOUNT-IN          PIC X(08).
       01  WS-RECV-AMOUNT             PIC 9(06)V99.
       01  WS-RECV-INSTALL-IN         PIC X(06).
               WS-REG-EMP-NUM(WS-REG-SUB) " "
               WS-REG-AMOUNT(WS-REG-SUB) " "
               WS-REG-STATUS(WS-REG-SUB)
               WS-REG-CHECK-TYPE(WS-REG-SUB)
               DELIMITED BY SIZE INTO SO-AFTER.

       0900-RESOLVE-FILE-NAMES.
                       TO WS-REG-EMP-NUM(WS-REG-SUB)
                   MOVE CREG-AMOUNT TO WS-REG-AMOUNT(WS-REG-SUB)
                   MOVE CREG-STATUS TO WS-REG-STATUS(WS-REG-SUB)
                   MOVE CREG-CHECK-TYPE
                       TO WS-REG-CHECK-TYPE(WS-REG-SUB)
                   MOVE CREG-COMPANY
                       TO WS-REG-COMPANY(WS-REG-SUB)
                   READ CHECK-REGISTER
               END-PERFORM
               IF WS-REG-COUNT >= 5000
               MOVE WS-REG-AMOUNT(WS-REG-FOUND-SUB)
                   TO WS-REG-AMOUNT(WS-REG-COUNT)
               MOVE "R" TO WS-REG-STATUS(WS-REG-COUNT)
               MOVE WS-REG-COMPANY(WS-REG-FOUND-SUB)
                   TO WS-REG-COMPANY(WS-REG-COUNT)
      * THE REPLACEMENT FOR A MANUAL OR HANDWRITTEN CHECK IS PRINTED
      * ON THE STOCK UNDER THE CONTROL NUMBER -- A MANUAL CHECK.
               IF WS-REG-CHECK-TYPE(WS-REG-FOUND-SUB) = SPACE
                   MOVE SPACE TO WS-REG-CHECK-TYPE(WS-REG-COUNT)
               ELSE
                   MOVE "M" TO WS-REG-CHECK-TYPE(WS-REG-COUNT)
               END-IF
               DISPLAY "CHECK " WS-VOID-CHECK-NUM
                   " VOIDED -- REISSUED AS " WS-NEXT-CHECK-NUMBER
               ADD 1 TO WS-NEXT-CHECK-NUMBER
       3000-ENTER-RECEIVABLE.
           DISPLAY "EMPLOYEE NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-RECV-EMP-IN.
           DISPLAY "ORIGINAL PAY DATE (MMDDCCYY): " WITH NO ADVANCING.
           ACCEPT WS-RECV-DATE-IN.
           DISPLAY "OVERPAID AMOUNT (99999999=999999.99): "
               WITH NO ADVANCING.
           ADD 1 TO WS-RECV-POSTED-COUNT.
           MOVE "RECEIVABLE" TO SO-ACTION.
           MOVE SPACES TO SO-KEY.
           MOVE WS-RECV-EMP-IN TO SO-KEY(1:5).
           MOVE SPACES TO SO-BEFORE.
           MOVE SPACES TO SO-AFTER.
           STRING WS-RECV-EMP-IN " " WS-RECV-DATE-IN " "
               MOVE WS-REG-EMP-NUM(WS-REG-SUB)  TO CREG-EMP-NUMBER
               MOVE WS-REG-AMOUNT(WS-REG-SUB)   TO CREG-AMOUNT
               MOVE WS-REG-STATUS(WS-REG-SUB)   TO CREG-STATUS
               MOVE WS-REG-CHECK-TYPE(WS-REG-SUB)
                   TO CREG-CHECK-TYPE
               MOVE WS-REG-COMPANY(WS-REG-SUB)  TO CREG-COMPANY
               WRITE CHECK-REGISTER-REC
           END-PERFORM.
           CLOSE CHECK-REGISTER.
