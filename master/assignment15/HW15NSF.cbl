       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW15NSF.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Returned-item (NSF) processing.  When the bank sends back a
      *rug customer's check, finds the applications HW15CASH made
      *with it on the cash-application history and undoes each one:
      *the open item's paid amount comes back off, the item reopens
      *with the due date it had when the check was applied, and the
      *history row is marked reversed so the check cannot be
      *returned twice.  Unless waived, a returned-check fee goes on
      *as an open item of its own (order RCnnn).  Every return is
      *written to the NSF register, which HW15GL posts as a debit
      *to AR against cash and fee income.  A customer with two
      *returns inside twelve months is flagged cash-only on the
      *customer master, and HW15OENT then takes orders from them
      *only with the payment in hand.  A returned HW05NB payment is
      *backed out of the payments-to-date on the HW05NB balance
      *master and registered the same way, but flagged so HW15GL
      *leaves it alone -- that ledger is not the rug ledger.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-ITEM ASSIGN TO WS-AR-OPEN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AR-OPEN-STATUS.

           SELECT CASH-APPLY-HIST ASSIGN TO WS-CASH-HIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASH-HIST-STATUS.

           SELECT NSF-REGISTER ASSIGN TO WS-NSF-REG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NSF-REG-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO WS-CUSTOMER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT BALANCE-MASTER ASSIGN TO WS-BALANCE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES RUGAR,
      *  RUGCAPH, RUGNSFR, RUGCUST, AND HW05BAL, FALLING BACK TO THE
      *  DEVELOPMENT DEFAULTS SHOWN IN 0900.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-ITEM
           RECORDING MODE IS F
           DATA RECORD IS AR-OPEN-ITEM-REC.
       01 AR-OPEN-ITEM-REC.
          05 AR-CUST-NUMBER           PIC X(05).
          05 AR-ORDER-ID              PIC X(05).
          05 AR-INVOICE-DATE          PIC X(08).
          05 AR-AMOUNT-DUE            PIC 9(08)V99.
          05 AR-AMOUNT-PAID           PIC 9(08)V99.
          05 AR-STATUS                PIC X(01).
          05 AR-DUE-DATE              PIC X(08).

      * WRITTEN BY HW15CASH, ONE ROW PER RECEIPT APPLIED.  REVERSED
      * SWITCH "R" MARKS AN APPLICATION ALREADY UNDONE HERE.
       FD  CASH-APPLY-HIST
           RECORDING MODE IS F
           DATA RECORD IS CASH-APPLY-HIST-REC.
       01 CASH-APPLY-HIST-REC.
          05 CAH-APPLY-DATE           PIC X(08).
          05 CAH-CUST-NUMBER          PIC X(05).
          05 CAH-ORDER-ID             PIC X(05).
          05 CAH-CHECK-NO             PIC X(10).
          05 CAH-AMOUNT               PIC 9(08)V99.
          05 CAH-RELIEVED             PIC 9(08)V99.
          05 CAH-DUE-DATE             PIC X(08).
          05 CAH-SOURCE               PIC X(01).
          05 CAH-REVERSED-SW          PIC X(01).

      * SOURCE "R" IS A RUG AR RETURN, "P" AN HW05NB PAYMENT.  POSTED
      * FLAG "N" WAITS FOR HW15GL, WHICH SETS "P"; "X" ROWS ARE NEVER
      * JOURNALED.
       FD  NSF-REGISTER
           RECORDING MODE IS F
           DATA RECORD IS NSF-REGISTER-REC.
       01 NSF-REGISTER-REC.
          05 NSF-DATE                 PIC X(08).
          05 NSF-DATE-N REDEFINES NSF-DATE
                                      PIC 9(08).
          05 NSF-SOURCE               PIC X(01).
          05 NSF-CUST-NUMBER          PIC X(05).
          05 NSF-CHECK-NO             PIC X(10).
          05 NSF-AMOUNT               PIC 9(08)V99.
          05 NSF-FEE                  PIC 9(05)V99.
          05 NSF-FEE-ORDER            PIC X(05).
          05 NSF-POSTED-FLAG          PIC X(01).

      * ONLY THE KEY AND THE CASH-ONLY FLAG ARE TOUCHED; THE REST
      * OF EACH RECORD IS CARRIED THROUGH AS READ.
       FD  CUSTOMER-MASTER
           RECORDING MODE IS F
           DATA RECORD IS CUSTOMER-MASTER-REC.
       01 CUSTOMER-MASTER-REC.
          05 CM-CUST-NUMBER           PIC X(05).
          05 FILLER                   PIC X(66).
          05 CM-CASH-ONLY-SW          PIC X(01).
          05 FILLER                   PIC X(02).

      * HW05NB PAYMENTS-TO-DATE BY CUSTOMER.
       FD  BALANCE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS BALANCE-REC.
       01 BALANCE-REC.
          05 BAL-CUST-ID              PIC X(05).
          05 BAL-PAYMENTS-YTD         PIC 9(08)V9(03).
          05 BAL-LAST-PAY-DATE        PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-AR-OPEN-DSN             PIC X(80).
       01  WS-CASH-HIST-DSN           PIC X(80).
       01  WS-NSF-REG-DSN             PIC X(80).
       01  WS-CUSTOMER-DSN            PIC X(80).
       01  WS-BALANCE-DSN             PIC X(80).
       01  WS-AR-OPEN-STATUS          PIC X(02) VALUE "00".
       01  WS-CASH-HIST-STATUS        PIC X(02) VALUE "00".
       01  WS-NSF-REG-STATUS          PIC X(02) VALUE "00".
       01  WS-CUSTOMER-STATUS         PIC X(02) VALUE "00".
       01  WS-BALANCE-STATUS          PIC X(02) VALUE "00".

       01  WS-AR-COUNT                PIC 9(04) VALUE 0.
       01  WS-AR-SUB                  PIC 9(04).
       01  WS-AR-TABLE.
           05 WS-AR-ENTRY OCCURS 2000 TIMES.
              10 WS-AR-CUST           PIC X(05).
              10 WS-AR-ORDER          PIC X(05).
              10 WS-AR-DATE           PIC X(08).
              10 WS-AR-DUE            PIC 9(08)V99.
              10 WS-AR-PAID           PIC 9(08)V99.
              10 WS-AR-STAT           PIC X(01).
              10 WS-AR-DUEDT          PIC X(08).

       01  WS-CAH-COUNT               PIC 9(04) VALUE 0.
       01  WS-CAH-SUB                 PIC 9(04).
       01  WS-CAH-TABLE.
           05 WS-CAH-ENTRY OCCURS 5000 TIMES.
              10 WS-CAH-DATE          PIC X(08).
              10 WS-CAH-CUST          PIC X(05).
              10 WS-CAH-ORDER         PIC X(05).
              10 WS-CAH-CHECK         PIC X(10).
              10 WS-CAH-AMOUNT        PIC 9(08)V99.
              10 WS-CAH-RELIEVED      PIC 9(08)V99.
              10 WS-CAH-DUEDT         PIC X(08).
              10 WS-CAH-SOURCE        PIC X(01).
              10 WS-CAH-REV           PIC X(01).
              10 WS-CAH-PICK          PIC X(01).
              10 WS-CAH-AR-SUB        PIC 9(04).

       01  WS-CUST-COUNT              PIC 9(03) VALUE 0.
       01  WS-CUST-SUB                PIC 9(03).
       01  WS-CUST-FOUND-SUB          PIC 9(03).
       01  WS-CUST-TABLE.
           05 WS-CUST-IMAGE OCCURS 100 TIMES
                                      PIC X(74).

       01  WS-BAL-COUNT               PIC 9(03) VALUE 0.
       01  WS-BAL-SUB                 PIC 9(03).
       01  WS-BAL-FOUND-SUB           PIC 9(03).
       01  WS-BAL-TABLE.
           05 WS-BAL-ENTRY OCCURS 200 TIMES.
              10 WS-BAL-ID            PIC X(05).
              10 WS-BAL-YTD           PIC 9(08)V9(03).
              10 WS-BAL-LAST-DATE     PIC X(08).

      * ANY TABLE THAT FILLS BEFORE ITS FILE ENDS WOULD LOSE ROWS ON
      * THE REWRITE, SO THE RUN STOPS BEFORE IT STARTS.
       01  WS-OVERFLOW-SW             PIC X(01) VALUE "N".
           88 TABLE-OVERFLOW                 VALUE "Y".
       01  WS-OVERFLOW-FILE           PIC X(30).

       01  WS-IN-SOURCE               PIC X(01).
           88 NSF-EXIT                       VALUE "X" "x" SPACE.
           88 NSF-RUG-RETURN                 VALUE "R" "r".
           88 NSF-HW05-RETURN                VALUE "P" "p".
       01  WS-IN-CUSTOMER             PIC X(05).
       01  WS-IN-CHECK-NO             PIC X(10).
       01  WS-IN-ORDER                PIC X(05).
       01  WS-IN-AMOUNT               PIC X(11).
       01  WS-IN-CONFIRM              PIC X(01).
           88 NSF-CONFIRMED                  VALUE "Y" "y".
       01  WS-IN-FEE                  PIC X(01).
           88 NSF-FEE-WAIVED                 VALUE "N" "n".

       01  WS-RETURN-AMOUNT           PIC 9(08)V99.
       01  WS-PICKED-TOTAL            PIC 9(09)V99.
       01  WS-PICKED-COUNT            PIC 9(03).
       01  WS-ARCHIVED-COUNT          PIC 9(03).
       01  WS-RELIEVED                PIC 9(08)V99.
       01  WS-YTD-RETURN              PIC 9(08)V9(03).

      * THE SHOP'S RETURNED-CHECK CHARGE.
       01  WS-NSF-FEE-AMOUNT          PIC 9(05)V99 VALUE 25.00.
       01  WS-FEE-CHARGED             PIC 9(05)V99.
       01  WS-FEE-ORDER               PIC X(05).
       01  WS-FEE-SEQ                 PIC 9(03).
       01  WS-HIGH-FEE-SEQ            PIC 9(03).

      * TWO RETURNS INSIDE THIS MANY DAYS MAKE A CUSTOMER CASH-ONLY.
       01  WS-CASH-ONLY-DAYS          PIC 9(03) VALUE 365.
       01  WS-CASH-ONLY-LIMIT         PIC 9(02) VALUE 2.
       01  WS-RECENT-RETURNS          PIC 9(03).
       01  WS-TODAY                   PIC X(08).
       01  WS-TODAY-N REDEFINES WS-TODAY
                                      PIC 9(08).
       01  WS-TODAY-INT               PIC 9(07).

       01  WS-AR-CHANGED-SW           PIC X(01) VALUE "N".
           88 AR-FILE-CHANGED                VALUE "Y".
       01  WS-CUST-CHANGED-SW         PIC X(01) VALUE "N".
           88 CUST-FILE-CHANGED              VALUE "Y".
       01  WS-BAL-CHANGED-SW          PIC X(01) VALUE "N".
           88 BAL-FILE-CHANGED               VALUE "Y".

       01  WS-RETURN-COUNT            PIC 9(04) VALUE 0.
       01  WS-RETURN-TOTAL            PIC 9(09)V99 VALUE 0.
       01  WS-FEE-TOTAL               PIC 9(07)V99 VALUE 0.
       01  WS-AMT-DISP                PIC $,$$$,$$9.99-.

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW15NSF - RETURNED-ITEM PROCESSING".
           PERFORM 1000-INITIALIZE.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           IF TABLE-OVERFLOW
               DISPLAY WS-OVERFLOW-FILE " HOLDS MORE ROWS THAN THIS "
                   "PROGRAM CAN CARRY -- A REWRITE WOULD DROP THEM."
               DISPLAY "PURGE OR ARCHIVE FIRST. NO CHANGES MADE."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1900-PROMPT-SOURCE.
           PERFORM UNTIL NSF-EXIT
               EVALUATE TRUE
                   WHEN NSF-RUG-RETURN
                       PERFORM 2000-RUG-RETURN THRU 2000-EXIT
                   WHEN NSF-HW05-RETURN
                       PERFORM 4000-HW05-RETURN THRU 4000-EXIT
                   WHEN OTHER
                       DISPLAY "ENTER R, P, OR X"
               END-EVALUATE
               PERFORM 1900-PROMPT-SOURCE
           END-PERFORM.
           IF AR-FILE-CHANGED
               PERFORM 6000-REWRITE-AR-FILE
               PERFORM 6100-REWRITE-CASH-HISTORY
           END-IF.
           IF CUST-FILE-CHANGED
               PERFORM 6200-REWRITE-CUSTOMER-MASTER
           END-IF.
           IF BAL-FILE-CHANGED
               PERFORM 6300-REWRITE-BALANCE-MASTER
           END-IF.
           DISPLAY "ITEMS RETURNED    : " WS-RETURN-COUNT.
           MOVE WS-RETURN-TOTAL TO WS-AMT-DISP.
           DISPLAY "DOLLARS RETURNED  : " WS-AMT-DISP.
           MOVE WS-FEE-TOTAL TO WS-AMT-DISP.
           DISPLAY "FEES CHARGED      : " WS-AMT-DISP.
           DISPLAY "HW15NSF CONCLUDES".
           GOBACK.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-AR-OPEN-DSN FROM ENVIRONMENT "RUGAR".
           IF WS-AR-OPEN-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15AR.dat"
               TO WS-AR-OPEN-DSN
           END-IF.
           ACCEPT WS-CASH-HIST-DSN FROM ENVIRONMENT "RUGCAPH".
           IF WS-CASH-HIST-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CAPH.dat"
               TO WS-CASH-HIST-DSN
           END-IF.
           ACCEPT WS-NSF-REG-DSN FROM ENVIRONMENT "RUGNSFR".
           IF WS-NSF-REG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15NSFR.dat"
               TO WS-NSF-REG-DSN
           END-IF.
           ACCEPT WS-CUSTOMER-DSN FROM ENVIRONMENT "RUGCUST".
           IF WS-CUSTOMER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CUST.dat"
               TO WS-CUSTOMER-DSN
           END-IF.
           ACCEPT WS-BALANCE-DSN FROM ENVIRONMENT "HW05BAL".
           IF WS-BALANCE-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW05BAL.dat"
               TO WS-BALANCE-DSN
           END-IF.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-N).
           OPEN INPUT AR-OPEN-ITEM.
           IF WS-AR-OPEN-STATUS NOT = "00"
               DISPLAY "AR OPEN-ITEM FILE NOT AVAILABLE - STATUS "
                   WS-AR-OPEN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               READ AR-OPEN-ITEM
               PERFORM UNTIL WS-AR-OPEN-STATUS > "00"
                          OR WS-AR-COUNT >= 2000
                   ADD 1 TO WS-AR-COUNT
                   MOVE AR-CUST-NUMBER TO WS-AR-CUST(WS-AR-COUNT)
                   MOVE AR-ORDER-ID    TO WS-AR-ORDER(WS-AR-COUNT)
                   MOVE AR-INVOICE-DATE TO WS-AR-DATE(WS-AR-COUNT)
                   MOVE AR-AMOUNT-DUE  TO WS-AR-DUE(WS-AR-COUNT)
                   MOVE AR-AMOUNT-PAID TO WS-AR-PAID(WS-AR-COUNT)
                   MOVE AR-STATUS      TO WS-AR-STAT(WS-AR-COUNT)
                   MOVE AR-DUE-DATE    TO WS-AR-DUEDT(WS-AR-COUNT)
                   READ AR-OPEN-ITEM
               END-PERFORM
               IF WS-AR-COUNT >= 2000
                   AND WS-AR-OPEN-STATUS = "00"
                   MOVE "Y" TO WS-OVERFLOW-SW
                   MOVE "AR OPEN-ITEM FILE" TO WS-OVERFLOW-FILE
               END-IF
               CLOSE AR-OPEN-ITEM
           END-IF.
           OPEN INPUT CASH-APPLY-HIST.
           IF WS-CASH-HIST-STATUS = "00"
               READ CASH-APPLY-HIST
               PERFORM UNTIL WS-CASH-HIST-STATUS > "00"
                          OR WS-CAH-COUNT >= 5000
                   ADD 1 TO WS-CAH-COUNT
                   MOVE CAH-APPLY-DATE  TO WS-CAH-DATE(WS-CAH-COUNT)
                   MOVE CAH-CUST-NUMBER TO WS-CAH-CUST(WS-CAH-COUNT)
                   MOVE CAH-ORDER-ID    TO WS-CAH-ORDER(WS-CAH-COUNT)
                   MOVE CAH-CHECK-NO    TO WS-CAH-CHECK(WS-CAH-COUNT)
                   MOVE CAH-AMOUNT      TO WS-CAH-AMOUNT(WS-CAH-COUNT)
                   MOVE CAH-RELIEVED
                       TO WS-CAH-RELIEVED(WS-CAH-COUNT)
                   MOVE CAH-DUE-DATE    TO WS-CAH-DUEDT(WS-CAH-COUNT)
                   MOVE CAH-SOURCE      TO WS-CAH-SOURCE(WS-CAH-COUNT)
                   MOVE CAH-REVERSED-SW TO WS-CAH-REV(WS-CAH-COUNT)
                   READ CASH-APPLY-HIST
               END-PERFORM
               IF WS-CAH-COUNT >= 5000
                   AND WS-CASH-HIST-STATUS = "00"
                   MOVE "Y" TO WS-OVERFLOW-SW
                   MOVE "CASH-APPLICATION HISTORY" TO WS-OVERFLOW-FILE
               END-IF
               CLOSE CASH-APPLY-HIST
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-STATUS = "00"
               READ CUSTOMER-MASTER
               PERFORM UNTIL WS-CUSTOMER-STATUS > "00"
                          OR WS-CUST-COUNT >= 100
                   ADD 1 TO WS-CUST-COUNT
                   MOVE CUSTOMER-MASTER-REC
                       TO WS-CUST-IMAGE(WS-CUST-COUNT)
                   READ CUSTOMER-MASTER
               END-PERFORM
               IF WS-CUST-COUNT >= 100
                   AND WS-CUSTOMER-STATUS = "00"
                   MOVE "Y" TO WS-OVERFLOW-SW
                   MOVE "CUSTOMER MASTER" TO WS-OVERFLOW-FILE
               END-IF
               CLOSE CUSTOMER-MASTER
           END-IF.
           OPEN INPUT BALANCE-MASTER.
           IF WS-BALANCE-STATUS = "00"
               READ BALANCE-MASTER
               PERFORM UNTIL WS-BALANCE-STATUS > "00"
                          OR WS-BAL-COUNT >= 200
                   ADD 1 TO WS-BAL-COUNT
                   MOVE BAL-CUST-ID TO WS-BAL-ID(WS-BAL-COUNT)
                   IF BAL-PAYMENTS-YTD IS NUMERIC
                       MOVE BAL-PAYMENTS-YTD
                           TO WS-BAL-YTD(WS-BAL-COUNT)
                   ELSE
                       MOVE ZEROS TO WS-BAL-YTD(WS-BAL-COUNT)
                   END-IF
                   MOVE BAL-LAST-PAY-DATE
                       TO WS-BAL-LAST-DATE(WS-BAL-COUNT)
                   READ BALANCE-MASTER
               END-PERFORM
               IF WS-BAL-COUNT >= 200
                   AND WS-BALANCE-STATUS = "00"
                   MOVE "Y" TO WS-OVERFLOW-SW
                   MOVE "HW05NB BALANCE MASTER" TO WS-OVERFLOW-FILE
               END-IF
               CLOSE BALANCE-MASTER
           END-IF.
           DISPLAY "OPEN ITEMS LOADED  : " WS-AR-COUNT.
           DISPLAY "APPLICATIONS LOADED: " WS-CAH-COUNT.

       1900-PROMPT-SOURCE.
           DISPLAY "RETURNED ITEM FROM (R=RUG AR, P=HW05 PAYMENT, "
               "X=EXIT): " WITH NO ADVANCING.
           ACCEPT WS-IN-SOURCE.

      ******************************************************************
      * A RUG CUSTOMER'S CHECK CAME BACK.  WITH A CHECK NUMBER, EVERY
      * UNREVERSED APPLICATION OF THAT CHECK IS PICKED UP; WITHOUT ONE
      * (KEYED RECEIPTS OFTEN CARRY NONE) THE LATEST APPLICATION TO
      * THE ORDER FOR EXACTLY THE RETURNED AMOUNT IS.  EITHER WAY THE
      * APPLICATIONS FOUND MUST ADD UP TO WHAT THE BANK RETURNED.
      ******************************************************************
       2000-RUG-RETURN.
           DISPLAY "CUSTOMER NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-IN-CUSTOMER.
           DISPLAY "CHECK NUMBER (BLANK IF NONE ON THE RECEIPT): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-CHECK-NO.
           MOVE SPACES TO WS-IN-ORDER.
           IF WS-IN-CHECK-NO = SPACES
               DISPLAY "ORDER THE CHECK PAID: " WITH NO ADVANCING
               ACCEPT WS-IN-ORDER
           END-IF.
           DISPLAY "AMOUNT RETURNED: " WITH NO ADVANCING.
           ACCEPT WS-IN-AMOUNT.
           IF FUNCTION TEST-NUMVAL(WS-IN-AMOUNT) NOT = 0
               DISPLAY "AMOUNT NOT NUMERIC -- NOTHING REVERSED"
               GO TO 2000-EXIT
           END-IF.
           COMPUTE WS-RETURN-AMOUNT = FUNCTION NUMVAL(WS-IN-AMOUNT).
           IF WS-RETURN-AMOUNT = 0
               DISPLAY "AMOUNT IS ZERO -- NOTHING REVERSED"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-FIND-APPLICATIONS.
           IF WS-PICKED-COUNT = 0
               DISPLAY "NO UNREVERSED APPLICATION OF THAT PAYMENT "
                   "FOR CUSTOMER " WS-IN-CUSTOMER
               GO TO 2000-EXIT
           END-IF.
           IF WS-PICKED-TOTAL NOT = WS-RETURN-AMOUNT
               MOVE WS-PICKED-TOTAL TO WS-AMT-DISP
               DISPLAY "APPLICATIONS FOUND TOTAL " WS-AMT-DISP
                   " -- NOT THE AMOUNT RETURNED. NOTHING REVERSED."
               GO TO 2000-EXIT
           END-IF.
           IF WS-ARCHIVED-COUNT > 0
               DISPLAY WS-ARCHIVED-COUNT " ITEM(S) PAID BY THIS CHECK"
                   " HAVE BEEN ARCHIVED -- REVERSE BY HAND."
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "REVERSE THESE APPLICATIONS (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-IN-CONFIRM.
           IF NOT NSF-CONFIRMED
               DISPLAY "NOTHING REVERSED"
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "CHARGE THE RETURNED-CHECK FEE (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-IN-FEE.
           PERFORM 2200-REOPEN-ITEMS.
           MOVE ZEROS  TO WS-FEE-CHARGED.
           MOVE SPACES TO WS-FEE-ORDER.
           IF NOT NSF-FEE-WAIVED
               PERFORM 2300-ADD-FEE-ITEM
           END-IF.
           PERFORM 2400-COUNT-RECENT-RETURNS.
           MOVE "R"              TO NSF-SOURCE.
           MOVE WS-IN-CUSTOMER   TO NSF-CUST-NUMBER.
           MOVE WS-IN-CHECK-NO   TO NSF-CHECK-NO.
           MOVE WS-RETURN-AMOUNT TO NSF-AMOUNT.
           MOVE WS-FEE-CHARGED   TO NSF-FEE.
           MOVE WS-FEE-ORDER     TO NSF-FEE-ORDER.
      * CLEARED BY HW15GL ONCE THE REVERSAL ENTRY POSTS.
           MOVE "N"              TO NSF-POSTED-FLAG.
           PERFORM 5000-WRITE-REGISTER.
           ADD 1 TO WS-RETURN-COUNT.
           ADD WS-RETURN-AMOUNT TO WS-RETURN-TOTAL.
           ADD WS-FEE-CHARGED TO WS-FEE-TOTAL.
           DISPLAY "CHECK REVERSED FOR CUSTOMER " WS-IN-CUSTOMER.
           IF WS-RECENT-RETURNS >= WS-CASH-ONLY-LIMIT
               PERFORM 2500-FLAG-CASH-ONLY
           END-IF.
       2000-EXIT.
           EXIT.

       2100-FIND-APPLICATIONS.
           MOVE 0 TO WS-PICKED-COUNT WS-PICKED-TOTAL WS-ARCHIVED-COUNT.
           PERFORM VARYING WS-CAH-SUB FROM 1 BY 1
               UNTIL WS-CAH-SUB > WS-CAH-COUNT
               MOVE SPACE TO WS-CAH-PICK(WS-CAH-SUB)
           END-PERFORM.
           IF WS-IN-CHECK-NO NOT = SPACES
               PERFORM VARYING WS-CAH-SUB FROM 1 BY 1
                   UNTIL WS-CAH-SUB > WS-CAH-COUNT
                   IF WS-CAH-CUST(WS-CAH-SUB) = WS-IN-CUSTOMER
                       AND WS-CAH-CHECK(WS-CAH-SUB) = WS-IN-CHECK-NO
                       AND WS-CAH-REV(WS-CAH-SUB) NOT = "R"
                       PERFORM 2150-PICK-APPLICATION
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-CAH-SUB FROM WS-CAH-COUNT BY -1
                   UNTIL WS-CAH-SUB < 1
                   IF WS-CAH-CUST(WS-CAH-SUB) = WS-IN-CUSTOMER
                       AND WS-CAH-ORDER(WS-CAH-SUB) = WS-IN-ORDER
                       AND WS-CAH-AMOUNT(WS-CAH-SUB)
                           = WS-RETURN-AMOUNT
                       AND WS-CAH-REV(WS-CAH-SUB) NOT = "R"
                       PERFORM 2150-PICK-APPLICATION
                       MOVE 1 TO WS-CAH-SUB
                   END-IF
               END-PERFORM
           END-IF.

       2150-PICK-APPLICATION.
           MOVE "Y" TO WS-CAH-PICK(WS-CAH-SUB).
           ADD 1 TO WS-PICKED-COUNT.
           ADD WS-CAH-AMOUNT(WS-CAH-SUB) TO WS-PICKED-TOTAL.
           MOVE 0 TO WS-CAH-AR-SUB(WS-CAH-SUB).
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
               UNTIL WS-AR-SUB > WS-AR-COUNT
               IF WS-AR-CUST(WS-AR-SUB) = WS-CAH-CUST(WS-CAH-SUB)
                   AND WS-AR-ORDER(WS-AR-SUB)
                       = WS-CAH-ORDER(WS-CAH-SUB)
                   MOVE WS-AR-SUB TO WS-CAH-AR-SUB(WS-CAH-SUB)
                   MOVE WS-AR-COUNT TO WS-AR-SUB
               END-IF
           END-PERFORM.
           MOVE WS-CAH-AMOUNT(WS-CAH-SUB) TO WS-AMT-DISP.
           IF WS-CAH-AR-SUB(WS-CAH-SUB) = 0
               ADD 1 TO WS-ARCHIVED-COUNT
               DISPLAY "  " WS-CAH-ORDER(WS-CAH-SUB) " APPLIED "
                   WS-CAH-DATE(WS-CAH-SUB) " " WS-AMT-DISP
                   "  ** NO LONGER ON THE AR FILE **"
           ELSE
               DISPLAY "  " WS-CAH-ORDER(WS-CAH-SUB) " APPLIED "
                   WS-CAH-DATE(WS-CAH-SUB) " " WS-AMT-DISP
                   "  WAS DUE " WS-CAH-DUEDT(WS-CAH-SUB)
           END-IF.

      * PUT BACK WHAT EACH APPLICATION TOOK OFF THE ITEM -- THE CHECK
      * AND ANY EARLY-PAY DISCOUNT THAT RODE ON IT -- AND REOPEN THE
      * ITEM ON ITS ORIGINAL TERMS.
       2200-REOPEN-ITEMS.
           PERFORM VARYING WS-CAH-SUB FROM 1 BY 1
               UNTIL WS-CAH-SUB > WS-CAH-COUNT
               IF WS-CAH-PICK(WS-CAH-SUB) = "Y"
                   MOVE WS-CAH-AR-SUB(WS-CAH-SUB) TO WS-AR-SUB
                   MOVE WS-CAH-RELIEVED(WS-CAH-SUB) TO WS-RELIEVED
                   IF WS-RELIEVED > WS-AR-PAID(WS-AR-SUB)
                       MOVE WS-AR-PAID(WS-AR-SUB) TO WS-RELIEVED
                   END-IF
                   SUBTRACT WS-RELIEVED FROM WS-AR-PAID(WS-AR-SUB)
                   IF WS-AR-PAID(WS-AR-SUB) < WS-AR-DUE(WS-AR-SUB)
                       MOVE "O" TO WS-AR-STAT(WS-AR-SUB)
                   END-IF
                   IF WS-CAH-DUEDT(WS-CAH-SUB) NOT = SPACES
                       MOVE WS-CAH-DUEDT(WS-CAH-SUB)
                           TO WS-AR-DUEDT(WS-AR-SUB)
                   END-IF
                   MOVE "R" TO WS-CAH-REV(WS-CAH-SUB)
                   MOVE "Y" TO WS-AR-CHANGED-SW
               END-IF
           END-PERFORM.

      * THE FEE IS ITS OWN OPEN ITEM, DUE TODAY, NUMBERED RC001 UP
      * PAST THE HIGHEST FEE ITEM ALREADY ON FILE.
       2300-ADD-FEE-ITEM.
           IF WS-AR-COUNT >= 2000
               DISPLAY "AR OPEN-ITEM TABLE FULL -- FEE NOT CHARGED"
           ELSE
               MOVE 0 TO WS-HIGH-FEE-SEQ
               PERFORM VARYING WS-AR-SUB FROM 1 BY 1
                   UNTIL WS-AR-SUB > WS-AR-COUNT
                   IF WS-AR-ORDER(WS-AR-SUB)(1:2) = "RC"
                       AND WS-AR-ORDER(WS-AR-SUB)(3:3) IS NUMERIC
                       MOVE WS-AR-ORDER(WS-AR-SUB)(3:3) TO WS-FEE-SEQ
                       IF WS-FEE-SEQ > WS-HIGH-FEE-SEQ
                           MOVE WS-FEE-SEQ TO WS-HIGH-FEE-SEQ
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE WS-FEE-SEQ = WS-HIGH-FEE-SEQ + 1
               MOVE "RC" TO WS-FEE-ORDER(1:2)
               MOVE WS-FEE-SEQ TO WS-FEE-ORDER(3:3)
               ADD 1 TO WS-AR-COUNT
               MOVE WS-IN-CUSTOMER    TO WS-AR-CUST(WS-AR-COUNT)
               MOVE WS-FEE-ORDER      TO WS-AR-ORDER(WS-AR-COUNT)
               MOVE WS-TODAY          TO WS-AR-DATE(WS-AR-COUNT)
               MOVE WS-NSF-FEE-AMOUNT TO WS-AR-DUE(WS-AR-COUNT)
               MOVE ZEROS             TO WS-AR-PAID(WS-AR-COUNT)
               MOVE "O"               TO WS-AR-STAT(WS-AR-COUNT)
               MOVE WS-TODAY          TO WS-AR-DUEDT(WS-AR-COUNT)
               MOVE WS-NSF-FEE-AMOUNT TO WS-FEE-CHARGED
               MOVE "Y" TO WS-AR-CHANGED-SW
               MOVE WS-FEE-CHARGED TO WS-AMT-DISP
               DISPLAY "RETURNED-CHECK FEE " WS-AMT-DISP
                   " BILLED AS " WS-FEE-ORDER
           END-IF.

      * RUG RETURNS FOR THE CUSTOMER ON THE REGISTER INSIDE THE
      * WINDOW, COUNTING THE ONE BEING RECORDED NOW.
       2400-COUNT-RECENT-RETURNS.
           MOVE 1 TO WS-RECENT-RETURNS.
           OPEN INPUT NSF-REGISTER.
           IF WS-NSF-REG-STATUS = "00"
               READ NSF-REGISTER
               PERFORM UNTIL WS-NSF-REG-STATUS > "00"
                   IF NSF-SOURCE = "R"
                       AND NSF-CUST-NUMBER = WS-IN-CUSTOMER
                       AND NSF-DATE IS NUMERIC
                       IF WS-TODAY-INT
                           - FUNCTION INTEGER-OF-DATE(NSF-DATE-N)
                           <= WS-CASH-ONLY-DAYS
                           ADD 1 TO WS-RECENT-RETURNS
                       END-IF
                   END-IF
                   READ NSF-REGISTER
               END-PERFORM
               CLOSE NSF-REGISTER
           END-IF.

       2500-FLAG-CASH-ONLY.
           MOVE 0 TO WS-CUST-FOUND-SUB.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
               IF WS-CUST-IMAGE(WS-CUST-SUB)(1:5) = WS-IN-CUSTOMER
                   MOVE WS-CUST-SUB TO WS-CUST-FOUND-SUB
                   MOVE WS-CUST-COUNT TO WS-CUST-SUB
               END-IF
           END-PERFORM.
           IF WS-CUST-FOUND-SUB = 0
               DISPLAY "CUSTOMER " WS-IN-CUSTOMER " NOT ON THE "
                   "CUSTOMER MASTER -- CASH-ONLY FLAG NOT SET"
           ELSE
               MOVE WS-CUST-IMAGE(WS-CUST-FOUND-SUB)
                   TO CUSTOMER-MASTER-REC
               IF CM-CASH-ONLY-SW NOT = "Y"
                   MOVE "Y" TO CM-CASH-ONLY-SW
                   MOVE CUSTOMER-MASTER-REC
                       TO WS-CUST-IMAGE(WS-CUST-FOUND-SUB)
                   MOVE "Y" TO WS-CUST-CHANGED-SW
               END-IF
               DISPLAY "** " WS-RECENT-RETURNS " RETURNS IN TWELVE "
                   "MONTHS -- CUSTOMER " WS-IN-CUSTOMER
                   " IS NOW CASH ONLY **"
           END-IF.

      ******************************************************************
      * A HW05NB CUSTOMER'S PAYMENT CAME BACK.  THE PAYMENT COMES OFF
      * THE PAYMENTS-TO-DATE ON THE BALANCE MASTER (NEVER BELOW ZERO)
      * AND IS REGISTERED, BUT NOT FOR THE RUG JOURNAL.
      ******************************************************************
       4000-HW05-RETURN.
           DISPLAY "HW05 CUSTOMER ID: " WITH NO ADVANCING.
           ACCEPT WS-IN-CUSTOMER.
           MOVE 0 TO WS-BAL-FOUND-SUB.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT
               IF WS-BAL-ID(WS-BAL-SUB) = WS-IN-CUSTOMER
                   MOVE WS-BAL-SUB TO WS-BAL-FOUND-SUB
                   MOVE WS-BAL-COUNT TO WS-BAL-SUB
               END-IF
           END-PERFORM.
           IF WS-BAL-FOUND-SUB = 0
               DISPLAY "NO HW05 BALANCE RECORD FOR " WS-IN-CUSTOMER
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "CHECK NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-IN-CHECK-NO.
           DISPLAY "AMOUNT RETURNED: " WITH NO ADVANCING.
           ACCEPT WS-IN-AMOUNT.
           IF FUNCTION TEST-NUMVAL(WS-IN-AMOUNT) NOT = 0
               DISPLAY "AMOUNT NOT NUMERIC -- NOTHING REVERSED"
               GO TO 4000-EXIT
           END-IF.
           COMPUTE WS-RETURN-AMOUNT = FUNCTION NUMVAL(WS-IN-AMOUNT).
           IF WS-RETURN-AMOUNT = 0
               DISPLAY "AMOUNT IS ZERO -- NOTHING REVERSED"
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-BAL-YTD(WS-BAL-FOUND-SUB) TO WS-AMT-DISP.
           DISPLAY "  PAYMENTS TO DATE " WS-AMT-DISP.
           DISPLAY "REVERSE THIS PAYMENT (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-IN-CONFIRM.
           IF NOT NSF-CONFIRMED
               DISPLAY "NOTHING REVERSED"
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-RETURN-AMOUNT TO WS-YTD-RETURN.
           IF WS-YTD-RETURN > WS-BAL-YTD(WS-BAL-FOUND-SUB)
               DISPLAY "RETURN EXCEEDS PAYMENTS TO DATE -- "
                   "PAYMENTS TO DATE SET TO ZERO"
               MOVE WS-BAL-YTD(WS-BAL-FOUND-SUB) TO WS-YTD-RETURN
           END-IF.
           SUBTRACT WS-YTD-RETURN FROM WS-BAL-YTD(WS-BAL-FOUND-SUB).
           MOVE "Y" TO WS-BAL-CHANGED-SW.
           MOVE "P"              TO NSF-SOURCE.
           MOVE WS-IN-CUSTOMER   TO NSF-CUST-NUMBER.
           MOVE WS-IN-CHECK-NO   TO NSF-CHECK-NO.
           MOVE WS-RETURN-AMOUNT TO NSF-AMOUNT.
           MOVE ZEROS            TO NSF-FEE.
           MOVE SPACES           TO NSF-FEE-ORDER.
           MOVE "X"              TO NSF-POSTED-FLAG.
           PERFORM 5000-WRITE-REGISTER.
           ADD 1 TO WS-RETURN-COUNT.
           ADD WS-RETURN-AMOUNT TO WS-RETURN-TOTAL.
           DISPLAY "HW05 PAYMENT REVERSED FOR " WS-IN-CUSTOMER.
       4000-EXIT.
           EXIT.

       5000-WRITE-REGISTER.
           MOVE WS-TODAY TO NSF-DATE.
           OPEN EXTEND NSF-REGISTER.
           IF WS-NSF-REG-STATUS = "35"
               OPEN OUTPUT NSF-REGISTER
           END-IF.
           WRITE NSF-REGISTER-REC.
           CLOSE NSF-REGISTER.

       6000-REWRITE-AR-FILE.
           OPEN OUTPUT AR-OPEN-ITEM.
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
               UNTIL WS-AR-SUB > WS-AR-COUNT
               MOVE WS-AR-CUST(WS-AR-SUB)  TO AR-CUST-NUMBER
               MOVE WS-AR-ORDER(WS-AR-SUB) TO AR-ORDER-ID
               MOVE WS-AR-DATE(WS-AR-SUB)  TO AR-INVOICE-DATE
               MOVE WS-AR-DUE(WS-AR-SUB)   TO AR-AMOUNT-DUE
               MOVE WS-AR-PAID(WS-AR-SUB)  TO AR-AMOUNT-PAID
               MOVE WS-AR-STAT(WS-AR-SUB)  TO AR-STATUS
               MOVE WS-AR-DUEDT(WS-AR-SUB) TO AR-DUE-DATE
               WRITE AR-OPEN-ITEM-REC
           END-PERFORM.
           CLOSE AR-OPEN-ITEM.

       6100-REWRITE-CASH-HISTORY.
           OPEN OUTPUT CASH-APPLY-HIST.
           PERFORM VARYING WS-CAH-SUB FROM 1 BY 1
               UNTIL WS-CAH-SUB > WS-CAH-COUNT
               MOVE WS-CAH-DATE(WS-CAH-SUB)     TO CAH-APPLY-DATE
               MOVE WS-CAH-CUST(WS-CAH-SUB)     TO CAH-CUST-NUMBER
               MOVE WS-CAH-ORDER(WS-CAH-SUB)    TO CAH-ORDER-ID
               MOVE WS-CAH-CHECK(WS-CAH-SUB)    TO CAH-CHECK-NO
               MOVE WS-CAH-AMOUNT(WS-CAH-SUB)   TO CAH-AMOUNT
               MOVE WS-CAH-RELIEVED(WS-CAH-SUB) TO CAH-RELIEVED
               MOVE WS-CAH-DUEDT(WS-CAH-SUB)    TO CAH-DUE-DATE
               MOVE WS-CAH-SOURCE(WS-CAH-SUB)   TO CAH-SOURCE
               MOVE WS-CAH-REV(WS-CAH-SUB)      TO CAH-REVERSED-SW
               WRITE CASH-APPLY-HIST-REC
           END-PERFORM.
           CLOSE CASH-APPLY-HIST.

       6200-REWRITE-CUSTOMER-MASTER.
           OPEN OUTPUT CUSTOMER-MASTER.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
               MOVE WS-CUST-IMAGE(WS-CUST-SUB) TO CUSTOMER-MASTER-REC
               WRITE CUSTOMER-MASTER-REC
           END-PERFORM.
           CLOSE CUSTOMER-MASTER.

       6300-REWRITE-BALANCE-MASTER.
           OPEN OUTPUT BALANCE-MASTER.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT
               MOVE WS-BAL-ID(WS-BAL-SUB)   TO BAL-CUST-ID
               MOVE WS-BAL-YTD(WS-BAL-SUB)  TO BAL-PAYMENTS-YTD
               MOVE WS-BAL-LAST-DATE(WS-BAL-SUB)
                   TO BAL-LAST-PAY-DATE
               WRITE BALANCE-REC
           END-PERFORM.
           CLOSE BALANCE-MASTER.
