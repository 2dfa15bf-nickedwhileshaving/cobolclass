      *discounts are honored: a payment inside the customer's
      *discount window short of the face amount by no more than the
      *discount closes the item clean instead of leaving a phantom
      *short-pay balance.  Receipts come keyed, from the HW15LBOX
      *lockbox import, or cleared by hand off the lockbox work queue;
      *what is applied from the queue is totaled separately because
      *that cash already went to the books as unapplied cash.
      *Every application is kept on the application history --
      *check number, amount, and the item's due date as it stood --
      *so a check that comes back unpaid can be undone by HW15NSF.
      *With a company master (COMPANY) the cash totals carry a row
      *per company after the grand row -- applied and cleared by the
      *company of each customer paid -- so HW15GL can relieve AR on
      *the ledger of the company that billed it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASH-TOT-STATUS.

           SELECT CASH-APPLY-HIST ASSIGN TO WS-CASH-HIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASH-HIST-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO WS-CUSTOMER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.
           FILE STATUS IS WS-TERMS-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM ENVIRONMENT VARIABLES RUGAR, RUGCASH, RUGCASHR,
      *  AND RUGCAPH, FALLING BACK TO THE DEVELOPMENT DEFAULTS SHOWN
      *  THERE WHEN NOT SET.

       DATA DIVISION.
          05 CR-CUST-NUMBER           PIC X(05).
          05 CR-ORDER-ID              PIC X(05).
          05 CR-AMOUNT                PIC 9(08)V99.
      * " " KEYED, "L" LOCKBOX IMPORT, "Q" CLEARED FROM THE LOCKBOX
      * WORK QUEUE.
          05 CR-SOURCE                PIC X(01).
          05 CR-CHECK-NO              PIC X(10).

      * ONE ROW PER RECEIPT APPLIED.  CAH-RELIEVED IS WHAT CAME OFF
      * THE ITEM (THE CHECK PLUS ANY DISCOUNT TAKEN WITH IT); A
      * RETURNED CHECK PUTS IT BACK AND MARKS THE ROW REVERSED.
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

       FD  CASH-APPLY-RPT
           RECORDING MODE IS F
       01 CASH-TOTALS-REC.
          05 CT-RUN-DATE              PIC X(08).
          05 CT-APPLIED-TOTAL         PIC 9(09)V99.
          05 CT-CLEARED-TOTAL         PIC 9(09)V99.
      *   BLANK ON THE GRAND ROW; THE COMPANY ON EACH COMPANY ROW.
          05 CT-COMPANY               PIC X(02).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F
          05 CM-CREDIT-LIMIT          PIC X(09).
          05 CM-CREDIT-STATUS         PIC X(01).
          05 CM-TERMS-CODE            PIC X(03).
          05 CM-ACTIVE-SW             PIC X(01).
          05 CM-CASH-ONLY-SW          PIC X(01).
          05 CM-COMPANY               PIC X(02).

       FD  TERMS-TABLE-IN
           RECORDING MODE IS F
              10 WS-AR-DUEDT          PIC X(08).

       01  WS-CASH-TOT-DSN            PIC X(80).
       01  WS-CASH-HIST-DSN           PIC X(80).
       01  WS-CASH-HIST-STATUS        PIC X(02) VALUE "00".
       01  WS-PAID-BEFORE             PIC 9(08)V99.
       01  WS-CASH-TOT-STATUS         PIC X(02) VALUE "00".
       01  WS-APPLIED-TOTAL           PIC 9(09)V99 VALUE 0.
       01  WS-CLEARED-TOTAL           PIC 9(09)V99 VALUE 0.
       01  WS-CUSTOMER-DSN            PIC X(80).
       01  WS-TERMS-DSN               PIC X(80).
       01  WS-CUSTOMER-STATUS         PIC X(02) VALUE "00".
           05 WS-CT-ENTRY OCCURS 100 TIMES.
              10 WS-CT-CUST           PIC X(05).
              10 WS-CT-TERMS          PIC X(03).
              10 WS-CT-COMPANY        PIC X(02).
       01  WS-TRM-COUNT               PIC 9(02) VALUE 0.
       01  WS-TRM-SUB                 PIC 9(02).
       01  WS-TERMS-TABLE-WS.
       01  WS-DISC-ALLOWED            PIC 9(06)V99.
       01  WS-DISC-TAKEN-COUNT        PIC 9(05) VALUE 0.

      * CASH BY COMPANY.  A BLANK HOME COMPANY MEANS THERE IS NO
      * COMPANY MASTER AND ONLY THE GRAND ROW IS WRITTEN.
       01  WS-HOME-COMPANY            PIC X(02) VALUE SPACES.
       01  WS-FOUND-COMPANY           PIC X(02).
       01  WS-CCO-COUNT               PIC 9(02) VALUE 0.
       01  WS-CCO-SUB                 PIC 9(02).
       01  WS-CCO-FOUND-SUB           PIC 9(02).
       01  WS-CCO-TABLE.
           05 WS-CCO-ENTRY OCCURS 50 TIMES.
              10 WS-CCO-COMPANY       PIC X(02).
              10 WS-CCO-APPLIED       PIC 9(09)V99.
              10 WS-CCO-CLEARED       PIC 9(09)V99.
       01  WS-COMPANY-PARMS.
           05 CO-FUNCTION             PIC X(01).
           05 CO-CODE                 PIC X(02).
           05 CO-RESULT               PIC X(01).
              88 CO-FOUND                  VALUE "0".
           05 CO-NAME                 PIC X(30).
           05 CO-FED-EIN              PIC X(09).
           05 CO-STATE-ID             PIC X(12).
           05 CO-BANK-ROUTING         PIC X(09).
           05 CO-BANK-ACCOUNT         PIC X(17).
           05 CO-COA-PREFIX           PIC X(02).
           05 CO-DUE-FROM-ACCT        PIC X(06).
           05 CO-DUE-TO-ACCT          PIC X(06).
           05 CO-HOME-CODE            PIC X(02).
           05 CO-STREET               PIC X(22).
           05 CO-CITY                 PIC X(22).
           05 CO-ADDR-STATE           PIC X(02).
           05 CO-ZIP                  PIC X(05).
           05 CO-ZIP-EXT              PIC X(04).
           05 CO-BANK-NAME            PIC X(30).
           05 CO-BANK-CITY            PIC X(30).

       01  WS-RECEIPT-COUNT           PIC 9(05) VALUE 0.
       01  WS-APPLIED-COUNT           PIC 9(05) VALUE 0.
       01  WS-UNMATCHED-COUNT         PIC 9(05) VALUE 0.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND CASH-APPLY-HIST.
           IF WS-CASH-HIST-STATUS = "35"
               OPEN OUTPUT CASH-APPLY-HIST
           END-IF.
           READ CASH-RECEIPTS-IN.
           PERFORM UNTIL WS-CASH-RCPT-STATUS > "00"
               PERFORM 2000-APPLY-RECEIPT
               READ CASH-RECEIPTS-IN
           END-PERFORM.
           CLOSE CASH-APPLY-HIST.
           PERFORM 5000-REWRITE-AR-FILE.
           PERFORM 5500-WRITE-CASH-TOTALS.
           CLOSE CASH-RECEIPTS-IN CASH-APPLY-RPT.
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CTOT.dat"
               TO WS-CASH-TOT-DSN
           END-IF.
           ACCEPT WS-CASH-HIST-DSN FROM ENVIRONMENT "RUGCAPH".
           IF WS-CASH-HIST-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CAPH.dat"
               TO WS-CASH-HIST-DSN
           END-IF.
           ACCEPT WS-CUSTOMER-DSN FROM ENVIRONMENT "RUGCUST".
           IF WS-CUSTOMER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CUST.dat"
               (FUNCTION NUMVAL(FUNCTION CURRENT-DATE (1:8))).
           PERFORM 1100-LOAD-CUSTOMER-TERMS.
           PERFORM 1200-LOAD-TERMS-TABLE.
           PERFORM 1300-FIND-HOME-COMPANY.
           DISPLAY "OPEN ITEMS LOADED: " WS-AR-COUNT.

       1100-LOAD-CUSTOMER-TERMS.
                       TO WS-CT-CUST(WS-CT-COUNT)
                   MOVE CM-TERMS-CODE
                       TO WS-CT-TERMS(WS-CT-COUNT)
                   MOVE CM-COMPANY
                       TO WS-CT-COMPANY(WS-CT-COUNT)
                   READ CUSTOMER-MASTER
               END-PERFORM
               CLOSE CUSTOMER-MASTER
               CLOSE TERMS-TABLE-IN
           END-IF.

       1300-FIND-HOME-COMPANY.
           MOVE "G" TO CO-FUNCTION.
           MOVE SPACES TO CO-CODE.
           MOVE "8" TO CO-RESULT.
           CALL "COMPANY" USING WS-COMPANY-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF CO-FOUND
               MOVE CO-CODE TO WS-HOME-COMPANY
           END-IF.

       2000-APPLY-RECEIPT.
           ADD 1 TO WS-RECEIPT-COUNT.
           MOVE "N" TO WS-AR-FOUND-SW.
           END-IF.

       2100-RELIEVE-OPEN-ITEM.
           MOVE WS-AR-PAID(WS-AR-FOUND-SUB) TO WS-PAID-BEFORE.
           ADD CR-AMOUNT TO WS-AR-PAID(WS-AR-FOUND-SUB).
           ADD 1 TO WS-APPLIED-COUNT.
           ADD CR-AMOUNT TO WS-APPLIED-TOTAL.
           IF CR-SOURCE = "Q"
               ADD CR-AMOUNT TO WS-CLEARED-TOTAL
           END-IF.
           IF WS-HOME-COMPANY NOT = SPACES
               PERFORM 2150-ADD-COMPANY-CASH
           END-IF.
           COMPUTE WS-OPEN-BALANCE
               = WS-AR-DUE(WS-AR-FOUND-SUB)
               - WS-AR-PAID(WS-AR-FOUND-SUB).
                   MOVE "P" TO WS-AR-STAT(WS-AR-FOUND-SUB)
           END-EVALUATE.
           WRITE CASH-APPLY-REC FROM WS-APPLY-LINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CAH-APPLY-DATE.
           MOVE CR-CUST-NUMBER TO CAH-CUST-NUMBER.
           MOVE CR-ORDER-ID    TO CAH-ORDER-ID.
           MOVE CR-CHECK-NO    TO CAH-CHECK-NO.
           MOVE CR-AMOUNT      TO CAH-AMOUNT.
           COMPUTE CAH-RELIEVED
               = WS-AR-PAID(WS-AR-FOUND-SUB) - WS-PAID-BEFORE.
           MOVE WS-AR-DUEDT(WS-AR-FOUND-SUB) TO CAH-DUE-DATE.
           MOVE CR-SOURCE      TO CAH-SOURCE.
           MOVE SPACE          TO CAH-REVERSED-SW.
           WRITE CASH-APPLY-HIST-REC.

      * THE CUSTOMER'S COMPANY, OR HOME FOR A CUSTOMER WITH NONE OR
      * NOT ON THE MASTER -- THE SAME COMPANY HW15BILL BILLED UNDER.
       2150-ADD-COMPANY-CASH.
           MOVE SPACES TO WS-FOUND-COMPANY.
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CT-COUNT
               IF WS-CT-CUST(WS-CT-SUB) = CR-CUST-NUMBER
                   MOVE WS-CT-COMPANY(WS-CT-SUB) TO WS-FOUND-COMPANY
                   MOVE WS-CT-COUNT TO WS-CT-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-COMPANY = SPACES
               MOVE WS-HOME-COMPANY TO WS-FOUND-COMPANY
           END-IF.
           MOVE 0 TO WS-CCO-FOUND-SUB.
           PERFORM VARYING WS-CCO-SUB FROM 1 BY 1
               UNTIL WS-CCO-SUB > WS-CCO-COUNT
               IF WS-CCO-COMPANY(WS-CCO-SUB) = WS-FOUND-COMPANY
                   MOVE WS-CCO-SUB TO WS-CCO-FOUND-SUB
                   MOVE WS-CCO-COUNT TO WS-CCO-SUB
               END-IF
           END-PERFORM.
           IF WS-CCO-FOUND-SUB = 0
               IF WS-CCO-COUNT < 50
                   ADD 1 TO WS-CCO-COUNT
                   MOVE WS-CCO-COUNT TO WS-CCO-FOUND-SUB
                   MOVE WS-FOUND-COMPANY
                       TO WS-CCO-COMPANY(WS-CCO-FOUND-SUB)
                   MOVE ZEROS TO WS-CCO-APPLIED(WS-CCO-FOUND-SUB)
                                 WS-CCO-CLEARED(WS-CCO-FOUND-SUB)
               ELSE
                   DISPLAY "MORE THAN 50 COMPANIES PAID -- "
                       WS-FOUND-COMPANY " LEFT OUT OF THE COMPANY "
                       "TOTALS"
               END-IF
           END-IF.
           IF WS-CCO-FOUND-SUB > 0
               ADD CR-AMOUNT TO WS-CCO-APPLIED(WS-CCO-FOUND-SUB)
               IF CR-SOURCE = "Q"
                   ADD CR-AMOUNT TO WS-CCO-CLEARED(WS-CCO-FOUND-SUB)
               END-IF
           END-IF.

      * A RECEIPT INSIDE THE CUSTOMER'S DISCOUNT WINDOW, SHORT BY
      * NO MORE THAN THE DISCOUNT, CLOSES THE ITEM CLEAN -- NO MORE
           OPEN OUTPUT CASH-TOTALS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CT-RUN-DATE.
           MOVE WS-APPLIED-TOTAL TO CT-APPLIED-TOTAL.
           MOVE WS-CLEARED-TOTAL TO CT-CLEARED-TOTAL.
           MOVE SPACES TO CT-COMPANY.
           WRITE CASH-TOTALS-REC.
           PERFORM VARYING WS-CCO-SUB FROM 1 BY 1
               UNTIL WS-CCO-SUB > WS-CCO-COUNT
               MOVE WS-CCO-APPLIED(WS-CCO-SUB) TO CT-APPLIED-TOTAL
               MOVE WS-CCO-CLEARED(WS-CCO-SUB) TO CT-CLEARED-TOTAL
               MOVE WS-CCO-COMPANY(WS-CCO-SUB) TO CT-COMPANY
               WRITE CASH-TOTALS-REC
           END-PERFORM.
           CLOSE CASH-TOTALS.

       5000-REWRITE-AR-FILE.
