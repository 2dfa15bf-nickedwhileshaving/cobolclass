      *recovery from the billing-run control totals; posts the
      *cash-application entry (debit cash, credit AR) from the
      *HW15CASH control totals; and posts unposted write-offs from
      *the HW15WOFF register as bad-debt expense against AR.  The
      *part of a lockbox deposit HW15LBOX could not match is debited
      *to cash and credited to unapplied cash, and when those checks
      *are later cleared off the work queue and applied, their AR
      *relief comes out of unapplied cash rather than cash again.
      *Checks returned unpaid (the HW15NSF register) go back on AR
      *against cash, with any returned-check fee credited to fee
      *income.  Refund checks cut by HW15RFND for customer credit
      *balances are debited to AR and credited to the disbursement
      *cash account.  What the carriers pay on freight claims (the
      *HW08CLM claims file) is debited to cash and credited to
      *freight expense.
      *Debits are proven equal to credits before the journal is
      *released; an out-of-balance journal is held with a
      *suppression record and a non-zero return code.
      *When HW15BILL left company rows on the billing totals (there
      *is a company master), each company's sales go out as a
      *journal of their own under that company's code, for GLPOST
      *to keep on that company's ledger.  The register entries go
      *with them: cash applied (from the company rows HW15CASH leaves
      *on the cash totals), write-offs, returned checks, and refunds
      *by the company of the customer on the customer master, and
      *claim recoveries by the company of the order's customer.
      *Lockbox checks still on the work queue belong to no customer
      *yet and stay in the home company, whose lockbox took them; so
      *when another company's customer is later cleared off the
      *queue, the home company relieves its unapplied cash against
      *its due-to account and the other company debits its due-from
      *account instead, and the intercompany accounts offset.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASH-TOT-STATUS.

           SELECT LOCKBOX-TOTALS ASSIGN TO WS-LBX-TOT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LBX-TOT-STATUS.

           SELECT WRITEOFF-REGISTER ASSIGN TO WS-WOFF-REG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WOFF-REG-STATUS.

           SELECT NSF-REGISTER ASSIGN TO WS-NSF-REG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NSF-REG-STATUS.

           SELECT REFUND-REGISTER ASSIGN TO WS-REFUND-REG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFUND-REG-STATUS.

           SELECT CLAIMS-REGISTER ASSIGN TO WS-CLAIMS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLAIMS-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO WS-CUSTOMER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT ORDER-HEADER-IN ASSIGN TO WS-ORDER-HDR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDER-HDR-STATUS.

           SELECT ACCOUNT-MAP-IN ASSIGN TO WS-ACCT-MAP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCT-MAP-STATUS.
           FILE STATUS IS WS-GL-JOURNAL-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES RUGBTOT,
      *  RUGCTOT, RUGLBXT, RUGWREG, RUGNSFR, RUGRFRG, SHIPCLM,
      *  RUGCUST, RUGORDH, AND RUGGLJ, FALLING
      *  BACK TO THE DEVELOPMENT DEFAULTS SHOWN IN 0900.

       DATA DIVISION.
       FILE SECTION.
          05 BT-NET-DUE               PIC 9(08)V99.
          05 BT-TAX                   PIC 9(08)V99.
          05 BT-FREIGHT               PIC 9(08)V99.
          05 BT-CARRY-IN-ITEMS        PIC 9(05).
          05 BT-CARRY-IN-NET          PIC 9(08)V99.
          05 BT-HELD-ITEMS            PIC 9(05).
          05 BT-HELD-NET              PIC 9(08)V99.
          05 BT-COMPANY               PIC X(02).

       FD  CASH-TOTALS
           RECORDING MODE IS F
       01 CASH-TOTALS-REC.
          05 CT-RUN-DATE              PIC X(08).
          05 CT-APPLIED-TOTAL         PIC 9(09)V99.
          05 CT-CLEARED-TOTAL         PIC 9(09)V99.
          05 CT-COMPANY               PIC X(02).

      * THE LAST LOCKBOX DEPOSIT HW15LBOX TOOK.
       FD  LOCKBOX-TOTALS
           RECORDING MODE IS F
           DATA RECORD IS LOCKBOX-TOTALS-REC.
       01 LOCKBOX-TOTALS-REC.
          05 LT-RUN-DATE              PIC X(08).
          05 LT-DEPOSIT-DATE          PIC X(08).
          05 LT-LOCKBOX               PIC X(07).
          05 LT-DEPOSIT-TOTAL         PIC 9(09)V99.
          05 LT-RECEIPT-TOTAL         PIC 9(09)V99.
          05 LT-QUEUED-TOTAL          PIC 9(09)V99.

       FD  WRITEOFF-REGISTER
           RECORDING MODE IS F
          05 WOF-POSTED-FLAG          PIC X(01).

      * ACCOUNT MAPPING -- "L" ROWS KEY THE BILLING JOURNAL'S LINE
      * TYPES (ARREC, SALES, STXP, FRGHT, CASHR, UNAPC, BADDT, NSFFE,
      * CASHD, FRTEX) TO ACCOUNT NUMBERS ON THE SHOP CHART, THE SAME
      * SHAPE HW16GL USES.
      * RETURNED CHECKS FROM HW15NSF.  ONLY SOURCE "R" ROWS FLAGGED
      * "N" ARE JOURNALED HERE; "X" ROWS BELONG TO HW05NB.
       FD  NSF-REGISTER
           RECORDING MODE IS F
           DATA RECORD IS NSF-REGISTER-REC.
       01 NSF-REGISTER-REC.
          05 NSF-DATE                 PIC X(08).
          05 NSF-SOURCE               PIC X(01).
          05 NSF-CUST-NUMBER          PIC X(05).
          05 NSF-CHECK-NO             PIC X(10).
          05 NSF-AMOUNT               PIC 9(08)V99.
          05 NSF-FEE                  PIC 9(05)V99.
          05 NSF-FEE-ORDER            PIC X(05).
          05 NSF-POSTED-FLAG          PIC X(01).

      * REFUND CHECKS FROM HW15RFND.  ROWS FLAGGED "N" ARE JOURNALED
      * HERE AND SET TO "P" WHEN THE JOURNAL RELEASES.
       FD  REFUND-REGISTER
           RECORDING MODE IS F
           DATA RECORD IS REFUND-REGISTER-REC.
       01 REFUND-REGISTER-REC.
          05 RFR-CHECK-NUMBER         PIC 9(07).
          05 RFR-CHECK-DATE           PIC X(08).
          05 RFR-CUST-NUMBER          PIC X(05).
          05 RFR-AMOUNT               PIC 9(08)V99.
          05 RFR-POSTED-FLAG          PIC X(01).

      * CARRIER CLAIMS FROM HW08CLM.  A PAID CLAIM FLAGGED "N" IS
      * JOURNALED HERE AND SET TO "P" WHEN THE JOURNAL RELEASES.
       FD  CLAIMS-REGISTER
           RECORDING MODE IS F
           DATA RECORD IS CLAIMS-REGISTER-REC.
       01 CLAIMS-REGISTER-REC.
          05 CLR-TRACKING-NUMBER      PIC 9(10).
          05 CLR-ORDER-ID             PIC X(05).
          05 FILLER                   PIC X(56).
          05 CLR-PAID-AMOUNT          PIC 9(07)V99.
          05 CLR-CARRIER-REF          PIC X(15).
          05 CLR-POSTED-FLAG          PIC X(01).

      * CUSTOMERS AND ORDERS, ONLY FOR THE COMPANY EACH REGISTER ROW
      * BELONGS TO.
       FD  CUSTOMER-MASTER
           RECORDING MODE IS F
           DATA RECORD IS CUSTOMER-MASTER-REC.
       01 CUSTOMER-MASTER-REC.
          05 CM-CUST-NUMBER           PIC X(05).
          05 FILLER                   PIC X(67).
          05 CM-COMPANY               PIC X(02).

       FD  ORDER-HEADER-IN
           RECORDING MODE IS F
           DATA RECORD IS ORDER-HEADER-REC.
       01 ORDER-HEADER-REC.
          05 OH-ORDER-ID              PIC X(05).
          05 OH-CUST-NUMBER           PIC X(05).
          05 OH-ORDER-DATE            PIC X(08).
          05 OH-SHIP-TO-ZIP           PIC X(05).
          05 OH-SALESPERSON-ID        PIC X(03).
          05 OH-SHIP-TO-CODE          PIC X(03).
      *   COMPANY THAT BILLS THE ORDER, FROM THE CUSTOMER MASTER.
          05 OH-COMPANY               PIC X(02).

       FD  ACCOUNT-MAP-IN
           RECORDING MODE IS F
           DATA RECORD IS ACCOUNT-MAP-REC.
       FD  GL-JOURNAL-OUT
           RECORDING MODE IS F
           DATA RECORD IS GL-JOURNAL-REC.
       01 GL-JOURNAL-REC              PIC X(62).

       WORKING-STORAGE SECTION.
       01  WS-BILL-TOT-DSN            PIC X(80).
       01  WS-CASH-TOT-DSN            PIC X(80).
       01  WS-LBX-TOT-DSN             PIC X(80).
       01  WS-WOFF-REG-DSN            PIC X(80).
       01  WS-NSF-REG-DSN             PIC X(80).
       01  WS-REFUND-REG-DSN          PIC X(80).
       01  WS-CLAIMS-DSN              PIC X(80).
       01  WS-GL-JOURNAL-DSN          PIC X(80).
       01  WS-CUSTOMER-DSN            PIC X(80).
       01  WS-ORDER-HDR-DSN           PIC X(80).

       01  WS-BILL-TOT-STATUS         PIC X(02) VALUE "00".
       01  WS-CASH-TOT-STATUS         PIC X(02) VALUE "00".
       01  WS-LBX-TOT-STATUS          PIC X(02) VALUE "00".
       01  WS-WOFF-REG-STATUS         PIC X(02) VALUE "00".
       01  WS-NSF-REG-STATUS          PIC X(02) VALUE "00".
       01  WS-REFUND-REG-STATUS       PIC X(02) VALUE "00".
       01  WS-CLAIMS-STATUS           PIC X(02) VALUE "00".
       01  WS-GL-JOURNAL-STATUS       PIC X(02) VALUE "00".
       01  WS-CUSTOMER-STATUS         PIC X(02) VALUE "00".
       01  WS-ORDER-HDR-STATUS        PIC X(02) VALUE "00".

       01  WS-BTOT-SEEN-SW            PIC X(01) VALUE "N".
           88 BTOT-SEEN                     VALUE "Y".
       01  WS-BILL-FREIGHT            PIC 9(09)V99 VALUE 0.
       01  WS-BILL-AR-DEBIT           PIC 9(09)V99 VALUE 0.
       01  WS-CASH-APPLIED            PIC 9(09)V99 VALUE 0.
       01  WS-CASH-CLEARED            PIC 9(09)V99 VALUE 0.
       01  WS-CASH-DEBIT              PIC 9(09)V99 VALUE 0.
       01  WS-LBX-QUEUED              PIC 9(09)V99 VALUE 0.
       01  WS-BAD-DEBT                PIC 9(09)V99 VALUE 0.

      * THE WRITE-OFF REGISTER RIDES THROUGH IN MEMORY SO UNPOSTED
       01  WS-WOF-CHANGED-SW          PIC X(01) VALUE "N".
           88 WOF-REGISTER-CHANGED           VALUE "Y".

      * NSF REGISTER HELD WHOLE FOR THE SAME REASON.
       01  WS-NSF-COUNT               PIC 9(04) VALUE 0.
       01  WS-NSF-OVERFLOW-SW         PIC X(01) VALUE "N".
           88 NSF-TABLE-OVERFLOW             VALUE "Y".
       01  WS-NSF-SUB                 PIC 9(04).
       01  WS-NSF-TABLE.
           05 WS-NSF-ENTRY OCCURS 500 TIMES.
              10 WS-NSF-IMAGE         PIC X(46).
              10 WS-NSF-POSTED        PIC X(01).
       01  WS-NSF-CHANGED-SW          PIC X(01) VALUE "N".
           88 NSF-REGISTER-CHANGED           VALUE "Y".
       01  WS-NSF-RETURNED            PIC 9(09)V99 VALUE 0.
       01  WS-NSF-FEES                PIC 9(09)V99 VALUE 0.
       01  WS-NSF-AR-DEBIT            PIC 9(09)V99 VALUE 0.

      * REFUND REGISTER HELD WHOLE FOR THE SAME REASON.
       01  WS-RFR-COUNT               PIC 9(04) VALUE 0.
       01  WS-RFR-OVERFLOW-SW         PIC X(01) VALUE "N".
           88 RFR-TABLE-OVERFLOW             VALUE "Y".
       01  WS-RFR-SUB                 PIC 9(04).
       01  WS-RFR-TABLE.
           05 WS-RFR-ENTRY OCCURS 500 TIMES.
              10 WS-RFR-IMAGE         PIC X(30).
              10 WS-RFR-POSTED        PIC X(01).
       01  WS-RFR-CHANGED-SW          PIC X(01) VALUE "N".
           88 RFR-REGISTER-CHANGED           VALUE "Y".
       01  WS-REFUNDS-PAID            PIC 9(09)V99 VALUE 0.

      * CLAIMS FILE HELD WHOLE FOR THE SAME REASON.
       01  WS-CLR-COUNT               PIC 9(04) VALUE 0.
       01  WS-CLR-OVERFLOW-SW         PIC X(01) VALUE "N".
           88 CLR-TABLE-OVERFLOW             VALUE "Y".
       01  WS-CLR-SUB                 PIC 9(04).
       01  WS-CLR-TABLE.
           05 WS-CLR-ENTRY OCCURS 2000 TIMES.
              10 WS-CLR-IMAGE         PIC X(95).
              10 WS-CLR-POSTED        PIC X(01).
       01  WS-CLR-CHANGED-SW          PIC X(01) VALUE "N".
           88 CLR-REGISTER-CHANGED           VALUE "Y".
       01  WS-CLAIM-RECOVERIES        PIC 9(09)V99 VALUE 0.

       01  WS-TOTAL-DEBITS            PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS           PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-DEBITS            PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-CREDITS           PIC 9(11)V99 VALUE 0.
       01  WS-JOURNAL-OOB-SW          PIC X(01) VALUE "N".
           88 JOURNAL-OUT-OF-BALANCE         VALUE "Y".

      * BILLING AND REGISTER AMOUNTS BY COMPANY -- BILLING AND CASH
      * FROM THE COMPANY ROWS OF THEIR TOTALS FILES, THE REGISTERS
      * BY CUSTOMER.  A BLANK HOME COMPANY (NO MASTER) OR NO COMPANY
      * ACTIVITY MEANS ONE JOURNAL, AS BEFORE THERE WERE COMPANIES.
      * TOTALS FILES WRITTEN WITHOUT COMPANY ROWS STAY WHOLE IN THE
      * HOME COMPANY'S JOURNAL.
       01  WS-HOME-COMPANY            PIC X(02) VALUE SPACES.
       01  WS-HOME-DUE-TO             PIC X(06) VALUE SPACES.
       01  WS-CO-DUE-FROM             PIC X(06) VALUE SPACES.
       01  WS-FOUND-COMPANY           PIC X(02).
       01  WS-BILL-SPLIT-SW           PIC X(01) VALUE "N".
           88 BILLING-BY-COMPANY            VALUE "Y".
       01  WS-CASH-SPLIT-SW           PIC X(01) VALUE "N".
           88 CASH-BY-COMPANY               VALUE "Y".
       01  WS-BCO-COUNT               PIC 9(02) VALUE 0.
       01  WS-BCO-SUB                 PIC 9(02).
       01  WS-BCO-FOUND-SUB           PIC 9(02).
       01  WS-BCO-TABLE.
           05 WS-BCO-ENTRY OCCURS 50 TIMES.
              10 WS-BCO-COMPANY       PIC X(02).
              10 WS-BCO-NET           PIC 9(09)V99.
              10 WS-BCO-TAX           PIC 9(09)V99.
              10 WS-BCO-FREIGHT       PIC 9(09)V99.
              10 WS-BCO-APPLIED       PIC 9(09)V99.
              10 WS-BCO-CLEARED       PIC 9(09)V99.
              10 WS-BCO-BAD-DEBT      PIC 9(09)V99.
              10 WS-BCO-NSF-RETURNED  PIC 9(09)V99.
              10 WS-BCO-NSF-FEES      PIC 9(09)V99.
              10 WS-BCO-REFUNDS       PIC 9(09)V99.
              10 WS-BCO-CLAIMS        PIC 9(09)V99.

      * CUSTOMER AND ORDER COMPANIES FOR THE REGISTER ROWS.  A
      * CUSTOMER OR ORDER NOT FOUND BELONGS TO THE HOME COMPANY.
       01  WS-CUST-COUNT              PIC 9(03) VALUE 0.
       01  WS-CUST-SUB                PIC 9(03).
       01  WS-CUSTOMER-TABLE.
           05 WS-CUST-ENTRY OCCURS 200 TIMES.
              10 WS-CUST-NUM          PIC X(05).
              10 WS-CUST-COMPANY      PIC X(02).
       01  WS-ORDH-COUNT              PIC 9(03) VALUE 0.
       01  WS-ORDH-SUB                PIC 9(03).
       01  WS-ORDER-HDR-TABLE.
           05 WS-ORDH-ENTRY OCCURS 500 TIMES.
              10 WS-ORDH-ORDER        PIC X(05).
              10 WS-ORDH-CUST         PIC X(05).
              10 WS-ORDH-COMPANY      PIC X(02).
       01  WS-FIND-CUST               PIC X(05).
       01  WS-FIND-ORDER              PIC X(05).
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

       01  WS-ACCT-MAP-DSN            PIC X(80).
       01  WS-ACCT-MAP-STATUS         PIC X(02) VALUE "00".
           05 JRN-PROGRAM             PIC X(08) VALUE "HW15GL".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 JRN-RUN-DATE            PIC X(08).
           05 FILLER                  PIC X(09) VALUE SPACES.
           05 JRN-COMPANY             PIC X(02) VALUE SPACES.


      * PARAMETER BLOCK FOR THE SHARED ACCOUNTING-PERIOD EDIT --
           05 GLJ-DC                  PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GLJ-AMOUNT              PIC 9(09)V99.
           05 GLJ-COMPANY             PIC X(02) VALUE SPACES.

       01  WS-GL-TOTAL-LINE.
           05 FILLER                  PIC X(08) VALUE "BALANCE ".
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NSF-TABLE-OVERFLOW
               DISPLAY "NSF REGISTER HOLDS MORE THAN 500 ROWS"
                   " -- A REWRITE WOULD DROP THE OVERFLOW."
               DISPLAY "PURGE POSTED ROWS FIRST. NO JOURNAL CUT."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF RFR-TABLE-OVERFLOW
               DISPLAY "REFUND REGISTER HOLDS MORE THAN 500 ROWS"
                   " -- A REWRITE WOULD DROP THE OVERFLOW."
               DISPLAY "PURGE POSTED ROWS FIRST. NO JOURNAL CUT."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF CLR-TABLE-OVERFLOW
               DISPLAY "CLAIMS FILE HOLDS MORE THAN 2000 ROWS"
                   " -- A REWRITE WOULD DROP THE OVERFLOW."
               DISPLAY "NO JOURNAL CUT."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1500-LOAD-ACCOUNT-MAP.
           OPEN OUTPUT GL-JOURNAL-OUT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO JRN-RUN-DATE.
           IF WS-HOME-COMPANY NOT = SPACES AND WS-BCO-COUNT > 0
               PERFORM 1700-TAKE-HOME-AMOUNTS
           END-IF.
           PERFORM 3000-WRITE-JOURNAL.
           PERFORM VARYING WS-BCO-SUB FROM 1 BY 1
               UNTIL WS-BCO-SUB > WS-BCO-COUNT
               IF WS-HOME-COMPANY NOT = SPACES
                   AND WS-BCO-COMPANY(WS-BCO-SUB) NOT = WS-HOME-COMPANY
                   PERFORM 3500-WRITE-COMPANY-JOURNAL
               END-IF
           END-PERFORM.
           PERFORM 3900-RELEASE-JOURNAL.
           IF WOF-REGISTER-CHANGED
               PERFORM 5000-REWRITE-WOFF-REGISTER
           END-IF.
           IF NSF-REGISTER-CHANGED
               PERFORM 5100-REWRITE-NSF-REGISTER
           END-IF.
           IF RFR-REGISTER-CHANGED
               PERFORM 5200-REWRITE-REFUND-REGISTER
           END-IF.
           IF CLR-REGISTER-CHANGED
               PERFORM 5300-REWRITE-CLAIMS-REGISTER
           END-IF.
           DISPLAY "HW15GL CONCLUDES".
           GOBACK.

           MOVE "C:\school\cobol\cobolclass\master\data\HW15CTOT.dat"
               TO WS-CASH-TOT-DSN
           END-IF.
           ACCEPT WS-LBX-TOT-DSN FROM ENVIRONMENT "RUGLBXT".
           IF WS-LBX-TOT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15LBXT.dat"
               TO WS-LBX-TOT-DSN
           END-IF.
           ACCEPT WS-WOFF-REG-DSN FROM ENVIRONMENT "RUGWREG".
           IF WS-WOFF-REG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15WREG.dat"
               TO WS-WOFF-REG-DSN
           END-IF.
           ACCEPT WS-NSF-REG-DSN FROM ENVIRONMENT "RUGNSFR".
           IF WS-NSF-REG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15NSFR.dat"
               TO WS-NSF-REG-DSN
           END-IF.
           ACCEPT WS-REFUND-REG-DSN FROM ENVIRONMENT "RUGRFRG".
           IF WS-REFUND-REG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15RFRG.dat"
               TO WS-REFUND-REG-DSN
           END-IF.
           ACCEPT WS-CLAIMS-DSN FROM ENVIRONMENT "SHIPCLM".
           IF WS-CLAIMS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW08CLM.dat"
               TO WS-CLAIMS-DSN
           END-IF.
           ACCEPT WS-CUSTOMER-DSN FROM ENVIRONMENT "RUGCUST".
           IF WS-CUSTOMER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CUST.dat"
               TO WS-CUSTOMER-DSN
           END-IF.
           ACCEPT WS-ORDER-HDR-DSN FROM ENVIRONMENT "RUGORDH".
           IF WS-ORDER-HDR-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15ORDH.dat"
               TO WS-ORDER-HDR-DSN
           END-IF.
           ACCEPT WS-ACCT-MAP-DSN FROM ENVIRONMENT "RUGAMAP".
           IF WS-ACCT-MAP-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15AMAP.dat"
           END-IF.

       1000-GATHER-AMOUNTS.
           MOVE "G" TO CO-FUNCTION.
           MOVE SPACES TO CO-CODE.
           MOVE "8" TO CO-RESULT.
           CALL "COMPANY" USING WS-COMPANY-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF CO-FOUND
               MOVE CO-CODE TO WS-HOME-COMPANY
               MOVE CO-DUE-TO-ACCT TO WS-HOME-DUE-TO
               MOVE WS-HOME-COMPANY TO WS-FOUND-COMPANY
               PERFORM 1750-FIND-COMPANY-ENTRY
               PERFORM 1100-LOAD-CUSTOMERS
               PERFORM 1150-LOAD-ORDER-HEADERS
           END-IF.
           OPEN INPUT BILLING-TOTALS.
           IF WS-BILL-TOT-STATUS = "00"
               READ BILLING-TOTALS
                   MOVE BT-FREIGHT TO WS-BILL-FREIGHT
                   COMPUTE WS-BILL-AR-DEBIT
                       = BT-NET-DUE + BT-TAX + BT-FREIGHT
                   READ BILLING-TOTALS
               END-IF
               PERFORM UNTIL WS-BILL-TOT-STATUS > "00"
                   IF BT-COMPANY NOT = SPACES
                       AND WS-HOME-COMPANY NOT = SPACES
                       MOVE "Y" TO WS-BILL-SPLIT-SW
                       MOVE BT-COMPANY TO WS-FOUND-COMPANY
                       PERFORM 1750-FIND-COMPANY-ENTRY
                       IF WS-BCO-FOUND-SUB > 0
                           MOVE BT-NET-DUE
                               TO WS-BCO-NET(WS-BCO-FOUND-SUB)
                           MOVE BT-TAX
                               TO WS-BCO-TAX(WS-BCO-FOUND-SUB)
                           MOVE BT-FREIGHT
                               TO WS-BCO-FREIGHT(WS-BCO-FOUND-SUB)
                       END-IF
                   END-IF
                   READ BILLING-TOTALS
               END-PERFORM
               CLOSE BILLING-TOTALS
           END-IF.
           OPEN INPUT CASH-TOTALS.
               READ CASH-TOTALS
               IF WS-CASH-TOT-STATUS = "00"
                   MOVE CT-APPLIED-TOTAL TO WS-CASH-APPLIED
                   IF CT-CLEARED-TOTAL IS NUMERIC
                       MOVE CT-CLEARED-TOTAL TO WS-CASH-CLEARED
                   END-IF
                   READ CASH-TOTALS
               END-IF
               PERFORM UNTIL WS-CASH-TOT-STATUS > "00"
                   IF CT-COMPANY NOT = SPACES
                       AND WS-HOME-COMPANY NOT = SPACES
                       MOVE "Y" TO WS-CASH-SPLIT-SW
                       MOVE CT-COMPANY TO WS-FOUND-COMPANY
                       PERFORM 1750-FIND-COMPANY-ENTRY
                       IF WS-BCO-FOUND-SUB > 0
                           MOVE CT-APPLIED-TOTAL
                               TO WS-BCO-APPLIED(WS-BCO-FOUND-SUB)
                           MOVE CT-CLEARED-TOTAL
                               TO WS-BCO-CLEARED(WS-BCO-FOUND-SUB)
                       END-IF
                   END-IF
                   READ CASH-TOTALS
               END-PERFORM
               CLOSE CASH-TOTALS
           END-IF.
           IF WS-CASH-CLEARED > WS-CASH-APPLIED
               MOVE WS-CASH-APPLIED TO WS-CASH-CLEARED
           END-IF.
           COMPUTE WS-CASH-DEBIT = WS-CASH-APPLIED - WS-CASH-CLEARED.
           OPEN INPUT LOCKBOX-TOTALS.
           IF WS-LBX-TOT-STATUS = "00"
               READ LOCKBOX-TOTALS
               IF WS-LBX-TOT-STATUS = "00"
                   MOVE LT-QUEUED-TOTAL TO WS-LBX-QUEUED
               END-IF
               CLOSE LOCKBOX-TOTALS
           END-IF.
           OPEN INPUT WRITEOFF-REGISTER.
           IF WS-WOFF-REG-STATUS = "00"
               READ WRITEOFF-REGISTER
                       TO WS-WOF-POSTED(WS-WOF-COUNT)
                   IF WOF-POSTED-FLAG = "N"
                       ADD WOF-AMOUNT TO WS-BAD-DEBT
                       IF WS-HOME-COMPANY NOT = SPACES
                           MOVE WOF-CUST-NUMBER TO WS-FIND-CUST
                           PERFORM 1600-FIND-CUST-COMPANY
                           IF WS-BCO-FOUND-SUB > 0
                               ADD WOF-AMOUNT
                                 TO WS-BCO-BAD-DEBT(WS-BCO-FOUND-SUB)
                           END-IF
                       END-IF
                   END-IF
                   READ WRITEOFF-REGISTER
               END-PERFORM
               END-IF
               CLOSE WRITEOFF-REGISTER
           END-IF.
           OPEN INPUT NSF-REGISTER.
           IF WS-NSF-REG-STATUS = "00"
               READ NSF-REGISTER
               PERFORM UNTIL WS-NSF-REG-STATUS > "00"
                          OR WS-NSF-COUNT >= 500
                   ADD 1 TO WS-NSF-COUNT
                   MOVE NSF-REGISTER-REC(1:46)
                       TO WS-NSF-IMAGE(WS-NSF-COUNT)
                   MOVE NSF-POSTED-FLAG
                       TO WS-NSF-POSTED(WS-NSF-COUNT)
                   IF NSF-POSTED-FLAG = "N" AND NSF-SOURCE = "R"
                       ADD NSF-AMOUNT TO WS-NSF-RETURNED
                       ADD NSF-FEE    TO WS-NSF-FEES
                       IF WS-HOME-COMPANY NOT = SPACES
                           MOVE NSF-CUST-NUMBER TO WS-FIND-CUST
                           PERFORM 1600-FIND-CUST-COMPANY
                           IF WS-BCO-FOUND-SUB > 0
                               ADD NSF-AMOUNT TO
                                   WS-BCO-NSF-RETURNED(WS-BCO-FOUND-SUB)
                               ADD NSF-FEE
                                 TO WS-BCO-NSF-FEES(WS-BCO-FOUND-SUB)
                           END-IF
                       END-IF
                   END-IF
                   READ NSF-REGISTER
               END-PERFORM
               IF WS-NSF-COUNT >= 500
                   AND WS-NSF-REG-STATUS = "00"
                   MOVE "Y" TO WS-NSF-OVERFLOW-SW
               END-IF
               CLOSE NSF-REGISTER
           END-IF.
           COMPUTE WS-NSF-AR-DEBIT = WS-NSF-RETURNED + WS-NSF-FEES.
           OPEN INPUT REFUND-REGISTER.
           IF WS-REFUND-REG-STATUS = "00"
               READ REFUND-REGISTER
               PERFORM UNTIL WS-REFUND-REG-STATUS > "00"
                          OR WS-RFR-COUNT >= 500
                   ADD 1 TO WS-RFR-COUNT
                   MOVE REFUND-REGISTER-REC(1:30)
                       TO WS-RFR-IMAGE(WS-RFR-COUNT)
                   MOVE RFR-POSTED-FLAG
                       TO WS-RFR-POSTED(WS-RFR-COUNT)
                   IF RFR-POSTED-FLAG = "N"
                       ADD RFR-AMOUNT TO WS-REFUNDS-PAID
                       IF WS-HOME-COMPANY NOT = SPACES
                           MOVE RFR-CUST-NUMBER TO WS-FIND-CUST
                           PERFORM 1600-FIND-CUST-COMPANY
                           IF WS-BCO-FOUND-SUB > 0
                               ADD RFR-AMOUNT
                                 TO WS-BCO-REFUNDS(WS-BCO-FOUND-SUB)
                           END-IF
                       END-IF
                   END-IF
                   READ REFUND-REGISTER
               END-PERFORM
               IF WS-RFR-COUNT >= 500
                   AND WS-REFUND-REG-STATUS = "00"
                   MOVE "Y" TO WS-RFR-OVERFLOW-SW
               END-IF
               CLOSE REFUND-REGISTER
           END-IF.
           OPEN INPUT CLAIMS-REGISTER.
           IF WS-CLAIMS-STATUS = "00"
               READ CLAIMS-REGISTER
               PERFORM UNTIL WS-CLAIMS-STATUS > "00"
                          OR WS-CLR-COUNT >= 2000
                   ADD 1 TO WS-CLR-COUNT
                   MOVE CLAIMS-REGISTER-REC(1:95)
                       TO WS-CLR-IMAGE(WS-CLR-COUNT)
                   MOVE CLR-POSTED-FLAG
                       TO WS-CLR-POSTED(WS-CLR-COUNT)
                   IF CLR-POSTED-FLAG = "N"
                       AND CLR-PAID-AMOUNT IS NUMERIC
                       ADD CLR-PAID-AMOUNT TO WS-CLAIM-RECOVERIES
                       IF WS-HOME-COMPANY NOT = SPACES
                           PERFORM 1620-FIND-CLAIM-COMPANY
                           IF WS-BCO-FOUND-SUB > 0
                               ADD CLR-PAID-AMOUNT
                                 TO WS-BCO-CLAIMS(WS-BCO-FOUND-SUB)
                           END-IF
                       END-IF
                   END-IF
                   READ CLAIMS-REGISTER
               END-PERFORM
               IF WS-CLR-COUNT >= 2000
                   AND WS-CLAIMS-STATUS = "00"
                   MOVE "Y" TO WS-CLR-OVERFLOW-SW
               END-IF
               CLOSE CLAIMS-REGISTER
           END-IF.

       1100-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-STATUS = "00"
               READ CUSTOMER-MASTER
               PERFORM UNTIL WS-CUSTOMER-STATUS > "00"
                          OR WS-CUST-COUNT >= 200
                   ADD 1 TO WS-CUST-COUNT
                   MOVE CM-CUST-NUMBER TO WS-CUST-NUM(WS-CUST-COUNT)
                   MOVE CM-COMPANY TO WS-CUST-COMPANY(WS-CUST-COUNT)
                   READ CUSTOMER-MASTER
               END-PERFORM
               IF WS-CUSTOMER-STATUS = "00"
                   DISPLAY "CUSTOMER MASTER OVER 200 ROWS -- THE REST "
                       "JOURNAL TO THE HOME COMPANY"
               END-IF
               CLOSE CUSTOMER-MASTER
           END-IF.

       1150-LOAD-ORDER-HEADERS.
           OPEN INPUT ORDER-HEADER-IN.
           IF WS-ORDER-HDR-STATUS = "00"
               READ ORDER-HEADER-IN
               PERFORM UNTIL WS-ORDER-HDR-STATUS > "00"
                          OR WS-ORDH-COUNT >= 500
                   ADD 1 TO WS-ORDH-COUNT
                   MOVE OH-ORDER-ID TO WS-ORDH-ORDER(WS-ORDH-COUNT)
                   MOVE OH-CUST-NUMBER TO WS-ORDH-CUST(WS-ORDH-COUNT)
                   MOVE OH-COMPANY TO WS-ORDH-COMPANY(WS-ORDH-COUNT)
                   READ ORDER-HEADER-IN
               END-PERFORM
               IF WS-ORDER-HDR-STATUS = "00"
                   DISPLAY "ORDER HEADERS OVER 500 ROWS -- CLAIMS ON "
                       "THE REST JOURNAL BY CUSTOMER OR TO HOME"
               END-IF
               CLOSE ORDER-HEADER-IN
           END-IF.

       1500-LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-IN.
               CLOSE ACCOUNT-MAP-IN
           END-IF.

      * THE CUSTOMER'S COMPANY, OR HOME FOR A CUSTOMER WITH NONE OR
      * NOT ON THE MASTER -- THE COMPANY HW15BILL BILLED IT UNDER.
       1600-FIND-CUST-COMPANY.
           MOVE SPACES TO WS-FOUND-COMPANY.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
               IF WS-CUST-NUM(WS-CUST-SUB) = WS-FIND-CUST
                   MOVE WS-CUST-COMPANY(WS-CUST-SUB)
                       TO WS-FOUND-COMPANY
                   MOVE WS-CUST-COUNT TO WS-CUST-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-COMPANY = SPACES
               MOVE WS-HOME-COMPANY TO WS-FOUND-COMPANY
           END-IF.
           PERFORM 1750-FIND-COMPANY-ENTRY.

      * A CLAIM CARRIES THE ORDER; THE ORDER'S COMPANY, ELSE ITS
      * CUSTOMER'S.
       1620-FIND-CLAIM-COMPANY.
           MOVE SPACES TO WS-FIND-CUST WS-FOUND-COMPANY.
           PERFORM VARYING WS-ORDH-SUB FROM 1 BY 1
               UNTIL WS-ORDH-SUB > WS-ORDH-COUNT
               IF WS-ORDH-ORDER(WS-ORDH-SUB) = CLR-ORDER-ID
                   MOVE WS-ORDH-CUST(WS-ORDH-SUB) TO WS-FIND-CUST
                   MOVE WS-ORDH-COMPANY(WS-ORDH-SUB)
                       TO WS-FOUND-COMPANY
                   MOVE WS-ORDH-COUNT TO WS-ORDH-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-COMPANY = SPACES
               PERFORM 1600-FIND-CUST-COMPANY
           ELSE
               PERFORM 1750-FIND-COMPANY-ENTRY
           END-IF.

      * THE HOME COMPANY'S JOURNAL BOOKS ONLY THE HOME COMPANY'S
      * SALES AND REGISTER ENTRIES; EVERY OTHER COMPANY'S GO OUT IN
      * ITS OWN JOURNAL.  THE HOME COMPANY IS ALWAYS THE FIRST ROW.
       1700-TAKE-HOME-AMOUNTS.
           MOVE WS-HOME-COMPANY TO JRN-COMPANY GLJ-COMPANY.
           MOVE 1 TO WS-BCO-SUB.
           PERFORM 1780-TAKE-COMPANY-AMOUNTS.

       1750-FIND-COMPANY-ENTRY.
           MOVE 0 TO WS-BCO-FOUND-SUB.
           PERFORM VARYING WS-BCO-SUB FROM 1 BY 1
               UNTIL WS-BCO-SUB > WS-BCO-COUNT
               IF WS-BCO-COMPANY(WS-BCO-SUB) = WS-FOUND-COMPANY
                   MOVE WS-BCO-SUB TO WS-BCO-FOUND-SUB
                   MOVE WS-BCO-COUNT TO WS-BCO-SUB
               END-IF
           END-PERFORM.
           IF WS-BCO-FOUND-SUB = 0
               IF WS-BCO-COUNT < 50
                   ADD 1 TO WS-BCO-COUNT
                   MOVE WS-BCO-COUNT TO WS-BCO-FOUND-SUB
                   MOVE WS-FOUND-COMPANY
                       TO WS-BCO-COMPANY(WS-BCO-FOUND-SUB)
                   MOVE ZEROS TO WS-BCO-NET(WS-BCO-FOUND-SUB)
                                 WS-BCO-TAX(WS-BCO-FOUND-SUB)
                                 WS-BCO-FREIGHT(WS-BCO-FOUND-SUB)
                                 WS-BCO-APPLIED(WS-BCO-FOUND-SUB)
                                 WS-BCO-CLEARED(WS-BCO-FOUND-SUB)
                                 WS-BCO-BAD-DEBT(WS-BCO-FOUND-SUB)
                                 WS-BCO-NSF-RETURNED(WS-BCO-FOUND-SUB)
                                 WS-BCO-NSF-FEES(WS-BCO-FOUND-SUB)
                                 WS-BCO-REFUNDS(WS-BCO-FOUND-SUB)
                                 WS-BCO-CLAIMS(WS-BCO-FOUND-SUB)
               ELSE
                   DISPLAY "MORE THAN 50 COMPANIES -- "
                       WS-FOUND-COMPANY " LEFT OUT OF THE JOURNAL"
                   MOVE "Y" TO WS-JOURNAL-OOB-SW
               END-IF
           END-IF.

      * BILLING AND CASH COME BY COMPANY ONLY WHEN THEIR TOTALS FILES
      * CARRIED COMPANY ROWS; OTHERWISE THE HOME JOURNAL KEEPS THE
      * GRAND AMOUNTS AND THE OTHER COMPANIES START FROM ZERO.
       1780-TAKE-COMPANY-AMOUNTS.
           IF BILLING-BY-COMPANY
               MOVE WS-BCO-NET(WS-BCO-SUB)     TO WS-BILL-NET
               MOVE WS-BCO-TAX(WS-BCO-SUB)     TO WS-BILL-TAX
               MOVE WS-BCO-FREIGHT(WS-BCO-SUB) TO WS-BILL-FREIGHT
               COMPUTE WS-BILL-AR-DEBIT
                   = WS-BILL-NET + WS-BILL-TAX + WS-BILL-FREIGHT
           END-IF.
           IF CASH-BY-COMPANY
               MOVE WS-BCO-APPLIED(WS-BCO-SUB) TO WS-CASH-APPLIED
               MOVE WS-BCO-CLEARED(WS-BCO-SUB) TO WS-CASH-CLEARED
               IF WS-CASH-CLEARED > WS-CASH-APPLIED
                   MOVE WS-CASH-APPLIED TO WS-CASH-CLEARED
               END-IF
               COMPUTE WS-CASH-DEBIT
                   = WS-CASH-APPLIED - WS-CASH-CLEARED
           END-IF.
           MOVE WS-BCO-BAD-DEBT(WS-BCO-SUB)     TO WS-BAD-DEBT.
           MOVE WS-BCO-NSF-RETURNED(WS-BCO-SUB) TO WS-NSF-RETURNED.
           MOVE WS-BCO-NSF-FEES(WS-BCO-SUB)     TO WS-NSF-FEES.
           COMPUTE WS-NSF-AR-DEBIT = WS-NSF-RETURNED + WS-NSF-FEES.
           MOVE WS-BCO-REFUNDS(WS-BCO-SUB)      TO WS-REFUNDS-PAID.
           MOVE WS-BCO-CLAIMS(WS-BCO-SUB)       TO WS-CLAIM-RECOVERIES.

       2500-RESOLVE-ACCOUNT.
           MOVE SPACES TO WS-RESOLVED-ACCT.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
           MOVE WS-RESOLVED-ACCT TO GLJ-ACCT-NO.

       3000-WRITE-JOURNAL.
           WRITE GL-JOURNAL-REC FROM WS-GL-JRN-HDR.
           MOVE SPACES TO GLJ-DEPT.
           PERFORM 3100-WRITE-BILLING-LINES.
           PERFORM 3200-WRITE-REGISTER-LINES.
           IF CASH-BY-COMPANY
               PERFORM 3300-WRITE-IC-CLEARED
           END-IF.
           PERFORM 3800-CLOSE-SECTION.

       3100-WRITE-BILLING-LINES.
           IF BTOT-SEEN AND WS-BILL-AR-DEBIT > 0
               MOVE "ARREC" TO WS-LOOKUP-KEY
               PERFORM 2500-RESOLVE-ACCOUNT
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
               ADD WS-BILL-FREIGHT TO WS-TOTAL-CREDITS
           END-IF.

       3200-WRITE-REGISTER-LINES.
           IF WS-CASH-APPLIED > 0
               IF WS-CASH-DEBIT > 0
                   MOVE "CASHR" TO WS-LOOKUP-KEY
                   PERFORM 2500-RESOLVE-ACCOUNT
                   MOVE "CASH - RECEIPTS"     TO GLJ-ACCOUNT
                   MOVE "D"                   TO GLJ-DC
                   MOVE WS-CASH-DEBIT         TO GLJ-AMOUNT
                   WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
                   ADD WS-CASH-DEBIT TO WS-TOTAL-DEBITS
               END-IF
      * CLEARED QUEUE CASH SITS IN THE HOME COMPANY'S UNAPPLIED CASH;
      * ANY OTHER COMPANY TAKES IT FROM HOME THROUGH ITS DUE-FROM.
               IF WS-CASH-CLEARED > 0
                   IF WS-HOME-COMPANY = SPACES
                       OR JRN-COMPANY = WS-HOME-COMPANY
                       MOVE "UNAPC" TO WS-LOOKUP-KEY
                       PERFORM 2500-RESOLVE-ACCOUNT
                       MOVE "UNAPPLIED CASH"  TO GLJ-ACCOUNT
                   ELSE
                       MOVE WS-CO-DUE-FROM    TO GLJ-ACCT-NO
                       MOVE SPACES            TO GLJ-ACCOUNT
                       STRING "DUE FROM COMPANY " WS-HOME-COMPANY
                           DELIMITED BY SIZE INTO GLJ-ACCOUNT
                   END-IF
                   MOVE "D"                   TO GLJ-DC
                   MOVE WS-CASH-CLEARED       TO GLJ-AMOUNT
                   WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
                   ADD WS-CASH-CLEARED TO WS-TOTAL-DEBITS
               END-IF
               MOVE "ARREC" TO WS-LOOKUP-KEY
               PERFORM 2500-RESOLVE-ACCOUNT
               MOVE "ACCOUNTS RECEIVABLE" TO GLJ-ACCOUNT
               MOVE "C"                   TO GLJ-DC
               MOVE WS-CASH-APPLIED       TO GLJ-AMOUNT
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
               ADD WS-CASH-APPLIED TO WS-TOTAL-CREDITS
           END-IF.
      * LOCKBOX CHECKS LEFT ON THE WORK QUEUE ARE IN THE BANK BUT
      * NOT YET AGAINST ANY CUSTOMER'S ITEM.
           IF WS-LBX-QUEUED > 0
               MOVE "CASHR" TO WS-LOOKUP-KEY
               PERFORM 2500-RESOLVE-ACCOUNT
               MOVE "CASH - RECEIPTS"     TO GLJ-ACCOUNT
               MOVE "D"                   TO GLJ-DC
               MOVE WS-LBX-QUEUED         TO GLJ-AMOUNT
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
               ADD WS-LBX-QUEUED TO WS-TOTAL-DEBITS
               MOVE "UNAPC" TO WS-LOOKUP-KEY
               PERFORM 2500-RESOLVE-ACCOUNT
               MOVE "UNAPPLIED CASH"      TO GLJ-ACCOUNT
               MOVE "C"                   TO GLJ-DC
               MOVE WS-LBX-QUEUED         TO GLJ-AMOUNT
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
               ADD WS-LBX-QUEUED TO WS-TOTAL-CREDITS
           END-IF.
           IF WS-BAD-DEBT > 0
               MOVE "BADDT" TO WS-LOOKUP-KEY
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
               ADD WS-BAD-DEBT TO WS-TOTAL-CREDITS
           END-IF.
      * A RETURNED CHECK PUTS THE RECEIVABLE BACK AND TAKES THE CASH
      * OUT; THE FEE IS BILLED TO AR AS INCOME.
           IF WS-NSF-AR-DEBIT > 0
               MOVE "ARREC" TO WS-LOOKUP-KEY
               PERFORM 2500-RESOLVE-ACCOUNT
               MOVE "ACCOUNTS RECEIVABLE" TO GLJ-ACCOUNT
               MOVE "D"                   TO GLJ-DC
               MOVE WS-NSF-AR-DEBIT       TO GLJ-AMOUNT
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
               ADD WS-NSF-AR-DEBIT TO WS-TOTAL-DEBITS
               MOVE "C" TO GLJ-DC
               IF WS-NSF-RETURNED > 0
                   MOVE "CASHR" TO WS-LOOKUP-KEY
                   PERFORM 2500-RESOLVE-ACCOUNT
                   MOVE "CASH - RECEIPTS"     TO GLJ-ACCOUNT
                   MOVE WS-NSF-RETURNED       TO GLJ-AMOUNT
                   WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
                   ADD WS-NSF-RETURNED TO WS-TOTAL-CREDITS
               END-IF
               IF WS-NSF-FEES > 0
                   MOVE "NSFFE" TO WS-LOOKUP-KEY
                   PERFORM 2500-RESOLVE-ACCOUNT
                   MOVE "RETURNED CHECK FEES" TO GLJ-ACCOUNT
                   MOVE WS-NSF-FEES           TO GLJ-AMOUNT
                   WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
                   ADD WS-NSF-FEES TO WS-TOTAL-CREDITS
               END-IF
           END-IF.
      * A REFUND CHECK PAYS OUT A CUSTOMER'S CREDIT BALANCE -- THE
      * CREDIT COMES OFF AR AND THE CASH LEAVES THE BANK.
           IF WS-REFUNDS-PAID > 0
               MOVE "ARREC" TO WS-LOOKUP-KEY
               PERFORM 2500-RESOLVE-ACCOUNT
               MOVE "ACCOUNTS RECEIVABLE" TO GLJ-ACCOUNT
               MOVE "D"                   TO GLJ-DC
               MOVE WS-REFUNDS-PAID       TO GLJ-AMOUNT
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
               ADD WS-REFUNDS-PAID TO WS-TOTAL-DEBITS
               MOVE "CASHD" TO WS-LOOKUP-KEY
               PERFORM 2500-RESOLVE-ACCOUNT
               MOVE "CASH - DISBURSEMENTS" TO GLJ-ACCOUNT
               MOVE "C"                   TO GLJ-DC
               MOVE WS-REFUNDS-PAID       TO GLJ-AMOUNT
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
               ADD WS-REFUNDS-PAID TO WS-TOTAL-CREDITS
           END-IF.
      * A CARRIER'S CLAIM PAYMENT GIVES BACK PART OF WHAT WE SPENT
      * ON FREIGHT.
           IF WS-CLAIM-RECOVERIES > 0
               MOVE "CASHR" TO WS-LOOKUP-KEY
               PERFORM 2500-RESOLVE-ACCOUNT
               MOVE "CASH - RECEIPTS"     TO GLJ-ACCOUNT
               MOVE "D"                   TO GLJ-DC
               MOVE WS-CLAIM-RECOVERIES   TO GLJ-AMOUNT
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
               ADD WS-CLAIM-RECOVERIES TO WS-TOTAL-DEBITS
               MOVE "FRTEX" TO WS-LOOKUP-KEY
               PERFORM 2500-RESOLVE-ACCOUNT
               MOVE "FREIGHT EXPENSE"     TO GLJ-ACCOUNT
               MOVE "C"                   TO GLJ-DC
               MOVE WS-CLAIM-RECOVERIES   TO GLJ-AMOUNT
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
               ADD WS-CLAIM-RECOVERIES TO WS-TOTAL-CREDITS
           END-IF.

      * THE HOME COMPANY'S SIDE OF EACH OTHER COMPANY'S CLEARED
      * QUEUE CASH: OUT OF UNAPPLIED CASH, OWED TO THAT COMPANY.
       3300-WRITE-IC-CLEARED.
           PERFORM VARYING WS-BCO-SUB FROM 1 BY 1
               UNTIL WS-BCO-SUB > WS-BCO-COUNT
               IF WS-BCO-COMPANY(WS-BCO-SUB) NOT = WS-HOME-COMPANY
                   AND WS-BCO-CLEARED(WS-BCO-SUB) > 0
                   MOVE "UNAPC" TO WS-LOOKUP-KEY
                   PERFORM 2500-RESOLVE-ACCOUNT
                   MOVE "UNAPPLIED CASH"      TO GLJ-ACCOUNT
                   MOVE "D"                   TO GLJ-DC
                   MOVE WS-BCO-CLEARED(WS-BCO-SUB) TO GLJ-AMOUNT
                   WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
                   ADD WS-BCO-CLEARED(WS-BCO-SUB) TO WS-TOTAL-DEBITS
                   MOVE WS-HOME-DUE-TO        TO GLJ-ACCT-NO
                   MOVE SPACES                TO GLJ-ACCOUNT
                   STRING "DUE TO COMPANY " WS-BCO-COMPANY(WS-BCO-SUB)
                       DELIMITED BY SIZE INTO GLJ-ACCOUNT
                   MOVE "C"                   TO GLJ-DC
                   WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
                   ADD WS-BCO-CLEARED(WS-BCO-SUB) TO WS-TOTAL-CREDITS
               END-IF
           END-PERFORM.

      * EVERY OTHER COMPANY'S SALES AND REGISTER ENTRIES, IN A
      * JOURNAL OF ITS OWN.  LOCKBOX CHECKS STILL QUEUED STAY HOME.
       3500-WRITE-COMPANY-JOURNAL.
           MOVE WS-BCO-COMPANY(WS-BCO-SUB) TO JRN-COMPANY GLJ-COMPANY.
           MOVE 0 TO WS-BILL-NET WS-BILL-TAX WS-BILL-FREIGHT
                     WS-BILL-AR-DEBIT WS-CASH-APPLIED WS-CASH-CLEARED
                     WS-CASH-DEBIT WS-LBX-QUEUED.
           PERFORM 1780-TAKE-COMPANY-AMOUNTS.
           MOVE SPACES TO WS-CO-DUE-FROM.
           IF WS-CASH-CLEARED > 0
               MOVE "G" TO CO-FUNCTION
               MOVE JRN-COMPANY TO CO-CODE
               MOVE "8" TO CO-RESULT
               CALL "COMPANY" USING WS-COMPANY-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
               IF CO-FOUND
                   MOVE CO-DUE-FROM-ACCT TO WS-CO-DUE-FROM
               END-IF
           END-IF.
           MOVE 0 TO WS-TOTAL-DEBITS WS-TOTAL-CREDITS.
           WRITE GL-JOURNAL-REC FROM WS-GL-JRN-HDR.
           MOVE SPACES TO GLJ-DEPT.
           PERFORM 3100-WRITE-BILLING-LINES.
           PERFORM 3200-WRITE-REGISTER-LINES.
           PERFORM 3800-CLOSE-SECTION.

       3800-CLOSE-SECTION.
           MOVE WS-TOTAL-DEBITS  TO GLT-DEBITS.
           MOVE WS-TOTAL-CREDITS TO GLT-CREDITS.
           WRITE GL-JOURNAL-REC FROM WS-GL-TOTAL-LINE.
           ADD WS-TOTAL-DEBITS  TO WS-GRAND-DEBITS.
           ADD WS-TOTAL-CREDITS TO WS-GRAND-CREDITS.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               MOVE "Y" TO WS-JOURNAL-OOB-SW
           END-IF.
           IF JRN-COMPANY NOT = SPACES
               DISPLAY "COMPANY " JRN-COMPANY " DEBITS " GLT-DEBITS
                   " CREDITS " GLT-CREDITS
           END-IF.

       3900-RELEASE-JOURNAL.
           IF JOURNAL-OUT-OF-BALANCE
      * DO NOT RELEASE AN ENTRY THAT DOES NOT FOOT -- HOLD IT THE
      * SAME WAY HW16GL HOLDS ITS JOURNAL.  ONE COMPANY OUT HOLDS
      * THEM ALL, SINCE THE CASH IN THE HOME ENTRY CLEARS THEIR AR.
               CLOSE GL-JOURNAL-OUT
               OPEN OUTPUT GL-JOURNAL-OUT
               MOVE "SUPPRESSED -- JOURNAL DEBITS DO NOT EQUAL CREDITS"
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE GL-JOURNAL-OUT
               MOVE WS-GRAND-DEBITS  TO GLT-DEBITS
               MOVE WS-GRAND-CREDITS TO GLT-CREDITS
               DISPLAY "BILLING GL JOURNAL RELEASED -- DEBITS "
                   GLT-DEBITS " = CREDITS " GLT-CREDITS
      * THE WRITE-OFFS IN THIS ENTRY ARE NOW ON THE BOOKS.
                       MOVE "Y" TO WS-WOF-CHANGED-SW
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-NSF-SUB FROM 1 BY 1
                   UNTIL WS-NSF-SUB > WS-NSF-COUNT
                   IF WS-NSF-POSTED(WS-NSF-SUB) = "N"
                       AND WS-NSF-IMAGE(WS-NSF-SUB)(9:1) = "R"
                       MOVE "P" TO WS-NSF-POSTED(WS-NSF-SUB)
                       MOVE "Y" TO WS-NSF-CHANGED-SW
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-RFR-SUB FROM 1 BY 1
                   UNTIL WS-RFR-SUB > WS-RFR-COUNT
                   IF WS-RFR-POSTED(WS-RFR-SUB) = "N"
                       MOVE "P" TO WS-RFR-POSTED(WS-RFR-SUB)
                       MOVE "Y" TO WS-RFR-CHANGED-SW
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-CLR-SUB FROM 1 BY 1
                   UNTIL WS-CLR-SUB > WS-CLR-COUNT
                   IF WS-CLR-POSTED(WS-CLR-SUB) = "N"
                       MOVE "P" TO WS-CLR-POSTED(WS-CLR-SUB)
                       MOVE "Y" TO WS-CLR-CHANGED-SW
                   END-IF
               END-PERFORM
           END-IF.

       5000-REWRITE-WOFF-REGISTER.
               WRITE WRITEOFF-REGISTER-REC
           END-PERFORM.
           CLOSE WRITEOFF-REGISTER.

       5100-REWRITE-NSF-REGISTER.
           OPEN OUTPUT NSF-REGISTER.
           PERFORM VARYING WS-NSF-SUB FROM 1 BY 1
               UNTIL WS-NSF-SUB > WS-NSF-COUNT
               MOVE WS-NSF-IMAGE(WS-NSF-SUB)
                   TO NSF-REGISTER-REC(1:46)
               MOVE WS-NSF-POSTED(WS-NSF-SUB) TO NSF-POSTED-FLAG
               WRITE NSF-REGISTER-REC
           END-PERFORM.
           CLOSE NSF-REGISTER.

       5200-REWRITE-REFUND-REGISTER.
           OPEN OUTPUT REFUND-REGISTER.
           PERFORM VARYING WS-RFR-SUB FROM 1 BY 1
               UNTIL WS-RFR-SUB > WS-RFR-COUNT
               MOVE WS-RFR-IMAGE(WS-RFR-SUB)
                   TO REFUND-REGISTER-REC(1:30)
               MOVE WS-RFR-POSTED(WS-RFR-SUB) TO RFR-POSTED-FLAG
               WRITE REFUND-REGISTER-REC
           END-PERFORM.
           CLOSE REFUND-REGISTER.

       5300-REWRITE-CLAIMS-REGISTER.
           OPEN OUTPUT CLAIMS-REGISTER.
           PERFORM VARYING WS-CLR-SUB FROM 1 BY 1
               UNTIL WS-CLR-SUB > WS-CLR-COUNT
               MOVE WS-CLR-IMAGE(WS-CLR-SUB)
                   TO CLAIMS-REGISTER-REC(1:95)
               MOVE WS-CLR-POSTED(WS-CLR-SUB) TO CLR-POSTED-FLAG
               WRITE CLAIMS-REGISTER-REC
           END-PERFORM.
           CLOSE CLAIMS-REGISTER.
