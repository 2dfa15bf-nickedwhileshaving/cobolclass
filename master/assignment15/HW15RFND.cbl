       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW15RFND.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Customer credit-balance refunds.  Nets every customer's items
      *on the AR open-item file -- open invoices against overpaid
      *items (paid above the amount due) and unused credit memos
      *(status M) -- and lists each customer whose net balance is a
      *credit.  AR then picks which of them to refund.  A refund above
      *the threshold needs a second authorization code from the
      *refund authorization file, the same way HW15WOFF guards large
      *write-offs.  Each refund prints a check, laid out the way
      *HW15APPY prints vendor checks, numbered from a control file of
      *its own and a range apart from AP and payroll.  The customer's
      *open invoices are closed against the credits, the credit items
      *close with status R (refunded), and the check goes on the
      *refund register, which HW15GL posts as a debit to AR and a
      *credit to cash.  A credit left untouched past the
      *unclaimed-property dormancy period for the customer's state
      *is not refunded here; it goes on the escheatment list for
      *reporting to the state.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-ITEM ASSIGN TO WS-AR-OPEN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AR-OPEN-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO WS-CUSTOMER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT CASH-APPLY-HIST ASSIGN TO WS-CASH-HIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASH-HIST-STATUS.

           SELECT DORMANCY-TABLE-IN ASSIGN TO WS-DORMANCY-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DORMANCY-STATUS.

           SELECT AUTH-CODE-FILE ASSIGN TO WS-AUTH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUTH-STATUS.

           SELECT REFUND-CHECK-CONTROL ASSIGN TO WS-CHECK-CTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-CTL-STATUS.

           SELECT CHECK-BANK-IN ASSIGN TO WS-CHECK-BANK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-BANK-STATUS.

           SELECT EMPLOYER-INFO ASSIGN TO WS-EMPLOYER-INFO-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPLOYER-INFO-STATUS.

           SELECT REFUND-CHECK-OUT ASSIGN TO WS-CHECK-PRINT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-PRINT-STATUS.

           SELECT REFUND-REGISTER ASSIGN TO WS-REFUND-REG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFUND-REG-STATUS.

           SELECT CREDIT-LIST-OUT ASSIGN TO WS-CREDIT-LIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CREDIT-LIST-STATUS.

           SELECT ESCHEAT-LIST-OUT ASSIGN TO WS-ESCHEAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESCHEAT-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES RUGAR,
      *  RUGCUST, RUGCAPH, RUGUCPD (STATE DORMANCY PERIODS), RUGRAUT,
      *  RUGRFCK, RUGAPBK (DISBURSEMENT ACCOUNT), PAYERINF, RUGRFCP
      *  (CHECK PRINT FILE), RUGRFRG, RUGRFLS, AND RUGESCH, FALLING
      *  BACK TO THE DEVELOPMENT DEFAULTS SHOWN IN 0900.

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

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F
           DATA RECORD IS CUSTOMER-MASTER-REC.
       01 CUSTOMER-MASTER-REC.
          05 CM-CUST-NUMBER           PIC X(05).
          05 CM-BILL-TO-NAME          PIC X(25).
          05 CM-ADDRESS               PIC X(25).
          05 CM-STATE                 PIC X(02).
          05 FILLER                   PIC X(15).

      * ONLY THE DATE AND CUSTOMER MATTER HERE -- A PAYMENT APPLIED
      * IS ACTIVITY ON THE ACCOUNT.
       FD  CASH-APPLY-HIST
           RECORDING MODE IS F
           DATA RECORD IS CASH-APPLY-HIST-REC.
       01 CASH-APPLY-HIST-REC.
          05 CAH-APPLY-DATE           PIC X(08).
          05 CAH-CUST-NUMBER          PIC X(05).
          05 FILLER                   PIC X(45).

      * UNCLAIMED-PROPERTY DORMANCY PERIOD BY STATE, IN YEARS.  A
      * STATE NOT ON THE TABLE TAKES THE DEFAULT IN WORKING-STORAGE.
       FD  DORMANCY-TABLE-IN
           RECORDING MODE IS F
           DATA RECORD IS DORMANCY-REC.
       01 DORMANCY-REC.
          05 DRM-STATE                PIC X(02).
          05 DRM-YEARS                PIC 9(02).

      * SECOND-AUTHORIZATION CODES FOR REFUNDS ABOVE THE THRESHOLD.
       FD  AUTH-CODE-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUTH-CODE-REC.
       01 AUTH-CODE-REC.
          05 AUTH-CODE                PIC X(08).

       FD  REFUND-CHECK-CONTROL
           RECORDING MODE IS F
           DATA RECORD IS REFUND-CHECK-CONTROL-REC.
       01 REFUND-CHECK-CONTROL-REC.
          05 CTL-NEXT-CHECK-NUMBER    PIC 9(07).

       FD  CHECK-BANK-IN
           RECORDING MODE IS F
           DATA RECORD IS CHECK-BANK-REC.
       01 CHECK-BANK-REC.
          05 CKB-BANK-NAME            PIC X(30).
          05 CKB-BANK-CITY            PIC X(30).
          05 CKB-ROUTING              PIC X(09).
          05 CKB-ACCOUNT              PIC X(17).

       FD  EMPLOYER-INFO
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYER-INFO-REC.
       01 EMPLOYER-INFO-REC.
          05 ERI-EIN                  PIC X(09).
          05 ERI-USER-ID              PIC X(08).
          05 ERI-NAME                 PIC X(57).
          05 ERI-STREET               PIC X(22).
          05 ERI-CITY                 PIC X(22).
          05 ERI-STATE                PIC X(02).
          05 ERI-ZIP                  PIC X(05).
          05 ERI-ZIP-EXT              PIC X(04).

       FD  REFUND-CHECK-OUT
           RECORDING MODE IS F
           DATA RECORD IS CHECK-REC-OUT.
       01 CHECK-REC-OUT               PIC X(80).

      * ONE ROW PER REFUND CHECK.  POSTED FLAG "N" WAITS FOR HW15GL,
      * WHICH SETS "P".
       FD  REFUND-REGISTER
           RECORDING MODE IS F
           DATA RECORD IS REFUND-REGISTER-REC.
       01 REFUND-REGISTER-REC.
          05 RFR-CHECK-NUMBER         PIC 9(07).
          05 RFR-CHECK-DATE           PIC X(08).
          05 RFR-CUST-NUMBER          PIC X(05).
          05 RFR-AMOUNT               PIC 9(08)V99.
          05 RFR-POSTED-FLAG          PIC X(01).

       FD  CREDIT-LIST-OUT
           RECORDING MODE IS F
           DATA RECORD IS CREDIT-LIST-REC.
       01 CREDIT-LIST-REC             PIC X(80).

       FD  ESCHEAT-LIST-OUT
           RECORDING MODE IS F
           DATA RECORD IS ESCHEAT-LIST-REC.
       01 ESCHEAT-LIST-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AR-OPEN-DSN             PIC X(80).
       01  WS-CUSTOMER-DSN            PIC X(80).
       01  WS-CASH-HIST-DSN           PIC X(80).
       01  WS-DORMANCY-DSN            PIC X(80).
       01  WS-AUTH-DSN                PIC X(80).
       01  WS-CHECK-CTL-DSN           PIC X(80).
       01  WS-CHECK-BANK-DSN          PIC X(80).
       01  WS-EMPLOYER-INFO-DSN       PIC X(80).
       01  WS-CHECK-PRINT-DSN         PIC X(80).
       01  WS-REFUND-REG-DSN          PIC X(80).
       01  WS-CREDIT-LIST-DSN         PIC X(80).
       01  WS-ESCHEAT-DSN             PIC X(80).

       01  WS-AR-OPEN-STATUS          PIC X(02) VALUE "00".
       01  WS-CUSTOMER-STATUS         PIC X(02) VALUE "00".
       01  WS-CASH-HIST-STATUS        PIC X(02) VALUE "00".
       01  WS-DORMANCY-STATUS         PIC X(02) VALUE "00".
       01  WS-AUTH-STATUS             PIC X(02) VALUE "00".
       01  WS-CHECK-CTL-STATUS        PIC X(02) VALUE "00".
       01  WS-CHECK-BANK-STATUS       PIC X(02) VALUE "00".
       01  WS-EMPLOYER-INFO-STATUS    PIC X(02) VALUE "00".
       01  WS-CHECK-PRINT-STATUS      PIC X(02) VALUE "00".
       01  WS-REFUND-REG-STATUS       PIC X(02) VALUE "00".
       01  WS-CREDIT-LIST-STATUS      PIC X(02) VALUE "00".
       01  WS-ESCHEAT-STATUS          PIC X(02) VALUE "00".

       01  WS-TODAY                   PIC X(08).
       01  WS-TODAY-N REDEFINES WS-TODAY
                                      PIC 9(08).
       01  WS-TODAY-INT               PIC 9(07).
       01  WS-DATE-N                  PIC 9(08).
       01  WS-DORMANT-DAYS            PIC 9(07).

      * REFUND CHECKS RUN IN THEIR OWN RANGE, CLEAR OF THE AP AND
      * PAYROLL CHECK NUMBERS.
       01  WS-NEXT-CHECK-NUMBER       PIC 9(07) VALUE 0950001.
       01  WS-CHECK-NUMBER            PIC 9(07).
       01  WS-CHECK-BANK-OK-SW        PIC X(01) VALUE "N".
           88 CHECK-BANK-OK                  VALUE "Y".

      * ABOVE THIS A SECOND SET OF EYES SIGNS OFF ON THE REFUND.
       01  WS-AUTH-THRESHOLD          PIC 9(05)V99 VALUE 00500.00.
       01  WS-DEFAULT-DORMANCY        PIC 9(02) VALUE 03.

       01  WS-AR-COUNT                PIC 9(04) VALUE 0.
       01  WS-AR-OVERFLOW-SW          PIC X(01) VALUE "N".
           88 AR-TABLE-OVERFLOW              VALUE "Y".
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

       01  WS-CUST-COUNT              PIC 9(03) VALUE 0.
       01  WS-CUST-SUB                PIC 9(03).
       01  WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 100 TIMES.
              10 WS-CUST-NUM          PIC X(05).
              10 WS-CUST-NAME         PIC X(25).
              10 WS-CUST-ADDRESS      PIC X(25).
              10 WS-CUST-STATE        PIC X(02).

       01  WS-DRM-COUNT               PIC 9(02) VALUE 0.
       01  WS-DRM-SUB                 PIC 9(02).
       01  WS-DRM-TABLE.
           05 WS-DRM-ENTRY OCCURS 60 TIMES.
              10 WS-DRM-STATE         PIC X(02).
              10 WS-DRM-YEARS         PIC 9(02).
       01  WS-FOUND-YEARS             PIC 9(02).

      * ONE ROW PER CUSTOMER WITH ANYTHING ON THE AR FILE: WHAT THEY
      * OWE ON OPEN INVOICES, WHAT THEY HAVE IN CREDITS, AND THE LAST
      * DATE ANYTHING HAPPENED ON THE ACCOUNT.
       01  WS-BAL-COUNT               PIC 9(03) VALUE 0.
       01  WS-BAL-SUB                 PIC 9(03).
       01  WS-BAL-FOUND-SUB           PIC 9(03).
       01  WS-BAL-OVERFLOW-SW         PIC X(01) VALUE "N".
           88 BAL-TABLE-OVERFLOW             VALUE "Y".
       01  WS-BAL-TABLE.
           05 WS-BAL-ENTRY OCCURS 500 TIMES.
              10 WS-BAL-CUST          PIC X(05).
              10 WS-BAL-OWED          PIC 9(09)V99.
              10 WS-BAL-CREDIT        PIC 9(09)V99.
              10 WS-BAL-LAST-DATE     PIC X(08).
              10 WS-BAL-CUST-SUB      PIC 9(03).
              10 WS-BAL-DISP-SW       PIC X(01).
                 88 BAL-REFUNDABLE           VALUE "C".
                 88 BAL-ESCHEAT              VALUE "E".
                 88 BAL-REFUNDED             VALUE "R".

       01  WS-ITEM-BALANCE            PIC S9(09)V99.
       01  WS-NET-CREDIT              PIC 9(09)V99.
       01  WS-CREDIT-CUST-COUNT       PIC 9(04) VALUE 0.
       01  WS-ESCHEAT-COUNT           PIC 9(04) VALUE 0.
       01  WS-ESCHEAT-TOTAL           PIC 9(09)V99 VALUE 0.

       01  WS-IN-CUSTOMER             PIC X(05).
           88 REFUND-EXIT                    VALUE "X    ", SPACES.
       01  WS-IN-CONFIRM              PIC X(01).
           88 REFUND-CONFIRMED               VALUE "Y" "y".
       01  WS-IN-AUTH                 PIC X(08).
       01  WS-AUTH-OK-SW              PIC X(01).
           88 AUTH-CODE-GOOD                 VALUE "Y".

       01  WS-CHECK-NET               PIC 9(08)V99.
       01  WS-CHECKS-PRINTED          PIC 9(04) VALUE 0.
       01  WS-REFUND-TOTAL            PIC 9(09)V99 VALUE 0.
       01  WS-AR-CHANGED-SW           PIC X(01) VALUE "N".
           88 AR-FILE-CHANGED                VALUE "Y".
       01  WS-CHECK-FILE-OPEN-SW      PIC X(01) VALUE "N".
           88 CHECK-FILE-OPEN                VALUE "Y".
       01  WS-AMT-DISP                PIC $,$$$,$$9.99-.

      * AMOUNT IN WORDS -- THE CHECK AMOUNT BROKEN INTO ITS DIGIT
      * GROUPS, AND THE WORDS FOR ONE THROUGH NINETEEN AND THE TENS.
       01  WS-WORDS-AMOUNT            PIC 9(06)V99.
       01  WS-WORDS-DIGITS REDEFINES WS-WORDS-AMOUNT.
           05 WA-THOUSANDS-GROUP.
              10 WA-TH-HUNDREDS       PIC 9(01).
              10 WA-TH-UNDER-100      PIC 9(02).
           05 WA-THOUSANDS REDEFINES WA-THOUSANDS-GROUP
                                      PIC 9(03).
           05 WA-HUNDREDS             PIC 9(01).
           05 WA-UNDER-100            PIC 9(02).
           05 WA-CENTS                PIC 9(02).
       01  WS-GROUP-HUNDREDS          PIC 9(01).
       01  WS-GROUP-UNDER-100         PIC 9(02).
       01  WS-TENS-DIGIT              PIC 9(01).
       01  WS-UNITS-DIGIT             PIC 9(01).
       01  WS-WORD-SUB                PIC 9(02).
       01  WS-WORDS-PTR               PIC 9(03).
       01  WS-AMOUNT-WORDS            PIC X(75).

       01  WS-ONES-WORD-TABLE.
           05 FILLER                  PIC X(09) VALUE "ONE".
           05 FILLER                  PIC X(09) VALUE "TWO".
           05 FILLER                  PIC X(09) VALUE "THREE".
           05 FILLER                  PIC X(09) VALUE "FOUR".
           05 FILLER                  PIC X(09) VALUE "FIVE".
           05 FILLER                  PIC X(09) VALUE "SIX".
           05 FILLER                  PIC X(09) VALUE "SEVEN".
           05 FILLER                  PIC X(09) VALUE "EIGHT".
           05 FILLER                  PIC X(09) VALUE "NINE".
           05 FILLER                  PIC X(09) VALUE "TEN".
           05 FILLER                  PIC X(09) VALUE "ELEVEN".
           05 FILLER                  PIC X(09) VALUE "TWELVE".
           05 FILLER                  PIC X(09) VALUE "THIRTEEN".
           05 FILLER                  PIC X(09) VALUE "FOURTEEN".
           05 FILLER                  PIC X(09) VALUE "FIFTEEN".
           05 FILLER                  PIC X(09) VALUE "SIXTEEN".
           05 FILLER                  PIC X(09) VALUE "SEVENTEEN".
           05 FILLER                  PIC X(09) VALUE "EIGHTEEN".
           05 FILLER                  PIC X(09) VALUE "NINETEEN".
       01  WS-ONES-WORDS REDEFINES WS-ONES-WORD-TABLE.
           05 WS-ONES-WORD OCCURS 19 TIMES PIC X(09).

       01  WS-TENS-WORD-TABLE.
           05 FILLER                  PIC X(07) VALUE "TEN".
           05 FILLER                  PIC X(07) VALUE "TWENTY".
           05 FILLER                  PIC X(07) VALUE "THIRTY".
           05 FILLER                  PIC X(07) VALUE "FORTY".
           05 FILLER                  PIC X(07) VALUE "FIFTY".
           05 FILLER                  PIC X(07) VALUE "SIXTY".
           05 FILLER                  PIC X(07) VALUE "SEVENTY".
           05 FILLER                  PIC X(07) VALUE "EIGHTY".
           05 FILLER                  PIC X(07) VALUE "NINETY".
       01  WS-TENS-WORDS REDEFINES WS-TENS-WORD-TABLE.
           05 WS-TENS-WORD OCCURS 9 TIMES PIC X(07).

      * CHECK FACE.
       01  WS-FACE-CO-LINE.
           05 FACE-CO-NAME            PIC X(57).
           05 FILLER                  PIC X(03) VALUE ALL SPACES.
           05 FILLER                  PIC X(10) VALUE "CHECK NO. ".
           05 FACE-CO-CHECK-NUM       PIC 9(07).

       01  WS-FACE-ADDR-LINE.
           05 FACE-ADDR-TEXT          PIC X(57).
           05 FILLER                  PIC X(03) VALUE ALL SPACES.
           05 FACE-ADDR-CAPTION       PIC X(10).
           05 FACE-ADDR-DATE.
              10 FACE-DATE-MM         PIC X(02).
              10 FILLER               PIC X(01) VALUE "/".
              10 FACE-DATE-DD         PIC X(02).
              10 FILLER               PIC X(01) VALUE "/".
              10 FACE-DATE-YY         PIC X(02).

       01  WS-FACE-WORDS-LINE.
           05 FILLER                  PIC X(05) VALUE "PAY  ".
           05 FACE-WORDS              PIC X(75).

       01  WS-FACE-PAYEE-LINE.
           05 FILLER                  PIC X(17)
                   VALUE "TO THE ORDER OF  ".
           05 FACE-PAYEE-NAME         PIC X(25).
           05 FILLER                  PIC X(03) VALUE ALL SPACES.
           05 FACE-PAYEE-CUST         PIC X(05).
           05 FILLER                  PIC X(08) VALUE ALL SPACES.
           05 FACE-PAYEE-AMOUNT       PIC $***,**9.99.

      * THE CUSTOMER'S ADDRESS UNDER THE PAYEE, FOR THE WINDOW
      * ENVELOPE.
       01  WS-FACE-PAYEE-ADDR-LINE.
           05 FILLER                  PIC X(17) VALUE ALL SPACES.
           05 FACE-PAYEE-ADDR         PIC X(40).

       01  WS-FACE-MEMO-LINE.
           05 FILLER                  PIC X(17) VALUE ALL SPACES.
           05 FACE-MEMO               PIC X(40).

       01  WS-FACE-BANK-LINE.
           05 FACE-BANK-TEXT          PIC X(40).
           05 FILLER                  PIC X(04) VALUE ALL SPACES.
           05 FACE-SIGN-TEXT          PIC X(36).

      * MICR LINE IN E-13B POSITIONS -- THE MICR FONT PRINTS "A" AS
      * THE TRANSIT SYMBOL AND "C" AS THE ON-US SYMBOL, SO THE LINE
      * READS CHECK SERIAL, ROUTING NUMBER, THEN ACCOUNT NUMBER.
       01  WS-MICR-LINE.
           05 FILLER                  PIC X(10) VALUE ALL SPACES.
           05 MICR-TEXT               PIC X(50).

       01  WS-PERF-LINE               PIC X(80) VALUE ALL "-".
       01  WS-CHECK-CUT-LINE          PIC X(80) VALUE ALL "=".

      * REMITTANCE STUB -- THE ITEMS THE REFUND CLOSES.
       01  WS-STUB-HDR-LINE.
           05 FILLER                  PIC X(19)
                   VALUE "REFUND ADVICE      ".
           05 STUB-HDR-CUST           PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 STUB-HDR-NAME           PIC X(25).
           05 FILLER                  PIC X(03) VALUE ALL SPACES.
           05 FILLER                  PIC X(10) VALUE "CHECK NO. ".
           05 STUB-HDR-CHECK-NUM      PIC 9(07).
       01  WS-STUB-COL-LINE.
           05 FILLER                  PIC X(30)
                   VALUE "ORDER  ITEM DATE  KIND        ".
           05 FILLER                  PIC X(20)
                   VALUE "              AMOUNT".
       01  WS-STUB-DETAIL.
           05 STUBD-ORDER             PIC X(05).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 STUBD-DATE              PIC X(08).
           05 FILLER                  PIC X(03) VALUE ALL SPACES.
           05 STUBD-KIND              PIC X(12).
           05 FILLER                  PIC X(06) VALUE ALL SPACES.
           05 STUBD-AMOUNT            PIC Z,ZZZ,ZZ9.99-.

      * CREDIT-BALANCE LISTING AND ESCHEATMENT LIST.
       01  WS-LIST-HDR-LINE.
           05 FILLER                  PIC X(40)
                   VALUE "CUSTOMER CREDIT BALANCES AS OF ".
           05 LSTH-DATE               PIC X(08).
       01  WS-ESCH-HDR-LINE.
           05 FILLER                  PIC X(40)
                   VALUE "UNCLAIMED CREDITS FOR ESCHEATMENT AS OF ".
           05 ESCH-DATE               PIC X(08).
       01  WS-LIST-COL-LINE.
           05 FILLER                  PIC X(37)
                   VALUE "CUST  NAME                      ST  ".
           05 FILLER                  PIC X(43)
                   VALUE "LAST ACTY        CREDIT  DISPOSITION".
       01  WS-LIST-DETAIL.
           05 LSTD-CUST               PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LSTD-NAME               PIC X(25).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LSTD-STATE              PIC X(02).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 LSTD-LAST-DATE          PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LSTD-CREDIT             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 LSTD-DISPOSITION        PIC X(20).
       01  WS-LIST-TOTAL-LINE.
           05 FILLER                  PIC X(20)
                   VALUE "CUSTOMERS LISTED: ".
           05 LSTT-COUNT              PIC ZZZ9.
           05 FILLER                  PIC X(12) VALUE "   TOTAL    ".
           05 LSTT-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.

       01  WS-PERCTL-PARMS.
           05 PC-FUNCTION             PIC X(01).
           05 PC-PROGRAM              PIC X(08).
           05 PC-PERIOD               PIC X(06).
           05 PC-NOTE                 PIC X(40).
           05 PC-RESULT               PIC X(01).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW15RFND - CUSTOMER CREDIT-BALANCE REFUNDS".
           PERFORM 0800-CHECK-POSTING-PERIOD.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           IF AR-TABLE-OVERFLOW OR BAL-TABLE-OVERFLOW
               DISPLAY "AR OPEN-ITEM FILE HOLDS MORE THAN THIS "
                   "PROGRAM CAN CARRY -- A REWRITE WOULD DROP THE "
                   "OVERFLOW."
               DISPLAY "ARCHIVE PAID ITEMS FIRST. NO CHANGES MADE."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-NET-BALANCES.
           PERFORM 2500-LIST-CREDIT-BALANCES.
           IF NOT CHECK-BANK-OK
               DISPLAY "REFUND DISBURSEMENT ACCOUNT MISSING OR "
                   "INCOMPLETE -- LISTING ONLY, NO CHECKS PRINTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "CUSTOMER TO REFUND (X TO EXIT): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-CUSTOMER.
           PERFORM UNTIL REFUND-EXIT
               PERFORM 3000-REFUND-CUSTOMER THRU 3000-EXIT
               DISPLAY "CUSTOMER TO REFUND (X TO EXIT): "
                   WITH NO ADVANCING
               ACCEPT WS-IN-CUSTOMER
           END-PERFORM.
           IF CHECK-FILE-OPEN
               CLOSE REFUND-CHECK-OUT
           END-IF.
           IF AR-FILE-CHANGED
               PERFORM 6000-REWRITE-AR-FILE
           END-IF.
           DISPLAY "CREDIT CUSTOMERS LISTED: " WS-CREDIT-CUST-COUNT.
           DISPLAY "SENT TO ESCHEATMENT    : " WS-ESCHEAT-COUNT.
           DISPLAY "REFUND CHECKS PRINTED  : " WS-CHECKS-PRINTED.
           MOVE WS-REFUND-TOTAL TO WS-AMT-DISP.
           DISPLAY "DOLLARS REFUNDED       : " WS-AMT-DISP.
           DISPLAY "HW15RFND CONCLUDES".
           GOBACK.

       0800-CHECK-POSTING-PERIOD.
           MOVE "C" TO PC-FUNCTION.
           MOVE "HW15RFND" TO PC-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:6) TO PC-PERIOD.
           MOVE SPACES TO PC-NOTE.
           MOVE "O" TO PC-RESULT.
           CALL "PERCTL" USING WS-PERCTL-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF PC-RESULT = "C"
               MOVE "H" TO PC-FUNCTION
               MOVE "CUSTOMER REFUNDS REFUSED - PERIOD CLOSED"
                   TO PC-NOTE
               CALL "PERCTL" USING WS-PERCTL-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
               DISPLAY "*** POSTING PERIOD " PC-PERIOD
                   " IS CLOSED -- RUN REFUSED AND HELD ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-AR-OPEN-DSN FROM ENVIRONMENT "RUGAR".
           IF WS-AR-OPEN-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15AR.dat"
               TO WS-AR-OPEN-DSN
           END-IF.
           ACCEPT WS-CUSTOMER-DSN FROM ENVIRONMENT "RUGCUST".
           IF WS-CUSTOMER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CUST.dat"
               TO WS-CUSTOMER-DSN
           END-IF.
           ACCEPT WS-CASH-HIST-DSN FROM ENVIRONMENT "RUGCAPH".
           IF WS-CASH-HIST-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CAPH.dat"
               TO WS-CASH-HIST-DSN
           END-IF.
           ACCEPT WS-DORMANCY-DSN FROM ENVIRONMENT "RUGUCPD".
           IF WS-DORMANCY-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15UCPD.dat"
               TO WS-DORMANCY-DSN
           END-IF.
           ACCEPT WS-AUTH-DSN FROM ENVIRONMENT "RUGRAUT".
           IF WS-AUTH-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15RAUT.dat"
               TO WS-AUTH-DSN
           END-IF.
           ACCEPT WS-CHECK-CTL-DSN FROM ENVIRONMENT "RUGRFCK".
           IF WS-CHECK-CTL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15RFCK.dat"
               TO WS-CHECK-CTL-DSN
           END-IF.
           ACCEPT WS-CHECK-BANK-DSN FROM ENVIRONMENT "RUGAPBK".
           IF WS-CHECK-BANK-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15APBK.dat"
               TO WS-CHECK-BANK-DSN
           END-IF.
           ACCEPT WS-EMPLOYER-INFO-DSN FROM ENVIRONMENT "PAYERINF".
           IF WS-EMPLOYER-INFO-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16ERI.dat"
               TO WS-EMPLOYER-INFO-DSN
           END-IF.
           ACCEPT WS-CHECK-PRINT-DSN FROM ENVIRONMENT "RUGRFCP".
           IF WS-CHECK-PRINT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15RFCP.rpt"
               TO WS-CHECK-PRINT-DSN
           END-IF.
           ACCEPT WS-REFUND-REG-DSN FROM ENVIRONMENT "RUGRFRG".
           IF WS-REFUND-REG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15RFRG.dat"
               TO WS-REFUND-REG-DSN
           END-IF.
           ACCEPT WS-CREDIT-LIST-DSN FROM ENVIRONMENT "RUGRFLS".
           IF WS-CREDIT-LIST-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15RFLS.rpt"
               TO WS-CREDIT-LIST-DSN
           END-IF.
           ACCEPT WS-ESCHEAT-DSN FROM ENVIRONMENT "RUGESCH".
           IF WS-ESCHEAT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15ESCH.rpt"
               TO WS-ESCHEAT-DSN
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
                   MOVE "Y" TO WS-AR-OVERFLOW-SW
               END-IF
               CLOSE AR-OPEN-ITEM
           END-IF.
           IF RETURN-CODE = 0
               PERFORM 1100-LOAD-CUSTOMERS
               PERFORM 1200-LOAD-DORMANCY-TABLE
               PERFORM 1300-READ-CHECK-CONTROL
               PERFORM 1400-LOAD-CHECK-BANK
               PERFORM 1450-LOAD-EMPLOYER-INFO
           END-IF.

       1100-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-STATUS = "00"
               READ CUSTOMER-MASTER
               PERFORM UNTIL WS-CUSTOMER-STATUS > "00"
                          OR WS-CUST-COUNT >= 100
                   ADD 1 TO WS-CUST-COUNT
                   MOVE CM-CUST-NUMBER  TO WS-CUST-NUM(WS-CUST-COUNT)
                   MOVE CM-BILL-TO-NAME TO WS-CUST-NAME(WS-CUST-COUNT)
                   MOVE CM-ADDRESS
                       TO WS-CUST-ADDRESS(WS-CUST-COUNT)
                   MOVE CM-STATE        TO WS-CUST-STATE(WS-CUST-COUNT)
                   READ CUSTOMER-MASTER
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           ELSE
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-CUSTOMER-STATUS " -- NO CUSTOMER CAN BE REFUNDED"
           END-IF.

       1200-LOAD-DORMANCY-TABLE.
           OPEN INPUT DORMANCY-TABLE-IN.
           IF WS-DORMANCY-STATUS = "00"
               READ DORMANCY-TABLE-IN
               PERFORM UNTIL WS-DORMANCY-STATUS > "00"
                          OR WS-DRM-COUNT >= 60
                   IF DRM-YEARS IS NUMERIC
                       ADD 1 TO WS-DRM-COUNT
                       MOVE DRM-STATE TO WS-DRM-STATE(WS-DRM-COUNT)
                       MOVE DRM-YEARS TO WS-DRM-YEARS(WS-DRM-COUNT)
                   END-IF
                   READ DORMANCY-TABLE-IN
               END-PERFORM
               CLOSE DORMANCY-TABLE-IN
           END-IF.

      * RE-READ BEFORE EVERY NUMBER IS TAKEN AS WELL.
       1300-READ-CHECK-CONTROL.
           OPEN INPUT REFUND-CHECK-CONTROL.
           IF WS-CHECK-CTL-STATUS = "00"
               READ REFUND-CHECK-CONTROL
               IF WS-CHECK-CTL-STATUS = "00"
                   MOVE CTL-NEXT-CHECK-NUMBER
                       TO WS-NEXT-CHECK-NUMBER
               END-IF
               CLOSE REFUND-CHECK-CONTROL
           END-IF.

       1400-LOAD-CHECK-BANK.
           MOVE SPACES TO CHECK-BANK-REC.
           OPEN INPUT CHECK-BANK-IN.
           IF WS-CHECK-BANK-STATUS = "00"
               READ CHECK-BANK-IN
               CLOSE CHECK-BANK-IN
           END-IF.
           IF CKB-ROUTING IS NUMERIC AND CKB-ACCOUNT NOT = SPACES
               MOVE "Y" TO WS-CHECK-BANK-OK-SW
           END-IF.

       1450-LOAD-EMPLOYER-INFO.
           MOVE SPACES TO EMPLOYER-INFO-REC.
           OPEN INPUT EMPLOYER-INFO.
           IF WS-EMPLOYER-INFO-STATUS = "00"
               READ EMPLOYER-INFO
               CLOSE EMPLOYER-INFO
           END-IF.
           IF ERI-NAME = SPACES
               DISPLAY "EMPLOYER INFORMATION MISSING - STATUS "
                   WS-EMPLOYER-INFO-STATUS
                   " -- CHECKS PRINT WITHOUT THE COMPANY NAME"
           END-IF.

      ******************************************************************
      * NET EACH CUSTOMER'S ITEMS.  AN OPEN INVOICE ADDS WHAT IS STILL
      * OWED; A PAID ITEM CARRIES A CREDIT FOR WHATEVER WAS PAID OVER
      * THE AMOUNT DUE; A CREDIT MEMO CARRIES ITS UNUSED AMOUNT.  THE
      * NEWEST ITEM DATE, OR THE NEWEST PAYMENT APPLIED IF LATER, IS
      * THE ACCOUNT'S LAST ACTIVITY.
      ******************************************************************
       2000-NET-BALANCES.
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
               UNTIL WS-AR-SUB > WS-AR-COUNT
               MOVE WS-AR-CUST(WS-AR-SUB) TO WS-IN-CUSTOMER
               PERFORM 2100-FIND-BALANCE-ROW
               IF WS-BAL-FOUND-SUB > 0
                   COMPUTE WS-ITEM-BALANCE = WS-AR-DUE(WS-AR-SUB)
                       - WS-AR-PAID(WS-AR-SUB)
                   EVALUATE TRUE
                       WHEN WS-AR-STAT(WS-AR-SUB) = "O"
                            AND WS-ITEM-BALANCE > 0
                           ADD WS-ITEM-BALANCE
                               TO WS-BAL-OWED(WS-BAL-FOUND-SUB)
                       WHEN WS-AR-STAT(WS-AR-SUB) = "P"
                            AND WS-ITEM-BALANCE < 0
                           SUBTRACT WS-ITEM-BALANCE
                               FROM WS-BAL-CREDIT(WS-BAL-FOUND-SUB)
                       WHEN WS-AR-STAT(WS-AR-SUB) = "M"
                            AND WS-ITEM-BALANCE > 0
                           ADD WS-ITEM-BALANCE
                               TO WS-BAL-CREDIT(WS-BAL-FOUND-SUB)
                   END-EVALUATE
                   IF WS-AR-DATE(WS-AR-SUB)
                       > WS-BAL-LAST-DATE(WS-BAL-FOUND-SUB)
                       MOVE WS-AR-DATE(WS-AR-SUB)
                           TO WS-BAL-LAST-DATE(WS-BAL-FOUND-SUB)
                   END-IF
               END-IF
           END-PERFORM.
           OPEN INPUT CASH-APPLY-HIST.
           IF WS-CASH-HIST-STATUS = "00"
               READ CASH-APPLY-HIST
               PERFORM UNTIL WS-CASH-HIST-STATUS > "00"
                   PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                       UNTIL WS-BAL-SUB > WS-BAL-COUNT
                       IF WS-BAL-CUST(WS-BAL-SUB) = CAH-CUST-NUMBER
                           IF CAH-APPLY-DATE
                               > WS-BAL-LAST-DATE(WS-BAL-SUB)
                               MOVE CAH-APPLY-DATE
                                   TO WS-BAL-LAST-DATE(WS-BAL-SUB)
                           END-IF
                           MOVE WS-BAL-COUNT TO WS-BAL-SUB
                       END-IF
                   END-PERFORM
                   READ CASH-APPLY-HIST
               END-PERFORM
               CLOSE CASH-APPLY-HIST
           END-IF.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT
               IF WS-BAL-CREDIT(WS-BAL-SUB) > WS-BAL-OWED(WS-BAL-SUB)
                   PERFORM 2200-JUDGE-DORMANCY
               END-IF
           END-PERFORM.

       2100-FIND-BALANCE-ROW.
           MOVE 0 TO WS-BAL-FOUND-SUB.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT
               IF WS-BAL-CUST(WS-BAL-SUB) = WS-IN-CUSTOMER
                   MOVE WS-BAL-SUB TO WS-BAL-FOUND-SUB
                   MOVE WS-BAL-COUNT TO WS-BAL-SUB
               END-IF
           END-PERFORM.
           IF WS-BAL-FOUND-SUB = 0
               IF WS-BAL-COUNT >= 500
                   MOVE "Y" TO WS-BAL-OVERFLOW-SW
               ELSE
                   ADD 1 TO WS-BAL-COUNT
                   MOVE WS-BAL-COUNT TO WS-BAL-FOUND-SUB
                   MOVE WS-IN-CUSTOMER TO WS-BAL-CUST(WS-BAL-COUNT)
                   MOVE ZEROS TO WS-BAL-OWED(WS-BAL-COUNT)
                                 WS-BAL-CREDIT(WS-BAL-COUNT)
                   MOVE SPACES TO WS-BAL-LAST-DATE(WS-BAL-COUNT)
                   MOVE SPACE TO WS-BAL-DISP-SW(WS-BAL-COUNT)
                   MOVE 0 TO WS-BAL-CUST-SUB(WS-BAL-COUNT)
                   PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                       UNTIL WS-CUST-SUB > WS-CUST-COUNT
                       IF WS-CUST-NUM(WS-CUST-SUB) = WS-IN-CUSTOMER
                           MOVE WS-CUST-SUB
                               TO WS-BAL-CUST-SUB(WS-BAL-COUNT)
                           MOVE WS-CUST-COUNT TO WS-CUST-SUB
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * A CREDIT WITH NO ACTIVITY ON THE ACCOUNT FOR THE STATE'S
      * DORMANCY PERIOD BELONGS TO THE STATE, NOT TO A REFUND CHECK.
       2200-JUDGE-DORMANCY.
           MOVE "C" TO WS-BAL-DISP-SW(WS-BAL-SUB).
           MOVE WS-DEFAULT-DORMANCY TO WS-FOUND-YEARS.
           IF WS-BAL-CUST-SUB(WS-BAL-SUB) > 0
               PERFORM VARYING WS-DRM-SUB FROM 1 BY 1
                   UNTIL WS-DRM-SUB > WS-DRM-COUNT
                   IF WS-DRM-STATE(WS-DRM-SUB)
                       = WS-CUST-STATE(WS-BAL-CUST-SUB(WS-BAL-SUB))
                       MOVE WS-DRM-YEARS(WS-DRM-SUB) TO WS-FOUND-YEARS
                       MOVE WS-DRM-COUNT TO WS-DRM-SUB
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-BAL-LAST-DATE(WS-BAL-SUB) IS NUMERIC
               MOVE WS-BAL-LAST-DATE(WS-BAL-SUB) TO WS-DATE-N
               COMPUTE WS-DORMANT-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-N)
               IF WS-DORMANT-DAYS > WS-FOUND-YEARS * 365
                   MOVE "E" TO WS-BAL-DISP-SW(WS-BAL-SUB)
               END-IF
           END-IF.

       2500-LIST-CREDIT-BALANCES.
           OPEN OUTPUT CREDIT-LIST-OUT ESCHEAT-LIST-OUT.
           MOVE WS-TODAY TO LSTH-DATE ESCH-DATE.
           WRITE CREDIT-LIST-REC FROM WS-LIST-HDR-LINE.
           WRITE CREDIT-LIST-REC FROM WS-LIST-COL-LINE.
           WRITE ESCHEAT-LIST-REC FROM WS-ESCH-HDR-LINE.
           WRITE ESCHEAT-LIST-REC FROM WS-LIST-COL-LINE.
           MOVE 0 TO WS-REFUND-TOTAL.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT
               IF BAL-REFUNDABLE(WS-BAL-SUB)
                   OR BAL-ESCHEAT(WS-BAL-SUB)
                   PERFORM 2550-LIST-ONE-CUSTOMER
               END-IF
           END-PERFORM.
           MOVE WS-CREDIT-CUST-COUNT TO LSTT-COUNT.
           MOVE WS-REFUND-TOTAL TO LSTT-AMOUNT.
           WRITE CREDIT-LIST-REC FROM WS-LIST-TOTAL-LINE.
           MOVE WS-ESCHEAT-COUNT TO LSTT-COUNT.
           MOVE WS-ESCHEAT-TOTAL TO LSTT-AMOUNT.
           WRITE ESCHEAT-LIST-REC FROM WS-LIST-TOTAL-LINE.
           CLOSE CREDIT-LIST-OUT ESCHEAT-LIST-OUT.
           MOVE 0 TO WS-REFUND-TOTAL.

       2550-LIST-ONE-CUSTOMER.
           COMPUTE WS-NET-CREDIT = WS-BAL-CREDIT(WS-BAL-SUB)
               - WS-BAL-OWED(WS-BAL-SUB).
           ADD 1 TO WS-CREDIT-CUST-COUNT.
           ADD WS-NET-CREDIT TO WS-REFUND-TOTAL.
           MOVE WS-BAL-CUST(WS-BAL-SUB) TO LSTD-CUST.
           IF WS-BAL-CUST-SUB(WS-BAL-SUB) > 0
               MOVE WS-CUST-NAME(WS-BAL-CUST-SUB(WS-BAL-SUB))
                   TO LSTD-NAME
               MOVE WS-CUST-STATE(WS-BAL-CUST-SUB(WS-BAL-SUB))
                   TO LSTD-STATE
           ELSE
               MOVE "** NOT ON CUSTOMER MASTER" TO LSTD-NAME
               MOVE SPACES TO LSTD-STATE
           END-IF.
           MOVE WS-BAL-LAST-DATE(WS-BAL-SUB) TO LSTD-LAST-DATE.
           MOVE WS-NET-CREDIT TO LSTD-CREDIT.
           IF BAL-ESCHEAT(WS-BAL-SUB)
               MOVE "DORMANT - ESCHEAT" TO LSTD-DISPOSITION
               ADD 1 TO WS-ESCHEAT-COUNT
               ADD WS-NET-CREDIT TO WS-ESCHEAT-TOTAL
               WRITE ESCHEAT-LIST-REC FROM WS-LIST-DETAIL
           ELSE
               MOVE "REFUNDABLE" TO LSTD-DISPOSITION
           END-IF.
           WRITE CREDIT-LIST-REC FROM WS-LIST-DETAIL.
           MOVE WS-NET-CREDIT TO WS-AMT-DISP.
           DISPLAY "  " LSTD-CUST " " LSTD-NAME " " WS-AMT-DISP
               "  " LSTD-DISPOSITION.

      ******************************************************************
      * ONE CUSTOMER CHOSEN FOR A REFUND.  THE NET CREDIT IS WHAT THE
      * CHECK PAYS; THE CUSTOMER'S OPEN INVOICES ARE SETTLED OUT OF
      * THE CREDITS FIRST.
      ******************************************************************
       3000-REFUND-CUSTOMER.
           PERFORM 2100-FIND-BALANCE-ROW.
           IF WS-BAL-FOUND-SUB = 0
               OR WS-BAL-FOUND-SUB > WS-BAL-COUNT
               DISPLAY "CUSTOMER " WS-IN-CUSTOMER
                   " HAS NOTHING ON THE AR FILE"
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-BAL-FOUND-SUB TO WS-BAL-SUB.
           EVALUATE TRUE
               WHEN BAL-REFUNDED(WS-BAL-SUB)
                   DISPLAY "CUSTOMER " WS-IN-CUSTOMER
                       " ALREADY REFUNDED THIS RUN"
                   GO TO 3000-EXIT
               WHEN BAL-ESCHEAT(WS-BAL-SUB)
                   DISPLAY "CUSTOMER " WS-IN-CUSTOMER
                       " CREDIT IS DORMANT -- ON THE ESCHEATMENT LIST,"
                       " NOT REFUNDABLE"
                   GO TO 3000-EXIT
               WHEN NOT BAL-REFUNDABLE(WS-BAL-SUB)
                   DISPLAY "CUSTOMER " WS-IN-CUSTOMER
                       " DOES NOT HAVE A CREDIT BALANCE"
                   GO TO 3000-EXIT
               WHEN WS-BAL-CUST-SUB(WS-BAL-SUB) = 0
                   DISPLAY "CUSTOMER " WS-IN-CUSTOMER
                       " NOT ON THE CUSTOMER MASTER -- NO ADDRESS"
                   GO TO 3000-EXIT
           END-EVALUATE.
           COMPUTE WS-CHECK-NET = WS-BAL-CREDIT(WS-BAL-SUB)
               - WS-BAL-OWED(WS-BAL-SUB).
           IF WS-CHECK-NET > 999999.99
               DISPLAY "REFUND OVER 999,999.99 -- PAY BY HAND"
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-CHECK-NET TO WS-AMT-DISP.
           DISPLAY "REFUND " WS-AMT-DISP " TO "
               WS-CUST-NAME(WS-BAL-CUST-SUB(WS-BAL-SUB)).
           MOVE "Y" TO WS-AUTH-OK-SW.
           IF WS-CHECK-NET > WS-AUTH-THRESHOLD
               PERFORM 3100-CHECK-AUTHORIZATION
           END-IF.
           IF NOT AUTH-CODE-GOOD
               DISPLAY "AUTHORIZATION REFUSED -- NOTHING REFUNDED"
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "PRINT THE REFUND CHECK (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-IN-CONFIRM.
           IF NOT REFUND-CONFIRMED
               DISPLAY "NOTHING REFUNDED"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-ISSUE-CHECK.
       3000-EXIT.
           EXIT.

       3100-CHECK-AUTHORIZATION.
           MOVE "N" TO WS-AUTH-OK-SW.
           DISPLAY "REFUND EXCEEDS THE THRESHOLD -- SECOND "
               "AUTHORIZATION CODE: " WITH NO ADVANCING.
           ACCEPT WS-IN-AUTH.
           MOVE "00" TO WS-AUTH-STATUS.
           OPEN INPUT AUTH-CODE-FILE.
           IF WS-AUTH-STATUS = "00"
               READ AUTH-CODE-FILE
               PERFORM UNTIL WS-AUTH-STATUS > "00"
                   IF AUTH-CODE = WS-IN-AUTH
                       AND WS-IN-AUTH NOT = SPACES
                       MOVE "Y" TO WS-AUTH-OK-SW
                   END-IF
                   READ AUTH-CODE-FILE
               END-PERFORM
               CLOSE AUTH-CODE-FILE
           ELSE
               DISPLAY "AUTHORIZATION FILE NOT AVAILABLE - STATUS "
                   WS-AUTH-STATUS
           END-IF.

       3200-ISSUE-CHECK.
           IF NOT CHECK-FILE-OPEN
               OPEN OUTPUT REFUND-CHECK-OUT
               MOVE "Y" TO WS-CHECK-FILE-OPEN-SW
           END-IF.
           PERFORM 1300-READ-CHECK-CONTROL.
           MOVE WS-NEXT-CHECK-NUMBER TO WS-CHECK-NUMBER.
           ADD 1 TO WS-NEXT-CHECK-NUMBER.
           PERFORM 6600-WRITE-CHECK-CONTROL.
           MOVE WS-BAL-CUST-SUB(WS-BAL-SUB) TO WS-CUST-SUB.
           PERFORM 3300-BUILD-AMOUNT-WORDS.
           PERFORM 3400-PRINT-CHECK-FACE.
           PERFORM 3500-PRINT-REFUND-STUB.
           PERFORM 3600-CLOSE-CREDIT-ITEMS.
           MOVE WS-CHECK-NUMBER TO RFR-CHECK-NUMBER.
           MOVE WS-TODAY        TO RFR-CHECK-DATE.
           MOVE WS-IN-CUSTOMER  TO RFR-CUST-NUMBER.
           MOVE WS-CHECK-NET    TO RFR-AMOUNT.
      * CLEARED BY HW15GL ONCE THE REFUND ENTRY POSTS.
           MOVE "N"             TO RFR-POSTED-FLAG.
           OPEN EXTEND REFUND-REGISTER.
           IF WS-REFUND-REG-STATUS = "35"
               OPEN OUTPUT REFUND-REGISTER
           END-IF.
           WRITE REFUND-REGISTER-REC.
           CLOSE REFUND-REGISTER.
           MOVE "R" TO WS-BAL-DISP-SW(WS-BAL-SUB).
           ADD 1 TO WS-CHECKS-PRINTED.
           ADD WS-CHECK-NET TO WS-REFUND-TOTAL.
           DISPLAY "  CHECK " WS-CHECK-NUMBER " TO " WS-IN-CUSTOMER.

      * 1234.56 PRINTS AS ONE THOUSAND TWO HUNDRED THIRTY-FOUR AND
      * 56/100 DOLLARS, THE REST OF THE LINE FILLED WITH ASTERISKS.
       3300-BUILD-AMOUNT-WORDS.
           MOVE WS-CHECK-NET TO WS-WORDS-AMOUNT.
           MOVE SPACES TO WS-AMOUNT-WORDS.
           MOVE 1 TO WS-WORDS-PTR.
           IF WA-THOUSANDS > 0
               MOVE WA-TH-HUNDREDS  TO WS-GROUP-HUNDREDS
               MOVE WA-TH-UNDER-100 TO WS-GROUP-UNDER-100
               PERFORM 3305-WORDS-ONE-GROUP
               STRING "THOUSAND " DELIMITED BY SIZE
                   INTO WS-AMOUNT-WORDS WITH POINTER WS-WORDS-PTR
           END-IF.
           MOVE WA-HUNDREDS  TO WS-GROUP-HUNDREDS.
           MOVE WA-UNDER-100 TO WS-GROUP-UNDER-100.
           PERFORM 3305-WORDS-ONE-GROUP.
           IF WA-THOUSANDS = 0 AND WA-HUNDREDS = 0
               AND WA-UNDER-100 = 0
               STRING "ZERO " DELIMITED BY SIZE
                   INTO WS-AMOUNT-WORDS WITH POINTER WS-WORDS-PTR
           END-IF.
           STRING "AND " WA-CENTS "/100 DOLLARS " DELIMITED BY SIZE
               INTO WS-AMOUNT-WORDS WITH POINTER WS-WORDS-PTR.
           IF WS-WORDS-PTR < 76
               MOVE ALL "*" TO WS-AMOUNT-WORDS(WS-WORDS-PTR:)
           END-IF.

       3305-WORDS-ONE-GROUP.
           IF WS-GROUP-HUNDREDS > 0
               MOVE WS-GROUP-HUNDREDS TO WS-WORD-SUB
               STRING WS-ONES-WORD(WS-WORD-SUB) DELIMITED BY SPACE
                   " HUNDRED " DELIMITED BY SIZE
                   INTO WS-AMOUNT-WORDS WITH POINTER WS-WORDS-PTR
           END-IF.
           IF WS-GROUP-UNDER-100 > 0
               PERFORM 3310-WORDS-UNDER-100
           END-IF.

       3310-WORDS-UNDER-100.
           IF WS-GROUP-UNDER-100 < 20
               MOVE WS-GROUP-UNDER-100 TO WS-WORD-SUB
               STRING WS-ONES-WORD(WS-WORD-SUB) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-AMOUNT-WORDS WITH POINTER WS-WORDS-PTR
           ELSE
               DIVIDE WS-GROUP-UNDER-100 BY 10 GIVING WS-TENS-DIGIT
                   REMAINDER WS-UNITS-DIGIT
               STRING WS-TENS-WORD(WS-TENS-DIGIT) DELIMITED BY SPACE
                   INTO WS-AMOUNT-WORDS WITH POINTER WS-WORDS-PTR
               IF WS-UNITS-DIGIT > 0
                   MOVE WS-UNITS-DIGIT TO WS-WORD-SUB
                   STRING "-" DELIMITED BY SIZE
                       WS-ONES-WORD(WS-WORD-SUB) DELIMITED BY SPACE
                       INTO WS-AMOUNT-WORDS WITH POINTER WS-WORDS-PTR
               END-IF
               STRING " " DELIMITED BY SIZE
                   INTO WS-AMOUNT-WORDS WITH POINTER WS-WORDS-PTR
           END-IF.

       3400-PRINT-CHECK-FACE.
           MOVE ERI-NAME TO FACE-CO-NAME.
           MOVE WS-CHECK-NUMBER TO FACE-CO-CHECK-NUM.
           WRITE CHECK-REC-OUT FROM WS-FACE-CO-LINE.
           MOVE ERI-STREET TO FACE-ADDR-TEXT.
           MOVE SPACES TO FACE-ADDR-CAPTION FACE-ADDR-DATE.
           WRITE CHECK-REC-OUT FROM WS-FACE-ADDR-LINE.
           MOVE SPACES TO FACE-ADDR-TEXT.
           STRING ERI-CITY DELIMITED BY "  "
               ", " ERI-STATE "  " ERI-ZIP DELIMITED BY SIZE
               INTO FACE-ADDR-TEXT.
           MOVE "DATE      " TO FACE-ADDR-CAPTION.
           MOVE WS-TODAY(5:2) TO FACE-DATE-MM.
           MOVE "/" TO FACE-ADDR-DATE(3:1).
           MOVE WS-TODAY(7:2) TO FACE-DATE-DD.
           MOVE "/" TO FACE-ADDR-DATE(6:1).
           MOVE WS-TODAY(3:2) TO FACE-DATE-YY.
           WRITE CHECK-REC-OUT FROM WS-FACE-ADDR-LINE.
           MOVE SPACES TO CHECK-REC-OUT.
           WRITE CHECK-REC-OUT.

           MOVE WS-AMOUNT-WORDS TO FACE-WORDS.
           WRITE CHECK-REC-OUT FROM WS-FACE-WORDS-LINE.
           MOVE SPACES TO CHECK-REC-OUT.
           WRITE CHECK-REC-OUT.

           MOVE WS-CUST-NAME(WS-CUST-SUB) TO FACE-PAYEE-NAME.
           MOVE WS-IN-CUSTOMER TO FACE-PAYEE-CUST.
           MOVE WS-CHECK-NET TO FACE-PAYEE-AMOUNT.
           WRITE CHECK-REC-OUT FROM WS-FACE-PAYEE-LINE.
           MOVE WS-CUST-ADDRESS(WS-CUST-SUB) TO FACE-PAYEE-ADDR.
           WRITE CHECK-REC-OUT FROM WS-FACE-PAYEE-ADDR-LINE.
           MOVE WS-CUST-STATE(WS-CUST-SUB) TO FACE-PAYEE-ADDR.
           WRITE CHECK-REC-OUT FROM WS-FACE-PAYEE-ADDR-LINE.

           MOVE "REFUND OF CREDIT BALANCE -- SEE ADVICE" TO FACE-MEMO.
           WRITE CHECK-REC-OUT FROM WS-FACE-MEMO-LINE.
           MOVE SPACES TO CHECK-REC-OUT.
           WRITE CHECK-REC-OUT.

           MOVE CKB-BANK-NAME TO FACE-BANK-TEXT.
           MOVE "____________________________________"
               TO FACE-SIGN-TEXT.
           WRITE CHECK-REC-OUT FROM WS-FACE-BANK-LINE.
           MOVE CKB-BANK-CITY TO FACE-BANK-TEXT.
           MOVE "AUTHORIZED SIGNATURE" TO FACE-SIGN-TEXT.
           WRITE CHECK-REC-OUT FROM WS-FACE-BANK-LINE.
           MOVE SPACES TO CHECK-REC-OUT.
           WRITE CHECK-REC-OUT.

           MOVE SPACES TO MICR-TEXT.
           STRING "C" WS-CHECK-NUMBER "C  A"
                  CKB-ROUTING "A  " DELIMITED BY SIZE
                  CKB-ACCOUNT DELIMITED BY SPACE
                  "C" DELIMITED BY SIZE
               INTO MICR-TEXT.
           WRITE CHECK-REC-OUT FROM WS-MICR-LINE.
           MOVE SPACES TO CHECK-REC-OUT.
           WRITE CHECK-REC-OUT.
           WRITE CHECK-REC-OUT FROM WS-PERF-LINE.

      * THE ADVICE SHOWS EVERY CREDIT THE CHECK PAYS OUT AND EVERY
      * OPEN INVOICE THE CREDITS SETTLED FIRST (AS A NEGATIVE).
       3500-PRINT-REFUND-STUB.
           MOVE WS-IN-CUSTOMER TO STUB-HDR-CUST.
           MOVE WS-CUST-NAME(WS-CUST-SUB) TO STUB-HDR-NAME.
           MOVE WS-CHECK-NUMBER TO STUB-HDR-CHECK-NUM.
           WRITE CHECK-REC-OUT FROM WS-STUB-HDR-LINE.
           MOVE SPACES TO CHECK-REC-OUT.
           WRITE CHECK-REC-OUT.
           WRITE CHECK-REC-OUT FROM WS-STUB-COL-LINE.
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
               UNTIL WS-AR-SUB > WS-AR-COUNT
               IF WS-AR-CUST(WS-AR-SUB) = WS-IN-CUSTOMER
                   COMPUTE WS-ITEM-BALANCE = WS-AR-DUE(WS-AR-SUB)
                       - WS-AR-PAID(WS-AR-SUB)
                   MOVE SPACES TO STUBD-KIND
                   EVALUATE TRUE
                       WHEN WS-AR-STAT(WS-AR-SUB) = "O"
                            AND WS-ITEM-BALANCE > 0
                           MOVE "OPEN INVOICE" TO STUBD-KIND
                           COMPUTE STUBD-AMOUNT = 0 - WS-ITEM-BALANCE
                       WHEN WS-AR-STAT(WS-AR-SUB) = "P"
                            AND WS-ITEM-BALANCE < 0
                           MOVE "OVERPAYMENT" TO STUBD-KIND
                           COMPUTE STUBD-AMOUNT = 0 - WS-ITEM-BALANCE
                       WHEN WS-AR-STAT(WS-AR-SUB) = "M"
                            AND WS-ITEM-BALANCE > 0
                           MOVE "CREDIT MEMO" TO STUBD-KIND
                           MOVE WS-ITEM-BALANCE TO STUBD-AMOUNT
                   END-EVALUATE
                   IF STUBD-KIND NOT = SPACES
                       MOVE WS-AR-ORDER(WS-AR-SUB) TO STUBD-ORDER
                       MOVE WS-AR-DATE(WS-AR-SUB)  TO STUBD-DATE
                       WRITE CHECK-REC-OUT FROM WS-STUB-DETAIL
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "TOTAL"      TO STUBD-ORDER.
           MOVE SPACES       TO STUBD-DATE STUBD-KIND.
           MOVE WS-CHECK-NET TO STUBD-AMOUNT.
           WRITE CHECK-REC-OUT FROM WS-STUB-DETAIL.
           WRITE CHECK-REC-OUT FROM WS-CHECK-CUT-LINE.

      * OPEN INVOICES ARE PAID OFF OUT OF THE CREDITS; THE CREDITS
      * THEMSELVES CLOSE WITH STATUS R -- NEVER DELETED -- SO THE
      * AGING, THE STATEMENTS, AND HW15CASH ALL STOP SEEING THEM.
       3600-CLOSE-CREDIT-ITEMS.
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
               UNTIL WS-AR-SUB > WS-AR-COUNT
               IF WS-AR-CUST(WS-AR-SUB) = WS-IN-CUSTOMER
                   COMPUTE WS-ITEM-BALANCE = WS-AR-DUE(WS-AR-SUB)
                       - WS-AR-PAID(WS-AR-SUB)
                   EVALUATE TRUE
                       WHEN WS-AR-STAT(WS-AR-SUB) = "O"
                            AND WS-ITEM-BALANCE > 0
                           MOVE WS-AR-DUE(WS-AR-SUB)
                               TO WS-AR-PAID(WS-AR-SUB)
                           MOVE "P" TO WS-AR-STAT(WS-AR-SUB)
                       WHEN WS-AR-STAT(WS-AR-SUB) = "P"
                            AND WS-ITEM-BALANCE < 0
                           MOVE "R" TO WS-AR-STAT(WS-AR-SUB)
                       WHEN WS-AR-STAT(WS-AR-SUB) = "M"
                            AND WS-ITEM-BALANCE > 0
                           MOVE "R" TO WS-AR-STAT(WS-AR-SUB)
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE "Y" TO WS-AR-CHANGED-SW.

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

       6600-WRITE-CHECK-CONTROL.
           OPEN OUTPUT REFUND-CHECK-CONTROL.
           MOVE WS-NEXT-CHECK-NUMBER TO CTL-NEXT-CHECK-NUMBER.
           WRITE REFUND-CHECK-CONTROL-REC.
           CLOSE REFUND-CHECK-CONTROL.
