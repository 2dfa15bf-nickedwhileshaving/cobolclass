       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW15APPY.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Accounts payable payment run.  Selects the open invoices on the
      *AP open-item file that HW15APIN matched or released: an invoice
      *whose discount date falls between today and the pay-through
      *date is paid now with the cash discount taken, and any other
      *invoice due by the pay-through date is paid in full.  One check
      *per vendor, printed the way HW16CHKP prints payroll checks --
      *amount in words, MICR line on the AP disbursement account --
      *with a remittance stub listing the invoices it pays.  Check
      *numbers come from their own control file, a range apart from
      *payroll's, rewritten as each number is taken so a mid-run
      *failure never hands a number out twice.  Every check goes on
      *the AP check register.  The run appends one AP journal for
      *GLPOST: newly payable invoices credit AP and debit purchases
      *expense when there was no PO; a PO invoice instead clears the
      *received-not-invoiced accrual HW15MRCV booked when the
      *material came in, at the material master's cost per square
      *foot, with any difference from the vendor's price going to
      *purchase price variance.  The checks debit AP and credit cash
      *and purchase discounts.  Held invoices are neither paid nor
      *journaled until released.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER ASSIGN TO WS-VENDOR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDOR-STATUS.

           SELECT AP-OPEN-ITEMS ASSIGN TO WS-AP-ITEM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-ITEM-STATUS.

           SELECT AP-CHECK-CONTROL ASSIGN TO WS-CHECK-CTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-CTL-STATUS.

           SELECT CHECK-BANK-IN ASSIGN TO WS-CHECK-BANK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-BANK-STATUS.

           SELECT EMPLOYER-INFO ASSIGN TO WS-EMPLOYER-INFO-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPLOYER-INFO-STATUS.

           SELECT ACCOUNT-MAP-IN ASSIGN TO WS-ACCT-MAP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCT-MAP-STATUS.

           SELECT MATERIAL-MASTER ASSIGN TO WS-MATERIAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATERIAL-STATUS.

           SELECT AP-CHECK-OUT ASSIGN TO WS-CHECK-PRINT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-PRINT-STATUS.

           SELECT AP-CHECK-REGISTER ASSIGN TO WS-CHECK-REG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-REG-STATUS.

           SELECT GL-JOURNAL-OUT ASSIGN TO WS-GL-JOURNAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-JOURNAL-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES RUGVEND,
      *  RUGAPOI, RUGAPCK, RUGAPBK (AP DISBURSEMENT ACCOUNT), PAYERINF,
      *  RUGAMAP, RUGMATL, RUGAPCP (CHECK PRINT FILE), RUGAPCR, AND
      *  RUGAPGJ,
      *  FALLING BACK TO THE DEVELOPMENT DEFAULTS SHOWN IN 0900.
      *  RUGAPDT CARRIES THE PAY-THROUGH DATE (CCYYMMDD -- DEFAULT A
      *  WEEK FROM TODAY).

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER
           RECORDING MODE IS F
           DATA RECORD IS VENDOR-MASTER-REC.
       01 VENDOR-MASTER-REC.
          05 VN-VENDOR-ID             PIC X(05).
          05 VN-NAME                  PIC X(25).
          05 VN-ADDRESS               PIC X(25).
          05 VN-CITY                  PIC X(15).
          05 VN-STATE                 PIC X(02).
          05 VN-ZIP                   PIC X(05).
          05 VN-TERMS                 PIC X(10).
          05 VN-TERMS-DAYS            PIC 9(03).
          05 VN-LEAD-DAYS             PIC 9(03).
          05 VN-DISC-PCT              PIC 9(02)V99.
          05 VN-DISC-DAYS             PIC 9(03).

      * THE HW15APIN OPEN-ITEM LAYOUT.  STATUS H HELD, O OPEN, P PAID.
       FD  AP-OPEN-ITEMS
           RECORDING MODE IS F
           DATA RECORD IS AP-OPEN-ITEM-REC.
       01 AP-OPEN-ITEM-REC.
          05 AP-VENDOR-ID             PIC X(05).
          05 AP-INVOICE-NO            PIC X(10).
          05 AP-INVOICE-DATE          PIC X(08).
          05 AP-PO-NUMBER             PIC X(06).
          05 AP-PO-LINE               PIC X(02).
          05 AP-MATERIAL-CODE         PIC X(04).
          05 AP-QTY                   PIC 9(07)V99.
          05 AP-UNIT-PRICE            PIC 9(03)V99.
          05 AP-AMOUNT                PIC 9(07)V99.
          05 AP-DUE-DATE              PIC X(08).
          05 AP-DISC-DATE             PIC X(08).
          05 AP-DISC-PCT              PIC 9(02)V99.
          05 AP-STATUS                PIC X(01).
          05 AP-HOLD-REASON           PIC X(01).
          05 AP-CHECK-NUMBER          PIC 9(07).
          05 AP-PAID-DATE             PIC X(08).
          05 AP-DISC-TAKEN            PIC 9(07)V99.
          05 AP-JOURNAL-SW            PIC X(01).
          05 AP-ENTERED-DATE          PIC X(08).

       FD  AP-CHECK-CONTROL
           RECORDING MODE IS F
           DATA RECORD IS AP-CHECK-CONTROL-REC.
       01 AP-CHECK-CONTROL-REC.
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

       FD  ACCOUNT-MAP-IN
           RECORDING MODE IS F
           DATA RECORD IS ACCOUNT-MAP-REC.
       01 ACCOUNT-MAP-REC.
          05 AMAP-TYPE                PIC X(01).
          05 AMAP-KEY                 PIC X(15).
          05 AMAP-ACCOUNT             PIC X(06).

       FD  MATERIAL-MASTER
           RECORDING MODE IS F
           DATA RECORD IS MATERIAL-MASTER-REC.
       01 MATERIAL-MASTER-REC.
          05 MM-MATERIAL-CODE         PIC X(04).
          05 MM-COST-PER-SQFT         PIC 9(03)V99.
          05 FILLER                   PIC X(28).

       FD  AP-CHECK-OUT
           RECORDING MODE IS F
           DATA RECORD IS CHECK-REC-OUT.
       01 CHECK-REC-OUT               PIC X(80).

      * ONE ROW PER AP CHECK ISSUED.  STATUS I ISSUED.
       FD  AP-CHECK-REGISTER
           RECORDING MODE IS F
           DATA RECORD IS AP-CHECK-REGISTER-REC.
       01 AP-CHECK-REGISTER-REC.
          05 APCR-CHECK-NUMBER        PIC 9(07).
          05 APCR-CHECK-DATE          PIC X(08).
          05 APCR-VENDOR-ID           PIC X(05).
          05 APCR-AMOUNT              PIC 9(07)V99.
          05 APCR-DISC-TAKEN          PIC 9(07)V99.
          05 APCR-INVOICE-COUNT       PIC 9(03).
          05 APCR-STATUS              PIC X(01).

       FD  GL-JOURNAL-OUT
           RECORDING MODE IS F
           DATA RECORD IS GL-JOURNAL-REC.
       01 GL-JOURNAL-REC              PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-DSN              PIC X(80).
       01  WS-AP-ITEM-DSN             PIC X(80).
       01  WS-CHECK-CTL-DSN           PIC X(80).
       01  WS-CHECK-BANK-DSN          PIC X(80).
       01  WS-EMPLOYER-INFO-DSN       PIC X(80).
       01  WS-ACCT-MAP-DSN            PIC X(80).
       01  WS-MATERIAL-DSN            PIC X(80).
       01  WS-CHECK-PRINT-DSN         PIC X(80).
       01  WS-CHECK-REG-DSN           PIC X(80).
       01  WS-GL-JOURNAL-DSN          PIC X(80).

       01  WS-VENDOR-STATUS           PIC X(02) VALUE "00".
       01  WS-AP-ITEM-STATUS          PIC X(02) VALUE "00".
       01  WS-CHECK-CTL-STATUS        PIC X(02) VALUE "00".
       01  WS-CHECK-BANK-STATUS       PIC X(02) VALUE "00".
       01  WS-EMPLOYER-INFO-STATUS    PIC X(02) VALUE "00".
       01  WS-ACCT-MAP-STATUS         PIC X(02) VALUE "00".
       01  WS-MATERIAL-STATUS         PIC X(02) VALUE "00".
       01  WS-CHECK-PRINT-STATUS      PIC X(02) VALUE "00".
       01  WS-CHECK-REG-STATUS        PIC X(02) VALUE "00".
       01  WS-GL-JOURNAL-STATUS       PIC X(02) VALUE "00".

       01  WS-TODAY                   PIC X(08).
       01  WS-PAY-THROUGH             PIC X(08).
       01  WS-DATE-N                  PIC 9(08).
       01  WS-DATE-INT                PIC 9(08).

      * AP CHECKS RUN IN THEIR OWN RANGE, CLEAR OF THE PAYROLL
      * CHECK NUMBERS.
       01  WS-NEXT-CHECK-NUMBER       PIC 9(07) VALUE 0900001.
       01  WS-CHECK-NUMBER            PIC 9(07).
       01  WS-CHECK-BANK-OK-SW        PIC X(01) VALUE "N".
           88 CHECK-BANK-OK                  VALUE "Y".

       01  WS-VEND-COUNT              PIC 9(03) VALUE 0.
       01  WS-VEND-SUB                PIC 9(03).
       01  WS-VEND-FOUND-SUB          PIC 9(03).
       01  WS-VENDOR-TABLE.
           05 WS-VEND-ENTRY OCCURS 200 TIMES.
              10 WS-VEND-ID           PIC X(05).
              10 WS-VEND-NAME         PIC X(25).
              10 WS-VEND-ADDRESS      PIC X(25).
              10 WS-VEND-CITY         PIC X(15).
              10 WS-VEND-STATE        PIC X(02).
              10 WS-VEND-ZIP          PIC X(05).

      * THE AP FILE IS REWRITTEN AT THE END OF THE RUN, SO IT MUST
      * FIT THE TABLE WHOLE.
       01  WS-AP-COUNT                PIC 9(04) VALUE 0.
       01  WS-AP-SUB                  PIC 9(04).
       01  WS-AP-TABLE.
           05 WS-APT-ENTRY OCCURS 2000 TIMES PIC X(123).
       01  WS-AP-CHANGED-SW           PIC X(01) VALUE "N".
           88 AP-ITEMS-CHANGED               VALUE "Y".

      * THE INVOICES PICKED FOR PAYMENT, SORTED BY VENDOR SO EACH
      * VENDOR'S INVOICES COME TOGETHER ON ONE CHECK.
       01  WS-SEL-COUNT               PIC 9(04) VALUE 0.
       01  WS-SEL-SUB                 PIC 9(04).
       01  WS-SEL-SUB2                PIC 9(04).
       01  WS-SELECTION-TABLE.
           05 WS-SEL-ENTRY OCCURS 2000 TIMES.
              10 WS-SEL-KEY.
                 15 WS-SEL-VENDOR     PIC X(05).
                 15 WS-SEL-INVOICE    PIC X(10).
              10 WS-SEL-AP-SUB        PIC 9(04).
              10 WS-SEL-GROSS         PIC 9(07)V99.
              10 WS-SEL-DISC          PIC 9(07)V99.
       01  WS-SEL-HOLD                PIC X(37).
       01  WS-DISC-AMOUNT             PIC 9(07)V99.
       01  WS-SELECT-SW               PIC X(01).
           88 INVOICE-SELECTED               VALUE "Y".

       01  WS-CUR-VENDOR              PIC X(05).
       01  WS-GROUP-FIRST             PIC 9(04).
       01  WS-GROUP-LAST              PIC 9(04).
       01  WS-GROUP-INVOICES          PIC 9(03).
       01  WS-CHECK-GROSS             PIC 9(08)V99.
       01  WS-CHECK-DISC              PIC 9(08)V99.
       01  WS-CHECK-NET               PIC 9(08)V99.
       01  WS-INVOICE-NET             PIC 9(07)V99.

       01  WS-CHECKS-PRINTED          PIC 9(04) VALUE 0.
       01  WS-INVOICES-PAID           PIC 9(04) VALUE 0.
       01  WS-VENDORS-NOT-PAID        PIC 9(04) VALUE 0.
       01  WS-INVOICES-RECOGNIZED     PIC 9(04) VALUE 0.

      * JOURNAL AMOUNTS -- INVOICES PUT ON THE BOOKS THIS RUN, AND
      * THE CHECKS THAT PAID THEM DOWN.
       01  WS-RECOG-INVENTORY         PIC 9(09)V99 VALUE 0.
       01  WS-RECOG-EXPENSE           PIC 9(09)V99 VALUE 0.
      * A PO INVOICE CLEARS THE RECEIPT ACCRUAL AT STANDARD COST; THE
      * REST OF ITS AMOUNT (EITHER SIGN) IS PURCHASE PRICE VARIANCE.
       01  WS-RECOG-ACCRUAL           PIC 9(09)V99 VALUE 0.
       01  WS-RECOG-PPV               PIC S9(09)V99 VALUE 0.
       01  WS-STD-VALUE               PIC 9(09)V99.
       01  WS-MCOST-COUNT             PIC 9(02) VALUE 0.
       01  WS-MCOST-SUB               PIC 9(02).
       01  WS-MCOST-TABLE.
           05 WS-MCOST-ENTRY OCCURS 50 TIMES.
              10 WS-MCOST-MATERIAL    PIC X(04).
              10 WS-MCOST-COST        PIC 9(03)V99.
       01  WS-PAID-GROSS              PIC 9(09)V99 VALUE 0.
       01  WS-PAID-DISC               PIC 9(09)V99 VALUE 0.
       01  WS-PAID-NET                PIC 9(09)V99 VALUE 0.
       01  WS-TOTAL-DEBITS            PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS           PIC 9(11)V99 VALUE 0.

       01  WS-MAP-COUNT               PIC 9(03) VALUE 0.
       01  WS-MAP-SUB                 PIC 9(03).
       01  WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 150 TIMES.
              10 WS-MAP-TYPE          PIC X(01).
              10 WS-MAP-KEY           PIC X(15).
              10 WS-MAP-ACCT          PIC X(06).
       01  WS-LOOKUP-KEY              PIC X(15).
       01  WS-RESOLVED-ACCT           PIC X(06).

      * ONE JOURNAL PER RUN, TAGGED WITH THE RUN TIME SO TWO RUNS IN
      * A DAY POST UNDER DIFFERENT JOURNAL IDS.
       01  WS-GL-JRN-HDR.
           05 FILLER                  PIC X(04) VALUE "JRN ".
           05 JRN-PROGRAM.
              10 FILLER               PIC X(02) VALUE "AP".
              10 JRN-RUN-TIME         PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 JRN-RUN-DATE            PIC X(08).

       01  WS-GL-JOURNAL-LINE.
           05 GLJ-ACCT-NO             PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GLJ-ACCOUNT             PIC X(22).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GLJ-DEPT                PIC X(15).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GLJ-DC                  PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GLJ-AMOUNT              PIC 9(09)V99.

       01  WS-GL-TOTAL-LINE.
           05 FILLER                  PIC X(08) VALUE "BALANCE ".
           05 GLT-DEBITS              PIC 9(11)V99.
           05 FILLER                  PIC X(03) VALUE " / ".
           05 GLT-CREDITS             PIC 9(11)V99.

       01  WS-PERCTL-PARMS.
           05 PC-FUNCTION             PIC X(01).
           05 PC-PROGRAM              PIC X(08).
           05 PC-PERIOD               PIC X(06).
           05 PC-NOTE                 PIC X(40).
           05 PC-RESULT               PIC X(01).

       01  WS-DATEVAL-PARMS.
           05 DV-FUNCTION             PIC X(01).
           05 DV-FORMAT-1             PIC X(01).
           05 DV-DATE-1               PIC X(08).
           05 DV-FORMAT-2             PIC X(01).
           05 DV-DATE-2               PIC X(08).
           05 DV-DAYS                 PIC S9(05).
           05 DV-RESULT               PIC X(01).

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
           05 FACE-PAYEE-VENDOR       PIC X(05).
           05 FILLER                  PIC X(08) VALUE ALL SPACES.
           05 FACE-PAYEE-AMOUNT       PIC $***,**9.99.

      * THE VENDOR'S ADDRESS UNDER THE PAYEE, FOR THE WINDOW ENVELOPE.
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

      * REMITTANCE STUB -- THE INVOICES THIS CHECK PAYS.
       01  WS-STUB-HDR-LINE.
           05 FILLER                  PIC X(19)
                   VALUE "REMITTANCE ADVICE  ".
           05 STUB-HDR-VENDOR         PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 STUB-HDR-NAME           PIC X(25).
           05 FILLER                  PIC X(03) VALUE ALL SPACES.
           05 FILLER                  PIC X(10) VALUE "CHECK NO. ".
           05 STUB-HDR-CHECK-NUM      PIC 9(07).
       01  WS-STUB-COL-LINE.
           05 FILLER                  PIC X(30)
                   VALUE "INVOICE     INV DATE  PO NO.  ".
           05 FILLER                  PIC X(40)
                   VALUE "       GROSS      DISCOUNT           NET".
       01  WS-STUB-DETAIL.
           05 STUBD-INVOICE           PIC X(10).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 STUBD-INV-DATE          PIC X(08).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 STUBD-PO                PIC X(06).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 STUBD-GROSS             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 STUBD-DISC              PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 STUBD-NET               PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW15APPY BEGINS".
           PERFORM 0800-CHECK-POSTING-PERIOD.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM 1900-RECOGNIZE-INVOICES.
           IF CHECK-BANK-OK
               PERFORM 2000-SELECT-INVOICES
               PERFORM 2500-SORT-SELECTIONS
               OPEN OUTPUT AP-CHECK-OUT
               OPEN EXTEND AP-CHECK-REGISTER
               IF WS-CHECK-REG-STATUS = "35"
                   OPEN OUTPUT AP-CHECK-REGISTER
               END-IF
               MOVE 1 TO WS-SEL-SUB
               PERFORM UNTIL WS-SEL-SUB > WS-SEL-COUNT
                   PERFORM 3000-PAY-ONE-VENDOR
               END-PERFORM
               CLOSE AP-CHECK-OUT AP-CHECK-REGISTER
           END-IF.
           IF WS-INVOICES-RECOGNIZED > 0 OR WS-CHECKS-PRINTED > 0
               PERFORM 5000-WRITE-AP-JOURNAL
           END-IF.
           IF AP-ITEMS-CHANGED
               PERFORM 6000-REWRITE-AP-ITEMS
           END-IF.
           DISPLAY "PAY-THROUGH DATE       : " WS-PAY-THROUGH.
           DISPLAY "INVOICES PUT ON BOOKS  : " WS-INVOICES-RECOGNIZED.
           DISPLAY "INVOICES PAID          : " WS-INVOICES-PAID.
           DISPLAY "CHECKS PRINTED         : " WS-CHECKS-PRINTED.
           DISPLAY "DISCOUNTS TAKEN        : " WS-PAID-DISC.
           DISPLAY "NET PAID               : " WS-PAID-NET.
           DISPLAY "VENDORS NOT PAID       : " WS-VENDORS-NOT-PAID.
           EVALUATE TRUE
               WHEN NOT CHECK-BANK-OK
                   MOVE 8 TO RETURN-CODE
               WHEN WS-VENDORS-NOT-PAID > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY "HW15APPY CONCLUDES".
           GOBACK.

       0800-CHECK-POSTING-PERIOD.
           MOVE "C" TO PC-FUNCTION.
           MOVE "HW15APPY" TO PC-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:6) TO PC-PERIOD.
           MOVE SPACES TO PC-NOTE.
           MOVE "O" TO PC-RESULT.
           CALL "PERCTL" USING WS-PERCTL-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF PC-RESULT = "C"
               MOVE "H" TO PC-FUNCTION
               MOVE "AP PAYMENT RUN REFUSED - PERIOD CLOSED" TO PC-NOTE
               CALL "PERCTL" USING WS-PERCTL-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
               DISPLAY "*** POSTING PERIOD " PC-PERIOD
                   " IS CLOSED -- RUN REFUSED AND HELD ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-VENDOR-DSN FROM ENVIRONMENT "RUGVEND".
           IF WS-VENDOR-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15VEND.dat"
               TO WS-VENDOR-DSN
           END-IF.
           ACCEPT WS-AP-ITEM-DSN FROM ENVIRONMENT "RUGAPOI".
           IF WS-AP-ITEM-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15APOI.dat"
               TO WS-AP-ITEM-DSN
           END-IF.
           ACCEPT WS-CHECK-CTL-DSN FROM ENVIRONMENT "RUGAPCK".
           IF WS-CHECK-CTL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15APCK.dat"
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
           ACCEPT WS-ACCT-MAP-DSN FROM ENVIRONMENT "RUGAMAP".
           IF WS-ACCT-MAP-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15AMAP.dat"
               TO WS-ACCT-MAP-DSN
           END-IF.
           ACCEPT WS-CHECK-PRINT-DSN FROM ENVIRONMENT "RUGAPCP".
           IF WS-CHECK-PRINT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15APCP.rpt"
               TO WS-CHECK-PRINT-DSN
           END-IF.
           ACCEPT WS-CHECK-REG-DSN FROM ENVIRONMENT "RUGAPCR".
           IF WS-CHECK-REG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15APCR.dat"
               TO WS-CHECK-REG-DSN
           END-IF.
           ACCEPT WS-GL-JOURNAL-DSN FROM ENVIRONMENT "RUGAPGJ".
           IF WS-GL-JOURNAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15APGJ.dat"
               TO WS-GL-JOURNAL-DSN
           END-IF.
           ACCEPT WS-MATERIAL-DSN FROM ENVIRONMENT "RUGMATL".
           IF WS-MATERIAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15MATL.dat"
               TO WS-MATERIAL-DSN
           END-IF.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE (9:6) TO JRN-RUN-TIME.
           PERFORM 1050-SET-PAY-THROUGH.
           IF RETURN-CODE = 0
               PERFORM 1100-LOAD-VENDORS
               PERFORM 1200-LOAD-AP-ITEMS
           END-IF.
           IF RETURN-CODE = 0
               PERFORM 1300-READ-CHECK-CONTROL
               PERFORM 1400-LOAD-CHECK-BANK
               PERFORM 1450-LOAD-EMPLOYER-INFO
               PERFORM 1500-LOAD-ACCOUNT-MAP
               PERFORM 1600-LOAD-MATERIAL-COSTS
           END-IF.

      * A PAY-THROUGH DATE THAT IS NOT A REAL DATE STOPS THE RUN --
      * GUESSING WOULD PAY THE WRONG INVOICES.
       1050-SET-PAY-THROUGH.
           ACCEPT WS-PAY-THROUGH FROM ENVIRONMENT "RUGAPDT".
           IF WS-PAY-THROUGH = SPACES
               MOVE WS-TODAY TO WS-DATE-N
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-N) + 7
               COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE WS-DATE-N TO WS-PAY-THROUGH
           ELSE
               MOVE "V" TO DV-FUNCTION
               MOVE "2" TO DV-FORMAT-1
               MOVE WS-PAY-THROUGH TO DV-DATE-1
               CALL "DATEVAL" USING WS-DATEVAL-PARMS
                   ON EXCEPTION MOVE "1" TO DV-RESULT
               END-CALL
               IF DV-RESULT NOT = "0"
                   DISPLAY "PAY-THROUGH DATE " WS-PAY-THROUGH
                       " IS NOT A VALID CCYYMMDD DATE -- NOTHING PAID"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       1100-LOAD-VENDORS.
           OPEN INPUT VENDOR-MASTER.
           IF WS-VENDOR-STATUS = "00"
               READ VENDOR-MASTER
               PERFORM UNTIL WS-VENDOR-STATUS > "00"
                          OR WS-VEND-COUNT >= 200
                   ADD 1 TO WS-VEND-COUNT
                   MOVE VN-VENDOR-ID TO WS-VEND-ID(WS-VEND-COUNT)
                   MOVE VN-NAME      TO WS-VEND-NAME(WS-VEND-COUNT)
                   MOVE VN-ADDRESS   TO WS-VEND-ADDRESS(WS-VEND-COUNT)
                   MOVE VN-CITY      TO WS-VEND-CITY(WS-VEND-COUNT)
                   MOVE VN-STATE     TO WS-VEND-STATE(WS-VEND-COUNT)
                   MOVE VN-ZIP       TO WS-VEND-ZIP(WS-VEND-COUNT)
                   READ VENDOR-MASTER
               END-PERFORM
               CLOSE VENDOR-MASTER
           ELSE
               DISPLAY "VENDOR MASTER NOT AVAILABLE - STATUS "
                   WS-VENDOR-STATUS " -- NO VENDOR CAN BE PAID"
           END-IF.

       1200-LOAD-AP-ITEMS.
           OPEN INPUT AP-OPEN-ITEMS.
           IF WS-AP-ITEM-STATUS = "00"
               READ AP-OPEN-ITEMS
               PERFORM UNTIL WS-AP-ITEM-STATUS > "00"
                          OR WS-AP-COUNT >= 2000
                   ADD 1 TO WS-AP-COUNT
                   MOVE AP-OPEN-ITEM-REC TO WS-APT-ENTRY(WS-AP-COUNT)
                   READ AP-OPEN-ITEMS
               END-PERFORM
               IF WS-AP-ITEM-STATUS = "00"
                   DISPLAY "AP OPEN-ITEM FILE OVER 2000 INVOICES -- "
                       "PURGE PAID HISTORY FIRST. NOTHING PAID."
                   CLOSE AP-OPEN-ITEMS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   CLOSE AP-OPEN-ITEMS
               END-IF
           ELSE
               DISPLAY "AP OPEN-ITEM FILE NOT AVAILABLE - STATUS "
                   WS-AP-ITEM-STATUS " -- NOTHING TO PAY"
           END-IF.

      * RE-READ BEFORE EVERY NUMBER IS TAKEN AS WELL.
       1300-READ-CHECK-CONTROL.
           OPEN INPUT AP-CHECK-CONTROL.
           IF WS-CHECK-CTL-STATUS = "00"
               READ AP-CHECK-CONTROL
               IF WS-CHECK-CTL-STATUS = "00"
                   MOVE CTL-NEXT-CHECK-NUMBER
                       TO WS-NEXT-CHECK-NUMBER
               END-IF
               CLOSE AP-CHECK-CONTROL
           END-IF.

      * NO CHECK GOES OUT WITHOUT A DISBURSEMENT ACCOUNT FOR THE MICR
      * LINE -- A MISSING OR INCOMPLETE RECORD STOPS THE CHECKS.
       1400-LOAD-CHECK-BANK.
           MOVE SPACES TO CHECK-BANK-REC.
           OPEN INPUT CHECK-BANK-IN.
           IF WS-CHECK-BANK-STATUS = "00"
               READ CHECK-BANK-IN
               CLOSE CHECK-BANK-IN
           END-IF.
           IF CKB-ROUTING IS NUMERIC AND CKB-ACCOUNT NOT = SPACES
               MOVE "Y" TO WS-CHECK-BANK-OK-SW
           ELSE
               DISPLAY "AP DISBURSEMENT ACCOUNT MISSING OR INCOMPLETE "
                   "-- NO CHECKS PRINTED"
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

       1500-LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-IN.
           IF WS-ACCT-MAP-STATUS = "00"
               READ ACCOUNT-MAP-IN
               PERFORM UNTIL WS-ACCT-MAP-STATUS > "00"
                          OR WS-MAP-COUNT >= 150
                   ADD 1 TO WS-MAP-COUNT
                   MOVE AMAP-TYPE TO WS-MAP-TYPE(WS-MAP-COUNT)
                   MOVE AMAP-KEY  TO WS-MAP-KEY(WS-MAP-COUNT)
                   MOVE AMAP-ACCOUNT TO WS-MAP-ACCT(WS-MAP-COUNT)
                   READ ACCOUNT-MAP-IN
               END-PERFORM
               CLOSE ACCOUNT-MAP-IN
           END-IF.

       1600-LOAD-MATERIAL-COSTS.
           OPEN INPUT MATERIAL-MASTER.
           IF WS-MATERIAL-STATUS = "00"
               READ MATERIAL-MASTER
               PERFORM UNTIL WS-MATERIAL-STATUS > "00"
                          OR WS-MCOST-COUNT >= 50
                   IF MM-COST-PER-SQFT IS NUMERIC
                       ADD 1 TO WS-MCOST-COUNT
                       MOVE MM-MATERIAL-CODE
                           TO WS-MCOST-MATERIAL(WS-MCOST-COUNT)
                       MOVE MM-COST-PER-SQFT
                           TO WS-MCOST-COST(WS-MCOST-COUNT)
                   END-IF
                   READ MATERIAL-MASTER
               END-PERFORM
               CLOSE MATERIAL-MASTER
           ELSE
               DISPLAY "MATERIAL MASTER NOT AVAILABLE - STATUS "
                   WS-MATERIAL-STATUS
                   " -- PO INVOICES CLEAR THE ACCRUAL AT INVOICE COST"
           END-IF.

      * AN INVOICE GOES ON THE BOOKS ONCE IT IS PAYABLE -- MATCHED AT
      * ENTRY OR RELEASED FROM HOLD -- AND ONLY ONCE.
       1900-RECOGNIZE-INVOICES.
           PERFORM VARYING WS-AP-SUB FROM 1 BY 1
               UNTIL WS-AP-SUB > WS-AP-COUNT
               MOVE WS-APT-ENTRY(WS-AP-SUB) TO AP-OPEN-ITEM-REC
               IF (AP-STATUS = "O" OR AP-STATUS = "P")
                   AND AP-JOURNAL-SW NOT = "Y"
                   IF AP-PO-NUMBER = SPACES
                       ADD AP-AMOUNT TO WS-RECOG-EXPENSE
                   ELSE
                       ADD AP-AMOUNT TO WS-RECOG-INVENTORY
                       PERFORM 1950-SPLIT-PRICE-VARIANCE
                   END-IF
                   MOVE "Y" TO AP-JOURNAL-SW
                   MOVE AP-OPEN-ITEM-REC TO WS-APT-ENTRY(WS-AP-SUB)
                   MOVE "Y" TO WS-AP-CHANGED-SW
                   ADD 1 TO WS-INVOICES-RECOGNIZED
               END-IF
           END-PERFORM.

      * THE RECEIPT WAS ACCRUED AT QUANTITY TIMES THE MATERIAL'S COST
      * PER SQUARE FOOT; A MATERIAL NOT ON THE MASTER IS TAKEN AT THE
      * INVOICE AMOUNT, WITH NO VARIANCE.
       1950-SPLIT-PRICE-VARIANCE.
           MOVE AP-AMOUNT TO WS-STD-VALUE.
           PERFORM VARYING WS-MCOST-SUB FROM 1 BY 1
               UNTIL WS-MCOST-SUB > WS-MCOST-COUNT
               IF WS-MCOST-MATERIAL(WS-MCOST-SUB) = AP-MATERIAL-CODE
                   COMPUTE WS-STD-VALUE ROUNDED
                       = AP-QTY * WS-MCOST-COST(WS-MCOST-SUB)
                   MOVE WS-MCOST-COUNT TO WS-MCOST-SUB
               END-IF
           END-PERFORM.
           ADD WS-STD-VALUE TO WS-RECOG-ACCRUAL.
           COMPUTE WS-RECOG-PPV = WS-RECOG-PPV + AP-AMOUNT
               - WS-STD-VALUE.

      * TAKE THE DISCOUNT WHILE IT IS STILL ON OFFER; OTHERWISE PAY
      * WHAT FALLS DUE BY THE PAY-THROUGH DATE.
       2000-SELECT-INVOICES.
           PERFORM VARYING WS-AP-SUB FROM 1 BY 1
               UNTIL WS-AP-SUB > WS-AP-COUNT
               MOVE WS-APT-ENTRY(WS-AP-SUB) TO AP-OPEN-ITEM-REC
               MOVE "N" TO WS-SELECT-SW
               MOVE 0 TO WS-DISC-AMOUNT
               IF AP-STATUS = "O"
                   EVALUATE TRUE
                       WHEN AP-DISC-DATE NOT = SPACES
                            AND AP-DISC-DATE >= WS-TODAY
                            AND AP-DISC-DATE <= WS-PAY-THROUGH
                           COMPUTE WS-DISC-AMOUNT ROUNDED =
                               AP-AMOUNT * AP-DISC-PCT / 100
                           MOVE "Y" TO WS-SELECT-SW
                       WHEN AP-DUE-DATE <= WS-PAY-THROUGH
                           MOVE "Y" TO WS-SELECT-SW
                   END-EVALUATE
               END-IF
               IF INVOICE-SELECTED
                   ADD 1 TO WS-SEL-COUNT
                   MOVE AP-VENDOR-ID  TO WS-SEL-VENDOR(WS-SEL-COUNT)
                   MOVE AP-INVOICE-NO TO WS-SEL-INVOICE(WS-SEL-COUNT)
                   MOVE WS-AP-SUB     TO WS-SEL-AP-SUB(WS-SEL-COUNT)
                   MOVE AP-AMOUNT     TO WS-SEL-GROSS(WS-SEL-COUNT)
                   MOVE WS-DISC-AMOUNT TO WS-SEL-DISC(WS-SEL-COUNT)
               END-IF
           END-PERFORM.

       2500-SORT-SELECTIONS.
           IF WS-SEL-COUNT > 1
               PERFORM VARYING WS-SEL-SUB FROM 1 BY 1
                   UNTIL WS-SEL-SUB >= WS-SEL-COUNT
                   PERFORM VARYING WS-SEL-SUB2 FROM 1 BY 1
                       UNTIL WS-SEL-SUB2 > WS-SEL-COUNT - WS-SEL-SUB
                       IF WS-SEL-KEY(WS-SEL-SUB2)
                           > WS-SEL-KEY(WS-SEL-SUB2 + 1)
                           MOVE WS-SEL-ENTRY(WS-SEL-SUB2)
                               TO WS-SEL-HOLD
                           MOVE WS-SEL-ENTRY(WS-SEL-SUB2 + 1)
                               TO WS-SEL-ENTRY(WS-SEL-SUB2)
                           MOVE WS-SEL-HOLD
                               TO WS-SEL-ENTRY(WS-SEL-SUB2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      * TOTAL THE VENDOR'S SELECTED INVOICES, THEN ISSUE ONE CHECK
      * FOR THEM.  A VENDOR OFF THE MASTER, OR A CHECK PAST WHAT THE
      * AMOUNT LINE CAN SPELL OUT, IS LEFT FOR A MANUAL PAYMENT.
       3000-PAY-ONE-VENDOR.
           MOVE WS-SEL-SUB TO WS-GROUP-FIRST.
           MOVE WS-SEL-SUB TO WS-GROUP-LAST.
           MOVE WS-SEL-VENDOR(WS-SEL-SUB) TO WS-CUR-VENDOR.
           MOVE 0 TO WS-CHECK-GROSS.
           MOVE 0 TO WS-CHECK-DISC.
           MOVE 0 TO WS-GROUP-INVOICES.
           PERFORM VARYING WS-SEL-SUB2 FROM WS-GROUP-FIRST BY 1
               UNTIL WS-SEL-SUB2 > WS-SEL-COUNT
               IF WS-SEL-VENDOR(WS-SEL-SUB2) = WS-CUR-VENDOR
                   MOVE WS-SEL-SUB2 TO WS-GROUP-LAST
                   ADD WS-SEL-GROSS(WS-SEL-SUB2) TO WS-CHECK-GROSS
                   ADD WS-SEL-DISC(WS-SEL-SUB2) TO WS-CHECK-DISC
                   ADD 1 TO WS-GROUP-INVOICES
               ELSE
                   MOVE WS-SEL-COUNT TO WS-SEL-SUB2
               END-IF
           END-PERFORM.
           COMPUTE WS-CHECK-NET = WS-CHECK-GROSS - WS-CHECK-DISC.
           MOVE 0 TO WS-VEND-FOUND-SUB.
           PERFORM VARYING WS-VEND-SUB FROM 1 BY 1
               UNTIL WS-VEND-SUB > WS-VEND-COUNT
               IF WS-VEND-ID(WS-VEND-SUB) = WS-CUR-VENDOR
                   MOVE WS-VEND-SUB TO WS-VEND-FOUND-SUB
                   MOVE WS-VEND-COUNT TO WS-VEND-SUB
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-VEND-FOUND-SUB = 0
                   DISPLAY "VENDOR " WS-CUR-VENDOR
                       " NOT ON THE VENDOR MASTER -- NOT PAID"
                   ADD 1 TO WS-VENDORS-NOT-PAID
               WHEN WS-CHECK-NET > 999999.99
                   DISPLAY "VENDOR " WS-CUR-VENDOR
                       " CHECK OVER 999,999.99 -- NOT PAID"
                   ADD 1 TO WS-VENDORS-NOT-PAID
               WHEN OTHER
                   PERFORM 3100-ISSUE-CHECK
           END-EVALUATE.
           COMPUTE WS-SEL-SUB = WS-GROUP-LAST + 1.

       3100-ISSUE-CHECK.
           PERFORM 1300-READ-CHECK-CONTROL.
           MOVE WS-NEXT-CHECK-NUMBER TO WS-CHECK-NUMBER.
           ADD 1 TO WS-NEXT-CHECK-NUMBER.
           PERFORM 6600-WRITE-CHECK-CONTROL.
           PERFORM 3300-BUILD-AMOUNT-WORDS.
           PERFORM 3200-PRINT-CHECK-FACE.
           PERFORM 3500-PRINT-REMITTANCE-STUB.
           MOVE WS-CHECK-NUMBER  TO APCR-CHECK-NUMBER.
           MOVE WS-TODAY         TO APCR-CHECK-DATE.
           MOVE WS-CUR-VENDOR    TO APCR-VENDOR-ID.
           MOVE WS-CHECK-NET     TO APCR-AMOUNT.
           MOVE WS-CHECK-DISC    TO APCR-DISC-TAKEN.
           MOVE WS-GROUP-INVOICES TO APCR-INVOICE-COUNT.
           MOVE "I"              TO APCR-STATUS.
           WRITE AP-CHECK-REGISTER-REC.
           PERFORM VARYING WS-SEL-SUB2 FROM WS-GROUP-FIRST BY 1
               UNTIL WS-SEL-SUB2 > WS-GROUP-LAST
               MOVE WS-SEL-AP-SUB(WS-SEL-SUB2) TO WS-AP-SUB
               MOVE WS-APT-ENTRY(WS-AP-SUB) TO AP-OPEN-ITEM-REC
               MOVE "P"             TO AP-STATUS
               MOVE WS-CHECK-NUMBER TO AP-CHECK-NUMBER
               MOVE WS-TODAY        TO AP-PAID-DATE
               MOVE WS-SEL-DISC(WS-SEL-SUB2) TO AP-DISC-TAKEN
               MOVE AP-OPEN-ITEM-REC TO WS-APT-ENTRY(WS-AP-SUB)
           END-PERFORM.
           MOVE "Y" TO WS-AP-CHANGED-SW.
           ADD WS-GROUP-INVOICES TO WS-INVOICES-PAID.
           ADD 1 TO WS-CHECKS-PRINTED.
           ADD WS-CHECK-GROSS TO WS-PAID-GROSS.
           ADD WS-CHECK-DISC  TO WS-PAID-DISC.
           ADD WS-CHECK-NET   TO WS-PAID-NET.
           DISPLAY "  CHECK " WS-CHECK-NUMBER " TO " WS-CUR-VENDOR
               " -- " WS-GROUP-INVOICES " INVOICES".

       3200-PRINT-CHECK-FACE.
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

           MOVE WS-VEND-NAME(WS-VEND-FOUND-SUB) TO FACE-PAYEE-NAME.
           MOVE WS-CUR-VENDOR TO FACE-PAYEE-VENDOR.
           MOVE WS-CHECK-NET TO FACE-PAYEE-AMOUNT.
           WRITE CHECK-REC-OUT FROM WS-FACE-PAYEE-LINE.
           MOVE WS-VEND-ADDRESS(WS-VEND-FOUND-SUB) TO FACE-PAYEE-ADDR.
           WRITE CHECK-REC-OUT FROM WS-FACE-PAYEE-ADDR-LINE.
           MOVE SPACES TO FACE-PAYEE-ADDR.
           STRING WS-VEND-CITY(WS-VEND-FOUND-SUB) DELIMITED BY "  "
               ", " WS-VEND-STATE(WS-VEND-FOUND-SUB) "  "
               WS-VEND-ZIP(WS-VEND-FOUND-SUB) DELIMITED BY SIZE
               INTO FACE-PAYEE-ADDR.
           WRITE CHECK-REC-OUT FROM WS-FACE-PAYEE-ADDR-LINE.

           MOVE "VENDOR PAYMENT -- SEE REMITTANCE ADVICE" TO FACE-MEMO.
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

           PERFORM 3400-BUILD-MICR-LINE.
           WRITE CHECK-REC-OUT FROM WS-MICR-LINE.
           MOVE SPACES TO CHECK-REC-OUT.
           WRITE CHECK-REC-OUT.
           WRITE CHECK-REC-OUT FROM WS-PERF-LINE.

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

       3400-BUILD-MICR-LINE.
           MOVE SPACES TO MICR-TEXT.
           STRING "C" WS-CHECK-NUMBER "C  A"
                  CKB-ROUTING "A  " DELIMITED BY SIZE
                  CKB-ACCOUNT DELIMITED BY SPACE
                  "C" DELIMITED BY SIZE
               INTO MICR-TEXT.

       3500-PRINT-REMITTANCE-STUB.
           MOVE WS-CUR-VENDOR TO STUB-HDR-VENDOR.
           MOVE WS-VEND-NAME(WS-VEND-FOUND-SUB) TO STUB-HDR-NAME.
           MOVE WS-CHECK-NUMBER TO STUB-HDR-CHECK-NUM.
           WRITE CHECK-REC-OUT FROM WS-STUB-HDR-LINE.
           MOVE SPACES TO CHECK-REC-OUT.
           WRITE CHECK-REC-OUT.
           WRITE CHECK-REC-OUT FROM WS-STUB-COL-LINE.
           PERFORM VARYING WS-SEL-SUB2 FROM WS-GROUP-FIRST BY 1
               UNTIL WS-SEL-SUB2 > WS-GROUP-LAST
               MOVE WS-SEL-AP-SUB(WS-SEL-SUB2) TO WS-AP-SUB
               MOVE WS-APT-ENTRY(WS-AP-SUB) TO AP-OPEN-ITEM-REC
               COMPUTE WS-INVOICE-NET = WS-SEL-GROSS(WS-SEL-SUB2)
                   - WS-SEL-DISC(WS-SEL-SUB2)
               MOVE AP-INVOICE-NO   TO STUBD-INVOICE
               MOVE AP-INVOICE-DATE TO STUBD-INV-DATE
               MOVE AP-PO-NUMBER    TO STUBD-PO
               MOVE WS-SEL-GROSS(WS-SEL-SUB2) TO STUBD-GROSS
               MOVE WS-SEL-DISC(WS-SEL-SUB2)  TO STUBD-DISC
               MOVE WS-INVOICE-NET  TO STUBD-NET
               WRITE CHECK-REC-OUT FROM WS-STUB-DETAIL
           END-PERFORM.
           MOVE "TOTAL"        TO STUBD-INVOICE.
           MOVE SPACES         TO STUBD-INV-DATE STUBD-PO.
           MOVE WS-CHECK-GROSS TO STUBD-GROSS.
           MOVE WS-CHECK-DISC  TO STUBD-DISC.
           MOVE WS-CHECK-NET   TO STUBD-NET.
           WRITE CHECK-REC-OUT FROM WS-STUB-DETAIL.
           WRITE CHECK-REC-OUT FROM WS-CHECK-CUT-LINE.

      * ONE JOURNAL PER RUN, APPENDED TO THE AP JOURNAL FILE; GLPOST
      * EMPTIES THE FILE ONCE EVERY JOURNAL ON IT HAS POSTED.
       5000-WRITE-AP-JOURNAL.
           OPEN EXTEND GL-JOURNAL-OUT.
           IF WS-GL-JOURNAL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL-OUT
           END-IF.
           MOVE WS-TODAY TO JRN-RUN-DATE.
           WRITE GL-JOURNAL-REC FROM WS-GL-JRN-HDR.
           MOVE SPACES TO GLJ-DEPT.
           IF WS-RECOG-ACCRUAL > 0
               MOVE "APACR" TO WS-LOOKUP-KEY
               PERFORM 5100-RESOLVE-ACCOUNT
               MOVE "RECEIVED NOT INVOICED" TO GLJ-ACCOUNT
               MOVE "D"                   TO GLJ-DC
               MOVE WS-RECOG-ACCRUAL      TO GLJ-AMOUNT
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
               ADD WS-RECOG-ACCRUAL TO WS-TOTAL-DEBITS
           END-IF.
           IF WS-RECOG-PPV NOT = 0
               MOVE "PPV" TO WS-LOOKUP-KEY
               PERFORM 5100-RESOLVE-ACCOUNT
               MOVE "PURCHASE PRICE VAR" TO GLJ-ACCOUNT
               IF WS-RECOG-PPV > 0
                   MOVE "D"               TO GLJ-DC
                   MOVE WS-RECOG-PPV      TO GLJ-AMOUNT
                   ADD GLJ-AMOUNT TO WS-TOTAL-DEBITS
               ELSE
                   MOVE "C"               TO GLJ-DC
                   COMPUTE GLJ-AMOUNT = 0 - WS-RECOG-PPV
                   ADD GLJ-AMOUNT TO WS-TOTAL-CREDITS
               END-IF
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
           END-IF.
           IF WS-RECOG-EXPENSE > 0
               MOVE "APEXP" TO WS-LOOKUP-KEY
               PERFORM 5100-RESOLVE-ACCOUNT
               MOVE "PURCHASES - EXPENSE" TO GLJ-ACCOUNT
               MOVE "D"                   TO GLJ-DC
               MOVE WS-RECOG-EXPENSE      TO GLJ-AMOUNT
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
               ADD WS-RECOG-EXPENSE TO WS-TOTAL-DEBITS
           END-IF.
           IF WS-RECOG-INVENTORY > 0 OR WS-RECOG-EXPENSE > 0
               MOVE "APPAY" TO WS-LOOKUP-KEY
               PERFORM 5100-RESOLVE-ACCOUNT
               MOVE "ACCOUNTS PAYABLE"    TO GLJ-ACCOUNT
               MOVE "C"                   TO GLJ-DC
               COMPUTE GLJ-AMOUNT = WS-RECOG-INVENTORY
                   + WS-RECOG-EXPENSE
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
               ADD GLJ-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.
           IF WS-PAID-GROSS > 0
               MOVE "APPAY" TO WS-LOOKUP-KEY
               PERFORM 5100-RESOLVE-ACCOUNT
               MOVE "ACCOUNTS PAYABLE"    TO GLJ-ACCOUNT
               MOVE "D"                   TO GLJ-DC
               MOVE WS-PAID-GROSS         TO GLJ-AMOUNT
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
               ADD WS-PAID-GROSS TO WS-TOTAL-DEBITS
               MOVE "CASHD" TO WS-LOOKUP-KEY
               PERFORM 5100-RESOLVE-ACCOUNT
               MOVE "CASH - DISBURSEMENTS" TO GLJ-ACCOUNT
               MOVE "C"                   TO GLJ-DC
               MOVE WS-PAID-NET           TO GLJ-AMOUNT
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
               ADD WS-PAID-NET TO WS-TOTAL-CREDITS
           END-IF.
           IF WS-PAID-DISC > 0
               MOVE "PDISC" TO WS-LOOKUP-KEY
               PERFORM 5100-RESOLVE-ACCOUNT
               MOVE "PURCHASE DISCOUNTS"  TO GLJ-ACCOUNT
               MOVE "C"                   TO GLJ-DC
               MOVE WS-PAID-DISC          TO GLJ-AMOUNT
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
               ADD WS-PAID-DISC TO WS-TOTAL-CREDITS
           END-IF.
           MOVE WS-TOTAL-DEBITS  TO GLT-DEBITS.
           MOVE WS-TOTAL-CREDITS TO GLT-CREDITS.
           WRITE GL-JOURNAL-REC FROM WS-GL-TOTAL-LINE.
           CLOSE GL-JOURNAL-OUT.
           DISPLAY "AP JOURNAL " JRN-PROGRAM " WRITTEN -- DEBITS "
               GLT-DEBITS " = CREDITS " GLT-CREDITS.

       5100-RESOLVE-ACCOUNT.
           MOVE SPACES TO WS-RESOLVED-ACCT.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
               IF WS-MAP-TYPE(WS-MAP-SUB) = "L"
                   AND WS-MAP-KEY(WS-MAP-SUB) = WS-LOOKUP-KEY
                   MOVE WS-MAP-ACCT(WS-MAP-SUB)
                       TO WS-RESOLVED-ACCT
                   MOVE WS-MAP-COUNT TO WS-MAP-SUB
               END-IF
           END-PERFORM.
           MOVE WS-RESOLVED-ACCT TO GLJ-ACCT-NO.

       6000-REWRITE-AP-ITEMS.
           OPEN OUTPUT AP-OPEN-ITEMS.
           PERFORM VARYING WS-AP-SUB FROM 1 BY 1
               UNTIL WS-AP-SUB > WS-AP-COUNT
               MOVE WS-APT-ENTRY(WS-AP-SUB) TO AP-OPEN-ITEM-REC
               WRITE AP-OPEN-ITEM-REC
           END-PERFORM.
           CLOSE AP-OPEN-ITEMS.

       6600-WRITE-CHECK-CONTROL.
           OPEN OUTPUT AP-CHECK-CONTROL.
           MOVE WS-NEXT-CHECK-NUMBER TO CTL-NEXT-CHECK-NUMBER.
           WRITE AP-CHECK-CONTROL-REC.
           CLOSE AP-CHECK-CONTROL.
