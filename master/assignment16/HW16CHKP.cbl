       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW16CHKP.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
       INSTALLATION.  INFSYS-3807 COBOL.
      *Prints the paper payroll checks for a pay date from the check
      *register written by HW16NB, HW16MCHK, and HW16VOID.  Employees
      *with a live row on the PAYBANK account file are paid by direct
      *deposit (HW16DD) and get no check; everyone else -- no account,
      *or still in the prenote window -- gets a check face with the
      *payee name from the employee master, the amount in figures and
      *in words, the check number and date, and a MICR line for the
      *company's disbursement account, followed by the attached stub
      *from the same PAYROLL-OUT record the check was cut from
      *(manual checks from the manual-check payment file).  Voided
      *register entries are never printed; a check HW16VOID reissued
      *prints under its replacement number.  Setting PAYCKRPR to a
      *check number reprints that one check -- naming a voided number
      *prints its live reissue instead.  Handwritten checks were
      *written at the counter and are not printed again.  When the
      *off-cycle bonus flag is present the bonus checks are printed
      *from the bonus payroll output to their own print file.  A
      *check whose register row names a company on the company
      *master is drawn in that company's name on its own bank
      *account; a blank company code draws on the employer file and
      *the disbursement account as always.  The face carries the
      *drawing company's address, and the bank name and city always
      *belong to the account on the MICR line -- a company on its own
      *account whose bank is not on the company master prints those
      *lines blank rather than name the home company's bank.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER ASSIGN TO WS-CHECK-REG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-REG-STATUS.

           SELECT PAYROLL-OUT-IN ASSIGN TO WS-PAYROLL-OUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYROLL-OUT-IN-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMP-MASTER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT BANK-ACCOUNT-IN ASSIGN TO WS-BANK-ACCT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANK-ACCT-STATUS.

           SELECT CHECK-BANK-IN ASSIGN TO WS-CHECK-BANK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-BANK-STATUS.

           SELECT EMPLOYER-INFO ASSIGN TO WS-EMPLOYER-INFO-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPLOYER-INFO-STATUS.

           SELECT CHECK-PRINT-OUT ASSIGN TO WS-CHECK-PRINT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-PRINT-STATUS.

           SELECT BATCH-ERROR-LOG ASSIGN TO WS-ERROR-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

           SELECT BONUS-RUN-FLAG ASSIGN TO WS-BONUS-FLAG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BONUS-FLAG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM THE ENVIRONMENT VARIABLES BELOW, FALLING BACK TO
      *  DEVELOPMENT DEFAULTS SHOWN THERE WHEN A VARIABLE IS NOT SET:
      *      PAYCREG   PAYOUT    PAYMOUT   PAYEMP    PAYBANK
      *      PAYCKBK (COMPANY DISBURSEMENT ACCOUNT)   PAYERINF
      *      PAYCHKP (CHECK PRINT FILE)
      *      PAYCKDT (PAY DATE MMDDCCYY -- DEFAULT THE PAYROLL OUTPUT)
      *      PAYCKRPR (ONE CHECK NUMBER TO REPRINT)
      *      PAYBONUS (OFF-CYCLE BONUS FLAG)   PAYBOUT   PAYBCHKP
      *      BATCHERRLOG - SHARED WITH HW15NB, HW16NB, AND HW19NB

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER
           RECORDING MODE IS F
           DATA RECORD IS CHECK-REGISTER-REC.
       01 CHECK-REGISTER-REC.
          05 CREG-CHECK-NUMBER        PIC 9(07).
          05 CREG-PAY-DATE            PIC X(08).
          05 CREG-EMP-NUMBER          PIC X(05).
          05 CREG-AMOUNT              PIC 9(06)V99.
          05 CREG-STATUS              PIC X(01).
          05 CREG-CHECK-TYPE          PIC X(01).
          05 CREG-COMPANY             PIC X(02).

       FD  PAYROLL-OUT-IN
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-REC-IN-CK.
       01 PAYROLL-REC-IN-CK.
          05 CK-EMP-OUT.
             10 CK-PAY-DATE           PIC X(08).
             10 CK-EMP-NUMBER         PIC X(05).
             10 CK-EMP-HOURS          PIC 9(03)V99.
             10 CK-EMP-RATE           PIC 9(02)V99.
             10 CK-EMP-DEDUCTIONS     PIC X(01).
             10 CK-RATE-CODE          PIC X(02).
             10 CK-EARN-TYPE          PIC X(01).
          05 CK-CALCULATED.
             10 CK-GROSS              PIC 9(06)V99.
             10 CK-SSN-MED            PIC 9(05)V99.
             10 CK-STATE              PIC 9(05)V99.
             10 CK-LOCAL              PIC 9(05)V99.
             10 CK-FED                PIC 9(05)V99.
             10 CK-NET                PIC 9(06)V99.
          05 CK-EXTENSION.
             10 CK-WORK-STATE         PIC X(02).
             10 CK-WORK-ST-TAX        PIC 9(05)V99.
             10 CK-RES-STATE          PIC X(02).
             10 CK-RES-ST-TAX         PIC 9(05)V99.
             10 CK-ER-MATCH           PIC 9(06)V99.
             10 CK-SHIFT-PREM         PIC 9(06)V99.

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 EMP-DEPT-IN              PIC X(15).

       FD  BANK-ACCOUNT-IN
           RECORDING MODE IS F
           DATA RECORD IS BANK-ACCOUNT-REC.
       01 BANK-ACCOUNT-REC.
          05 BA-EMP-NUMBER            PIC X(05).
          05 BA-ROUTING               PIC X(09).
          05 BA-ACCOUNT               PIC X(17).
          05 BA-ACCT-TYPE             PIC X(01).
          05 BA-STATUS                PIC X(01).
          05 BA-EFF-DATE              PIC X(08).

      * ONE RECORD -- THE ACCOUNT THE PAYROLL CHECKS ARE DRAWN ON.
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

       FD  CHECK-PRINT-OUT
           RECORDING MODE IS F
           DATA RECORD IS CHECK-REC-OUT.
       01 CHECK-REC-OUT               PIC X(80).

       FD  BATCH-ERROR-LOG
           RECORDING MODE IS F
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       FD  BONUS-RUN-FLAG
           RECORDING MODE IS F
           DATA RECORD IS BONUS-RUN-FLAG-REC.
       01 BONUS-RUN-FLAG-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CHECK-REG-DSN           PIC X(80).
       01  WS-PAYROLL-OUT-DSN         PIC X(80).
       01  WS-MANUAL-OUT-DSN          PIC X(80).
       01  WS-EMP-MASTER-DSN          PIC X(80).
       01  WS-BANK-ACCT-DSN           PIC X(80).
       01  WS-CHECK-BANK-DSN          PIC X(80).
       01  WS-EMPLOYER-INFO-DSN       PIC X(80).
       01  WS-CHECK-PRINT-DSN         PIC X(80).
       01  WS-ERROR-LOG-DSN           PIC X(80).
       01  WS-BONUS-FLAG-DSN          PIC X(80).

       01  WS-CHECK-REG-STATUS        PIC X(02) VALUE "00".
       01  WS-PAYROLL-OUT-IN-STATUS   PIC X(02) VALUE "00".
       01  WS-EMP-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-BANK-ACCT-STATUS        PIC X(02) VALUE "00".
       01  WS-CHECK-BANK-STATUS       PIC X(02) VALUE "00".
       01  WS-EMPLOYER-INFO-STATUS    PIC X(02) VALUE "00".
       01  WS-CHECK-PRINT-STATUS      PIC X(02) VALUE "00".
       01  WS-BONUS-FLAG-STATUS       PIC X(02) VALUE "00".

       01  WS-ERROR-LOG-STATUS        PIC X(02).
       01  WS-ERROR-LOG-LINE.
           05 ERRLOG-PROGRAM          PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ERRLOG-PARAGRAPH        PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ERRLOG-FILE             PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ERRLOG-STATUS           PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ERRLOG-DATE             PIC X(08).
       01  WS-ERR-PARAGRAPH-NAME      PIC X(20).
       01  WS-ERR-FILE-NAME           PIC X(20).
       01  WS-ERR-STATUS-CODE         PIC X(02).

       01  WS-BONUS-RUN-SW            PIC X(01) VALUE "N".
           88 BONUS-RUN                      VALUE "Y".
       01  WS-CHECK-BANK-OK-SW        PIC X(01) VALUE "N".
           88 CHECK-BANK-OK                  VALUE "Y".
       01  WS-PRINT-OK-SW             PIC X(01) VALUE "Y".
           88 PRINT-OK                       VALUE "Y".

      * PAY DATE TO PRINT, OR ONE CHECK NUMBER TO REPRINT.
       01  WS-CHECK-PAY-DATE          PIC X(08) VALUE SPACES.
       01  WS-REPRINT-CHECK-IN        PIC X(07) VALUE SPACES.
       01  WS-REPRINT-CHECK-NUM       PIC 9(07) VALUE 0.
       01  WS-REPRINT-SW              PIC X(01) VALUE "N".
           88 REPRINT-ONE-CHECK              VALUE "Y".

       01  WS-REG-COUNT               PIC 9(04) VALUE 0.
       01  WS-REG-SUB                 PIC 9(04).
       01  WS-REG-FOUND-SUB           PIC 9(04) VALUE 0.
       01  WS-REISSUE-SUB             PIC 9(04) VALUE 0.
       01  WS-PRINT-SUB               PIC 9(04) VALUE 0.
       01  WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 5000 TIMES.
              10 WS-REG-CHECK-NUM     PIC 9(07).
              10 WS-REG-PAY-DATE      PIC X(08).
              10 WS-REG-EMP-NUM       PIC X(05).
              10 WS-REG-AMOUNT        PIC 9(06)V99.
              10 WS-REG-STATUS        PIC X(01).
              10 WS-REG-CHECK-TYPE    PIC X(01).
              10 WS-REG-COMPANY       PIC X(02).

       01  WS-EMP-MASTER-COUNT        PIC 9(03) VALUE 0.
       01  WS-EMP-TABLE-SUB           PIC 9(03).
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-TABLE-ENTRY OCCURS 100 TIMES.
              10 WS-EMP-TABLE-NUM     PIC X(05).
              10 WS-EMP-TABLE-NAME    PIC X(20).
              10 WS-EMP-TABLE-DEPT    PIC X(15).
       01  WS-EMP-LOOKUP-NAME         PIC X(20).
       01  WS-EMP-LOOKUP-DEPT         PIC X(15).

       01  WS-BANK-ACCT-COUNT         PIC 9(03) VALUE 0.
       01  WS-BANK-ACCT-SUB           PIC 9(03).
       01  WS-BANK-ACCT-TABLE.
           05 WS-BANK-ACCT-ENTRY OCCURS 200 TIMES.
              10 WS-BA-EMP-NUM        PIC X(05).
              10 WS-BA-STATUS         PIC X(01).
       01  WS-DEPOSIT-SW              PIC X(01) VALUE "N".
           88 PAID-BY-DEPOSIT                VALUE "Y".

      * THE PAYMENTS THE STUBS ARE PRINTED FROM -- THE PAYROLL RUN
      * (SOURCE SPACE) AND THE MANUAL CHECKS (SOURCE "M").  A ROW IS
      * MATCHED TO ITS CHECK BY EMPLOYEE, PAY DATE, AND NET AMOUNT.
       01  WS-PAY-COUNT               PIC 9(04) VALUE 0.
       01  WS-PAY-SUB                 PIC 9(04).
       01  WS-PAY-FOUND-SUB           PIC 9(04) VALUE 0.
       01  WS-PAY-SOURCE-W            PIC X(01).
       01  WS-PAY-TABLE.
           05 WS-PAY-ENTRY OCCURS 1000 TIMES.
              10 WS-PAY-SOURCE        PIC X(01).
              10 WS-PAY-USED          PIC X(01).
              10 WS-PAY-DETAIL        PIC X(128).
       01  WS-FIRST-PAY-DATE          PIC X(08) VALUE SPACES.

       01  WS-STUB-DETAIL.
          05 SD-PAY-DATE              PIC X(08).
          05 SD-EMP-NUMBER            PIC X(05).
          05 SD-EMP-HOURS             PIC 9(03)V99.
          05 SD-EMP-RATE              PIC 9(02)V99.
          05 SD-EMP-DEDUCTIONS        PIC X(01).
          05 SD-RATE-CODE             PIC X(02).
          05 SD-EARN-TYPE             PIC X(01).
             88 SD-EARN-COMMISSION        VALUE "C".
             88 SD-EARN-SALARY            VALUE "A".
             88 SD-EARN-BONUS             VALUE "B".
             88 SD-EARN-REIMBURSE         VALUE "E".
          05 SD-GROSS                 PIC 9(06)V99.
          05 SD-SSN-MED               PIC 9(05)V99.
          05 SD-STATE                 PIC 9(05)V99.
          05 SD-LOCAL                 PIC 9(05)V99.
          05 SD-FED                   PIC 9(05)V99.
          05 SD-NET                   PIC 9(06)V99.
          05 SD-WORK-STATE            PIC X(02).
          05 SD-WORK-ST-TAX           PIC 9(05)V99.
          05 SD-RES-STATE             PIC X(02).
          05 SD-RES-ST-TAX            PIC 9(05)V99.
          05 SD-ER-MATCH              PIC 9(06)V99.
          05 SD-SHIFT-PREM            PIC 9(06)V99.
          05 FILLER                   PIC X(30).

       01  WS-CHECKS-PRINTED          PIC 9(05) VALUE 0.
       01  WS-CHECKS-PRINTED-TOTAL    PIC 9(07)V99 VALUE 0.
       01  WS-DEPOSIT-SKIPPED         PIC 9(05) VALUE 0.
       01  WS-VOID-SKIPPED            PIC 9(05) VALUE 0.
       01  WS-CLEARED-SKIPPED         PIC 9(05) VALUE 0.
       01  WS-HANDWRITTEN-SKIPPED     PIC 9(05) VALUE 0.
       01  WS-NO-DETAIL-COUNT         PIC 9(05) VALUE 0.
       01  WS-OPT-DEDUCT              PIC 9(06)V99.
       01  WS-TOTAL-WITHHELD          PIC 9(06)V99.

       01  WS-CHECK-LINE-COUNT        PIC 9(02) VALUE 0.
       01  WS-CHECK-PAGE-LENGTH       PIC 9(02) VALUE 42.

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
      * ONE THREE-DIGIT GROUP AT A TIME -- THE THOUSANDS, THEN THE
      * UNITS.
       01  WS-GROUP-HUNDREDS          PIC 9(01).
       01  WS-GROUP-UNDER-100         PIC 9(02).
       01  WS-TENS-DIGIT              PIC 9(01).
       01  WS-UNITS-DIGIT             PIC 9(01).
       01  WS-WORD-SUB                PIC 9(02).
       01  WS-WORDS-PTR               PIC 9(03).
       01  WS-WORDS-BREAK             PIC 9(03).
      * THE WORDS ARE BUILT IN ONE PIECE AND, WHEN LONGER THAN THE
      * FACE LINE, SPLIT AT A SPACE ONTO A SECOND LINE.
       01  WS-AMOUNT-WORDS            PIC X(150).
       01  WS-AMOUNT-WORDS-2          PIC X(75).

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
           05 FACE-WORDS-CAPTION      PIC X(05).
           05 FACE-WORDS              PIC X(75).

       01  WS-FACE-PAYEE-LINE.
           05 FILLER                  PIC X(17)
                   VALUE "TO THE ORDER OF  ".
           05 FACE-PAYEE-NAME         PIC X(20).
           05 FILLER                  PIC X(03) VALUE ALL SPACES.
           05 FACE-PAYEE-EMP-NUM      PIC X(05).
           05 FILLER                  PIC X(13) VALUE ALL SPACES.
           05 FACE-PAYEE-AMOUNT       PIC $***,**9.99.

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

      * THE DRAWER OF THE CHECK BEING PRINTED -- THE EMPLOYER FILE
      * AND DISBURSEMENT ACCOUNT UNLESS THE REGISTER NAMES A COMPANY.
       01  WS-DRAWER-NAME             PIC X(57).
       01  WS-DRAWER-ROUTING          PIC X(09).
       01  WS-DRAWER-ACCOUNT          PIC X(17).
       01  WS-DRAWER-STREET           PIC X(22).
       01  WS-DRAWER-CITY             PIC X(22).
       01  WS-DRAWER-STATE            PIC X(02).
       01  WS-DRAWER-ZIP              PIC X(05).
       01  WS-DRAWER-BANK-NAME        PIC X(30).
       01  WS-DRAWER-BANK-CITY        PIC X(30).
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

       01  WS-PERF-LINE               PIC X(80) VALUE ALL "-".
       01  WS-CHECK-CUT-LINE          PIC X(80) VALUE ALL "=".

      * ATTACHED STUB.
       01  WS-STUB-HDR1.
           05 FILLER                  PIC X(22)
                   VALUE "EMPLOYEE PAY STATEMENT".
           05 FILLER                  PIC X(04) VALUE ALL SPACES.
           05 FILLER                  PIC X(10) VALUE "CHECK NO. ".
           05 STUB-HDR-CHECK-NUM      PIC 9(07).
           05 FILLER                  PIC X(04) VALUE ALL SPACES.
           05 FILLER                  PIC X(09) VALUE "PAY DATE ".
           05 STUB-HDR-DATE.
              10 STUB-HDR-MM          PIC X(02).
              10 FILLER               PIC X(01) VALUE "/".
              10 STUB-HDR-DD          PIC X(02).
              10 FILLER               PIC X(01) VALUE "/".
              10 STUB-HDR-YY          PIC X(02).

       01  WS-STUB-HDR2.
           05 FILLER                  PIC X(09) VALUE "EMPLOYEE ".
           05 STUB-HDR-EMP-NUM        PIC X(05).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 STUB-HDR-EMP-NAME       PIC X(20).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 STUB-HDR-EMP-DEPT       PIC X(15).

       01  WS-STUB-AMT-LINE.
           05 STUB-AMT-CAPTION        PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 STUB-AMT-CURRENT        PIC $$,$$$,$$9.99.

       01  WS-STUB-HOURS-LINE.
           05 FILLER                  PIC X(13)
                   VALUE "HOURS WORKED ".
           05 STUB-HOURS              PIC ZZ9.99.
           05 FILLER                  PIC X(10)
                   VALUE "  AT RATE ".
           05 STUB-RATE               PIC $$9.99.

       01  WS-GENRES-PARMS.
           05 GR-MODE                 PIC X(01).
           05 GR-LOGICAL-NAME         PIC X(12).
           05 GR-DSN                  PIC X(80).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW16CHKP BEGINS".
           PERFORM 1000-INITIALIZE.
           IF PRINT-OK
               IF REPRINT-ONE-CHECK
                   PERFORM 2500-REPRINT-ONE-CHECK
               ELSE
                   DISPLAY "PRINTING CHECKS FOR PAY DATE "
                       WS-CHECK-PAY-DATE
                   PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REG-COUNT
                       PERFORM 2000-SELECT-CHECK
                   END-PERFORM
               END-IF
               CLOSE CHECK-PRINT-OUT
           END-IF.
           DISPLAY "CHECKS PRINTED:                 " WS-CHECKS-PRINTED.
           DISPLAY "CHECK TOTAL:                    "
               WS-CHECKS-PRINTED-TOTAL.
           DISPLAY "PAID BY DIRECT DEPOSIT:         "
               WS-DEPOSIT-SKIPPED.
           DISPLAY "VOIDED -- NOT PRINTED:          " WS-VOID-SKIPPED.
           DISPLAY "CLEARED -- NOT PRINTED:         "
               WS-CLEARED-SKIPPED.
           DISPLAY "HANDWRITTEN -- NOT PRINTED:     "
               WS-HANDWRITTEN-SKIPPED.
           DISPLAY "PRINTED WITHOUT PAY DETAIL:     "
               WS-NO-DETAIL-COUNT.
           DISPLAY "HW16CHKP CONCLUDES".
           GOBACK.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
           MOVE "HW16CHKP"            TO ERRLOG-PROGRAM.
           MOVE WS-ERR-PARAGRAPH-NAME TO ERRLOG-PARAGRAPH.
           MOVE WS-ERR-FILE-NAME      TO ERRLOG-FILE.
           MOVE WS-ERR-STATUS-CODE    TO ERRLOG-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ERRLOG-DATE.
           WRITE BATCH-ERROR-LOG-REC FROM WS-ERROR-LOG-LINE.
           CLOSE BATCH-ERROR-LOG.
           MOVE 16 TO RETURN-CODE.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-CHECK-REG-DSN FROM ENVIRONMENT "PAYCREG".
           IF WS-CHECK-REG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16CREG.dat"
               TO WS-CHECK-REG-DSN
           END-IF.
           ACCEPT WS-PAYROLL-OUT-DSN FROM ENVIRONMENT "PAYOUT".
           IF WS-PAYROLL-OUT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16OU01.dat"
               TO WS-PAYROLL-OUT-DSN
           END-IF.
      * GENERATION MANAGEMENT (IN FORCE ONLY WHEN GENMGMT=Y) --
      * RESOLVE THE CURRENT GENERATION THROUGH THE INDEX.
           MOVE "R" TO GR-MODE.
           MOVE "PAYOUT" TO GR-LOGICAL-NAME.
           MOVE WS-PAYROLL-OUT-DSN TO GR-DSN.
           CALL "GENRES" USING WS-GENRES-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           MOVE GR-DSN TO WS-PAYROLL-OUT-DSN.
           ACCEPT WS-MANUAL-OUT-DSN FROM ENVIRONMENT "PAYMOUT".
           IF WS-MANUAL-OUT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16MOU1.dat"
               TO WS-MANUAL-OUT-DSN
           END-IF.
           ACCEPT WS-EMP-MASTER-DSN FROM ENVIRONMENT "PAYEMP".
           IF WS-EMP-MASTER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16EMP.dat"
               TO WS-EMP-MASTER-DSN
           END-IF.
           ACCEPT WS-BANK-ACCT-DSN FROM ENVIRONMENT "PAYBANK".
           IF WS-BANK-ACCT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BANK.dat"
               TO WS-BANK-ACCT-DSN
           END-IF.
           ACCEPT WS-CHECK-BANK-DSN FROM ENVIRONMENT "PAYCKBK".
           IF WS-CHECK-BANK-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16CKBK.dat"
               TO WS-CHECK-BANK-DSN
           END-IF.
           ACCEPT WS-EMPLOYER-INFO-DSN FROM ENVIRONMENT "PAYERINF".
           IF WS-EMPLOYER-INFO-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16ERI.dat"
               TO WS-EMPLOYER-INFO-DSN
           END-IF.
           ACCEPT WS-CHECK-PRINT-DSN FROM ENVIRONMENT "PAYCHKP".
           IF WS-CHECK-PRINT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16CHKP.rpt"
               TO WS-CHECK-PRINT-DSN
           END-IF.
           ACCEPT WS-ERROR-LOG-DSN FROM ENVIRONMENT "BATCHERRLOG".
           IF WS-ERROR-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\BATCHERR.log"
               TO WS-ERROR-LOG-DSN
           END-IF.
           ACCEPT WS-CHECK-PAY-DATE FROM ENVIRONMENT "PAYCKDT".
           ACCEPT WS-REPRINT-CHECK-IN FROM ENVIRONMENT "PAYCKRPR".
           ACCEPT WS-BONUS-FLAG-DSN FROM ENVIRONMENT "PAYBONUS".
           IF WS-BONUS-FLAG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BONS.dat"
               TO WS-BONUS-FLAG-DSN
           END-IF.
           OPEN INPUT BONUS-RUN-FLAG.
           IF WS-BONUS-FLAG-STATUS = "00"
               CLOSE BONUS-RUN-FLAG
               PERFORM 0960-RESOLVE-BONUS-FILE-NAMES
           END-IF.

      * OFF-CYCLE BONUS RUN -- THE BONUS CHECKS ONLY, TO THEIR OWN
      * PRINT FILE.  NO MANUAL CHECKS ARE MIXED INTO A BONUS PRINT.
       0960-RESOLVE-BONUS-FILE-NAMES.
           DISPLAY "HW16CHKP PRINTING THE OFF-CYCLE BONUS CHECKS".
           MOVE "Y" TO WS-BONUS-RUN-SW.
           ACCEPT WS-PAYROLL-OUT-DSN FROM ENVIRONMENT "PAYBOUT".
           IF WS-PAYROLL-OUT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BOU1.dat"
               TO WS-PAYROLL-OUT-DSN
           END-IF.
           MOVE "R" TO GR-MODE.
           MOVE "PAYBOUT" TO GR-LOGICAL-NAME.
           MOVE WS-PAYROLL-OUT-DSN TO GR-DSN.
           CALL "GENRES" USING WS-GENRES-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           MOVE GR-DSN TO WS-PAYROLL-OUT-DSN.
           ACCEPT WS-CHECK-PRINT-DSN FROM ENVIRONMENT "PAYBCHKP".
           IF WS-CHECK-PRINT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BCHK.rpt"
               TO WS-CHECK-PRINT-DSN
           END-IF.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 1100-LOAD-CHECK-BANK.
           PERFORM 1150-LOAD-EMPLOYER-INFO.
           PERFORM 1200-LOAD-BANK-ACCOUNTS.
           PERFORM 1300-LOAD-EMPLOYEE-MASTER.
           PERFORM 1400-LOAD-CHECK-REGISTER.
           MOVE SPACE TO WS-PAY-SOURCE-W.
           PERFORM 1500-LOAD-PAYMENTS.
           IF NOT BONUS-RUN
               MOVE WS-MANUAL-OUT-DSN TO WS-PAYROLL-OUT-DSN
               MOVE "M" TO WS-PAY-SOURCE-W
               PERFORM 1500-LOAD-PAYMENTS
           END-IF.
           IF NOT CHECK-BANK-OK
               MOVE "N" TO WS-PRINT-OK-SW
           END-IF.
           PERFORM 1600-SET-SELECTION.
           IF PRINT-OK
               OPEN OUTPUT CHECK-PRINT-OUT
               IF WS-CHECK-PRINT-STATUS NOT = "00"
                   MOVE "1000-INITIALIZE"  TO WS-ERR-PARAGRAPH-NAME
                   MOVE "CHECK-PRINT-OUT"  TO WS-ERR-FILE-NAME
                   MOVE WS-CHECK-PRINT-STATUS TO WS-ERR-STATUS-CODE
                   PERFORM 0850-LOG-FILE-ERROR
                   MOVE "N" TO WS-PRINT-OK-SW
               END-IF
           END-IF.

      * NO CHECK GOES OUT WITHOUT A DISBURSEMENT ACCOUNT FOR THE MICR
      * LINE -- A MISSING OR INCOMPLETE RECORD STOPS THE PRINT.
       1100-LOAD-CHECK-BANK.
           MOVE SPACES TO CHECK-BANK-REC.
           OPEN INPUT CHECK-BANK-IN.
           IF WS-CHECK-BANK-STATUS = "00"
               READ CHECK-BANK-IN
               CLOSE CHECK-BANK-IN
           END-IF.
           IF CKB-ROUTING IS NUMERIC AND CKB-ACCOUNT NOT = SPACES
               MOVE "Y" TO WS-CHECK-BANK-OK-SW
           ELSE
               DISPLAY "DISBURSEMENT ACCOUNT MISSING OR INCOMPLETE "
                   "-- NO CHECKS PRINTED"
               MOVE "1100-LOAD-CHECK-BANK" TO WS-ERR-PARAGRAPH-NAME
               MOVE "CHECK-BANK-IN"   TO WS-ERR-FILE-NAME
               MOVE WS-CHECK-BANK-STATUS TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           END-IF.

       1150-LOAD-EMPLOYER-INFO.
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

       1200-LOAD-BANK-ACCOUNTS.
           OPEN INPUT BANK-ACCOUNT-IN.
           IF WS-BANK-ACCT-STATUS = "00"
               READ BANK-ACCOUNT-IN
               PERFORM UNTIL WS-BANK-ACCT-STATUS > "00"
                          OR WS-BANK-ACCT-COUNT >= 200
                   ADD 1 TO WS-BANK-ACCT-COUNT
                   MOVE WS-BANK-ACCT-COUNT TO WS-BANK-ACCT-SUB
                   MOVE BA-EMP-NUMBER
                       TO WS-BA-EMP-NUM(WS-BANK-ACCT-SUB)
                   MOVE BA-STATUS
                       TO WS-BA-STATUS(WS-BANK-ACCT-SUB)
                   READ BANK-ACCOUNT-IN
               END-PERFORM
               CLOSE BANK-ACCOUNT-IN
           ELSE
               DISPLAY "PAYBANK NOT AVAILABLE - STATUS "
                   WS-BANK-ACCT-STATUS
                   " -- EVERY EMPLOYEE IS PAID BY CHECK"
           END-IF.

       1300-LOAD-EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS = "00"
               MOVE 1 TO WS-EMP-TABLE-SUB
               READ EMPLOYEE-MASTER
               PERFORM UNTIL WS-EMP-MASTER-STATUS > "00"
                          OR WS-EMP-TABLE-SUB > 100
                   MOVE EMP-NUM-IN
                       TO WS-EMP-TABLE-NUM(WS-EMP-TABLE-SUB)
                   MOVE EMP-NAME-IN
                       TO WS-EMP-TABLE-NAME(WS-EMP-TABLE-SUB)
                   MOVE EMP-DEPT-IN
                       TO WS-EMP-TABLE-DEPT(WS-EMP-TABLE-SUB)
                   ADD 1 TO WS-EMP-TABLE-SUB
                   ADD 1 TO WS-EMP-MASTER-COUNT
                   READ EMPLOYEE-MASTER
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           ELSE
               MOVE "1300-LOAD-EMP-MASTER" TO WS-ERR-PARAGRAPH-NAME
               MOVE "EMPLOYEE-MASTER" TO WS-ERR-FILE-NAME
               MOVE WS-EMP-MASTER-STATUS TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
               MOVE "N" TO WS-PRINT-OK-SW
           END-IF.

       1400-LOAD-CHECK-REGISTER.
           OPEN INPUT CHECK-REGISTER.
           IF WS-CHECK-REG-STATUS = "00"
               READ CHECK-REGISTER
               PERFORM UNTIL WS-CHECK-REG-STATUS > "00"
                          OR WS-REG-COUNT >= 5000
                   ADD 1 TO WS-REG-COUNT
                   MOVE WS-REG-COUNT TO WS-REG-SUB
                   MOVE CREG-CHECK-NUMBER
                       TO WS-REG-CHECK-NUM(WS-REG-SUB)
                   MOVE CREG-PAY-DATE
                       TO WS-REG-PAY-DATE(WS-REG-SUB)
                   MOVE CREG-EMP-NUMBER
                       TO WS-REG-EMP-NUM(WS-REG-SUB)
                   MOVE CREG-AMOUNT TO WS-REG-AMOUNT(WS-REG-SUB)
                   MOVE CREG-STATUS TO WS-REG-STATUS(WS-REG-SUB)
                   MOVE CREG-CHECK-TYPE
                       TO WS-REG-CHECK-TYPE(WS-REG-SUB)
                   MOVE CREG-COMPANY
                       TO WS-REG-COMPANY(WS-REG-SUB)
                   READ CHECK-REGISTER
               END-PERFORM
               CLOSE CHECK-REGISTER
           ELSE
               MOVE "1400-LOAD-REGISTER" TO WS-ERR-PARAGRAPH-NAME
               MOVE "CHECK-REGISTER"  TO WS-ERR-FILE-NAME
               MOVE WS-CHECK-REG-STATUS TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
               MOVE "N" TO WS-PRINT-OK-SW
           END-IF.

      * LOADS ONE PAYMENT FILE INTO THE STUB TABLE UNDER THE SOURCE
      * IN WS-PAY-SOURCE-W.  A MISSING MANUAL-CHECK FILE ONLY MEANS
      * NO MANUAL CHECKS HAVE BEEN CUT.
       1500-LOAD-PAYMENTS.
           OPEN INPUT PAYROLL-OUT-IN.
           IF WS-PAYROLL-OUT-IN-STATUS = "00"
               READ PAYROLL-OUT-IN
               PERFORM UNTIL WS-PAYROLL-OUT-IN-STATUS > "00"
                          OR WS-PAY-COUNT >= 1000
                   IF CK-PAY-DATE(1:3) NOT = "TRL"
                       ADD 1 TO WS-PAY-COUNT
                       MOVE WS-PAY-SOURCE-W
                           TO WS-PAY-SOURCE(WS-PAY-COUNT)
                       MOVE "N" TO WS-PAY-USED(WS-PAY-COUNT)
                       MOVE PAYROLL-REC-IN-CK
                           TO WS-PAY-DETAIL(WS-PAY-COUNT)
                       IF WS-FIRST-PAY-DATE = SPACES
                           AND WS-PAY-SOURCE-W = SPACE
                           MOVE CK-PAY-DATE TO WS-FIRST-PAY-DATE
                       END-IF
                   END-IF
                   READ PAYROLL-OUT-IN
               END-PERFORM
               CLOSE PAYROLL-OUT-IN
           ELSE
               IF WS-PAY-SOURCE-W = SPACE
                   MOVE "1500-LOAD-PAYMENTS" TO WS-ERR-PARAGRAPH-NAME
                   MOVE "PAYROLL-OUT-IN" TO WS-ERR-FILE-NAME
                   MOVE WS-PAYROLL-OUT-IN-STATUS TO WS-ERR-STATUS-CODE
                   PERFORM 0850-LOG-FILE-ERROR
               END-IF
           END-IF.

      * ONE CHECK NUMBER TO REPRINT, OR EVERY CHECK FOR THE PAY DATE
      * (DEFAULT: THE PAY DATE ON THE PAYROLL OUTPUT JUST RUN).
       1600-SET-SELECTION.
           IF WS-REPRINT-CHECK-IN NOT = SPACES
               IF WS-REPRINT-CHECK-IN IS NUMERIC
                   MOVE WS-REPRINT-CHECK-IN TO WS-REPRINT-CHECK-NUM
                   MOVE "Y" TO WS-REPRINT-SW
               ELSE
                   DISPLAY "PAYCKRPR MUST BE A 7-DIGIT CHECK NUMBER "
                       "-- NO CHECKS PRINTED"
                   MOVE "N" TO WS-PRINT-OK-SW
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-CHECK-PAY-DATE = SPACES
                   MOVE WS-FIRST-PAY-DATE TO WS-CHECK-PAY-DATE
               END-IF
               IF WS-CHECK-PAY-DATE IS NOT NUMERIC
                   DISPLAY "NO PAY DATE TO PRINT -- SET PAYCKDT "
                       "(MMDDCCYY)"
                   MOVE "N" TO WS-PRINT-OK-SW
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      * A VOIDED ENTRY IS NEVER PRINTED -- ITS REISSUE IS A SEPARATE
      * "R" ENTRY UNDER THE NEW NUMBER AND PRINTS ON ITS OWN.  A
      * RUN CHECK FOR AN EMPLOYEE ON LIVE DIRECT DEPOSIT WENT TO THE
      * BANK; A MANUAL CHECK OR A REISSUE IS ALWAYS PAPER.
       2000-SELECT-CHECK.
           IF WS-REG-PAY-DATE(WS-REG-SUB) = WS-CHECK-PAY-DATE
               EVALUATE TRUE
                   WHEN WS-REG-STATUS(WS-REG-SUB) = "V"
                       ADD 1 TO WS-VOID-SKIPPED
                   WHEN WS-REG-STATUS(WS-REG-SUB) = "C"
                       ADD 1 TO WS-CLEARED-SKIPPED
                   WHEN WS-REG-CHECK-TYPE(WS-REG-SUB) = "H"
                       ADD 1 TO WS-HANDWRITTEN-SKIPPED
                   WHEN WS-REG-CHECK-TYPE(WS-REG-SUB) = SPACE
                    AND WS-REG-STATUS(WS-REG-SUB) NOT = "R"
                       PERFORM 2100-CHECK-FOR-DEPOSIT
                       IF PAID-BY-DEPOSIT
                           ADD 1 TO WS-DEPOSIT-SKIPPED
                       ELSE
                           MOVE WS-REG-SUB TO WS-PRINT-SUB
                           PERFORM 3000-PRINT-CHECK
                       END-IF
                   WHEN OTHER
                       MOVE WS-REG-SUB TO WS-PRINT-SUB
                       PERFORM 3000-PRINT-CHECK
               END-EVALUATE
           END-IF.

      * SAME RULE AS HW16DD -- A LIVE ROW (ACTIVE OR BLANK STATUS)
      * IS A DEPOSIT; A PENDING PRENOTE STILL GETS A PAPER CHECK.
       2100-CHECK-FOR-DEPOSIT.
           MOVE "N" TO WS-DEPOSIT-SW.
           PERFORM VARYING WS-BANK-ACCT-SUB FROM 1 BY 1
               UNTIL WS-BANK-ACCT-SUB > WS-BANK-ACCT-COUNT
               IF WS-BA-EMP-NUM(WS-BANK-ACCT-SUB)
                       = WS-REG-EMP-NUM(WS-REG-SUB)
                   AND (WS-BA-STATUS(WS-BANK-ACCT-SUB) = "A"
                     OR WS-BA-STATUS(WS-BANK-ACCT-SUB) = SPACE)
                   MOVE "Y" TO WS-DEPOSIT-SW
               END-IF
           END-PERFORM.

      * REPRINT OF ONE CHECK.  NAMING A VOIDED NUMBER PRINTS THE LIVE
      * REISSUE FOR THAT PAYMENT -- THE OLD NUMBER IS NEVER PRINTED.
       2500-REPRINT-ONE-CHECK.
           MOVE 0 TO WS-REG-FOUND-SUB.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
               IF WS-REG-CHECK-NUM(WS-REG-SUB) = WS-REPRINT-CHECK-NUM
                   MOVE WS-REG-SUB TO WS-REG-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-REG-FOUND-SUB = 0
               DISPLAY "CHECK " WS-REPRINT-CHECK-NUM
                   " IS NOT ON THE CHECK REGISTER"
               MOVE 16 TO RETURN-CODE
           ELSE
               EVALUATE TRUE
                   WHEN WS-REG-STATUS(WS-REG-FOUND-SUB) = "V"
                       PERFORM 2600-FIND-REISSUE
                       IF WS-REISSUE-SUB = 0
                           DISPLAY "CHECK " WS-REPRINT-CHECK-NUM
                               " WAS VOIDED AND NOT REISSUED -- "
                               "NOTHING PRINTED"
                           ADD 1 TO WS-VOID-SKIPPED
                       ELSE
                           DISPLAY "CHECK " WS-REPRINT-CHECK-NUM
                               " WAS VOIDED -- PRINTING REISSUE "
                               WS-REG-CHECK-NUM(WS-REISSUE-SUB)
                           MOVE WS-REISSUE-SUB TO WS-PRINT-SUB
                           PERFORM 3000-PRINT-CHECK
                       END-IF
                   WHEN WS-REG-STATUS(WS-REG-FOUND-SUB) = "C"
                       DISPLAY "CHECK " WS-REPRINT-CHECK-NUM
                           " HAS CLEARED THE BANK -- NOT REPRINTED"
                       ADD 1 TO WS-CLEARED-SKIPPED
                   WHEN WS-REG-CHECK-TYPE(WS-REG-FOUND-SUB) = "H"
                       DISPLAY "CHECK " WS-REPRINT-CHECK-NUM
                           " WAS HANDWRITTEN -- NOT PRINTED"
                       ADD 1 TO WS-HANDWRITTEN-SKIPPED
                   WHEN OTHER
                       MOVE WS-REG-FOUND-SUB TO WS-PRINT-SUB
                       PERFORM 3000-PRINT-CHECK
               END-EVALUATE
           END-IF.

      * HW16VOID APPENDS THE REISSUE AFTER THE VOIDED ENTRY WITH THE
      * SAME EMPLOYEE, PAY DATE, AND AMOUNT.  A REISSUE THAT WAS
      * ITSELF VOIDED IS "V" IN TURN, SO THE LAST LIVE "R" WINS.
       2600-FIND-REISSUE.
           MOVE 0 TO WS-REISSUE-SUB.
           PERFORM VARYING WS-REG-SUB FROM WS-REG-FOUND-SUB BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
               IF WS-REG-STATUS(WS-REG-SUB) = "R"
                   AND WS-REG-EMP-NUM(WS-REG-SUB)
                       = WS-REG-EMP-NUM(WS-REG-FOUND-SUB)
                   AND WS-REG-PAY-DATE(WS-REG-SUB)
                       = WS-REG-PAY-DATE(WS-REG-FOUND-SUB)
                   AND WS-REG-AMOUNT(WS-REG-SUB)
                       = WS-REG-AMOUNT(WS-REG-FOUND-SUB)
                   MOVE WS-REG-SUB TO WS-REISSUE-SUB
               END-IF
           END-PERFORM.

      * PRINTS THE REGISTER ENTRY AT WS-PRINT-SUB -- CHECK FACE,
      * PERFORATION, THEN THE ATTACHED STUB, PADDED TO THE PAGE.
       3000-PRINT-CHECK.
           MOVE 0 TO WS-CHECK-LINE-COUNT.
           MOVE SPACES TO CHECK-REC-OUT.
           PERFORM 3100-LOOKUP-EMPLOYEE.
           PERFORM 3200-FIND-PAY-DETAIL.
           PERFORM 3300-BUILD-AMOUNT-WORDS.
           PERFORM 3050-SET-DRAWER.

           MOVE WS-DRAWER-NAME TO FACE-CO-NAME.
           MOVE WS-REG-CHECK-NUM(WS-PRINT-SUB) TO FACE-CO-CHECK-NUM.
           MOVE WS-FACE-CO-LINE TO CHECK-REC-OUT.
           PERFORM 3900-WRITE-CHECK-LINE.
           MOVE WS-DRAWER-STREET TO FACE-ADDR-TEXT.
           MOVE SPACES TO FACE-ADDR-CAPTION FACE-ADDR-DATE.
           MOVE WS-FACE-ADDR-LINE TO CHECK-REC-OUT.
           PERFORM 3900-WRITE-CHECK-LINE.
           MOVE SPACES TO FACE-ADDR-TEXT.
           IF WS-DRAWER-CITY NOT = SPACES
               STRING WS-DRAWER-CITY DELIMITED BY "  "
                   ", " WS-DRAWER-STATE "  " WS-DRAWER-ZIP
                   DELIMITED BY SIZE
                   INTO FACE-ADDR-TEXT
           END-IF.
           MOVE "DATE      " TO FACE-ADDR-CAPTION.
           MOVE WS-REG-PAY-DATE(WS-PRINT-SUB)(1:2) TO FACE-DATE-MM.
           MOVE "/" TO FACE-ADDR-DATE(3:1).
           MOVE WS-REG-PAY-DATE(WS-PRINT-SUB)(3:2) TO FACE-DATE-DD.
           MOVE "/" TO FACE-ADDR-DATE(6:1).
           MOVE WS-REG-PAY-DATE(WS-PRINT-SUB)(7:2) TO FACE-DATE-YY.
           MOVE WS-FACE-ADDR-LINE TO CHECK-REC-OUT.
           PERFORM 3900-WRITE-CHECK-LINE.
           PERFORM 3900-WRITE-CHECK-LINE.

           MOVE "PAY  " TO FACE-WORDS-CAPTION.
           MOVE WS-AMOUNT-WORDS(1:75) TO FACE-WORDS.
           MOVE WS-FACE-WORDS-LINE TO CHECK-REC-OUT.
           PERFORM 3900-WRITE-CHECK-LINE.
           IF WS-AMOUNT-WORDS-2 NOT = SPACES
               MOVE SPACES TO FACE-WORDS-CAPTION
               MOVE WS-AMOUNT-WORDS-2 TO FACE-WORDS
               MOVE WS-FACE-WORDS-LINE TO CHECK-REC-OUT
           END-IF.
           PERFORM 3900-WRITE-CHECK-LINE.

           MOVE WS-EMP-LOOKUP-NAME TO FACE-PAYEE-NAME.
           MOVE WS-REG-EMP-NUM(WS-PRINT-SUB) TO FACE-PAYEE-EMP-NUM.
           MOVE WS-REG-AMOUNT(WS-PRINT-SUB) TO FACE-PAYEE-AMOUNT.
           MOVE WS-FACE-PAYEE-LINE TO CHECK-REC-OUT.
           PERFORM 3900-WRITE-CHECK-LINE.

      * A REPLACEMENT SAYS SO ON ITS FACE, WITHOUT THE OLD NUMBER.
           MOVE SPACES TO FACE-MEMO.
           EVALUATE TRUE
               WHEN WS-REG-STATUS(WS-PRINT-SUB) = "R"
                   MOVE "REPLACEMENT CHECK" TO FACE-MEMO
               WHEN WS-REG-CHECK-TYPE(WS-PRINT-SUB) = "M"
                   MOVE "MANUAL CHECK" TO FACE-MEMO
           END-EVALUATE.
           MOVE WS-FACE-MEMO-LINE TO CHECK-REC-OUT.
           PERFORM 3900-WRITE-CHECK-LINE.
           PERFORM 3900-WRITE-CHECK-LINE.

           MOVE WS-DRAWER-BANK-NAME TO FACE-BANK-TEXT.
           MOVE "____________________________________"
               TO FACE-SIGN-TEXT.
           MOVE WS-FACE-BANK-LINE TO CHECK-REC-OUT.
           PERFORM 3900-WRITE-CHECK-LINE.
           MOVE WS-DRAWER-BANK-CITY TO FACE-BANK-TEXT.
           MOVE "AUTHORIZED SIGNATURE" TO FACE-SIGN-TEXT.
           MOVE WS-FACE-BANK-LINE TO CHECK-REC-OUT.
           PERFORM 3900-WRITE-CHECK-LINE.
           PERFORM 3900-WRITE-CHECK-LINE.

           PERFORM 3400-BUILD-MICR-LINE.
           MOVE WS-MICR-LINE TO CHECK-REC-OUT.
           PERFORM 3900-WRITE-CHECK-LINE.
           PERFORM 3900-WRITE-CHECK-LINE.
           MOVE WS-PERF-LINE TO CHECK-REC-OUT.
           PERFORM 3900-WRITE-CHECK-LINE.

           PERFORM 3500-PRINT-ATTACHED-STUB.

           PERFORM UNTIL WS-CHECK-LINE-COUNT
                       >= WS-CHECK-PAGE-LENGTH - 1
               PERFORM 3900-WRITE-CHECK-LINE
           END-PERFORM.
           WRITE CHECK-REC-OUT FROM WS-CHECK-CUT-LINE.
           ADD 1 TO WS-CHECKS-PRINTED.
           ADD WS-REG-AMOUNT(WS-PRINT-SUB) TO WS-CHECKS-PRINTED-TOTAL.

      * A COMPANY'S OWN ADDRESS AND BANK REPLACE THE EMPLOYER FILE'S
      * WHEREVER THE COMPANY MASTER HAS THEM.  A COMPANY OTHER THAN
      * THE HOME ONE NEVER BORROWS THE HOME ADDRESS, AND THE BANK
      * LINES ALWAYS GO WITH THE ROUTING NUMBER ON THE MICR LINE.
       3050-SET-DRAWER.
           MOVE ERI-NAME      TO WS-DRAWER-NAME.
           MOVE ERI-STREET    TO WS-DRAWER-STREET.
           MOVE ERI-CITY      TO WS-DRAWER-CITY.
           MOVE ERI-STATE     TO WS-DRAWER-STATE.
           MOVE ERI-ZIP       TO WS-DRAWER-ZIP.
           MOVE CKB-ROUTING   TO WS-DRAWER-ROUTING.
           MOVE CKB-ACCOUNT   TO WS-DRAWER-ACCOUNT.
           MOVE CKB-BANK-NAME TO WS-DRAWER-BANK-NAME.
           MOVE CKB-BANK-CITY TO WS-DRAWER-BANK-CITY.
           IF WS-REG-COMPANY(WS-PRINT-SUB) NOT = SPACES
               MOVE "G" TO CO-FUNCTION
               MOVE WS-REG-COMPANY(WS-PRINT-SUB) TO CO-CODE
               MOVE "8" TO CO-RESULT
               CALL "COMPANY" USING WS-COMPANY-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
               IF CO-FOUND
                   MOVE CO-NAME TO WS-DRAWER-NAME
                   IF CO-STREET NOT = SPACES
                      OR CO-CODE NOT = CO-HOME-CODE
                       MOVE CO-STREET     TO WS-DRAWER-STREET
                       MOVE CO-CITY       TO WS-DRAWER-CITY
                       MOVE CO-ADDR-STATE TO WS-DRAWER-STATE
                       MOVE CO-ZIP        TO WS-DRAWER-ZIP
                   END-IF
                   IF CO-BANK-ROUTING IS NUMERIC
                      AND CO-BANK-ACCOUNT NOT = SPACES
                       MOVE CO-BANK-ROUTING TO WS-DRAWER-ROUTING
                       MOVE CO-BANK-ACCOUNT TO WS-DRAWER-ACCOUNT
                       MOVE CO-BANK-NAME    TO WS-DRAWER-BANK-NAME
                       MOVE CO-BANK-CITY    TO WS-DRAWER-BANK-CITY
                   END-IF
               END-IF
           END-IF.

       3100-LOOKUP-EMPLOYEE.
           MOVE SPACES TO WS-EMP-LOOKUP-NAME.
           MOVE SPACES TO WS-EMP-LOOKUP-DEPT.
           PERFORM VARYING WS-EMP-TABLE-SUB FROM 1 BY 1
               UNTIL WS-EMP-TABLE-SUB > WS-EMP-MASTER-COUNT
               IF WS-EMP-TABLE-NUM(WS-EMP-TABLE-SUB)
                       = WS-REG-EMP-NUM(WS-PRINT-SUB)
                   MOVE WS-EMP-TABLE-NAME(WS-EMP-TABLE-SUB)
                       TO WS-EMP-LOOKUP-NAME
                   MOVE WS-EMP-TABLE-DEPT(WS-EMP-TABLE-SUB)
                       TO WS-EMP-LOOKUP-DEPT
                   MOVE WS-EMP-MASTER-COUNT TO WS-EMP-TABLE-SUB
               END-IF
           END-PERFORM.

      * THE FIRST UNUSED PAYMENT FOR THE EMPLOYEE, PAY DATE, AND NET
      * FROM THE SAME SOURCE AS THE CHECK -- A MANUAL CHECK (OR THE
      * REISSUE OF ONE) FROM THE MANUAL-CHECK FILE.
       3200-FIND-PAY-DETAIL.
           MOVE 0 TO WS-PAY-FOUND-SUB.
           IF WS-REG-CHECK-TYPE(WS-PRINT-SUB) = SPACE
               MOVE SPACE TO WS-PAY-SOURCE-W
           ELSE
               MOVE "M" TO WS-PAY-SOURCE-W
           END-IF.
           PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
               UNTIL WS-PAY-SUB > WS-PAY-COUNT
                  OR WS-PAY-FOUND-SUB > 0
               MOVE WS-PAY-DETAIL(WS-PAY-SUB) TO WS-STUB-DETAIL
               IF WS-PAY-SOURCE(WS-PAY-SUB) = WS-PAY-SOURCE-W
                   AND WS-PAY-USED(WS-PAY-SUB) = "N"
                   AND SD-EMP-NUMBER = WS-REG-EMP-NUM(WS-PRINT-SUB)
                   AND SD-PAY-DATE = WS-REG-PAY-DATE(WS-PRINT-SUB)
                   AND SD-NET = WS-REG-AMOUNT(WS-PRINT-SUB)
                   MOVE WS-PAY-SUB TO WS-PAY-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-PAY-FOUND-SUB > 0
               MOVE "Y" TO WS-PAY-USED(WS-PAY-FOUND-SUB)
               MOVE WS-PAY-DETAIL(WS-PAY-FOUND-SUB) TO WS-STUB-DETAIL
           ELSE
               ADD 1 TO WS-NO-DETAIL-COUNT
           END-IF.

      * 1234.56 PRINTS AS ONE THOUSAND TWO HUNDRED THIRTY-FOUR AND
      * 56/100 DOLLARS, THE REST OF THE LINE FILLED WITH ASTERISKS.
      * WORDS LONGER THAN THE 75-BYTE FACE LINE BREAK AFTER THE LAST
      * WHOLE WORD THAT FITS AND CONTINUE ON THE LINE BELOW, WHICH IS
      * OTHERWISE LEFT BLANK, SO THE CHECK KEEPS ITS LENGTH.
       3300-BUILD-AMOUNT-WORDS.
           MOVE WS-REG-AMOUNT(WS-PRINT-SUB) TO WS-WORDS-AMOUNT.
           MOVE SPACES TO WS-AMOUNT-WORDS.
           MOVE SPACES TO WS-AMOUNT-WORDS-2.
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
               MOVE ALL "*"
                   TO WS-AMOUNT-WORDS(WS-WORDS-PTR:76 - WS-WORDS-PTR)
           ELSE
               IF WS-WORDS-PTR > 77
                   MOVE 76 TO WS-WORDS-BREAK
                   PERFORM UNTIL WS-AMOUNT-WORDS(WS-WORDS-BREAK:1)
                                   = SPACE
                       SUBTRACT 1 FROM WS-WORDS-BREAK
                   END-PERFORM
                   MOVE WS-AMOUNT-WORDS(WS-WORDS-BREAK + 1:75)
                       TO WS-AMOUNT-WORDS-2
                   IF WS-WORDS-PTR - WS-WORDS-BREAK < 76
                       MOVE ALL "*" TO WS-AMOUNT-WORDS-2
                           (WS-WORDS-PTR - WS-WORDS-BREAK:)
                   END-IF
                   IF WS-WORDS-BREAK < 76
                       MOVE ALL "*" TO WS-AMOUNT-WORDS
                           (WS-WORDS-BREAK:76 - WS-WORDS-BREAK)
                   END-IF
               END-IF
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
           STRING "C" WS-REG-CHECK-NUM(WS-PRINT-SUB) "C  A"
                  WS-DRAWER-ROUTING "A  " DELIMITED BY SIZE
                  WS-DRAWER-ACCOUNT DELIMITED BY SPACE
                  "C" DELIMITED BY SIZE
               INTO MICR-TEXT.

      * SAME CONTENT AS HW16STUB, CURRENT PERIOD ONLY, UNDER THE
      * NUMBER OF THE CHECK IT IS ATTACHED TO.
       3500-PRINT-ATTACHED-STUB.
           MOVE WS-REG-CHECK-NUM(WS-PRINT-SUB) TO STUB-HDR-CHECK-NUM.
           MOVE WS-REG-PAY-DATE(WS-PRINT-SUB)(1:2) TO STUB-HDR-MM.
           MOVE WS-REG-PAY-DATE(WS-PRINT-SUB)(3:2) TO STUB-HDR-DD.
           MOVE WS-REG-PAY-DATE(WS-PRINT-SUB)(7:2) TO STUB-HDR-YY.
           MOVE WS-STUB-HDR1 TO CHECK-REC-OUT.
           PERFORM 3900-WRITE-CHECK-LINE.
           MOVE WS-REG-EMP-NUM(WS-PRINT-SUB) TO STUB-HDR-EMP-NUM.
           MOVE WS-EMP-LOOKUP-NAME TO STUB-HDR-EMP-NAME.
           MOVE WS-EMP-LOOKUP-DEPT TO STUB-HDR-EMP-DEPT.
           MOVE WS-STUB-HDR2 TO CHECK-REC-OUT.
           PERFORM 3900-WRITE-CHECK-LINE.
           PERFORM 3900-WRITE-CHECK-LINE.
           IF WS-PAY-FOUND-SUB = 0
               MOVE "PAY DETAIL NOT ON FILE FOR THIS CHECK"
                   TO CHECK-REC-OUT
               PERFORM 3900-WRITE-CHECK-LINE
               MOVE "NET PAY" TO STUB-AMT-CAPTION
               MOVE WS-REG-AMOUNT(WS-PRINT-SUB) TO STUB-AMT-CURRENT
               MOVE WS-STUB-AMT-LINE TO CHECK-REC-OUT
               PERFORM 3900-WRITE-CHECK-LINE
           ELSE
               PERFORM 3550-PRINT-STUB-AMOUNTS
           END-IF.

       3550-PRINT-STUB-AMOUNTS.
           EVALUATE TRUE
               WHEN SD-EARN-COMMISSION
                   MOVE "COMMISSION PAYMENT" TO CHECK-REC-OUT
               WHEN SD-EARN-SALARY
                   MOVE "SALARY PAYMENT" TO CHECK-REC-OUT
               WHEN SD-EARN-BONUS
                   MOVE "BONUS PAYMENT" TO CHECK-REC-OUT
               WHEN SD-EARN-REIMBURSE
                   MOVE "MILEAGE REIMBURSEMENT" TO CHECK-REC-OUT
               WHEN OTHER
                   MOVE SD-EMP-HOURS TO STUB-HOURS
                   MOVE SD-EMP-RATE  TO STUB-RATE
                   MOVE WS-STUB-HOURS-LINE TO CHECK-REC-OUT
           END-EVALUATE.
           PERFORM 3900-WRITE-CHECK-LINE.

           MOVE "GROSS PAY" TO STUB-AMT-CAPTION.
           MOVE SD-GROSS TO STUB-AMT-CURRENT.
           PERFORM 3950-WRITE-STUB-AMOUNT.
           IF SD-SHIFT-PREM IS NUMERIC AND SD-SHIFT-PREM > 0
               MOVE "  INCL SHIFT PREM" TO STUB-AMT-CAPTION
               MOVE SD-SHIFT-PREM TO STUB-AMT-CURRENT
               PERFORM 3950-WRITE-STUB-AMOUNT
           END-IF.
           MOVE "SOC SEC/MEDICARE" TO STUB-AMT-CAPTION.
           MOVE SD-SSN-MED TO STUB-AMT-CURRENT.
           PERFORM 3950-WRITE-STUB-AMOUNT.
           IF SD-RES-ST-TAX IS NUMERIC AND SD-RES-ST-TAX > 0
               MOVE SPACES TO STUB-AMT-CAPTION
               STRING "STATE TAX " SD-WORK-STATE " WORK"
                   DELIMITED BY SIZE INTO STUB-AMT-CAPTION
               MOVE SD-WORK-ST-TAX TO STUB-AMT-CURRENT
               PERFORM 3950-WRITE-STUB-AMOUNT
               MOVE SPACES TO STUB-AMT-CAPTION
               STRING "STATE TAX " SD-RES-STATE " RES"
                   DELIMITED BY SIZE INTO STUB-AMT-CAPTION
               MOVE SD-RES-ST-TAX TO STUB-AMT-CURRENT
               PERFORM 3950-WRITE-STUB-AMOUNT
           ELSE
               MOVE "STATE TAX" TO STUB-AMT-CAPTION
               MOVE SD-STATE TO STUB-AMT-CURRENT
               PERFORM 3950-WRITE-STUB-AMOUNT
           END-IF.
           MOVE "LOCAL TAX" TO STUB-AMT-CAPTION.
           MOVE SD-LOCAL TO STUB-AMT-CURRENT.
           PERFORM 3950-WRITE-STUB-AMOUNT.
           MOVE "FEDERAL TAX" TO STUB-AMT-CAPTION.
           MOVE SD-FED TO STUB-AMT-CURRENT.
           PERFORM 3950-WRITE-STUB-AMOUNT.
      * THE OPTIONAL DEDUCTION IS WHATEVER IS LEFT OF GROSS AFTER THE
      * WITHHOLDINGS AND NET, AS ON THE HW16STUB STATEMENT.
           COMPUTE WS-TOTAL-WITHHELD = SD-SSN-MED + SD-STATE
                                     + SD-LOCAL + SD-FED.
           COMPUTE WS-OPT-DEDUCT = SD-GROSS - WS-TOTAL-WITHHELD
                                 - SD-NET.
           MOVE "OPT DEDUCTION" TO STUB-AMT-CAPTION.
           MOVE WS-OPT-DEDUCT TO STUB-AMT-CURRENT.
           PERFORM 3950-WRITE-STUB-AMOUNT.
           MOVE "NET PAY" TO STUB-AMT-CAPTION.
           MOVE SD-NET TO STUB-AMT-CURRENT.
           PERFORM 3950-WRITE-STUB-AMOUNT.
           IF SD-ER-MATCH IS NUMERIC AND SD-ER-MATCH > 0
               MOVE "EMPLOYER 401K MATCH" TO STUB-AMT-CAPTION
               MOVE SD-ER-MATCH TO STUB-AMT-CURRENT
               PERFORM 3950-WRITE-STUB-AMOUNT
           END-IF.

       3900-WRITE-CHECK-LINE.
           WRITE CHECK-REC-OUT.
           ADD 1 TO WS-CHECK-LINE-COUNT.
           MOVE SPACES TO CHECK-REC-OUT.

       3950-WRITE-STUB-AMOUNT.
           MOVE WS-STUB-AMT-LINE TO CHECK-REC-OUT.
           PERFORM 3900-WRITE-CHECK-LINE.
