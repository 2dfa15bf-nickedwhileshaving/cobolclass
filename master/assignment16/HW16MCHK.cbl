       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW16MCHK.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
       INSTALLATION.  INFSYS-3807 COBOL.
      *Manual and on-demand check entry outside the payroll run -- a
      *missed paycheck, an emergency advance, or a final check cut at
      *the counter.  The clerk keys the employee, pay date, earnings
      *type, and gross; the withholdings are either keyed from the
      *check stub or figured on the spot with the HW16NB rules (rate
      *table by work state with the resident-state top-up, social
      *security against the YTD wage base, W-4 brackets or the flat
      *rate, the supplemental rate for a bonus).  The check number is
      *the next one on the check control file, or the number of a
      *handwritten check is recorded as written.  Each check posts
      *everywhere a payroll-run payment goes: PAYROLL-YTD, the
      *employer FUTA/SUTA file, PAYROLL-HISTORY, the check register
      *(flagged manual "M" or handwritten "H" so HW16PPAY and HW16BREC
      *know it), the manual-check payment file HW16W2, HW16EFW2,
      *HW16QTR, and HW16UTAX read after the payroll output, and a GL
      *journal for the session that GLPOST picks up.  The register
      *row carries the employee's company code from the master so
      *the check clears against that company's bank account.  The
      *manual payment carries the company the way the payroll output
      *does, and with a company master the session's journal holds
      *one JRN section per company, each balanced on its own, so
      *GLPOST books every check to the ledger of the company that
      *cut it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMP-MASTER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT RATE-TABLE-IN ASSIGN TO WS-RATE-TABLE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-TABLE-STATUS.

           SELECT W4-ELECTION-IN ASSIGN TO WS-W4-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-W4-STATUS.

           SELECT FED-BRACKET-IN ASSIGN TO WS-FED-BRACKET-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FED-BRACKET-STATUS.

           SELECT UTAX-RATE-IN ASSIGN TO WS-UTAX-RATE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UTAX-RATE-STATUS.

           SELECT PAYROLL-YTD ASSIGN TO WS-PAYROLL-YTD-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTD-EMP-NUMBER
           FILE STATUS IS WS-PAYROLL-YTD-STATUS.

           SELECT EMPLOYER-TAX-YTD ASSIGN TO WS-ER-TAX-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ERT-EMP-NUMBER
           FILE STATUS IS WS-ER-TAX-STATUS.

           SELECT PAYROLL-HISTORY ASSIGN TO WS-PAY-HIST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS WS-PAY-HIST-STATUS.

           SELECT CHECK-CONTROL ASSIGN TO WS-CHECK-CTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-CTL-STATUS.

           SELECT CHECK-REGISTER ASSIGN TO WS-CHECK-REG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-REG-STATUS.

           SELECT MANUAL-PAY-OUT ASSIGN TO WS-MANUAL-OUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANUAL-OUT-STATUS.

           SELECT ACCOUNT-MAP-IN ASSIGN TO WS-ACCT-MAP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCT-MAP-STATUS.

           SELECT GL-JOURNAL-OUT ASSIGN TO WS-GL-JOURNAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-JOURNAL-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM THE ENVIRONMENT VARIABLES BELOW, FALLING BACK TO
      *  DEVELOPMENT DEFAULTS SHOWN THERE WHEN A VARIABLE IS NOT SET:
      *      PAYEMP    PAYRATES  PAYW4     PAYFTAX   PAYUTR
      *      PAYYTD    PAYERTX   PAYHIST   PAYCHKC   PAYCREG
      *      PAYMOUT (MANUAL-CHECK PAYMENTS)   PAYAMAP
      *      PAYMGLJ (MANUAL-CHECK GL JOURNAL)

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 EMP-DEPT-IN              PIC X(15).
          05 EMP-HIRE-DATE-IN         PIC X(06).
          05 EMP-TERM-DATE-IN         PIC X(06).
          05 EMP-VAC-ACCRUAL-IN       PIC 9V99.
          05 EMP-SICK-ACCRUAL-IN      PIC 9V99.
          05 EMP-PAY-RATE-IN          PIC 9(02)V99.
          05 EMP-RATE-CODE-IN         PIC X(02).
          05 EMP-WORK-STATE-IN        PIC X(02).
          05 EMP-RES-STATE-IN         PIC X(02).
          05 FILLER                   PIC X(87).
      *   EMPLOYING COMPANY, BLANK = THE HOME COMPANY.
          05 EMP-COMPANY-IN           PIC X(02).

       FD  RATE-TABLE-IN
           RECORDING MODE IS F
           DATA RECORD IS RATE-TABLE-REC-IN.
       01 RATE-TABLE-REC-IN.
          05 RT-CODE-IN               PIC X(02).
          05 RT-STATE-RATE-IN         PIC V9999.
          05 RT-SS-RATE-IN            PIC V9999.
          05 RT-MEDICARE-RATE-IN      PIC V9999.
          05 RT-LOCAL-RATE-IN         PIC V9999.
          05 RT-FED-RATE-IN           PIC V9999.

       FD  W4-ELECTION-IN
           RECORDING MODE IS F
           DATA RECORD IS W4-ELECTION-REC.
       01 W4-ELECTION-REC.
          05 W4-EMP-NUMBER            PIC X(05).
          05 W4-FILING-STATUS         PIC X(01).
          05 W4-ALLOWANCES            PIC 9(02).
          05 W4-EXTRA-WH              PIC 9(03)V99.

       FD  FED-BRACKET-IN
           RECORDING MODE IS F
           DATA RECORD IS FED-BRACKET-REC.
       01 FED-BRACKET-REC.
          05 FB-STATUS                PIC X(01).
          05 FB-FLOOR                 PIC 9(06)V99.
          05 FB-BASE-TAX              PIC 9(05)V99.
          05 FB-RATE                  PIC V9999.

       FD  UTAX-RATE-IN
           RECORDING MODE IS F
           DATA RECORD IS UTAX-RATE-REC.
       01 UTAX-RATE-REC.
          05 UTR-FUTA-RATE            PIC V9999.
          05 UTR-FUTA-BASE            PIC 9(07)V99.
          05 UTR-SUTA-RATE            PIC V9999.
          05 UTR-SUTA-BASE            PIC 9(07)V99.

       FD  PAYROLL-YTD
           DATA RECORD IS PAYROLL-YTD-REC.
       01 PAYROLL-YTD-REC.
          05 YTD-EMP-NUMBER           PIC X(05).
          05 YTD-GROSS                PIC 9(07)V99.
          05 YTD-SS-TAXABLE-GROSS     PIC 9(07)V99.

       FD  EMPLOYER-TAX-YTD
           DATA RECORD IS EMPLOYER-TAX-YTD-REC.
       01 EMPLOYER-TAX-YTD-REC.
          05 ERT-EMP-NUMBER           PIC X(05).
          05 ERT-FUTA-TAXABLE         PIC 9(07)V99.
          05 ERT-SUTA-TAXABLE         PIC 9(07)V99.
          05 ERT-FUTA-TAX             PIC 9(05)V99.
          05 ERT-SUTA-TAX             PIC 9(05)V99.

       FD  PAYROLL-HISTORY
           DATA RECORD IS PAYROLL-HIST-REC.
       01 PAYROLL-HIST-REC.
          05 HIST-KEY.
             10 HIST-EMP-NUMBER       PIC X(05).
             10 HIST-PAY-DATE         PIC X(08).
             10 HIST-EARN-TYPE        PIC X(01).
          05 HIST-HOURS               PIC 9(03)V99.
          05 HIST-RATE                PIC 9(02)V99.
          05 HIST-GROSS               PIC 9(06)V99.
          05 HIST-SSN-MED             PIC 9(05)V99.
          05 HIST-STATE               PIC 9(05)V99.
          05 HIST-LOCAL               PIC 9(05)V99.
          05 HIST-FED                 PIC 9(05)V99.
          05 HIST-OPT-DEDUCT          PIC 9(06)V99.
          05 HIST-NET                 PIC 9(06)V99.
          05 HIST-ER-MATCH            PIC 9(06)V99.
          05 HIST-FIT-WAGES           PIC 9(06)V99.
          05 HIST-SS-WAGES            PIC 9(06)V99.
          05 HIST-MED-WAGES           PIC 9(06)V99.

       FD  CHECK-CONTROL
           RECORDING MODE IS F
           DATA RECORD IS CHECK-CONTROL-REC.
       01 CHECK-CONTROL-REC.
          05 CTL-NEXT-CHECK-NUMBER    PIC 9(07).

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

      * MANUAL-CHECK PAYMENTS IN THE PAYROLL-OUT LAYOUT HW16NB
      * WRITES, SO THE YEAR-END AND QUARTERLY READERS TAKE THEM WITH
      * NO SECOND LAYOUT.  THE 26-BYTE INPUT IMAGE CARRIES THE GROSS
      * IN THE HOURS/RATE POSITIONS THE WAY A FLAT-AMOUNT RECORD
      * DOES.  NO TRL TRAILER -- THE FILE GROWS A RECORD PER CHECK.
       FD  MANUAL-PAY-OUT
           RECORDING MODE IS F
           DATA RECORD IS MANUAL-PAY-REC.
       01 MANUAL-PAY-REC.
          05 MPO-EMP-OUT.
             10 MPO-PAY-DATE          PIC X(08).
             10 MPO-EMP-NUMBER        PIC X(05).
             10 MPO-AMOUNT            PIC 9(07)V99.
             10 MPO-DEDUCTIONS        PIC X(01).
             10 MPO-RATE-CODE         PIC X(02).
             10 MPO-EARN-TYPE         PIC X(01).
          05 MPO-CALCULATED.
             10 MPO-GROSS             PIC 9(06)V99.
             10 MPO-SSN-MED           PIC 9(05)V99.
             10 MPO-STATE             PIC 9(05)V99.
             10 MPO-LOCAL             PIC 9(05)V99.
             10 MPO-FED               PIC 9(05)V99.
             10 MPO-NET               PIC 9(06)V99.
          05 MPO-EXTENSION.
             10 MPO-WORK-STATE        PIC X(02).
             10 MPO-WORK-ST-TAX       PIC 9(05)V99.
             10 MPO-RES-STATE         PIC X(02).
             10 MPO-RES-ST-TAX        PIC 9(05)V99.
             10 MPO-ER-MATCH          PIC 9(06)V99.
             10 MPO-SHIFT-PREM        PIC 9(06)V99.
             10 MPO-FIT-WAGES         PIC 9(06)V99.
             10 MPO-SS-WAGES          PIC 9(06)V99.
             10 MPO-MED-WAGES         PIC 9(06)V99.
             10 MPO-ER-BENEFIT        PIC 9(06)V99.
      *   EMPLOYING COMPANY, AS PAYROLL-EMP-COMPANY IN HW16FL.
          05 MPO-COMPANY              PIC X(02).

       FD  ACCOUNT-MAP-IN
           RECORDING MODE IS F
           DATA RECORD IS ACCOUNT-MAP-REC.
       01 ACCOUNT-MAP-REC.
          05 AMAP-TYPE                PIC X(01).
          05 AMAP-KEY                 PIC X(15).
          05 AMAP-ACCOUNT             PIC X(06).

       FD  GL-JOURNAL-OUT
           RECORDING MODE IS F
           DATA RECORD IS GL-JOURNAL-REC.
       01 GL-JOURNAL-REC              PIC X(62).

       WORKING-STORAGE SECTION.
       01  WS-EMP-MASTER-DSN          PIC X(80).
       01  WS-RATE-TABLE-DSN          PIC X(80).
       01  WS-W4-DSN                  PIC X(80).
       01  WS-FED-BRACKET-DSN         PIC X(80).
       01  WS-UTAX-RATE-DSN           PIC X(80).
       01  WS-PAYROLL-YTD-DSN         PIC X(80).
       01  WS-ER-TAX-DSN              PIC X(80).
       01  WS-PAY-HIST-DSN            PIC X(80).
       01  WS-CHECK-CTL-DSN           PIC X(80).
       01  WS-CHECK-REG-DSN           PIC X(80).
       01  WS-MANUAL-OUT-DSN          PIC X(80).
       01  WS-ACCT-MAP-DSN            PIC X(80).
       01  WS-GL-JOURNAL-DSN          PIC X(80).

       01  WS-EMP-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-RATE-TABLE-STATUS       PIC X(02) VALUE "00".
       01  WS-W4-STATUS               PIC X(02) VALUE "00".
       01  WS-FED-BRACKET-STATUS      PIC X(02) VALUE "00".
       01  WS-UTAX-RATE-STATUS        PIC X(02) VALUE "00".
       01  WS-PAYROLL-YTD-STATUS      PIC X(02) VALUE "00".
       01  WS-ER-TAX-STATUS           PIC X(02) VALUE "00".
       01  WS-PAY-HIST-STATUS         PIC X(02) VALUE "00".
       01  WS-CHECK-CTL-STATUS        PIC X(02) VALUE "00".
       01  WS-CHECK-REG-STATUS        PIC X(02) VALUE "00".
       01  WS-MANUAL-OUT-STATUS       PIC X(02) VALUE "00".
       01  WS-ACCT-MAP-STATUS         PIC X(02) VALUE "00".
       01  WS-GL-JOURNAL-STATUS       PIC X(02) VALUE "00".

       01  WS-YTD-OK-SW               PIC X(01) VALUE "N".
           88 YTD-FILE-OK                    VALUE "Y".
       01  WS-ER-TAX-OK-SW            PIC X(01) VALUE "N".
           88 ER-TAX-OK                      VALUE "Y".
       01  WS-PAY-HIST-OK-SW          PIC X(01) VALUE "N".
           88 PAY-HIST-OK                    VALUE "Y".
       01  WS-MAP-LOADED-SW           PIC X(01) VALUE "N".
           88 ACCOUNT-MAP-LOADED             VALUE "Y".

       01  WS-NEXT-CHECK-NUMBER       PIC 9(07) VALUE 0100001.

      * EMPLOYEE MASTER -- NAME AND DEPARTMENT FOR THE CONFIRMATION
      * AND THE WAGE-EXPENSE LINE, STATES AND RATE CODE FOR THE TAX
      * RATES THE SAME WAY 3700-LOOKUP-RATES FINDS THEM IN HW16NB.
       01  WS-EMP-COUNT               PIC 9(03) VALUE 0.
       01  WS-EMP-SUB                 PIC 9(03).
       01  WS-EMP-FOUND-SUB           PIC 9(03) VALUE 0.
       01  WS-EMP-FOUND-SW            PIC X(01) VALUE "N".
           88 MC-EMP-FOUND                   VALUE "Y".
       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 100 TIMES.
              10 WS-EMP-NUM           PIC X(05).
              10 WS-EMP-NAME          PIC X(20).
              10 WS-EMP-DEPT          PIC X(15).
              10 WS-EMP-RATE-CODE     PIC X(02).
              10 WS-EMP-WORK-STATE    PIC X(02).
              10 WS-EMP-RES-STATE     PIC X(02).
              10 WS-EMP-COMPANY       PIC X(02).

       01  WS-RATE-TABLE-COUNT        PIC 9(02) VALUE 0.
       01  WS-RATE-SUB                PIC 9(02).
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 20 TIMES.
              10 WS-RATE-CODE         PIC X(02).
              10 WS-RATE-STATE        PIC V9999.
              10 WS-RATE-SS           PIC V9999.
              10 WS-RATE-MEDICARE     PIC V9999.
              10 WS-RATE-LOCAL        PIC V9999.
              10 WS-RATE-FED          PIC V9999.

      * DEFAULT RATES -- THE SAME VALUES HW16NB FALLS BACK TO WHEN NO
      * RATE-TABLE ROW MATCHES.
       01  WS-DEFAULT-RATES.
           05 WS-DFLT-STATE-RATE      PIC V9999 VALUE .0600.
           05 WS-DFLT-SS-RATE         PIC V9999 VALUE .0620.
           05 WS-DFLT-MEDICARE-RATE   PIC V9999 VALUE .0145.
           05 WS-DFLT-LOCAL-RATE      PIC V9999 VALUE .0100.
           05 WS-DFLT-FED-RATE        PIC V9999 VALUE .2000.
       01  WS-SUPP-RATE-CODE          PIC X(02) VALUE "SP".
       01  WS-SUPP-FED-RATE           PIC V9999 VALUE .2200.

       01  WS-EMP-RATES-IN-EFFECT.
           05 WS-EMP-STATE-RATE       PIC V9999.
           05 WS-EMP-SS-RATE          PIC V9999.
           05 WS-EMP-MEDICARE-RATE    PIC V9999.
           05 WS-EMP-LOCAL-RATE       PIC V9999.
           05 WS-EMP-FED-RATE         PIC V9999.
           05 WS-EMP-RES-STATE-RATE   PIC V9999.
       01  WS-EMP-WORK-STATE-USED     PIC X(02).
       01  WS-EMP-RES-STATE-USED      PIC X(02).

       01  WS-W4-COUNT                PIC 9(03) VALUE 0.
       01  WS-W4-SUB                  PIC 9(03).
       01  WS-W4-TABLE.
           05 WS-W4-ENTRY OCCURS 100 TIMES.
              10 WS-W4-EMP            PIC X(05).
              10 WS-W4-STATUS-CODE    PIC X(01).
              10 WS-W4-ALLOWANCES     PIC 9(02).
              10 WS-W4-EXTRA          PIC 9(03)V99.
       01  WS-W4-FOUND-SW             PIC X(01).
           88 W4-FOUND                       VALUE "Y".
       01  WS-W4-FOUND-SUB            PIC 9(03).
       01  WS-FB-COUNT                PIC 9(02) VALUE 0.
       01  WS-FB-SUB                  PIC 9(02).
       01  WS-FB-TABLE.
           05 WS-FB-ENTRY OCCURS 30 TIMES.
              10 WS-FB-STATUS         PIC X(01).
              10 WS-FB-FLOOR          PIC 9(06)V99.
              10 WS-FB-BASE-TAX       PIC 9(05)V99.
              10 WS-FB-RATE           PIC V9999.
       01  WS-FED-ALLOWANCE-AMT       PIC 9(04)V99 VALUE 0080.00.
       01  WS-FED-TAXABLE             PIC S9(06)V99.
       01  WS-FB-BEST-SUB             PIC 9(02).
       01  WS-FB-BEST-FLOOR           PIC 9(06)V99.

       01  WS-SS-WAGE-BASE            PIC 9(07)V99 VALUE 0160200.00.
       01  WS-SS-REMAINING-BASE       PIC S9(07)V99.
       01  WS-YTD-RECORD-FOUND-SW     PIC X(01) VALUE "N".
           88 YTD-RECORD-FOUND               VALUE "Y".

       01  WS-FUTA-RATE               PIC V9999 VALUE .0060.
       01  WS-FUTA-WAGE-BASE          PIC 9(07)V99 VALUE 0007000.00.
       01  WS-SUTA-RATE               PIC V9999 VALUE .0270.
       01  WS-SUTA-WAGE-BASE          PIC 9(07)V99 VALUE 0014000.00.
       01  WS-FUTA-REMAINING-BASE     PIC S9(07)V99.
       01  WS-SUTA-REMAINING-BASE     PIC S9(07)V99.
       01  WS-FUTA-TAXABLE-THIS       PIC 9(07)V99.
       01  WS-SUTA-TAXABLE-THIS       PIC 9(07)V99.
       01  WS-FUTA-ACCRUED-THIS       PIC 9(05)V99.
       01  WS-SUTA-ACCRUED-THIS       PIC 9(05)V99.
       01  WS-ERT-RECORD-FOUND-SW     PIC X(01) VALUE "N".
           88 ERT-RECORD-FOUND               VALUE "Y".

      * THE CHECK BEING ENTERED.
       01  WS-MC-EMP-IN               PIC X(05).
           88 MC-EXIT                        VALUE "X    ", "x    ",
                                                   SPACES.
       01  WS-MC-DATE-IN              PIC X(08).
       01  WS-MC-TYPE-IN              PIC X(01).
           88 MC-TYPE-VALID                  VALUE "R" "V" "H" "S"
                                                   "C" "A" "B".
           88 MC-TYPE-BONUS                  VALUE "B".
       01  WS-MC-HOURS-IN             PIC X(05).
       01  WS-MC-GROSS-IN             PIC X(08).
       01  WS-MC-AMOUNT-IN            PIC X(07).
       01  WS-MC-DEDUCT-IN            PIC X(08).
       01  WS-MC-CHECK-IN             PIC X(07).
       01  WS-MC-ANSWER               PIC X(01).
           88 MC-ANSWER-YES                  VALUE "Y" "y".
       01  WS-MC-ENTRY-OK-SW          PIC X(01).
           88 MC-ENTRY-OK                    VALUE "Y".
       01  WS-MC-HOURS                PIC 9(03)V99.
       01  WS-MC-GROSS                PIC 9(06)V99.
       01  WS-MC-SSN-MED              PIC 9(05)V99.
       01  WS-MC-STATE                PIC 9(05)V99.
       01  WS-MC-WORK-ST-TAX          PIC 9(05)V99.
       01  WS-MC-RES-ST-TAX           PIC 9(05)V99.
       01  WS-MC-LOCAL                PIC 9(05)V99.
       01  WS-MC-FED                  PIC 9(05)V99.
       01  WS-MC-DEDUCT               PIC 9(06)V99.
       01  WS-MC-NET                  PIC S9(07)V99.
       01  WS-MC-FIT-WAGES            PIC 9(06)V99.
       01  WS-MC-SS-WAGES             PIC 9(06)V99.
       01  WS-MC-MED-WAGES            PIC 9(06)V99.
       01  WS-MC-KEYED-AMOUNT         PIC 9(05)V99.
       01  WS-MC-CHECK-NUMBER         PIC 9(07).
       01  WS-MC-CHECK-TYPE           PIC X(01).
           88 MC-FROM-CHECK-STOCK            VALUE "M".
           88 MC-HANDWRITTEN                 VALUE "H".
       01  WS-MC-HIST-TYPE            PIC X(01).
       01  WS-MC-DUP-SW               PIC X(01).
           88 MC-CHECK-ON-REGISTER           VALUE "Y".

       01  WS-EDIT-AMOUNT             PIC ZZZ9.99.
       01  WS-EDIT-TAX                PIC ZZ9.99.

       01  WS-CHECKS-POSTED           PIC 9(03) VALUE 0.
       01  WS-CHECKS-TOTAL-NET        PIC 9(07)V99 VALUE 0.

      * GL JOURNAL FOR THE SESSION -- WAGE EXPENSE BY DEPARTMENT,
      * THE WITHHOLDING LIABILITIES, AND CASH, ON THE SAME ACCOUNT
      * MAP HW16GL USES.  THE JOURNAL ID IS "MC" AND THE TIME THE
      * SESSION STARTED, SO TWO SESSIONS ON THE SAME DAY ARE TWO
      * JOURNALS TO GLPOST, NEVER A DUPLICATE.
       01  WS-MAP-COUNT               PIC 9(03) VALUE 0.
       01  WS-MAP-SUB                 PIC 9(03).
       01  WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 150 TIMES.
              10 WS-MAP-TYPE          PIC X(01).
              10 WS-MAP-KEY           PIC X(15).
              10 WS-MAP-ACCT          PIC X(06).
       01  WS-LOOKUP-TYPE             PIC X(01).
       01  WS-LOOKUP-KEY              PIC X(15).
       01  WS-RESOLVED-ACCT           PIC X(06).

       01  WS-DEPT-COUNT              PIC 9(03) VALUE 0.
       01  WS-DEPT-SUB                PIC 9(03).
       01  WS-DEPT-FOUND-SUB          PIC 9(03).
       01  WS-DEPT-FOUND-SW           PIC X(01).
           88 MC-DEPT-FOUND                  VALUE "Y".
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 101 TIMES.
              10 WS-DEPT-NAME         PIC X(15).
              10 WS-DEPT-COMPANY      PIC X(02).
              10 WS-DEPT-GROSS        PIC 9(09)V99.

      * CREDITS BY COMPANY -- ONE ENTRY, BLANK, WITHOUT A COMPANY
      * MASTER.  A BLANK EMPLOYEE COMPANY IS THE HOME COMPANY.
       01  WS-HOME-COMPANY            PIC X(02) VALUE SPACES.
       01  WS-MC-COMPANY              PIC X(02).
       01  WS-CR-COUNT                PIC 9(02) VALUE 0.
       01  WS-CR-SUB                  PIC 9(02).
       01  WS-CR-FOUND-SUB            PIC 9(02).
       01  WS-CR-TABLE.
           05 WS-CR-ENTRY OCCURS 50 TIMES.
              10 WS-CR-COMPANY        PIC X(02).
              10 WS-CR-STATE          PIC 9(09)V99.
              10 WS-CR-LOCAL          PIC 9(09)V99.
              10 WS-CR-FED            PIC 9(09)V99.
              10 WS-CR-SSN-MED        PIC 9(09)V99.
              10 WS-CR-DEDUCTIONS     PIC 9(09)V99.
              10 WS-CR-NET            PIC 9(09)V99.
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
       01  WS-TOTAL-DEBITS            PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS           PIC 9(11)V99 VALUE 0.

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
           05 GLJ-COMPANY             PIC X(02) VALUE SPACES.
       01  WS-GL-JRN-HDR.
           05 FILLER                  PIC X(04) VALUE "JRN ".
           05 JRN-PROGRAM.
              10 FILLER               PIC X(02) VALUE "MC".
              10 JRN-SESSION-TIME     PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 JRN-RUN-DATE            PIC X(08).
           05 FILLER                  PIC X(09) VALUE SPACES.
           05 JRN-COMPANY             PIC X(02) VALUE SPACES.
       01  WS-GL-TOTAL-LINE.
           05 FILLER                  PIC X(08) VALUE "BALANCE ".
           05 GLT-DEBITS              PIC 9(11)V99.
           05 FILLER                  PIC X(03) VALUE " / ".
           05 GLT-CREDITS             PIC 9(11)V99.

       01  WS-DATEVAL-PARMS.
           05 DV-FUNCTION             PIC X(01).
           05 DV-FORMAT-1             PIC X(01).
           05 DV-DATE-1               PIC X(08).
           05 DV-FORMAT-2             PIC X(01).
           05 DV-DATE-2               PIC X(08).
           05 DV-DAYS                 PIC S9(05).
           05 DV-RESULT               PIC X(01).

       01  WS-PERCTL-PARMS.
           05 PC-FUNCTION             PIC X(01).
           05 PC-PROGRAM              PIC X(08).
           05 PC-PERIOD               PIC X(06).
           05 PC-NOTE                 PIC X(40).
           05 PC-RESULT               PIC X(01).

      * OPERATOR SIGN-ON AND CHANGE JOURNAL THROUGH THE SHARED
      * SIGNON MODULE.  A MANUAL CHECK MOVES MONEY, SO IT IS A
      * LEVEL-2 ACTION LIKE A VOID; EVERY CHECK POSTED APPENDS AN
      * AFTER IMAGE WITH THE USER AND TIMESTAMP.
       01  WS-SIGNON-PARMS.
           05 SO-FUNCTION             PIC X(01).
           05 SO-PROGRAM              PIC X(08).
           05 SO-USER-ID              PIC X(08).
           05 SO-AUTH-LEVEL           PIC 9(01).
           05 SO-RESULT               PIC X(01).
              88 SIGNED-ON                VALUE "0".
           05 SO-ACTION               PIC X(10).
           05 SO-KEY                  PIC X(20).
           05 SO-BEFORE               PIC X(60).
           05 SO-AFTER                PIC X(60).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW16MCHK - MANUAL CHECK ENTRY".
           PERFORM 0800-CHECK-POSTING-PERIOD.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM 0810-OPERATOR-SIGN-ON.
           IF NOT SIGNED-ON
               DISPLAY "NOT SIGNED ON -- NOTHING UNLOCKED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF SO-AUTH-LEVEL < 2
               DISPLAY "MANUAL CHECKS NEED LEVEL 2 -- REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE.
           DISPLAY "EMPLOYEE NUMBER FOR THE CHECK (X TO EXIT): "
               WITH NO ADVANCING.
           ACCEPT WS-MC-EMP-IN.
           PERFORM UNTIL MC-EXIT
               PERFORM 2000-ENTER-MANUAL-CHECK
               DISPLAY "EMPLOYEE NUMBER FOR THE CHECK (X TO EXIT): "
                   WITH NO ADVANCING
               ACCEPT WS-MC-EMP-IN
           END-PERFORM.
           IF WS-CHECKS-POSTED > 0
               PERFORM 5000-WRITE-GL-JOURNAL
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY "MANUAL CHECKS POSTED: " WS-CHECKS-POSTED.
           DISPLAY "TOTAL NET PAID      : " WS-CHECKS-TOTAL-NET.
           DISPLAY "HW16MCHK CONCLUDES".
           GOBACK.

      * A CHECK WRITTEN INTO A CLOSED PERIOD WOULD HAVE NOWHERE TO
      * POST -- REFUSED AND HELD THE WAY HW16GL REFUSES ITS RUN.
       0800-CHECK-POSTING-PERIOD.
           MOVE "C" TO PC-FUNCTION.
           MOVE "HW16MCHK" TO PC-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:6) TO PC-PERIOD.
           MOVE SPACES TO PC-NOTE.
           MOVE "O" TO PC-RESULT.
           CALL "PERCTL" USING WS-PERCTL-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF PC-RESULT = "C"
               MOVE "H" TO PC-FUNCTION
               MOVE "MANUAL CHECK ENTRY REFUSED - PERIOD CLOSED"
                   TO PC-NOTE
               CALL "PERCTL" USING WS-PERCTL-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
               DISPLAY "*** POSTING PERIOD " PC-PERIOD
                   " IS CLOSED -- MANUAL CHECKS REFUSED ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

      * AN ABSENT SIGNON MODULE READS AS A REFUSED SIGN-ON -- WITH
      * EVERYTHING HERE BEING AN UPDATE, THE SESSION ENDS.
       0810-OPERATOR-SIGN-ON.
           MOVE "S" TO SO-FUNCTION.
           MOVE "HW16MCHK" TO SO-PROGRAM.
           MOVE "1" TO SO-RESULT.
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION
                   DISPLAY "SIGN-ON MODULE NOT AVAILABLE"
           END-CALL.

       0840-JOURNAL-THE-CHANGE.
           MOVE "J" TO SO-FUNCTION.
           MOVE "HW16MCHK" TO SO-PROGRAM.
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-EMP-MASTER-DSN FROM ENVIRONMENT "PAYEMP".
           IF WS-EMP-MASTER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16EMP.dat"
               TO WS-EMP-MASTER-DSN
           END-IF.
           ACCEPT WS-RATE-TABLE-DSN FROM ENVIRONMENT "PAYRATES".
           IF WS-RATE-TABLE-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16RATES.dat"
               TO WS-RATE-TABLE-DSN
           END-IF.
           ACCEPT WS-W4-DSN FROM ENVIRONMENT "PAYW4".
           IF WS-W4-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16W4.dat"
               TO WS-W4-DSN
           END-IF.
           ACCEPT WS-FED-BRACKET-DSN FROM ENVIRONMENT "PAYFTAX".
           IF WS-FED-BRACKET-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16FTAX.dat"
               TO WS-FED-BRACKET-DSN
           END-IF.
           ACCEPT WS-UTAX-RATE-DSN FROM ENVIRONMENT "PAYUTR".
           IF WS-UTAX-RATE-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16UTR.dat"
               TO WS-UTAX-RATE-DSN
           END-IF.
           ACCEPT WS-PAYROLL-YTD-DSN FROM ENVIRONMENT "PAYYTD".
           IF WS-PAYROLL-YTD-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16YTD.dat"
               TO WS-PAYROLL-YTD-DSN
           END-IF.
           ACCEPT WS-ER-TAX-DSN FROM ENVIRONMENT "PAYERTX".
           IF WS-ER-TAX-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16ERTX.dat"
               TO WS-ER-TAX-DSN
           END-IF.
           ACCEPT WS-PAY-HIST-DSN FROM ENVIRONMENT "PAYHIST".
           IF WS-PAY-HIST-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16HIST.dat"
               TO WS-PAY-HIST-DSN
           END-IF.
           ACCEPT WS-CHECK-CTL-DSN FROM ENVIRONMENT "PAYCHKC".
           IF WS-CHECK-CTL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16CHKC.dat"
               TO WS-CHECK-CTL-DSN
           END-IF.
           ACCEPT WS-CHECK-REG-DSN FROM ENVIRONMENT "PAYCREG".
           IF WS-CHECK-REG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16CREG.dat"
               TO WS-CHECK-REG-DSN
           END-IF.
           ACCEPT WS-MANUAL-OUT-DSN FROM ENVIRONMENT "PAYMOUT".
           IF WS-MANUAL-OUT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16MOU1.dat"
               TO WS-MANUAL-OUT-DSN
           END-IF.
           ACCEPT WS-ACCT-MAP-DSN FROM ENVIRONMENT "PAYAMAP".
           IF WS-ACCT-MAP-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16AMAP.dat"
               TO WS-ACCT-MAP-DSN
           END-IF.
           ACCEPT WS-GL-JOURNAL-DSN FROM ENVIRONMENT "PAYMGLJ".
           IF WS-GL-JOURNAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16MGLJ.dat"
               TO WS-GL-JOURNAL-DSN
           END-IF.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE (9:6) TO JRN-SESSION-TIME.
           PERFORM 1100-LOAD-EMPLOYEE-MASTER.
           PERFORM 1200-LOAD-RATE-TABLE.
           PERFORM 1300-LOAD-W4-ELECTIONS.
           PERFORM 1350-LOAD-FED-BRACKETS.
           PERFORM 1400-LOAD-UTAX-RATES.
           PERFORM 1450-LOAD-ACCOUNT-MAP.
           PERFORM 1500-OPEN-POSTING-FILES.
           PERFORM 1600-READ-CHECK-CONTROL.
           PERFORM 1650-FIND-HOME-COMPANY.
           DISPLAY "EMPLOYEES LOADED: " WS-EMP-COUNT
               "   NEXT CHECK NUMBER: " WS-NEXT-CHECK-NUMBER.

       1100-LOAD-EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS NOT = "00"
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
                   WS-EMP-MASTER-STATUS
           ELSE
               READ EMPLOYEE-MASTER
               PERFORM UNTIL WS-EMP-MASTER-STATUS > "00"
                          OR WS-EMP-COUNT >= 100
                   ADD 1 TO WS-EMP-COUNT
                   MOVE WS-EMP-COUNT TO WS-EMP-SUB
                   MOVE EMP-NUM-IN   TO WS-EMP-NUM(WS-EMP-SUB)
                   MOVE EMP-NAME-IN  TO WS-EMP-NAME(WS-EMP-SUB)
                   MOVE EMP-DEPT-IN  TO WS-EMP-DEPT(WS-EMP-SUB)
                   MOVE EMP-RATE-CODE-IN
                       TO WS-EMP-RATE-CODE(WS-EMP-SUB)
                   MOVE EMP-WORK-STATE-IN
                       TO WS-EMP-WORK-STATE(WS-EMP-SUB)
                   MOVE EMP-RES-STATE-IN
                       TO WS-EMP-RES-STATE(WS-EMP-SUB)
                   MOVE EMP-COMPANY-IN
                       TO WS-EMP-COMPANY(WS-EMP-SUB)
                   READ EMPLOYEE-MASTER
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF.

       1200-LOAD-RATE-TABLE.
           OPEN INPUT RATE-TABLE-IN.
           IF WS-RATE-TABLE-STATUS = "00"
               READ RATE-TABLE-IN
               PERFORM UNTIL WS-RATE-TABLE-STATUS > "00"
                          OR WS-RATE-TABLE-COUNT >= 20
                   ADD 1 TO WS-RATE-TABLE-COUNT
                   MOVE WS-RATE-TABLE-COUNT TO WS-RATE-SUB
                   MOVE RT-CODE-IN       TO WS-RATE-CODE(WS-RATE-SUB)
                   MOVE RT-STATE-RATE-IN TO WS-RATE-STATE(WS-RATE-SUB)
                   MOVE RT-SS-RATE-IN    TO WS-RATE-SS(WS-RATE-SUB)
                   MOVE RT-MEDICARE-RATE-IN
                       TO WS-RATE-MEDICARE(WS-RATE-SUB)
                   MOVE RT-LOCAL-RATE-IN TO WS-RATE-LOCAL(WS-RATE-SUB)
                   MOVE RT-FED-RATE-IN   TO WS-RATE-FED(WS-RATE-SUB)
                   IF RT-CODE-IN = WS-SUPP-RATE-CODE
                       MOVE RT-FED-RATE-IN TO WS-SUPP-FED-RATE
                   END-IF
                   READ RATE-TABLE-IN
               END-PERFORM
               CLOSE RATE-TABLE-IN
           END-IF.

       1300-LOAD-W4-ELECTIONS.
           OPEN INPUT W4-ELECTION-IN.
           IF WS-W4-STATUS = "00"
               READ W4-ELECTION-IN
               PERFORM UNTIL WS-W4-STATUS > "00"
                          OR WS-W4-COUNT >= 100
                   ADD 1 TO WS-W4-COUNT
                   MOVE WS-W4-COUNT TO WS-W4-SUB
                   MOVE W4-EMP-NUMBER TO WS-W4-EMP(WS-W4-SUB)
                   MOVE W4-FILING-STATUS
                       TO WS-W4-STATUS-CODE(WS-W4-SUB)
                   IF W4-ALLOWANCES IS NUMERIC
                       MOVE W4-ALLOWANCES
                           TO WS-W4-ALLOWANCES(WS-W4-SUB)
                   ELSE
                       MOVE ZEROS TO WS-W4-ALLOWANCES(WS-W4-SUB)
                   END-IF
                   IF W4-EXTRA-WH IS NUMERIC
                       MOVE W4-EXTRA-WH TO WS-W4-EXTRA(WS-W4-SUB)
                   ELSE
                       MOVE ZEROS TO WS-W4-EXTRA(WS-W4-SUB)
                   END-IF
                   READ W4-ELECTION-IN
               END-PERFORM
               CLOSE W4-ELECTION-IN
           END-IF.

       1350-LOAD-FED-BRACKETS.
           OPEN INPUT FED-BRACKET-IN.
           IF WS-FED-BRACKET-STATUS = "00"
               READ FED-BRACKET-IN
               PERFORM UNTIL WS-FED-BRACKET-STATUS > "00"
                          OR WS-FB-COUNT >= 30
                   IF FB-STATUS = "A"
                       MOVE FB-FLOOR TO WS-FED-ALLOWANCE-AMT
                   ELSE
                       ADD 1 TO WS-FB-COUNT
                       MOVE WS-FB-COUNT TO WS-FB-SUB
                       MOVE FB-STATUS   TO WS-FB-STATUS(WS-FB-SUB)
                       MOVE FB-FLOOR    TO WS-FB-FLOOR(WS-FB-SUB)
                       MOVE FB-BASE-TAX TO WS-FB-BASE-TAX(WS-FB-SUB)
                       MOVE FB-RATE     TO WS-FB-RATE(WS-FB-SUB)
                   END-IF
                   READ FED-BRACKET-IN
               END-PERFORM
               CLOSE FED-BRACKET-IN
           END-IF.

       1400-LOAD-UTAX-RATES.
           OPEN INPUT UTAX-RATE-IN.
           IF WS-UTAX-RATE-STATUS = "00"
               READ UTAX-RATE-IN
               IF WS-UTAX-RATE-STATUS = "00"
                   MOVE UTR-FUTA-RATE TO WS-FUTA-RATE
                   MOVE UTR-FUTA-BASE TO WS-FUTA-WAGE-BASE
                   MOVE UTR-SUTA-RATE TO WS-SUTA-RATE
                   MOVE UTR-SUTA-BASE TO WS-SUTA-WAGE-BASE
               END-IF
               CLOSE UTAX-RATE-IN
           END-IF.

       1450-LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-IN.
           IF WS-ACCT-MAP-STATUS = "00"
               MOVE "Y" TO WS-MAP-LOADED-SW
               READ ACCOUNT-MAP-IN
               PERFORM UNTIL WS-ACCT-MAP-STATUS > "00"
                          OR WS-MAP-COUNT >= 150
                   ADD 1 TO WS-MAP-COUNT
                   MOVE AMAP-TYPE    TO WS-MAP-TYPE(WS-MAP-COUNT)
                   MOVE AMAP-KEY     TO WS-MAP-KEY(WS-MAP-COUNT)
                   MOVE AMAP-ACCOUNT TO WS-MAP-ACCT(WS-MAP-COUNT)
                   READ ACCOUNT-MAP-IN
               END-PERFORM
               CLOSE ACCOUNT-MAP-IN
           END-IF.

      * THE INDEXED FILES ARE CREATED EMPTY WHEN THEY DO NOT EXIST
      * YET, THE WAY HW16NB OPENS THEM.
       1500-OPEN-POSTING-FILES.
           OPEN I-O PAYROLL-YTD.
           IF WS-PAYROLL-YTD-STATUS = "35"
               OPEN OUTPUT PAYROLL-YTD
               CLOSE PAYROLL-YTD
               OPEN I-O PAYROLL-YTD
           END-IF.
           IF WS-PAYROLL-YTD-STATUS = "00"
               MOVE "Y" TO WS-YTD-OK-SW
           ELSE
               DISPLAY "PAYROLL-YTD NOT AVAILABLE - STATUS "
                   WS-PAYROLL-YTD-STATUS
                   " -- NO CHECK CAN BE POSTED"
           END-IF.
           OPEN I-O EMPLOYER-TAX-YTD.
           IF WS-ER-TAX-STATUS = "35"
               OPEN OUTPUT EMPLOYER-TAX-YTD
               CLOSE EMPLOYER-TAX-YTD
               OPEN I-O EMPLOYER-TAX-YTD
           END-IF.
           IF WS-ER-TAX-STATUS = "00"
               MOVE "Y" TO WS-ER-TAX-OK-SW
           ELSE
               DISPLAY "EMPLOYER TAX FILE NOT AVAILABLE - STATUS "
                   WS-ER-TAX-STATUS " -- FUTA/SUTA NOT ACCRUED"
           END-IF.
           OPEN I-O PAYROLL-HISTORY.
           IF WS-PAY-HIST-STATUS = "35"
               OPEN OUTPUT PAYROLL-HISTORY
               CLOSE PAYROLL-HISTORY
               OPEN I-O PAYROLL-HISTORY
           END-IF.
           IF WS-PAY-HIST-STATUS = "00"
               MOVE "Y" TO WS-PAY-HIST-OK-SW
           ELSE
               DISPLAY "PAYROLL HISTORY NOT AVAILABLE - STATUS "
                   WS-PAY-HIST-STATUS " -- HISTORY NOT POSTED"
           END-IF.

      * RE-READ BEFORE EVERY NUMBER IS TAKEN AS WELL, SO A PAYROLL
      * RUN BETWEEN TWO MANUAL CHECKS NEVER SHARES A NUMBER.
       1600-READ-CHECK-CONTROL.
           OPEN INPUT CHECK-CONTROL.
           IF WS-CHECK-CTL-STATUS = "00"
               READ CHECK-CONTROL
               IF WS-CHECK-CTL-STATUS = "00"
                   MOVE CTL-NEXT-CHECK-NUMBER
                       TO WS-NEXT-CHECK-NUMBER
               END-IF
               CLOSE CHECK-CONTROL
           END-IF.

       1650-FIND-HOME-COMPANY.
           MOVE "G" TO CO-FUNCTION.
           MOVE SPACES TO CO-CODE.
           MOVE "8" TO CO-RESULT.
           CALL "COMPANY" USING WS-COMPANY-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF CO-FOUND
               MOVE CO-CODE TO WS-HOME-COMPANY
           END-IF.

       2000-ENTER-MANUAL-CHECK.
           PERFORM 2050-FIND-EMPLOYEE.
           IF NOT MC-EMP-FOUND
               DISPLAY "EMPLOYEE " WS-MC-EMP-IN
                   " NOT ON THE EMPLOYEE MASTER"
           ELSE
               IF NOT YTD-FILE-OK
                   DISPLAY "PAYROLL-YTD NOT OPEN -- CHECK NOT POSTED"
               ELSE
                   DISPLAY "EMPLOYEE " WS-MC-EMP-IN " "
                       WS-EMP-NAME(WS-EMP-FOUND-SUB) " "
                       WS-EMP-DEPT(WS-EMP-FOUND-SUB)
                   PERFORM 2100-ACCEPT-PAYMENT
                   IF MC-ENTRY-OK
                       PERFORM 2200-FIGURE-WITHHOLDINGS
                   END-IF
                   IF MC-ENTRY-OK
                       PERFORM 2300-CONFIRM-AND-POST
                   END-IF
               END-IF
           END-IF.

       2050-FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SW.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-NUM(WS-EMP-SUB) = WS-MC-EMP-IN
                   MOVE "Y" TO WS-EMP-FOUND-SW
                   MOVE WS-EMP-SUB TO WS-EMP-FOUND-SUB
                   MOVE WS-EMP-COUNT TO WS-EMP-SUB
               END-IF
           END-PERFORM.

      * PAY DATE, EARNINGS TYPE, HOURS, AND GROSS.  THE SAME EDITS
      * HW16NB APPLIES TO A PAYROLL RECORD: A REAL CALENDAR DATE, A
      * KNOWN EARNINGS TYPE, NUMERIC AMOUNTS, AND A NON-ZERO GROSS.
       2100-ACCEPT-PAYMENT.
           MOVE "Y" TO WS-MC-ENTRY-OK-SW.
           DISPLAY "PAY DATE (MMDDCCYY): " WITH NO ADVANCING.
           ACCEPT WS-MC-DATE-IN.
           MOVE "V" TO DV-FUNCTION.
           MOVE "3" TO DV-FORMAT-1.
           MOVE "0" TO DV-RESULT.
           MOVE SPACES TO DV-DATE-1.
           MOVE WS-MC-DATE-IN TO DV-DATE-1.
           CALL "DATEVAL" USING WS-DATEVAL-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF DV-RESULT NOT = "0" OR WS-MC-DATE-IN IS NOT NUMERIC
               DISPLAY "INVALID PAY DATE -- CHECK NOT POSTED"
               MOVE "N" TO WS-MC-ENTRY-OK-SW
           END-IF.
           IF MC-ENTRY-OK
               DISPLAY "EARNINGS TYPE (R/V/H/S/C/A/B, BLANK=R): "
                   WITH NO ADVANCING
               ACCEPT WS-MC-TYPE-IN
               IF WS-MC-TYPE-IN = SPACE
                   MOVE "R" TO WS-MC-TYPE-IN
               END-IF
               IF NOT MC-TYPE-VALID
                   DISPLAY "INVALID EARNINGS TYPE -- CHECK NOT POSTED"
                   MOVE "N" TO WS-MC-ENTRY-OK-SW
               END-IF
           END-IF.
           IF MC-ENTRY-OK
               DISPLAY "HOURS PAID (99999=999.99, BLANK=NONE): "
                   WITH NO ADVANCING
               ACCEPT WS-MC-HOURS-IN
               IF WS-MC-HOURS-IN = SPACES
                   MOVE ZEROS TO WS-MC-HOURS
               ELSE
                   IF WS-MC-HOURS-IN IS NUMERIC
                       MOVE WS-MC-HOURS-IN TO WS-MC-HOURS
                   ELSE
                       DISPLAY "INVALID HOURS -- CHECK NOT POSTED"
                       MOVE "N" TO WS-MC-ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF.
           IF MC-ENTRY-OK
               DISPLAY "GROSS PAY (99999999=999999.99): "
                   WITH NO ADVANCING
               ACCEPT WS-MC-GROSS-IN
               IF WS-MC-GROSS-IN IS NOT NUMERIC
                   DISPLAY "INVALID GROSS -- CHECK NOT POSTED"
                   MOVE "N" TO WS-MC-ENTRY-OK-SW
               ELSE
                   MOVE WS-MC-GROSS-IN TO WS-MC-GROSS
                   IF WS-MC-GROSS = 0
                       DISPLAY "ZERO GROSS -- CHECK NOT POSTED"
                       MOVE "N" TO WS-MC-ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF.

      * THE TAXABLE WAGES ARE ALWAYS FIGURED HERE -- A MANUAL CHECK
      * TAKES NO PRE-TAX DEDUCTION, SO INCOME-TAX AND MEDICARE WAGES
      * ARE GROSS AND SOCIAL SECURITY WAGES STOP AT THE WAGE BASE.
      * THE WITHHOLDING AMOUNTS ARE EITHER FIGURED THE HW16NB WAY
      * OR KEYED FROM THE CHECK ALREADY WRITTEN.
       2200-FIGURE-WITHHOLDINGS.
           MOVE WS-MC-GROSS TO WS-MC-FIT-WAGES.
           MOVE WS-MC-GROSS TO WS-MC-MED-WAGES.
           PERFORM 3000-LOOKUP-RATES.
           PERFORM 3100-FIGURE-SS-WAGES.
           DISPLAY "FIGURE THE WITHHOLDINGS FROM THE PAYROLL RULES "
               "(Y), OR KEY THEM (N)? " WITH NO ADVANCING.
           ACCEPT WS-MC-ANSWER.
           IF MC-ANSWER-YES
               PERFORM 3200-CALCULATE-SSN-MED
               PERFORM 3300-CALCULATE-STATE-TAX
               COMPUTE WS-MC-LOCAL
                   = WS-MC-FIT-WAGES * WS-EMP-LOCAL-RATE
               PERFORM 3400-CALCULATE-FED-TAX
           ELSE
               PERFORM 2250-KEY-WITHHOLDINGS
           END-IF.
           IF MC-ENTRY-OK
               DISPLAY "AFTER-TAX DEDUCTION (99999999=999999.99, "
                   "BLANK=NONE): " WITH NO ADVANCING
               ACCEPT WS-MC-DEDUCT-IN
               IF WS-MC-DEDUCT-IN = SPACES
                   MOVE ZEROS TO WS-MC-DEDUCT
               ELSE
                   IF WS-MC-DEDUCT-IN IS NUMERIC
                       MOVE WS-MC-DEDUCT-IN TO WS-MC-DEDUCT
                   ELSE
                       DISPLAY "INVALID DEDUCTION -- CHECK NOT POSTED"
                       MOVE "N" TO WS-MC-ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF.
           IF MC-ENTRY-OK
               COMPUTE WS-MC-NET = WS-MC-GROSS - WS-MC-SSN-MED
                   - WS-MC-STATE - WS-MC-LOCAL - WS-MC-FED
                   - WS-MC-DEDUCT
               IF WS-MC-NET NOT > 0
                   DISPLAY "WITHHOLDINGS EXCEED GROSS -- CHECK NOT "
                       "POSTED"
                   MOVE "N" TO WS-MC-ENTRY-OK-SW
               END-IF
           END-IF.

      * KEYED WITHHOLDINGS -- THE STATE AMOUNT IS TAKEN AS THE WORK
      * STATE'S; A RESIDENT-STATE SPLIT IS NOT KEYED.
       2250-KEY-WITHHOLDINGS.
           DISPLAY "SSN/MEDICARE (9999999=99999.99): "
               WITH NO ADVANCING.
           PERFORM 2260-ACCEPT-ONE-AMOUNT.
           MOVE WS-MC-KEYED-AMOUNT TO WS-MC-SSN-MED.
           IF MC-ENTRY-OK
               DISPLAY "STATE TAX    (9999999=99999.99): "
                   WITH NO ADVANCING
               PERFORM 2260-ACCEPT-ONE-AMOUNT
               MOVE WS-MC-KEYED-AMOUNT TO WS-MC-STATE
               MOVE WS-MC-KEYED-AMOUNT TO WS-MC-WORK-ST-TAX
               MOVE ZEROS TO WS-MC-RES-ST-TAX
               MOVE SPACES TO WS-EMP-RES-STATE-USED
           END-IF.
           IF MC-ENTRY-OK
               DISPLAY "LOCAL TAX    (9999999=99999.99): "
                   WITH NO ADVANCING
               PERFORM 2260-ACCEPT-ONE-AMOUNT
               MOVE WS-MC-KEYED-AMOUNT TO WS-MC-LOCAL
           END-IF.
           IF MC-ENTRY-OK
               DISPLAY "FEDERAL TAX  (9999999=99999.99): "
                   WITH NO ADVANCING
               PERFORM 2260-ACCEPT-ONE-AMOUNT
               MOVE WS-MC-KEYED-AMOUNT TO WS-MC-FED
           END-IF.

       2260-ACCEPT-ONE-AMOUNT.
           ACCEPT WS-MC-AMOUNT-IN.
           IF WS-MC-AMOUNT-IN = SPACES
               MOVE ZEROS TO WS-MC-KEYED-AMOUNT
           ELSE
               IF WS-MC-AMOUNT-IN IS NUMERIC
                   MOVE WS-MC-AMOUNT-IN TO WS-MC-KEYED-AMOUNT
               ELSE
                   MOVE ZEROS TO WS-MC-KEYED-AMOUNT
                   DISPLAY "INVALID AMOUNT -- CHECK NOT POSTED"
                   MOVE "N" TO WS-MC-ENTRY-OK-SW
               END-IF
           END-IF.

       2300-CONFIRM-AND-POST.
           MOVE WS-MC-GROSS TO WS-EDIT-AMOUNT.
           DISPLAY "GROSS        " WS-EDIT-AMOUNT.
           MOVE WS-MC-SSN-MED TO WS-EDIT-TAX.
           DISPLAY "SSN/MEDICARE  " WS-EDIT-TAX.
           MOVE WS-MC-STATE TO WS-EDIT-TAX.
           DISPLAY "STATE         " WS-EDIT-TAX.
           MOVE WS-MC-LOCAL TO WS-EDIT-TAX.
           DISPLAY "LOCAL         " WS-EDIT-TAX.
           MOVE WS-MC-FED TO WS-EDIT-TAX.
           DISPLAY "FEDERAL       " WS-EDIT-TAX.
           MOVE WS-MC-DEDUCT TO WS-EDIT-AMOUNT.
           DISPLAY "DEDUCTION    " WS-EDIT-AMOUNT.
           MOVE WS-MC-NET TO WS-EDIT-AMOUNT.
           DISPLAY "NET CHECK    " WS-EDIT-AMOUNT.
           DISPLAY "POST THIS CHECK (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-MC-ANSWER.
           IF NOT MC-ANSWER-YES
               DISPLAY "CHECK NOT POSTED"
           ELSE
               PERFORM 2400-ASSIGN-CHECK-NUMBER
               IF MC-ENTRY-OK
                   PERFORM 4000-POST-MANUAL-CHECK
               END-IF
           END-IF.

      * A CHECK PRINTED ON THE STOCK TAKES THE NEXT CONTROL NUMBER,
      * WHICH IS WRITTEN BACK AT ONCE THE WAY HW16NB DOES IT.  A
      * HANDWRITTEN CHECK IS RECORDED UNDER THE NUMBER ON ITS FACE,
      * PROVIDED THE REGISTER DOES NOT ALREADY CARRY THAT NUMBER.
       2400-ASSIGN-CHECK-NUMBER.
           PERFORM 1600-READ-CHECK-CONTROL.
           DISPLAY "HANDWRITTEN CHECK NUMBER (BLANK=NEXT ON THE "
               "STOCK, " WS-NEXT-CHECK-NUMBER "): "
               WITH NO ADVANCING.
           ACCEPT WS-MC-CHECK-IN.
           IF WS-MC-CHECK-IN = SPACES
               MOVE "M" TO WS-MC-CHECK-TYPE
               MOVE WS-NEXT-CHECK-NUMBER TO WS-MC-CHECK-NUMBER
               ADD 1 TO WS-NEXT-CHECK-NUMBER
               PERFORM 4900-WRITE-CHECK-CONTROL
           ELSE
               IF WS-MC-CHECK-IN IS NOT NUMERIC
                   DISPLAY "ENTER A 7-DIGIT CHECK NUMBER -- CHECK "
                       "NOT POSTED"
                   MOVE "N" TO WS-MC-ENTRY-OK-SW
               ELSE
                   MOVE "H" TO WS-MC-CHECK-TYPE
                   MOVE WS-MC-CHECK-IN TO WS-MC-CHECK-NUMBER
                   PERFORM 2450-CHECK-REGISTER-FOR-NUMBER
                   IF MC-CHECK-ON-REGISTER
                       DISPLAY "CHECK " WS-MC-CHECK-NUMBER
                           " IS ALREADY ON THE REGISTER -- NOT POSTED"
                       MOVE "N" TO WS-MC-ENTRY-OK-SW
                   ELSE
                       IF WS-MC-CHECK-NUMBER >= WS-NEXT-CHECK-NUMBER
                           DISPLAY "NOTE: " WS-MC-CHECK-NUMBER
                               " IS AHEAD OF THE PRINTED-CHECK "
                               "SERIES -- ADVANCE THE CHECK CONTROL "
                               "FILE PAST IT"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2450-CHECK-REGISTER-FOR-NUMBER.
           MOVE "N" TO WS-MC-DUP-SW.
           OPEN INPUT CHECK-REGISTER.
           IF WS-CHECK-REG-STATUS = "00"
               READ CHECK-REGISTER
               PERFORM UNTIL WS-CHECK-REG-STATUS > "00"
                          OR MC-CHECK-ON-REGISTER
                   IF CREG-CHECK-NUMBER = WS-MC-CHECK-NUMBER
                       MOVE "Y" TO WS-MC-DUP-SW
                   END-IF
                   READ CHECK-REGISTER
               END-PERFORM
               CLOSE CHECK-REGISTER
           END-IF.

      * SAME LOOKUP AS 3700-LOOKUP-RATES IN HW16NB -- THE WORK STATE
      * FROM THE MASTER (THE RATE CODE ON A LEGACY RECORD), AND THE
      * RESIDENT STATE'S RATE WHEN IT DIFFERS.
       3000-LOOKUP-RATES.
           MOVE WS-DFLT-STATE-RATE    TO WS-EMP-STATE-RATE.
           MOVE WS-DFLT-SS-RATE       TO WS-EMP-SS-RATE.
           MOVE WS-DFLT-MEDICARE-RATE TO WS-EMP-MEDICARE-RATE.
           MOVE WS-DFLT-LOCAL-RATE    TO WS-EMP-LOCAL-RATE.
           MOVE WS-DFLT-FED-RATE      TO WS-EMP-FED-RATE.
           MOVE ZEROS  TO WS-EMP-RES-STATE-RATE.
           MOVE SPACES TO WS-EMP-RES-STATE-USED.
           IF WS-EMP-WORK-STATE(WS-EMP-FOUND-SUB) NOT = SPACES
               MOVE WS-EMP-WORK-STATE(WS-EMP-FOUND-SUB)
                   TO WS-EMP-WORK-STATE-USED
           ELSE
               MOVE WS-EMP-RATE-CODE(WS-EMP-FOUND-SUB)
                   TO WS-EMP-WORK-STATE-USED
           END-IF.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-TABLE-COUNT
               IF WS-RATE-CODE(WS-RATE-SUB) = WS-EMP-WORK-STATE-USED
                   MOVE WS-RATE-STATE(WS-RATE-SUB)
                       TO WS-EMP-STATE-RATE
                   MOVE WS-RATE-SS(WS-RATE-SUB)
                       TO WS-EMP-SS-RATE
                   MOVE WS-RATE-MEDICARE(WS-RATE-SUB)
                       TO WS-EMP-MEDICARE-RATE
                   MOVE WS-RATE-LOCAL(WS-RATE-SUB)
                       TO WS-EMP-LOCAL-RATE
                   MOVE WS-RATE-FED(WS-RATE-SUB)
                       TO WS-EMP-FED-RATE
                   MOVE WS-RATE-TABLE-COUNT TO WS-RATE-SUB
               END-IF
           END-PERFORM.
           IF WS-EMP-RES-STATE(WS-EMP-FOUND-SUB) NOT = SPACES
               AND WS-EMP-RES-STATE(WS-EMP-FOUND-SUB)
                   NOT = WS-EMP-WORK-STATE-USED
               MOVE WS-EMP-RES-STATE(WS-EMP-FOUND-SUB)
                   TO WS-EMP-RES-STATE-USED
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-TABLE-COUNT
                   IF WS-RATE-CODE(WS-RATE-SUB)
                           = WS-EMP-RES-STATE-USED
                       MOVE WS-RATE-STATE(WS-RATE-SUB)
                           TO WS-EMP-RES-STATE-RATE
                       MOVE WS-RATE-TABLE-COUNT TO WS-RATE-SUB
                   END-IF
               END-PERFORM
           END-IF.

      * SOCIAL SECURITY WAGES STOP AT WHAT IS LEFT OF THE WAGE BASE
      * ON PAYROLL-YTD, EXACTLY AS 3600-CALCULATE-SSN-MED HAS IT.
       3100-FIGURE-SS-WAGES.
           MOVE "N" TO WS-YTD-RECORD-FOUND-SW.
           MOVE WS-MC-EMP-IN TO YTD-EMP-NUMBER.
           READ PAYROLL-YTD
               INVALID KEY
                   MOVE ZEROS TO YTD-GROSS YTD-SS-TAXABLE-GROSS
               NOT INVALID KEY
                   MOVE "Y" TO WS-YTD-RECORD-FOUND-SW
           END-READ.
           COMPUTE WS-SS-REMAINING-BASE = WS-SS-WAGE-BASE
                                         - YTD-SS-TAXABLE-GROSS.
           IF WS-SS-REMAINING-BASE < 0
               MOVE ZEROS TO WS-SS-REMAINING-BASE
           END-IF.
           IF WS-MC-MED-WAGES < WS-SS-REMAINING-BASE
               MOVE WS-MC-MED-WAGES TO WS-MC-SS-WAGES
           ELSE
               MOVE WS-SS-REMAINING-BASE TO WS-MC-SS-WAGES
           END-IF.

       3200-CALCULATE-SSN-MED.
           COMPUTE WS-MC-SSN-MED
               = (WS-MC-SS-WAGES * WS-EMP-SS-RATE)
               + (WS-MC-MED-WAGES * WS-EMP-MEDICARE-RATE).

       3300-CALCULATE-STATE-TAX.
           COMPUTE WS-MC-WORK-ST-TAX
               = WS-MC-FIT-WAGES * WS-EMP-STATE-RATE.
           MOVE ZEROS TO WS-MC-RES-ST-TAX.
           IF WS-EMP-RES-STATE-USED NOT = SPACES
               AND WS-EMP-RES-STATE-RATE > WS-EMP-STATE-RATE
               COMPUTE WS-MC-RES-ST-TAX
                   = WS-MC-FIT-WAGES
                   * (WS-EMP-RES-STATE-RATE - WS-EMP-STATE-RATE)
           END-IF.
           COMPUTE WS-MC-STATE = WS-MC-WORK-ST-TAX + WS-MC-RES-ST-TAX.

      * A BONUS IS WITHHELD AT THE SUPPLEMENTAL FLAT RATE; ANYTHING
      * ELSE THROUGH THE W-4 BRACKETS, OR THE FLAT RATE FOR AN
      * EMPLOYEE WITH NO W-4 ROW -- 3720/3725 IN HW16NB.
       3400-CALCULATE-FED-TAX.
           IF MC-TYPE-BONUS
               COMPUTE WS-MC-FED ROUNDED
                   = WS-MC-FIT-WAGES * WS-SUPP-FED-RATE
           ELSE
               PERFORM 3450-CALCULATE-REGULAR-FED-TAX
           END-IF.

       3450-CALCULATE-REGULAR-FED-TAX.
           MOVE "N" TO WS-W4-FOUND-SW.
           PERFORM VARYING WS-W4-SUB FROM 1 BY 1
               UNTIL WS-W4-SUB > WS-W4-COUNT
               IF WS-W4-EMP(WS-W4-SUB) = WS-MC-EMP-IN
                   MOVE "Y" TO WS-W4-FOUND-SW
                   MOVE WS-W4-SUB TO WS-W4-FOUND-SUB
                   MOVE WS-W4-COUNT TO WS-W4-SUB
               END-IF
           END-PERFORM.
           IF NOT W4-FOUND OR WS-FB-COUNT = 0
               COMPUTE WS-MC-FED = WS-MC-FIT-WAGES * WS-EMP-FED-RATE
           ELSE
               COMPUTE WS-FED-TAXABLE
                   = WS-MC-FIT-WAGES
                   - (WS-W4-ALLOWANCES(WS-W4-FOUND-SUB)
                      * WS-FED-ALLOWANCE-AMT)
               IF WS-FED-TAXABLE < 0
                   MOVE ZEROS TO WS-FED-TAXABLE
               END-IF
               MOVE 0 TO WS-FB-BEST-SUB
               MOVE ZEROS TO WS-FB-BEST-FLOOR
               PERFORM VARYING WS-FB-SUB FROM 1 BY 1
                   UNTIL WS-FB-SUB > WS-FB-COUNT
                   IF WS-FB-STATUS(WS-FB-SUB)
                           = WS-W4-STATUS-CODE(WS-W4-FOUND-SUB)
                       AND WS-FB-FLOOR(WS-FB-SUB) <= WS-FED-TAXABLE
                       AND (WS-FB-BEST-SUB = 0
                            OR WS-FB-FLOOR(WS-FB-SUB)
                               >= WS-FB-BEST-FLOOR)
                       MOVE WS-FB-SUB TO WS-FB-BEST-SUB
                       MOVE WS-FB-FLOOR(WS-FB-SUB)
                           TO WS-FB-BEST-FLOOR
                   END-IF
               END-PERFORM
               IF WS-FB-BEST-SUB = 0
                   COMPUTE WS-MC-FED
                       = WS-MC-FIT-WAGES * WS-EMP-FED-RATE
               ELSE
                   COMPUTE WS-MC-FED ROUNDED
                       = WS-FB-BASE-TAX(WS-FB-BEST-SUB)
                       + ((WS-FED-TAXABLE
                           - WS-FB-FLOOR(WS-FB-BEST-SUB))
                          * WS-FB-RATE(WS-FB-BEST-SUB))
                       + WS-W4-EXTRA(WS-W4-FOUND-SUB)
               END-IF
           END-IF.

       4000-POST-MANUAL-CHECK.
           MOVE WS-EMP-COMPANY(WS-EMP-FOUND-SUB) TO WS-MC-COMPANY.
           IF WS-MC-COMPANY = SPACES
               MOVE WS-HOME-COMPANY TO WS-MC-COMPANY
           END-IF.
           PERFORM 4100-POST-YTD.
           PERFORM 4150-ACCRUE-EMPLOYER-UTAX.
           PERFORM 4200-POST-PAY-HISTORY.
           PERFORM 4300-WRITE-CHECK-REGISTER.
           PERFORM 4400-WRITE-MANUAL-PAYMENT.
           PERFORM 4500-ACCUMULATE-GL.
           ADD 1 TO WS-CHECKS-POSTED.
           ADD WS-MC-NET TO WS-CHECKS-TOTAL-NET.
           MOVE "MANUAL CHK" TO SO-ACTION.
           MOVE SPACES TO SO-KEY.
           MOVE WS-MC-CHECK-NUMBER TO SO-KEY(1:7).
           MOVE SPACES TO SO-BEFORE.
           MOVE SPACES TO SO-AFTER.
           STRING WS-MC-CHECK-NUMBER " " WS-MC-DATE-IN " "
               WS-MC-EMP-IN " " WS-MC-GROSS " " WS-MC-NET " "
               WS-MC-CHECK-TYPE
               DELIMITED BY SIZE INTO SO-AFTER.
           PERFORM 0840-JOURNAL-THE-CHANGE.
           DISPLAY "CHECK " WS-MC-CHECK-NUMBER " POSTED FOR EMPLOYEE "
               WS-MC-EMP-IN.

      * YTD WAS READ BY 3100 FOR THE WAGE BASE -- THE RECORD AREA
      * STILL HOLDS THIS EMPLOYEE'S POSITION.
       4100-POST-YTD.
           ADD WS-MC-SS-WAGES TO YTD-SS-TAXABLE-GROSS.
           ADD WS-MC-GROSS    TO YTD-GROSS.
           IF YTD-RECORD-FOUND
               REWRITE PAYROLL-YTD-REC
           ELSE
               WRITE PAYROLL-YTD-REC
           END-IF.
           IF WS-PAYROLL-YTD-STATUS NOT = "00"
               DISPLAY "PAYROLL-YTD UPDATE FAILED - STATUS "
                   WS-PAYROLL-YTD-STATUS " FOR EMPLOYEE " WS-MC-EMP-IN
           END-IF.

      * FUTA/SUTA AGAINST EACH TAX'S OWN WAGE BASE -- 3650 IN HW16NB.
       4150-ACCRUE-EMPLOYER-UTAX.
           IF ER-TAX-OK
               MOVE "N" TO WS-ERT-RECORD-FOUND-SW
               MOVE WS-MC-EMP-IN TO ERT-EMP-NUMBER
               READ EMPLOYER-TAX-YTD
                   INVALID KEY
                       MOVE ZEROS TO ERT-FUTA-TAXABLE
                                     ERT-SUTA-TAXABLE
                                     ERT-FUTA-TAX ERT-SUTA-TAX
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ERT-RECORD-FOUND-SW
               END-READ
               COMPUTE WS-FUTA-REMAINING-BASE
                   = WS-FUTA-WAGE-BASE - ERT-FUTA-TAXABLE
               IF WS-FUTA-REMAINING-BASE < 0
                   MOVE ZEROS TO WS-FUTA-REMAINING-BASE
               END-IF
               IF WS-MC-MED-WAGES < WS-FUTA-REMAINING-BASE
                   MOVE WS-MC-MED-WAGES TO WS-FUTA-TAXABLE-THIS
               ELSE
                   MOVE WS-FUTA-REMAINING-BASE
                       TO WS-FUTA-TAXABLE-THIS
               END-IF
               COMPUTE WS-SUTA-REMAINING-BASE
                   = WS-SUTA-WAGE-BASE - ERT-SUTA-TAXABLE
               IF WS-SUTA-REMAINING-BASE < 0
                   MOVE ZEROS TO WS-SUTA-REMAINING-BASE
               END-IF
               IF WS-MC-MED-WAGES < WS-SUTA-REMAINING-BASE
                   MOVE WS-MC-MED-WAGES TO WS-SUTA-TAXABLE-THIS
               ELSE
                   MOVE WS-SUTA-REMAINING-BASE
                       TO WS-SUTA-TAXABLE-THIS
               END-IF
               COMPUTE WS-FUTA-ACCRUED-THIS ROUNDED
                   = WS-FUTA-TAXABLE-THIS * WS-FUTA-RATE
               COMPUTE WS-SUTA-ACCRUED-THIS ROUNDED
                   = WS-SUTA-TAXABLE-THIS * WS-SUTA-RATE
               ADD WS-FUTA-TAXABLE-THIS TO ERT-FUTA-TAXABLE
               ADD WS-SUTA-TAXABLE-THIS TO ERT-SUTA-TAXABLE
               ADD WS-FUTA-ACCRUED-THIS TO ERT-FUTA-TAX
               ADD WS-SUTA-ACCRUED-THIS TO ERT-SUTA-TAX
               IF ERT-RECORD-FOUND
                   REWRITE EMPLOYER-TAX-YTD-REC
               ELSE
                   WRITE EMPLOYER-TAX-YTD-REC
               END-IF
           END-IF.

      * KEYED BY EMPLOYEE, PAY DATE, AND EARNINGS TYPE LIKE A PAYROLL
      * ROW.  WHEN THE RUN ALREADY PAID THAT TYPE ON THAT DATE THE
      * CHECK GOES UNDER TYPE "M" (MANUAL) INSTEAD, SO A PAYROLL
      * RERUN REPLACING ITS OWN ROW NEVER WIPES OUT THE MANUAL
      * CHECK; A SECOND MANUAL CHECK THE SAME DAY ADDS INTO THE "M"
      * ROW.
       4200-POST-PAY-HISTORY.
           IF PAY-HIST-OK
               MOVE WS-MC-TYPE-IN TO WS-MC-HIST-TYPE
               MOVE WS-MC-EMP-IN  TO HIST-EMP-NUMBER
               MOVE WS-MC-DATE-IN TO HIST-PAY-DATE
               MOVE WS-MC-HIST-TYPE TO HIST-EARN-TYPE
               READ PAYROLL-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "M" TO WS-MC-HIST-TYPE
               END-READ
               IF WS-MC-HIST-TYPE = "M"
                   MOVE WS-MC-EMP-IN  TO HIST-EMP-NUMBER
                   MOVE WS-MC-DATE-IN TO HIST-PAY-DATE
                   MOVE "M"           TO HIST-EARN-TYPE
                   READ PAYROLL-HISTORY
                       INVALID KEY
                           PERFORM 4210-WRITE-NEW-HISTORY
                       NOT INVALID KEY
                           PERFORM 4220-ADD-TO-HISTORY
                   END-READ
               ELSE
                   PERFORM 4210-WRITE-NEW-HISTORY
               END-IF
           END-IF.

       4210-WRITE-NEW-HISTORY.
           MOVE WS-MC-EMP-IN      TO HIST-EMP-NUMBER.
           MOVE WS-MC-DATE-IN     TO HIST-PAY-DATE.
           MOVE WS-MC-HIST-TYPE   TO HIST-EARN-TYPE.
           MOVE WS-MC-HOURS       TO HIST-HOURS.
           MOVE ZEROS             TO HIST-RATE.
           MOVE WS-MC-GROSS       TO HIST-GROSS.
           MOVE WS-MC-SSN-MED     TO HIST-SSN-MED.
           MOVE WS-MC-STATE       TO HIST-STATE.
           MOVE WS-MC-LOCAL       TO HIST-LOCAL.
           MOVE WS-MC-FED         TO HIST-FED.
           MOVE WS-MC-DEDUCT      TO HIST-OPT-DEDUCT.
           MOVE WS-MC-NET         TO HIST-NET.
           MOVE ZEROS             TO HIST-ER-MATCH.
           MOVE WS-MC-FIT-WAGES   TO HIST-FIT-WAGES.
           MOVE WS-MC-SS-WAGES    TO HIST-SS-WAGES.
           MOVE WS-MC-MED-WAGES   TO HIST-MED-WAGES.
           WRITE PAYROLL-HIST-REC
               INVALID KEY
                   DISPLAY "HISTORY WRITE FAILED - STATUS "
                       WS-PAY-HIST-STATUS
           END-WRITE.

       4220-ADD-TO-HISTORY.
           ADD WS-MC-HOURS        TO HIST-HOURS.
           ADD WS-MC-GROSS        TO HIST-GROSS.
           ADD WS-MC-SSN-MED      TO HIST-SSN-MED.
           ADD WS-MC-STATE        TO HIST-STATE.
           ADD WS-MC-LOCAL        TO HIST-LOCAL.
           ADD WS-MC-FED          TO HIST-FED.
           ADD WS-MC-DEDUCT       TO HIST-OPT-DEDUCT.
           ADD WS-MC-NET          TO HIST-NET.
           ADD WS-MC-FIT-WAGES    TO HIST-FIT-WAGES.
           ADD WS-MC-SS-WAGES     TO HIST-SS-WAGES.
           ADD WS-MC-MED-WAGES    TO HIST-MED-WAGES.
           REWRITE PAYROLL-HIST-REC
               INVALID KEY
                   DISPLAY "HISTORY REWRITE FAILED - STATUS "
                       WS-PAY-HIST-STATUS
           END-REWRITE.

       4300-WRITE-CHECK-REGISTER.
           OPEN EXTEND CHECK-REGISTER.
           IF WS-CHECK-REG-STATUS = "35"
               OPEN OUTPUT CHECK-REGISTER
           END-IF.
           MOVE WS-MC-CHECK-NUMBER TO CREG-CHECK-NUMBER.
           MOVE WS-MC-DATE-IN      TO CREG-PAY-DATE.
           MOVE WS-MC-EMP-IN       TO CREG-EMP-NUMBER.
           MOVE WS-MC-NET          TO CREG-AMOUNT.
           MOVE "I"                TO CREG-STATUS.
           MOVE WS-MC-CHECK-TYPE   TO CREG-CHECK-TYPE.
           MOVE WS-EMP-COMPANY(WS-EMP-FOUND-SUB) TO CREG-COMPANY.
           WRITE CHECK-REGISTER-REC.
           CLOSE CHECK-REGISTER.

       4400-WRITE-MANUAL-PAYMENT.
           OPEN EXTEND MANUAL-PAY-OUT.
           IF WS-MANUAL-OUT-STATUS = "35"
               OPEN OUTPUT MANUAL-PAY-OUT
           END-IF.
           MOVE WS-MC-DATE-IN     TO MPO-PAY-DATE.
           MOVE WS-MC-EMP-IN      TO MPO-EMP-NUMBER.
           MOVE WS-MC-GROSS       TO MPO-AMOUNT.
           MOVE SPACE             TO MPO-DEDUCTIONS.
           MOVE WS-EMP-WORK-STATE-USED TO MPO-RATE-CODE.
           MOVE WS-MC-TYPE-IN     TO MPO-EARN-TYPE.
           MOVE WS-MC-GROSS       TO MPO-GROSS.
           MOVE WS-MC-SSN-MED     TO MPO-SSN-MED.
           MOVE WS-MC-STATE       TO MPO-STATE.
           MOVE WS-MC-LOCAL       TO MPO-LOCAL.
           MOVE WS-MC-FED         TO MPO-FED.
           MOVE WS-MC-NET         TO MPO-NET.
           MOVE WS-EMP-WORK-STATE-USED TO MPO-WORK-STATE.
           MOVE WS-MC-WORK-ST-TAX TO MPO-WORK-ST-TAX.
           MOVE WS-EMP-RES-STATE-USED  TO MPO-RES-STATE.
           MOVE WS-MC-RES-ST-TAX  TO MPO-RES-ST-TAX.
           MOVE ZEROS             TO MPO-ER-MATCH.
           MOVE ZEROS             TO MPO-SHIFT-PREM.
           MOVE WS-MC-FIT-WAGES   TO MPO-FIT-WAGES.
           MOVE WS-MC-SS-WAGES    TO MPO-SS-WAGES.
           MOVE WS-MC-MED-WAGES   TO MPO-MED-WAGES.
           MOVE ZEROS             TO MPO-ER-BENEFIT.
           MOVE WS-MC-COMPANY     TO MPO-COMPANY.
           WRITE MANUAL-PAY-REC.
           CLOSE MANUAL-PAY-OUT.

       4500-ACCUMULATE-GL.
           MOVE "N" TO WS-DEPT-FOUND-SW.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-NAME(WS-DEPT-SUB)
                       = WS-EMP-DEPT(WS-EMP-FOUND-SUB)
                   AND WS-DEPT-COMPANY(WS-DEPT-SUB) = WS-MC-COMPANY
                   MOVE "Y" TO WS-DEPT-FOUND-SW
                   MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
               END-IF
           END-PERFORM.
           IF NOT MC-DEPT-FOUND
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-SUB
               MOVE WS-EMP-DEPT(WS-EMP-FOUND-SUB)
                   TO WS-DEPT-NAME(WS-DEPT-FOUND-SUB)
               MOVE WS-MC-COMPANY TO WS-DEPT-COMPANY(WS-DEPT-FOUND-SUB)
               MOVE ZEROS TO WS-DEPT-GROSS(WS-DEPT-FOUND-SUB)
           END-IF.
           ADD WS-MC-GROSS   TO WS-DEPT-GROSS(WS-DEPT-FOUND-SUB).
           MOVE 0 TO WS-CR-FOUND-SUB.
           PERFORM VARYING WS-CR-SUB FROM 1 BY 1
               UNTIL WS-CR-SUB > WS-CR-COUNT
               IF WS-CR-COMPANY(WS-CR-SUB) = WS-MC-COMPANY
                   MOVE WS-CR-SUB TO WS-CR-FOUND-SUB
                   MOVE WS-CR-COUNT TO WS-CR-SUB
               END-IF
           END-PERFORM.
           IF WS-CR-FOUND-SUB = 0
               ADD 1 TO WS-CR-COUNT
               MOVE WS-CR-COUNT TO WS-CR-FOUND-SUB
               MOVE WS-MC-COMPANY TO WS-CR-COMPANY(WS-CR-FOUND-SUB)
               MOVE ZEROS TO WS-CR-STATE(WS-CR-FOUND-SUB)
                             WS-CR-LOCAL(WS-CR-FOUND-SUB)
                             WS-CR-FED(WS-CR-FOUND-SUB)
                             WS-CR-SSN-MED(WS-CR-FOUND-SUB)
                             WS-CR-DEDUCTIONS(WS-CR-FOUND-SUB)
                             WS-CR-NET(WS-CR-FOUND-SUB)
           END-IF.
           ADD WS-MC-STATE   TO WS-CR-STATE(WS-CR-FOUND-SUB).
           ADD WS-MC-LOCAL   TO WS-CR-LOCAL(WS-CR-FOUND-SUB).
           ADD WS-MC-FED     TO WS-CR-FED(WS-CR-FOUND-SUB).
           ADD WS-MC-SSN-MED TO WS-CR-SSN-MED(WS-CR-FOUND-SUB).
           ADD WS-MC-DEDUCT  TO WS-CR-DEDUCTIONS(WS-CR-FOUND-SUB).
           ADD WS-MC-NET     TO WS-CR-NET(WS-CR-FOUND-SUB).

       4900-WRITE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CONTROL.
           MOVE WS-NEXT-CHECK-NUMBER TO CTL-NEXT-CHECK-NUMBER.
           WRITE CHECK-CONTROL-REC.
           CLOSE CHECK-CONTROL.

      * ONE JOURNAL PER SESSION, APPENDED TO THE MANUAL-CHECK
      * JOURNAL FILE; GLPOST EMPTIES THE FILE ONCE EVERY JOURNAL ON
      * IT HAS POSTED.  EACH COMPANY THE SESSION CUT CHECKS FOR GETS
      * ITS OWN SECTION UNDER THE SAME JOURNAL ID.
       5000-WRITE-GL-JOURNAL.
           OPEN EXTEND GL-JOURNAL-OUT.
           IF WS-GL-JOURNAL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL-OUT
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO JRN-RUN-DATE.
           PERFORM VARYING WS-CR-SUB FROM 1 BY 1
               UNTIL WS-CR-SUB > WS-CR-COUNT
               PERFORM 5050-WRITE-COMPANY-JOURNAL
           END-PERFORM.
           CLOSE GL-JOURNAL-OUT.

       5050-WRITE-COMPANY-JOURNAL.
           MOVE WS-CR-COMPANY(WS-CR-SUB) TO JRN-COMPANY GLJ-COMPANY.
           MOVE ZEROS TO WS-TOTAL-DEBITS.
           WRITE GL-JOURNAL-REC FROM WS-GL-JRN-HDR.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-COMPANY(WS-DEPT-SUB)
                       = WS-CR-COMPANY(WS-CR-SUB)
                   MOVE "D" TO WS-LOOKUP-TYPE
                   MOVE WS-DEPT-NAME(WS-DEPT-SUB) TO WS-LOOKUP-KEY
                   PERFORM 5100-RESOLVE-ACCOUNT
                   MOVE WS-RESOLVED-ACCT  TO GLJ-ACCT-NO
                   MOVE "WAGE EXPENSE"    TO GLJ-ACCOUNT
                   MOVE WS-DEPT-NAME(WS-DEPT-SUB) TO GLJ-DEPT
                   MOVE "D"               TO GLJ-DC
                   MOVE WS-DEPT-GROSS(WS-DEPT-SUB) TO GLJ-AMOUNT
                   WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
                   ADD WS-DEPT-GROSS(WS-DEPT-SUB) TO WS-TOTAL-DEBITS
               END-IF
           END-PERFORM.
           MOVE SPACES TO GLJ-DEPT.
           MOVE "C" TO GLJ-DC.
           MOVE "L" TO WS-LOOKUP-TYPE.
           MOVE "STATE" TO WS-LOOKUP-KEY.
           PERFORM 5100-RESOLVE-ACCOUNT.
           MOVE WS-RESOLVED-ACCT          TO GLJ-ACCT-NO.
           MOVE "STATE TAX PAYABLE"       TO GLJ-ACCOUNT.
           MOVE WS-CR-STATE(WS-CR-SUB)    TO GLJ-AMOUNT.
           WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE.
           MOVE "LOCAL" TO WS-LOOKUP-KEY.
           PERFORM 5100-RESOLVE-ACCOUNT.
           MOVE WS-RESOLVED-ACCT          TO GLJ-ACCT-NO.
           MOVE "LOCAL TAX PAYABLE"       TO GLJ-ACCOUNT.
           MOVE WS-CR-LOCAL(WS-CR-SUB)    TO GLJ-AMOUNT.
           WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE.
           MOVE "FED  " TO WS-LOOKUP-KEY.
           PERFORM 5100-RESOLVE-ACCOUNT.
           MOVE WS-RESOLVED-ACCT          TO GLJ-ACCT-NO.
           MOVE "FEDERAL TAX PAYABLE"     TO GLJ-ACCOUNT.
           MOVE WS-CR-FED(WS-CR-SUB)      TO GLJ-AMOUNT.
           WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE.
           MOVE "SSMED" TO WS-LOOKUP-KEY.
           PERFORM 5100-RESOLVE-ACCOUNT.
           MOVE WS-RESOLVED-ACCT          TO GLJ-ACCT-NO.
           MOVE "SSN/MEDICARE PAYABLE"    TO GLJ-ACCOUNT.
           MOVE WS-CR-SSN-MED(WS-CR-SUB)  TO GLJ-AMOUNT.
           WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE.
           MOVE "DEDUC" TO WS-LOOKUP-KEY.
           PERFORM 5100-RESOLVE-ACCOUNT.
           MOVE WS-RESOLVED-ACCT          TO GLJ-ACCT-NO.
           MOVE "DEDUCTIONS PAYABLE"      TO GLJ-ACCOUNT.
           MOVE WS-CR-DEDUCTIONS(WS-CR-SUB) TO GLJ-AMOUNT.
           WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE.
           MOVE "CASH " TO WS-LOOKUP-KEY.
           PERFORM 5100-RESOLVE-ACCOUNT.
           MOVE WS-RESOLVED-ACCT          TO GLJ-ACCT-NO.
           MOVE "CASH - NET PAY"          TO GLJ-ACCOUNT.
           MOVE WS-CR-NET(WS-CR-SUB)      TO GLJ-AMOUNT.
           WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE.
           COMPUTE WS-TOTAL-CREDITS = WS-CR-STATE(WS-CR-SUB)
               + WS-CR-LOCAL(WS-CR-SUB) + WS-CR-FED(WS-CR-SUB)
               + WS-CR-SSN-MED(WS-CR-SUB)
               + WS-CR-DEDUCTIONS(WS-CR-SUB) + WS-CR-NET(WS-CR-SUB).
           MOVE WS-TOTAL-DEBITS  TO GLT-DEBITS.
           MOVE WS-TOTAL-CREDITS TO GLT-CREDITS.
           WRITE GL-JOURNAL-REC FROM WS-GL-TOTAL-LINE.
           DISPLAY "GL JOURNAL " JRN-PROGRAM " " JRN-COMPANY
               " WRITTEN -- DEBITS " GLT-DEBITS
               " = CREDITS " GLT-CREDITS.

       5100-RESOLVE-ACCOUNT.
           MOVE SPACES TO WS-RESOLVED-ACCT.
           IF ACCOUNT-MAP-LOADED
               PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
                   IF WS-MAP-TYPE(WS-MAP-SUB) = WS-LOOKUP-TYPE
                       AND WS-MAP-KEY(WS-MAP-SUB) = WS-LOOKUP-KEY
                       MOVE WS-MAP-ACCT(WS-MAP-SUB)
                           TO WS-RESOLVED-ACCT
                       MOVE WS-MAP-COUNT TO WS-MAP-SUB
                   END-IF
               END-PERFORM
           END-IF.

       9000-CLOSE-FILES.
           IF YTD-FILE-OK
               CLOSE PAYROLL-YTD
           END-IF.
           IF ER-TAX-OK
               CLOSE EMPLOYER-TAX-YTD
           END-IF.
           IF PAY-HIST-OK
               CLOSE PAYROLL-HISTORY
           END-IF.
