       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW16ACCR.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
       INSTALLATION.  INFSYS-3807 COBOL.
      *Month-end accrual of earned-but-unpaid wages.  HW16GL posts
      *payroll only on the pay date, so the days between the last
      *pay date in the month and month-end never reach the ledger
      *until the next month's check.  This step estimates those
      *wages per department -- from the time-clock punch totals
      *(HW16TIME feed) dated after the paid-through date, or, for an
      *employee with no such punches, from the last pay period's
      *gross on the pay-history file spread over the unpaid days --
      *plus the employer social security and Medicare share, and
      *writes a journal in the shared account/dept/dc/amount layout
      *for GLPOST.  The journal header carries the AUTOREV tag;
      *GLPOST posts the accrual into the closing month and the
      *matching reversal into the first day of the next month, so
      *the accrual never has to be cleared by hand.  The journal is
      *held the way HW16GL holds one when a mapped account fails the
      *chart edit or the entry does not foot.  With a company master
      *the accrual is built per employing company and the journal
      *holds one section per company (its own JRN header, lines, and
      *BALANCE line), the way HW16GL writes the payroll journal; any
      *section out of balance holds the whole file.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-HISTORY ASSIGN TO WS-PAY-HIST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS WS-PAY-HIST-STATUS.

           SELECT PAYIN-FEED-IN ASSIGN TO WS-PAYIN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYIN-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMP-MASTER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT COA-MASTER-IN ASSIGN TO WS-COA-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COA-STATUS.

           SELECT ACCOUNT-MAP-IN ASSIGN TO WS-ACCT-MAP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCT-MAP-STATUS.

           SELECT GL-JOURNAL-OUT ASSIGN TO WS-GL-JOURNAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-JOURNAL-STATUS.

           SELECT ACCRUAL-RPT ASSIGN TO WS-ACCRUAL-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCRUAL-RPT-STATUS.

           SELECT BATCH-ERROR-LOG ASSIGN TO WS-ERROR-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM THE ENVIRONMENT VARIABLES BELOW, FALLING BACK TO
      *  DEVELOPMENT DEFAULTS SHOWN THERE WHEN A VARIABLE IS NOT SET:
      *      PAYHIST   PAYTIN    PAYEMP    PAYAGLJ   PAYACRPT
      *      GLCOA (CHART OF ACCOUNTS)   PAYAMAP (ACCOUNT MAPPING)
      *      PAYACPER (ACCRUAL MONTH CCYYMM, DEFAULT THE CURRENT MONTH)
      *      PAYACPT (PAID-THROUGH DATE MMDDYY, DEFAULT THE LAST PAY
      *      DATE ON THE HISTORY FILE IN OR BEFORE THE MONTH)
      *      BATCHERRLOG - SHARED WITH HW15NB, HW16NB, AND HW19NB

       DATA DIVISION.
       FILE SECTION.
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
          05 FILLER                   PIC X(76).

      * HW16TIME'S DAILY TOTALS -- ONE ROW PER EMPLOYEE PER PUNCH
      * DATE, THE SHIFT PREMIUM APPENDED PAST THE LEGACY 26 BYTES.
       FD  PAYIN-FEED-IN
           RECORDING MODE IS F
           DATA RECORD IS PAYIN-REC-IN.
       01 PAYIN-REC-IN.
          05 PAYIN-PAY-DATE           PIC X(08).
          05 PAYIN-EMP-NUMBER         PIC X(05).
          05 PAYIN-EMP-HOURS          PIC 9(03)V99.
          05 PAYIN-EMP-RATE           PIC 9(02)V99.
          05 PAYIN-EMP-DEDUCTIONS     PIC X(01).
          05 PAYIN-RATE-CODE          PIC X(02).
          05 PAYIN-EARN-TYPE          PIC X(01).
          05 PAYIN-SHIFT-PREM         PIC 9(06)V99.

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 EMP-DEPT-IN              PIC X(15).
          05 EMP-HIRE-DATE-IN         PIC X(06).
          05 EMP-TERM-DATE-IN         PIC X(06).
          05 FILLER                   PIC X(103).
      *   EMPLOYING COMPANY, BLANK = THE HOME COMPANY.
          05 EMP-COMPANY-IN           PIC X(02).

      * CHART-OF-ACCOUNTS MASTER AND ACCOUNT MAPPING -- THE SAME
      * FILES HW16GL EDITS ITS JOURNAL AGAINST.  THE ACCRUAL ADDS
      * THREE "L" KEYS: ERTAX (EMPLOYER PAYROLL TAX EXPENSE), ACCRW
      * (ACCRUED WAGES PAYABLE), AND ACCRT (ACCRUED PAYROLL TAXES).
       FD  COA-MASTER-IN
           RECORDING MODE IS F
           DATA RECORD IS COA-MASTER-REC.
       01 COA-MASTER-REC.
          05 COA-ACCOUNT              PIC X(06).
          05 COA-DESCRIPTION          PIC X(22).
          05 COA-ACTIVE               PIC X(01).
             88 COA-IS-ACTIVE             VALUE "A".

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

       FD  ACCRUAL-RPT
           RECORDING MODE IS F
           DATA RECORD IS ACCRUAL-RPT-REC.
       01 ACCRUAL-RPT-REC             PIC X(80).

       FD  BATCH-ERROR-LOG
           RECORDING MODE IS F
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PAY-HIST-DSN            PIC X(80).
       01  WS-PAYIN-DSN               PIC X(80).
       01  WS-EMP-MASTER-DSN          PIC X(80).
       01  WS-COA-DSN                 PIC X(80).
       01  WS-ACCT-MAP-DSN            PIC X(80).
       01  WS-GL-JOURNAL-DSN          PIC X(80).
       01  WS-ACCRUAL-RPT-DSN         PIC X(80).
       01  WS-ERROR-LOG-DSN           PIC X(80).

       01  WS-PAY-HIST-STATUS         PIC X(02) VALUE "00".
       01  WS-PAYIN-STATUS            PIC X(02) VALUE "00".
       01  WS-EMP-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-COA-STATUS              PIC X(02) VALUE "00".
       01  WS-ACCT-MAP-STATUS         PIC X(02) VALUE "00".
       01  WS-GL-JOURNAL-STATUS       PIC X(02) VALUE "00".
       01  WS-ACCRUAL-RPT-STATUS      PIC X(02) VALUE "00".

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

       01  WS-RUNSTAT-PARMS.
           05 RST-PROGRAM             PIC X(08).
           05 RST-RECORDS-READ        PIC 9(07).
           05 RST-RECORDS-WRITTEN     PIC 9(07).
           05 RST-RECORDS-REJECTED    PIC 9(07).
           05 RST-CONTROL-TOTAL       PIC 9(09)V99.
           05 RST-RETURN-CODE         PIC 9(02).

       01  WS-RUN-HELD-SW             PIC X(01) VALUE "N".
           88 GL-RUN-HELD                    VALUE "Y".

      * THE ACCRUAL MONTH AND ITS DATES.  EVERYTHING EARNED AFTER
      * THE PAID-THROUGH DATE AND ON OR BEFORE MONTH-END ACCRUES.
       01  WS-ACCR-PERIOD.
           05 WS-ACCR-CCYY            PIC 9(04).
           05 WS-ACCR-MM              PIC 9(02).
       01  WS-PERIOD-OK-SW            PIC X(01) VALUE "Y".
           88 ACCRUAL-PERIOD-OK              VALUE "Y".
       01  WS-NEXT-FIRST-DATE.
           05 WS-NEXT-CCYY            PIC 9(04).
           05 WS-NEXT-MM              PIC 9(02).
           05 WS-NEXT-DD              PIC 9(02) VALUE 1.
       01  WS-NEXT-FIRST-NUM REDEFINES WS-NEXT-FIRST-DATE
                                      PIC 9(08).
       01  WS-MONTH-END-DATE          PIC 9(08).
       01  WS-MONTH-END-INT           PIC 9(07).
       01  WS-PAID-THRU-OVERRIDE      PIC X(06).
       01  WS-PAID-THRU-DATE          PIC 9(08) VALUE 0.
       01  WS-PAID-THRU-INT           PIC 9(07) VALUE 0.
       01  WS-UNPAID-DAYS             PIC 9(03) VALUE 0.
       01  WS-PERIOD-DAYS             PIC 9(03).
      * A PAY PERIOD IS TAKEN AS BIWEEKLY WHEN THE EMPLOYEE HAS ONLY
      * ONE PAY DATE ON FILE TO MEASURE FROM.
       01  WS-DEFAULT-PERIOD-DAYS     PIC 9(03) VALUE 14.

      * EMPLOYER SOCIAL SECURITY (.0620) PLUS MEDICARE (.0145) -- THE
      * HW16FL DEFAULT RATES.
       01  WS-ER-TAX-RATE             PIC V9999 VALUE .0765.

       01  WS-CONV-MMDDYY             PIC X(06).
       01  WS-CONV-MMDDCCYY           PIC X(08).
       01  WS-CONV-DATE.
           05 WS-CONV-CC              PIC 9(02).
           05 WS-CONV-YY              PIC 9(02).
           05 WS-CONV-MM              PIC 9(02).
           05 WS-CONV-DD              PIC 9(02).
       01  WS-CONV-DATE-NUM REDEFINES WS-CONV-DATE
                                      PIC 9(08).

      * ONE ENTRY PER EMPLOYEE ON THE MASTER -- THE LAST TWO PAY
      * DATES IN OR BEFORE THE MONTH, THE LAST PERIOD'S GROSS, AND
      * THE PUNCH WAGES EARNED SINCE THE PAID-THROUGH DATE.
       01  WS-EMP-COUNT               PIC 9(03) VALUE 0.
       01  WS-EMP-SUB                 PIC 9(03).
       01  WS-EMP-FOUND-SW            PIC X(01).
           88 EMP-FOUND                      VALUE "Y".
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 100 TIMES.
              10 WS-EMP-NUMBER        PIC X(05).
              10 WS-EMP-DEPT          PIC X(15).
              10 WS-EMP-COMPANY       PIC X(02).
              10 WS-EMP-TERM-DATE     PIC X(06).
              10 WS-EMP-LAST-PAY      PIC 9(08).
              10 WS-EMP-PRIOR-PAY     PIC 9(08).
              10 WS-EMP-LAST-GROSS    PIC 9(07)V99.
              10 WS-EMP-PUNCH-SW      PIC X(01).
                 88 EMP-HAS-PUNCHES          VALUE "Y".
              10 WS-EMP-PUNCH-WAGES   PIC 9(07)V99.
       01  WS-LOOKUP-EMP              PIC X(05).
       01  WS-EMP-LOOKUP-DEPT         PIC X(15).
       01  WS-EMP-ACCRUAL             PIC 9(07)V99.
       01  WS-PUNCH-WAGES             PIC 9(05)V99.
       01  WS-LAST-PAY-INT            PIC 9(07).
       01  WS-PRIOR-PAY-INT           PIC 9(07).

      * ACCRUED WAGES AND EMPLOYER TAXES BY DEPARTMENT.
       01  WS-DEPT-COUNT              PIC 9(03) VALUE 0.
       01  WS-DEPT-SUB                PIC 9(03).
       01  WS-DEPT-FOUND-SUB          PIC 9(03).
       01  WS-DEPT-FOUND-SW           PIC X(01).
           88 ACCR-DEPT-FOUND                VALUE "Y".
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 101 TIMES.
              10 WS-DEPT-NAME         PIC X(15).
              10 WS-DEPT-COMPANY      PIC X(02).
              10 WS-DEPT-WAGES        PIC 9(09)V99.
              10 WS-DEPT-ER-TAX       PIC 9(09)V99.

       01  WS-CR-ACCRUED-WAGES        PIC 9(09)V99 VALUE 0.
       01  WS-CR-ACCRUED-TAX          PIC 9(09)V99 VALUE 0.
       01  WS-TOTAL-DEBITS            PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS           PIC 9(11)V99 VALUE 0.

      * COMPANIES WITH AN ACCRUAL, IN THE ORDER FIRST MET -- ONE
      * BLANK ENTRY WITHOUT A COMPANY MASTER.  A BLANK EMPLOYEE
      * COMPANY IS THE HOME COMPANY.
       01  WS-HOME-COMPANY            PIC X(02) VALUE SPACES.
       01  WS-JCO-COUNT               PIC 9(02) VALUE 0.
       01  WS-JCO-SUB                 PIC 9(02).
       01  WS-JCO-FOUND-SW            PIC X(01).
           88 JCO-FOUND                      VALUE "Y".
       01  WS-JCO-TABLE.
           05 WS-JCO-CODE OCCURS 50 TIMES PIC X(02).
       01  WS-CO-WAGES                PIC 9(09)V99.
       01  WS-CO-TAX                  PIC 9(09)V99.
       01  WS-JRN-OUT-SW              PIC X(01) VALUE "N".
           88 JRN-OUT-OF-BALANCE             VALUE "Y".
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

       01  WS-HIST-READ-COUNT         PIC 9(07) VALUE 0.
       01  WS-PUNCH-READ-COUNT        PIC 9(07) VALUE 0.
       01  WS-PUNCH-USED-COUNT        PIC 9(07) VALUE 0.
       01  WS-UNMATCHED-COUNT         PIC 9(05) VALUE 0.
       01  WS-ACCRUED-EMP-COUNT       PIC 9(05) VALUE 0.

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

      * JOURNAL ID HEADER, DATED MONTH-END.  THE AUTOREV TAG TELLS
      * GLPOST TO POST THE REVERSING ENTRY INTO THE NEXT MONTH.
       01  WS-GL-JRN-HDR.
           05 FILLER                  PIC X(04) VALUE "JRN ".
           05 JRN-PROGRAM             PIC X(08) VALUE "HW16ACCR".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 JRN-RUN-DATE            PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 JRN-REVERSE-TAG         PIC X(07) VALUE "AUTOREV".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 JRN-COMPANY             PIC X(02) VALUE SPACES.

       01  WS-GL-TOTAL-LINE.
           05 FILLER                  PIC X(08) VALUE "BALANCE ".
           05 GLT-DEBITS              PIC 9(11)V99.
           05 FILLER                  PIC X(03) VALUE " / ".
           05 GLT-CREDITS             PIC 9(11)V99.

       01  WS-COA-LOADED-SW           PIC X(01) VALUE "N".
           88 COA-LOADED                     VALUE "Y".
       01  WS-MAP-LOADED-SW           PIC X(01) VALUE "N".
           88 ACCOUNT-MAP-LOADED             VALUE "Y".
       01  WS-COA-COUNT               PIC 9(03) VALUE 0.
       01  WS-COA-SUB                 PIC 9(03).
       01  WS-COA-TABLE.
           05 WS-COA-ENTRY OCCURS 200 TIMES.
              10 WS-COA-ACCT          PIC X(06).
              10 WS-COA-DESC          PIC X(22).
              10 WS-COA-ACTIVE        PIC X(01).
       01  WS-MAP-COUNT               PIC 9(03) VALUE 0.
       01  WS-MAP-SUB                 PIC 9(03).
       01  WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 150 TIMES.
              10 WS-MAP-TYPE          PIC X(01).
              10 WS-MAP-KEY           PIC X(15).
              10 WS-MAP-ACCT          PIC X(06).
       01  WS-MAP-BAD-COUNT           PIC 9(03) VALUE 0.
       01  WS-LOOKUP-TYPE             PIC X(01).
       01  WS-LOOKUP-KEY              PIC X(15).
       01  WS-RESOLVED-ACCT           PIC X(06).
       01  WS-COA-OK-SW               PIC X(01).
           88 COA-ACCOUNT-GOOD               VALUE "Y".

      * PARAMETER BLOCK FOR THE SHARED ACCOUNTING-PERIOD EDIT --
      * POSTING INTO A CLOSED PERIOD IS REFUSED AND RECORDED ON THE
      * HELD-TRANSACTIONS FILE FOR THE SUPERVISOR (PERMNT).
       01  WS-PERCTL-PARMS.
           05 PC-FUNCTION             PIC X(01).
           05 PC-PROGRAM              PIC X(08).
           05 PC-PERIOD               PIC X(06).
           05 PC-NOTE                 PIC X(40).
           05 PC-RESULT               PIC X(01).

       01  WS-RPT-LINE                PIC X(80).
       01  WS-RPT-HDR1.
           05 FILLER                  PIC X(26)
               VALUE "MONTH-END WAGE ACCRUAL -- ".
           05 RH-PERIOD               PIC X(06).
           05 FILLER                  PIC X(16)
               VALUE "   PAID THROUGH ".
           05 RH-PAID-THRU            PIC X(08).
       01  WS-RPT-HDR2.
           05 FILLER                  PIC X(07) VALUE "EMP".
           05 FILLER                  PIC X(17) VALUE "DEPARTMENT".
           05 FILLER                  PIC X(10) VALUE "BASIS".
           05 FILLER                  PIC X(15) VALUE "ACCRUED WAGES".
       01  WS-RPT-DETAIL.
           05 RD-EMP                  PIC X(05).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-DEPT                 PIC X(15).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-BASIS                PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-WAGES                PIC $$$$,$$9.99.
       01  WS-RPT-DEPT-LINE.
           05 FILLER                  PIC X(05) VALUE "DEPT ".
           05 RT-DEPT                 PIC X(15).
           05 FILLER                  PIC X(08) VALUE " WAGES ".
           05 RT-WAGES                PIC $$$$,$$9.99.
           05 FILLER                  PIC X(09) VALUE "  ER TAX ".
           05 RT-ER-TAX               PIC $$$$,$$9.99.

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW16ACCR BEGINS".
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 0700-SET-ACCRUAL-DATES.
           IF NOT ACCRUAL-PERIOD-OK
               DISPLAY "*** ACCRUAL MONTH " WS-ACCR-PERIOD
                   " IS NOT A VALID CCYYMM -- RUN REFUSED ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0800-CHECK-POSTING-PERIOD.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE.
           IF RETURN-CODE < 16
               PERFORM 2000-LOAD-PAY-HISTORY
               PERFORM 3000-GATHER-PUNCHES
               PERFORM 4000-ESTIMATE-ACCRUAL
               IF GL-RUN-HELD
      * A MAPPED ACCOUNT FAILED THE CHART EDIT -- HOLD THE JOURNAL
      * THE SAME WAY AN OUT-OF-BALANCE ENTRY IS HELD.
                   MOVE "SUPPRESSED -- MAPPED ACCOUNT MISSING OR "
                        & "INACTIVE ON THE CHART"
                       TO GL-JOURNAL-REC
                   WRITE GL-JOURNAL-REC
                   CLOSE GL-JOURNAL-OUT
                   DISPLAY "*** ACCRUAL JOURNAL HELD -- FIX THE CHART "
                           "OR THE MAPPING FILE ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 5000-WRITE-JOURNAL
               END-IF
               CLOSE ACCRUAL-RPT
           END-IF.
           DISPLAY "PAY HISTORY ROWS READ   : " WS-HIST-READ-COUNT.
           DISPLAY "PUNCH ROWS READ         : " WS-PUNCH-READ-COUNT.
           DISPLAY "PUNCH ROWS ACCRUED      : " WS-PUNCH-USED-COUNT.
           DISPLAY "EMPLOYEES ACCRUED       : " WS-ACCRUED-EMP-COUNT.
           IF WS-UNMATCHED-COUNT > 0
               DISPLAY "PUNCH ROWS FOR EMPLOYEES NOT ON MASTER: "
                   WS-UNMATCHED-COUNT
           END-IF.
           MOVE "HW16ACCR" TO RST-PROGRAM.
           MOVE WS-PUNCH-READ-COUNT TO RST-RECORDS-READ.
           MOVE WS-ACCRUED-EMP-COUNT TO RST-RECORDS-WRITTEN.
           MOVE WS-UNMATCHED-COUNT TO RST-RECORDS-REJECTED.
           MOVE WS-CR-ACCRUED-WAGES TO RST-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL "RUNSTAT" USING WS-RUNSTAT-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           DISPLAY "HW16ACCR CONCLUDES".
           GOBACK.

      * MONTH-END IS THE DAY BEFORE THE FIRST OF THE NEXT MONTH.
      * THE PAID-THROUGH DATE IS THE OVERRIDE WHEN ONE IS GIVEN;
      * OTHERWISE 2000-LOAD-PAY-HISTORY SETS IT FROM THE HISTORY.
       0700-SET-ACCRUAL-DATES.
           IF WS-ACCR-PERIOD IS NOT NUMERIC
               OR WS-ACCR-MM < 1 OR WS-ACCR-MM > 12
               MOVE "N" TO WS-PERIOD-OK-SW
           ELSE
               MOVE WS-ACCR-CCYY TO WS-NEXT-CCYY
               MOVE WS-ACCR-MM TO WS-NEXT-MM
               IF WS-NEXT-MM = 12
                   ADD 1 TO WS-NEXT-CCYY
                   MOVE 1 TO WS-NEXT-MM
               ELSE
                   ADD 1 TO WS-NEXT-MM
               END-IF
               COMPUTE WS-MONTH-END-INT =
                   FUNCTION INTEGER-OF-DATE (WS-NEXT-FIRST-NUM) - 1
               COMPUTE WS-MONTH-END-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-MONTH-END-INT)
               IF WS-PAID-THRU-OVERRIDE NOT = SPACES
                   MOVE WS-PAID-THRU-OVERRIDE TO WS-CONV-MMDDYY
                   PERFORM 8000-MMDDYY-TO-DATE
                   IF WS-CONV-DATE-NUM = 0
                       MOVE "N" TO WS-PERIOD-OK-SW
                       DISPLAY "PAID-THROUGH OVERRIDE "
                           WS-PAID-THRU-OVERRIDE " IS NOT A DATE"
                   ELSE
                       MOVE WS-CONV-DATE-NUM TO WS-PAID-THRU-DATE
                   END-IF
               END-IF
           END-IF.

       0800-CHECK-POSTING-PERIOD.
           MOVE "C" TO PC-FUNCTION.
           MOVE "HW16ACCR" TO PC-PROGRAM.
           MOVE WS-ACCR-PERIOD TO PC-PERIOD.
           MOVE SPACES TO PC-NOTE.
           MOVE "O" TO PC-RESULT.
           CALL "PERCTL" USING WS-PERCTL-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF PC-RESULT = "C"
               MOVE "H" TO PC-FUNCTION
               MOVE "WAGE ACCRUAL REFUSED - PERIOD CLOSED" TO PC-NOTE
               CALL "PERCTL" USING WS-PERCTL-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
               DISPLAY "*** POSTING PERIOD " PC-PERIOD
                   " IS CLOSED -- RUN REFUSED AND HELD ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
           MOVE "HW16ACCR"            TO ERRLOG-PROGRAM.
           MOVE WS-ERR-PARAGRAPH-NAME TO ERRLOG-PARAGRAPH.
           MOVE WS-ERR-FILE-NAME      TO ERRLOG-FILE.
           MOVE WS-ERR-STATUS-CODE    TO ERRLOG-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ERRLOG-DATE.
           WRITE BATCH-ERROR-LOG-REC FROM WS-ERROR-LOG-LINE.
           CLOSE BATCH-ERROR-LOG.
           MOVE 16 TO RETURN-CODE.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-PAY-HIST-DSN FROM ENVIRONMENT "PAYHIST".
           IF WS-PAY-HIST-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16HIST.dat"
               TO WS-PAY-HIST-DSN
           END-IF.
           ACCEPT WS-PAYIN-DSN FROM ENVIRONMENT "PAYTIN".
           IF WS-PAYIN-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16TIN.dat"
               TO WS-PAYIN-DSN
           END-IF.
           ACCEPT WS-EMP-MASTER-DSN FROM ENVIRONMENT "PAYEMP".
           IF WS-EMP-MASTER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16EMP.dat"
               TO WS-EMP-MASTER-DSN
           END-IF.
           ACCEPT WS-COA-DSN FROM ENVIRONMENT "GLCOA".
           IF WS-COA-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\GLCOA.dat"
               TO WS-COA-DSN
           END-IF.
           ACCEPT WS-ACCT-MAP-DSN FROM ENVIRONMENT "PAYAMAP".
           IF WS-ACCT-MAP-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16AMAP.dat"
               TO WS-ACCT-MAP-DSN
           END-IF.
           ACCEPT WS-GL-JOURNAL-DSN FROM ENVIRONMENT "PAYAGLJ".
           IF WS-GL-JOURNAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16AGLJ.dat"
               TO WS-GL-JOURNAL-DSN
           END-IF.
           ACCEPT WS-ACCRUAL-RPT-DSN FROM ENVIRONMENT "PAYACRPT".
           IF WS-ACCRUAL-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16ACCR.rpt"
               TO WS-ACCRUAL-RPT-DSN
           END-IF.
           ACCEPT WS-ERROR-LOG-DSN FROM ENVIRONMENT "BATCHERRLOG".
           IF WS-ERROR-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\BATCHERR.log"
               TO WS-ERROR-LOG-DSN
           END-IF.
           ACCEPT WS-ACCR-PERIOD FROM ENVIRONMENT "PAYACPER".
           IF WS-ACCR-PERIOD = SPACES
               MOVE FUNCTION CURRENT-DATE (1:6) TO WS-ACCR-PERIOD
           END-IF.
           ACCEPT WS-PAID-THRU-OVERRIDE FROM ENVIRONMENT "PAYACPT".

       1000-INITIALIZE.
           OPEN OUTPUT GL-JOURNAL-OUT.
           IF WS-GL-JOURNAL-STATUS NOT = "00"
               MOVE "1000-INITIALIZE"  TO WS-ERR-PARAGRAPH-NAME
               MOVE "GL-JOURNAL-OUT"   TO WS-ERR-FILE-NAME
               MOVE WS-GL-JOURNAL-STATUS TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT ACCRUAL-RPT
               PERFORM 1250-FIND-HOME-COMPANY
               PERFORM 1300-LOAD-EMPLOYEE-MASTER
               PERFORM 1400-LOAD-CHART-OF-ACCOUNTS
               PERFORM 1500-LOAD-ACCOUNT-MAP
               PERFORM 1600-VALIDATE-MAPPINGS
           END-IF.

       1250-FIND-HOME-COMPANY.
           MOVE "G" TO CO-FUNCTION.
           MOVE SPACES TO CO-CODE.
           MOVE "8" TO CO-RESULT.
           CALL "COMPANY" USING WS-COMPANY-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF CO-FOUND
               MOVE CO-CODE TO WS-HOME-COMPANY
           END-IF.

       1300-LOAD-EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS = "00"
               READ EMPLOYEE-MASTER
               PERFORM UNTIL WS-EMP-MASTER-STATUS > "00"
                          OR WS-EMP-COUNT >= 100
                   ADD 1 TO WS-EMP-COUNT
                   MOVE EMP-NUM-IN TO WS-EMP-NUMBER(WS-EMP-COUNT)
                   MOVE EMP-DEPT-IN TO WS-EMP-DEPT(WS-EMP-COUNT)
                   MOVE EMP-COMPANY-IN
                       TO WS-EMP-COMPANY(WS-EMP-COUNT)
                   IF EMP-COMPANY-IN = SPACES
                       MOVE WS-HOME-COMPANY
                           TO WS-EMP-COMPANY(WS-EMP-COUNT)
                   END-IF
                   MOVE EMP-TERM-DATE-IN
                       TO WS-EMP-TERM-DATE(WS-EMP-COUNT)
                   MOVE ZEROS TO WS-EMP-LAST-PAY(WS-EMP-COUNT)
                                 WS-EMP-PRIOR-PAY(WS-EMP-COUNT)
                                 WS-EMP-LAST-GROSS(WS-EMP-COUNT)
                                 WS-EMP-PUNCH-WAGES(WS-EMP-COUNT)
                   MOVE "N" TO WS-EMP-PUNCH-SW(WS-EMP-COUNT)
                   READ EMPLOYEE-MASTER
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF.

       1400-LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT COA-MASTER-IN.
           IF WS-COA-STATUS = "00"
               MOVE "Y" TO WS-COA-LOADED-SW
               READ COA-MASTER-IN
               PERFORM UNTIL WS-COA-STATUS > "00"
                          OR WS-COA-COUNT >= 200
                   ADD 1 TO WS-COA-COUNT
                   MOVE COA-ACCOUNT
                       TO WS-COA-ACCT(WS-COA-COUNT)
                   MOVE COA-DESCRIPTION
                       TO WS-COA-DESC(WS-COA-COUNT)
                   MOVE COA-ACTIVE
                       TO WS-COA-ACTIVE(WS-COA-COUNT)
                   READ COA-MASTER-IN
               END-PERFORM
               CLOSE COA-MASTER-IN
           END-IF.

       1500-LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-IN.
           IF WS-ACCT-MAP-STATUS = "00"
               MOVE "Y" TO WS-MAP-LOADED-SW
               READ ACCOUNT-MAP-IN
               PERFORM UNTIL WS-ACCT-MAP-STATUS > "00"
                          OR WS-MAP-COUNT >= 150
                   ADD 1 TO WS-MAP-COUNT
                   MOVE AMAP-TYPE
                       TO WS-MAP-TYPE(WS-MAP-COUNT)
                   MOVE AMAP-KEY
                       TO WS-MAP-KEY(WS-MAP-COUNT)
                   MOVE AMAP-ACCOUNT
                       TO WS-MAP-ACCT(WS-MAP-COUNT)
                   READ ACCOUNT-MAP-IN
               END-PERFORM
               CLOSE ACCOUNT-MAP-IN
           END-IF.

      * THE JOURNAL IS HELD WHEN ANY MAPPED ACCOUNT IS MISSING FROM
      * THE CHART OR INACTIVE -- THE SAME EDIT HW16GL MAKES.
       1600-VALIDATE-MAPPINGS.
           IF COA-LOADED AND ACCOUNT-MAP-LOADED
               PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
                   MOVE "N" TO WS-COA-OK-SW
                   PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                       UNTIL WS-COA-SUB > WS-COA-COUNT
                       IF WS-COA-ACCT(WS-COA-SUB)
                               = WS-MAP-ACCT(WS-MAP-SUB)
                           AND WS-COA-ACTIVE(WS-COA-SUB) = "A"
                           MOVE "Y" TO WS-COA-OK-SW
                           MOVE WS-COA-COUNT TO WS-COA-SUB
                       END-IF
                   END-PERFORM
                   IF NOT COA-ACCOUNT-GOOD
                       ADD 1 TO WS-MAP-BAD-COUNT
                       DISPLAY "MAPPED ACCOUNT "
                           WS-MAP-ACCT(WS-MAP-SUB)
                           " FOR " WS-MAP-KEY(WS-MAP-SUB)
                           " MISSING OR INACTIVE ON THE CHART"
                   END-IF
               END-PERFORM
               IF WS-MAP-BAD-COUNT > 0
                   MOVE "Y" TO WS-RUN-HELD-SW
               END-IF
           END-IF.

      * THE LAST TWO PAY DATES IN OR BEFORE THE MONTH FOR EVERY
      * EMPLOYEE, AND THE GROSS OF THE LAST ONE.  BONUS, EXPENSE
      * REIMBURSEMENT AND COMMISSION ROWS ARE NOT RUN-RATE PAY AND
      * ARE LEFT OUT.
       2000-LOAD-PAY-HISTORY.
           OPEN INPUT PAYROLL-HISTORY.
           IF WS-PAY-HIST-STATUS NOT = "00"
               DISPLAY "PAY HISTORY NOT AVAILABLE - STATUS "
                   WS-PAY-HIST-STATUS " -- PUNCH TOTALS ONLY"
           ELSE
               READ PAYROLL-HISTORY NEXT RECORD
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL WS-PAY-HIST-STATUS NOT = "00"
                   ADD 1 TO WS-HIST-READ-COUNT
                   IF HIST-EARN-TYPE NOT = "B"
                       AND HIST-EARN-TYPE NOT = "C"
                       AND HIST-EARN-TYPE NOT = "E"
                       AND HIST-GROSS IS NUMERIC
                       PERFORM 2100-POST-HISTORY-ROW
                   END-IF
                   READ PAYROLL-HISTORY NEXT RECORD
                       AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-HISTORY
           END-IF.
           IF WS-PAID-THRU-DATE = 0
               PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > WS-EMP-COUNT
                   IF WS-EMP-LAST-PAY(WS-EMP-SUB) > WS-PAID-THRU-DATE
                       MOVE WS-EMP-LAST-PAY(WS-EMP-SUB)
                           TO WS-PAID-THRU-DATE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-PAID-THRU-DATE = 0
      * NOTHING PAID YET -- THE WHOLE MONTH IS UNPAID.
               COMPUTE WS-PAID-THRU-INT =
                   FUNCTION INTEGER-OF-DATE
                       (WS-ACCR-CCYY * 10000 + WS-ACCR-MM * 100 + 1)
                   - 1
               COMPUTE WS-PAID-THRU-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-PAID-THRU-INT)
           ELSE
               COMPUTE WS-PAID-THRU-INT =
                   FUNCTION INTEGER-OF-DATE (WS-PAID-THRU-DATE)
           END-IF.
           IF WS-PAID-THRU-INT < WS-MONTH-END-INT
               COMPUTE WS-UNPAID-DAYS =
                   WS-MONTH-END-INT - WS-PAID-THRU-INT
           ELSE
               MOVE 0 TO WS-UNPAID-DAYS
           END-IF.
           MOVE WS-ACCR-PERIOD TO RH-PERIOD.
           MOVE WS-PAID-THRU-DATE TO RH-PAID-THRU.
           WRITE ACCRUAL-RPT-REC FROM WS-RPT-HDR1.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "UNPAID DAYS TO MONTH-END " WS-MONTH-END-DATE
               ": " WS-UNPAID-DAYS DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE ACCRUAL-RPT-REC FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE ACCRUAL-RPT-REC FROM WS-RPT-LINE.
           WRITE ACCRUAL-RPT-REC FROM WS-RPT-HDR2.

       2100-POST-HISTORY-ROW.
           MOVE HIST-PAY-DATE TO WS-CONV-MMDDCCYY.
           PERFORM 8010-MMDDCCYY-TO-DATE.
           IF WS-CONV-DATE-NUM > 0
               AND WS-CONV-DATE-NUM <= WS-MONTH-END-DATE
               MOVE HIST-EMP-NUMBER TO WS-LOOKUP-EMP
               PERFORM 8100-FIND-EMPLOYEE
               IF EMP-FOUND
                   EVALUATE TRUE
                       WHEN WS-CONV-DATE-NUM
                               > WS-EMP-LAST-PAY(WS-EMP-SUB)
                           MOVE WS-EMP-LAST-PAY(WS-EMP-SUB)
                               TO WS-EMP-PRIOR-PAY(WS-EMP-SUB)
                           MOVE WS-CONV-DATE-NUM
                               TO WS-EMP-LAST-PAY(WS-EMP-SUB)
                           MOVE HIST-GROSS
                               TO WS-EMP-LAST-GROSS(WS-EMP-SUB)
                       WHEN WS-CONV-DATE-NUM
                               = WS-EMP-LAST-PAY(WS-EMP-SUB)
                           ADD HIST-GROSS
                               TO WS-EMP-LAST-GROSS(WS-EMP-SUB)
                       WHEN WS-CONV-DATE-NUM
                               > WS-EMP-PRIOR-PAY(WS-EMP-SUB)
                           MOVE WS-CONV-DATE-NUM
                               TO WS-EMP-PRIOR-PAY(WS-EMP-SUB)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      * PUNCH TOTALS DATED AFTER THE PAID-THROUGH DATE AND ON OR
      * BEFORE MONTH-END ARE EARNED AND NOT YET PAID.
       3000-GATHER-PUNCHES.
           OPEN INPUT PAYIN-FEED-IN.
           IF WS-PAYIN-STATUS NOT = "00"
               DISPLAY "PUNCH FEED NOT AVAILABLE - STATUS "
                   WS-PAYIN-STATUS " -- PAY HISTORY ONLY"
           ELSE
               READ PAYIN-FEED-IN
               PERFORM UNTIL WS-PAYIN-STATUS > "00"
                   ADD 1 TO WS-PUNCH-READ-COUNT
                   PERFORM 3100-POST-PUNCH-ROW
                   READ PAYIN-FEED-IN
               END-PERFORM
               CLOSE PAYIN-FEED-IN
           END-IF.

       3100-POST-PUNCH-ROW.
           MOVE PAYIN-PAY-DATE TO WS-CONV-MMDDCCYY.
           PERFORM 8010-MMDDCCYY-TO-DATE.
           IF WS-CONV-DATE-NUM > WS-PAID-THRU-DATE
               AND WS-CONV-DATE-NUM <= WS-MONTH-END-DATE
               AND PAYIN-EMP-HOURS IS NUMERIC
               AND PAYIN-EMP-RATE IS NUMERIC
               COMPUTE WS-PUNCH-WAGES ROUNDED =
                   PAYIN-EMP-HOURS * PAYIN-EMP-RATE
               IF PAYIN-SHIFT-PREM IS NUMERIC
                   ADD PAYIN-SHIFT-PREM TO WS-PUNCH-WAGES
               END-IF
               ADD 1 TO WS-PUNCH-USED-COUNT
               MOVE PAYIN-EMP-NUMBER TO WS-LOOKUP-EMP
               PERFORM 8100-FIND-EMPLOYEE
               IF EMP-FOUND
                   MOVE "Y" TO WS-EMP-PUNCH-SW(WS-EMP-SUB)
                   ADD WS-PUNCH-WAGES
                       TO WS-EMP-PUNCH-WAGES(WS-EMP-SUB)
               ELSE
      * HOURS WERE WORKED WHOEVER THEY BELONG TO -- ACCRUE THEM
      * UNDER NO DEPARTMENT, THE WAY HW16GL JOURNALS THEM.
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE "(NO DEPARTMENT)" TO WS-EMP-LOOKUP-DEPT
                   PERFORM 4200-FIND-OR-ADD-DEPT
                   ADD WS-PUNCH-WAGES
                       TO WS-DEPT-WAGES(WS-DEPT-FOUND-SUB)
                   MOVE PAYIN-EMP-NUMBER TO RD-EMP
                   MOVE WS-EMP-LOOKUP-DEPT TO RD-DEPT
                   MOVE "PUNCHES" TO RD-BASIS
                   MOVE WS-PUNCH-WAGES TO RD-WAGES
                   WRITE ACCRUAL-RPT-REC FROM WS-RPT-DETAIL
               END-IF
           END-IF.

      * PUNCH WAGES WHEN THE EMPLOYEE HAS THEM; OTHERWISE THE LAST
      * PERIOD'S GROSS SPREAD OVER THE UNPAID DAYS.  A TERMINATED
      * EMPLOYEE ACCRUES ONLY WHAT THE CLOCK SHOWS.
       4000-ESTIMATE-ACCRUAL.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               PERFORM 4100-ESTIMATE-ONE-EMPLOYEE
           END-PERFORM.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               COMPUTE WS-DEPT-ER-TAX(WS-DEPT-SUB) ROUNDED =
                   WS-DEPT-WAGES(WS-DEPT-SUB) * WS-ER-TAX-RATE
               ADD WS-DEPT-WAGES(WS-DEPT-SUB) TO WS-CR-ACCRUED-WAGES
               ADD WS-DEPT-ER-TAX(WS-DEPT-SUB) TO WS-CR-ACCRUED-TAX
               MOVE WS-DEPT-NAME(WS-DEPT-SUB) TO RT-DEPT
               MOVE WS-DEPT-WAGES(WS-DEPT-SUB) TO RT-WAGES
               MOVE WS-DEPT-ER-TAX(WS-DEPT-SUB) TO RT-ER-TAX
               IF WS-DEPT-SUB = 1
                   MOVE SPACES TO WS-RPT-LINE
                   WRITE ACCRUAL-RPT-REC FROM WS-RPT-LINE
               END-IF
               WRITE ACCRUAL-RPT-REC FROM WS-RPT-DEPT-LINE
           END-PERFORM.

       4100-ESTIMATE-ONE-EMPLOYEE.
           MOVE 0 TO WS-EMP-ACCRUAL.
           IF EMP-HAS-PUNCHES(WS-EMP-SUB)
               MOVE WS-EMP-PUNCH-WAGES(WS-EMP-SUB) TO WS-EMP-ACCRUAL
               MOVE "PUNCHES" TO RD-BASIS
           ELSE
               IF WS-UNPAID-DAYS > 0
                   AND WS-EMP-LAST-PAY(WS-EMP-SUB) > 0
                   AND (WS-EMP-TERM-DATE(WS-EMP-SUB) = SPACES
                     OR WS-EMP-TERM-DATE(WS-EMP-SUB) = ZEROS)
                   MOVE WS-DEFAULT-PERIOD-DAYS TO WS-PERIOD-DAYS
                   IF WS-EMP-PRIOR-PAY(WS-EMP-SUB) > 0
                       COMPUTE WS-LAST-PAY-INT = FUNCTION
                           INTEGER-OF-DATE
                               (WS-EMP-LAST-PAY(WS-EMP-SUB))
                       COMPUTE WS-PRIOR-PAY-INT = FUNCTION
                           INTEGER-OF-DATE
                               (WS-EMP-PRIOR-PAY(WS-EMP-SUB))
                       IF WS-LAST-PAY-INT - WS-PRIOR-PAY-INT > 0
                           AND WS-LAST-PAY-INT - WS-PRIOR-PAY-INT < 32
                           COMPUTE WS-PERIOD-DAYS =
                               WS-LAST-PAY-INT - WS-PRIOR-PAY-INT
                       END-IF
                   END-IF
                   COMPUTE WS-EMP-ACCRUAL ROUNDED =
                       WS-EMP-LAST-GROSS(WS-EMP-SUB) * WS-UNPAID-DAYS
                       / WS-PERIOD-DAYS
                   MOVE "HISTORY" TO RD-BASIS
               END-IF
           END-IF.
           IF WS-EMP-ACCRUAL > 0
               ADD 1 TO WS-ACCRUED-EMP-COUNT
               MOVE WS-EMP-DEPT(WS-EMP-SUB) TO WS-EMP-LOOKUP-DEPT
               PERFORM 4200-FIND-OR-ADD-DEPT
               ADD WS-EMP-ACCRUAL TO WS-DEPT-WAGES(WS-DEPT-FOUND-SUB)
               MOVE WS-EMP-NUMBER(WS-EMP-SUB) TO RD-EMP
               MOVE WS-EMP-DEPT(WS-EMP-SUB) TO RD-DEPT
               MOVE WS-EMP-ACCRUAL TO RD-WAGES
               WRITE ACCRUAL-RPT-REC FROM WS-RPT-DETAIL
           END-IF.

       4200-FIND-OR-ADD-DEPT.
           MOVE "N" TO WS-DEPT-FOUND-SW.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-NAME(WS-DEPT-SUB) = WS-EMP-LOOKUP-DEPT
                   AND WS-DEPT-COMPANY(WS-DEPT-SUB)
                       = WS-EMP-COMPANY(WS-EMP-SUB)
                   MOVE "Y" TO WS-DEPT-FOUND-SW
                   MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
               END-IF
           END-PERFORM.
           IF NOT ACCR-DEPT-FOUND
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-SUB
               MOVE WS-EMP-LOOKUP-DEPT
                   TO WS-DEPT-NAME(WS-DEPT-FOUND-SUB)
               MOVE WS-EMP-COMPANY(WS-EMP-SUB)
                   TO WS-DEPT-COMPANY(WS-DEPT-FOUND-SUB)
               MOVE ZEROS TO WS-DEPT-WAGES(WS-DEPT-FOUND-SUB)
                             WS-DEPT-ER-TAX(WS-DEPT-FOUND-SUB)
               PERFORM 4250-NOTE-COMPANY
           END-IF.

       4250-NOTE-COMPANY.
           MOVE "N" TO WS-JCO-FOUND-SW.
           PERFORM VARYING WS-JCO-SUB FROM 1 BY 1
               UNTIL WS-JCO-SUB > WS-JCO-COUNT OR JCO-FOUND
               IF WS-JCO-CODE(WS-JCO-SUB) = WS-EMP-COMPANY(WS-EMP-SUB)
                   SET JCO-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT JCO-FOUND AND WS-JCO-COUNT < 50
               ADD 1 TO WS-JCO-COUNT
               MOVE WS-EMP-COMPANY(WS-EMP-SUB)
                   TO WS-JCO-CODE(WS-JCO-COUNT)
           END-IF.

       5000-WRITE-JOURNAL.
           MOVE WS-MONTH-END-DATE TO JRN-RUN-DATE.
           IF WS-JCO-COUNT = 0
               MOVE 1 TO WS-JCO-COUNT
               MOVE WS-HOME-COMPANY TO WS-JCO-CODE(1)
           END-IF.
           PERFORM VARYING WS-JCO-SUB FROM 1 BY 1
               UNTIL WS-JCO-SUB > WS-JCO-COUNT
               PERFORM 5100-WRITE-COMPANY-JOURNAL
           END-PERFORM.
           IF JRN-OUT-OF-BALANCE
      * DO NOT RELEASE AN ENTRY THAT DOES NOT FOOT.
               CLOSE GL-JOURNAL-OUT
               OPEN OUTPUT GL-JOURNAL-OUT
               MOVE "SUPPRESSED -- JOURNAL DEBITS DO NOT EQUAL CREDITS"
                   TO GL-JOURNAL-REC
               WRITE GL-JOURNAL-REC
               CLOSE GL-JOURNAL-OUT
               DISPLAY "*** ACCRUAL JOURNAL OUT OF BALANCE -- HELD ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE GL-JOURNAL-OUT
               DISPLAY "ACCRUAL JOURNAL RELEASED -- WAGES "
                   WS-CR-ACCRUED-WAGES " TAXES " WS-CR-ACCRUED-TAX
           END-IF.

      * ONE COMPANY'S SECTION -- ITS DEPARTMENTS' DEBITS AND THE TWO
      * ACCRUED-LIABILITY CREDITS THEY ADD UP TO.
       5100-WRITE-COMPANY-JOURNAL.
           MOVE WS-JCO-CODE(WS-JCO-SUB) TO JRN-COMPANY GLJ-COMPANY.
           MOVE ZEROS TO WS-TOTAL-DEBITS WS-CO-WAGES WS-CO-TAX.
           WRITE GL-JOURNAL-REC FROM WS-GL-JRN-HDR.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-COMPANY(WS-DEPT-SUB) = JRN-COMPANY
                   MOVE "D" TO WS-LOOKUP-TYPE
                   MOVE WS-DEPT-NAME(WS-DEPT-SUB) TO WS-LOOKUP-KEY
                   PERFORM 5500-RESOLVE-ACCOUNT
                   MOVE WS-RESOLVED-ACCT  TO GLJ-ACCT-NO
                   MOVE "WAGE EXPENSE"    TO GLJ-ACCOUNT
                   MOVE WS-DEPT-NAME(WS-DEPT-SUB) TO GLJ-DEPT
                   MOVE "D"               TO GLJ-DC
                   MOVE WS-DEPT-WAGES(WS-DEPT-SUB) TO GLJ-AMOUNT
                   WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
                   ADD WS-DEPT-WAGES(WS-DEPT-SUB) TO WS-TOTAL-DEBITS
                                                     WS-CO-WAGES
               END-IF
           END-PERFORM.
           MOVE "L" TO WS-LOOKUP-TYPE.
           MOVE "ERTAX" TO WS-LOOKUP-KEY.
           PERFORM 5500-RESOLVE-ACCOUNT.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-ER-TAX(WS-DEPT-SUB) > 0
                   AND WS-DEPT-COMPANY(WS-DEPT-SUB) = JRN-COMPANY
                   MOVE WS-RESOLVED-ACCT  TO GLJ-ACCT-NO
                   MOVE "PAYROLL TAX EXPENSE" TO GLJ-ACCOUNT
                   MOVE WS-DEPT-NAME(WS-DEPT-SUB) TO GLJ-DEPT
                   MOVE "D"               TO GLJ-DC
                   MOVE WS-DEPT-ER-TAX(WS-DEPT-SUB) TO GLJ-AMOUNT
                   WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
                   ADD WS-DEPT-ER-TAX(WS-DEPT-SUB) TO WS-TOTAL-DEBITS
                                                      WS-CO-TAX
               END-IF
           END-PERFORM.
           MOVE SPACES TO GLJ-DEPT.
           MOVE "C" TO GLJ-DC.
           MOVE "ACCRW" TO WS-LOOKUP-KEY.
           PERFORM 5500-RESOLVE-ACCOUNT.
           MOVE WS-RESOLVED-ACCT       TO GLJ-ACCT-NO.
           MOVE "ACCRUED WAGES PAYABLE" TO GLJ-ACCOUNT.
           MOVE WS-CO-WAGES            TO GLJ-AMOUNT.
           WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE.
           MOVE "ACCRT" TO WS-LOOKUP-KEY.
           PERFORM 5500-RESOLVE-ACCOUNT.
           MOVE WS-RESOLVED-ACCT       TO GLJ-ACCT-NO.
           MOVE "ACCRUED PAYROLL TAXES" TO GLJ-ACCOUNT.
           MOVE WS-CO-TAX              TO GLJ-AMOUNT.
           WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE.
           COMPUTE WS-TOTAL-CREDITS = WS-CO-WAGES + WS-CO-TAX.
           MOVE WS-TOTAL-DEBITS  TO GLT-DEBITS.
           MOVE WS-TOTAL-CREDITS TO GLT-CREDITS.
           WRITE GL-JOURNAL-REC FROM WS-GL-TOTAL-LINE.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               MOVE "Y" TO WS-JRN-OUT-SW
           END-IF.
           IF JRN-COMPANY NOT = SPACES
               DISPLAY "COMPANY " JRN-COMPANY " DEBITS " GLT-DEBITS
                   " CREDITS " GLT-CREDITS
           END-IF.

      * RESOLVE A MAPPING KEY TO ITS ACCOUNT NUMBER; SPACES WHEN NO
      * MAPPING FILE IS IN FORCE OR THE KEY HAS NO ROW.
       5500-RESOLVE-ACCOUNT.
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

      * MMDDYY TO CCYYMMDD (THESE DATES ARE ALL IN THE 2000S); ZERO
      * WHEN THE FIELD IS NOT A DATE.
       8000-MMDDYY-TO-DATE.
           MOVE 0 TO WS-CONV-DATE-NUM.
           IF WS-CONV-MMDDYY IS NUMERIC
               AND WS-CONV-MMDDYY(1:2) >= "01"
               AND WS-CONV-MMDDYY(1:2) <= "12"
               AND WS-CONV-MMDDYY(3:2) >= "01"
               AND WS-CONV-MMDDYY(3:2) <= "31"
               MOVE 20 TO WS-CONV-CC
               MOVE WS-CONV-MMDDYY(5:2) TO WS-CONV-YY
               MOVE WS-CONV-MMDDYY(1:2) TO WS-CONV-MM
               MOVE WS-CONV-MMDDYY(3:2) TO WS-CONV-DD
           END-IF.

      * PAY AND PUNCH DATES CARRY THEIR CENTURY (MMDDCCYY); ZERO WHEN
      * THE FIELD IS NOT A DATE.
       8010-MMDDCCYY-TO-DATE.
           MOVE 0 TO WS-CONV-DATE-NUM.
           IF WS-CONV-MMDDCCYY IS NUMERIC
               AND WS-CONV-MMDDCCYY(1:2) >= "01"
               AND WS-CONV-MMDDCCYY(1:2) <= "12"
               AND WS-CONV-MMDDCCYY(3:2) >= "01"
               AND WS-CONV-MMDDCCYY(3:2) <= "31"
               MOVE WS-CONV-MMDDCCYY(5:2) TO WS-CONV-CC
               MOVE WS-CONV-MMDDCCYY(7:2) TO WS-CONV-YY
               MOVE WS-CONV-MMDDCCYY(1:2) TO WS-CONV-MM
               MOVE WS-CONV-MMDDCCYY(3:2) TO WS-CONV-DD
           END-IF.

       8100-FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SW.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT OR EMP-FOUND
               IF WS-EMP-NUMBER(WS-EMP-SUB) = WS-LOOKUP-EMP
                   MOVE "Y" TO WS-EMP-FOUND-SW
               END-IF
           END-PERFORM.
           IF EMP-FOUND
               SUBTRACT 1 FROM WS-EMP-SUB
           END-IF.
