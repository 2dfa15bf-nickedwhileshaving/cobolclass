       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW16BREM.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
       INSTALLATION.  INFSYS-3807 COBOL.
      *Monthly carrier remittance report.  Lists every employee
      *covered during the month under each carrier's plans and tiers,
      *with the employee and employer share of the premium for the
      *month, subtotalled by carrier so each carrier's bill can be
      *checked and paid.  Coverage counts for the month when the
      *election is enrolled (not waived), took effect on or before
      *the last day of the month, and had not ended before the first.
      *Plan costs are per pay period, so the month's premium is the
      *per-period cost times the pay dates falling in the month on
      *the pay calendar.  Without a calendar the per-period amounts
      *are shown and the report says so.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFIT-PLANS ASSIGN TO WS-BEN-PLAN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BEN-PLAN-STATUS.

           SELECT BENEFIT-ENROLLMENT ASSIGN TO WS-BEN-ENROLL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BEN-ENROLL-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMP-MASTER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT PAY-CALENDAR ASSIGN TO WS-PAY-CAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-CAL-STATUS.

           SELECT REMIT-RPT ASSIGN TO WS-REMIT-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REMIT-RPT-STATUS.

           SELECT BATCH-ERROR-LOG ASSIGN TO WS-ERROR-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM THE ENVIRONMENT VARIABLES BELOW, FALLING BACK TO
      *  DEVELOPMENT DEFAULTS SHOWN THERE WHEN A VARIABLE IS NOT SET:
      *      PAYBPLAN  PAYBENR   PAYEMP    HW16CAL   PAYBREM
      *      BATCHERRLOG - SHARED WITH HW15NB, HW16NB, AND HW19NB
      *  PAYBENMO SELECTS THE MONTH (CCYYMM); WHEN NOT SET THE
      *  CURRENT MONTH IS REPORTED.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUTS HW16BEN READS.
       FD  BENEFIT-PLANS
           RECORDING MODE IS F
           DATA RECORD IS BENEFIT-PLAN-REC.
       01 BENEFIT-PLAN-REC.
          05 BP-PLAN-CODE             PIC X(04).
          05 BP-TIER                  PIC X(01).
          05 BP-PLAN-NAME             PIC X(20).
          05 BP-CARRIER               PIC X(20).
          05 BP-PLAN-KIND             PIC X(01).
          05 BP-EE-COST               PIC 9(04)V99.
          05 BP-ER-COST               PIC 9(04)V99.
          05 BP-TAX-TREATMENT         PIC X(01).
          05 BP-DED-PRIORITY          PIC 9(02).

       FD  BENEFIT-ENROLLMENT
           RECORDING MODE IS F
           DATA RECORD IS BENEFIT-ENROLL-REC.
       01 BENEFIT-ENROLL-REC.
          05 BE-EMP-NUMBER            PIC X(05).
          05 BE-PLAN-CODE             PIC X(04).
          05 BE-TIER                  PIC X(01).
          05 BE-STATUS                PIC X(01).
          05 BE-EFFECTIVE-DATE        PIC X(08).
          05 BE-END-DATE              PIC X(08).

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 FILLER                   PIC X(126).

       FD  PAY-CALENDAR
           RECORDING MODE IS F
           DATA RECORD IS PAY-CALENDAR-REC.
       01 PAY-CALENDAR-REC.
          05 CAL-PAY-DATE             PIC X(06).

       FD  REMIT-RPT
           RECORDING MODE IS F
           DATA RECORD IS REMIT-RPT-REC.
       01 REMIT-RPT-REC               PIC X(110).

       FD  BATCH-ERROR-LOG
           RECORDING MODE IS F
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BEN-PLAN-DSN            PIC X(80).
       01  WS-BEN-ENROLL-DSN          PIC X(80).
       01  WS-EMP-MASTER-DSN          PIC X(80).
       01  WS-PAY-CAL-DSN             PIC X(80).
       01  WS-REMIT-RPT-DSN           PIC X(80).
       01  WS-ERROR-LOG-DSN           PIC X(80).

       01  WS-BEN-PLAN-STATUS         PIC X(02) VALUE "00".
       01  WS-BEN-ENROLL-STATUS       PIC X(02) VALUE "00".
       01  WS-EMP-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-PAY-CAL-STATUS          PIC X(02) VALUE "00".
       01  WS-REMIT-RPT-STATUS        PIC X(02) VALUE "00".

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

       01  WS-REPORT-MONTH            PIC X(06).
       01  WS-MONTH-FIRST             PIC X(08).
       01  WS-MONTH-LAST              PIC X(08).
       01  WS-CAL-CCYYMM              PIC X(06).
       01  WS-PERIODS-IN-MONTH        PIC 9(02) VALUE 0.
       01  WS-CALENDAR-SW             PIC X(01) VALUE "N".
           88 CALENDAR-LOADED                VALUE "Y".
       01  WS-ENR-READ-COUNT          PIC 9(05) VALUE 0.
       01  WS-UNPRICED-COUNT          PIC 9(05) VALUE 0.

       01  WS-PLAN-COUNT              PIC 9(03) VALUE 0.
       01  WS-PLAN-SUB                PIC 9(03).
       01  WS-PLAN-FOUND-SUB          PIC 9(03).
       01  WS-PLAN-FOUND-SW           PIC X(01) VALUE "N".
           88 PLAN-FOUND                     VALUE "Y".
       01  WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 100 TIMES.
              10 WS-PLAN-CODE         PIC X(04).
              10 WS-PLAN-TIER         PIC X(01).
              10 WS-PLAN-NAME         PIC X(20).
              10 WS-PLAN-CARRIER      PIC X(20).
              10 WS-PLAN-EE-COST      PIC 9(04)V99.
              10 WS-PLAN-ER-COST      PIC 9(04)V99.

       01  WS-EMP-COUNT               PIC 9(04) VALUE 0.
       01  WS-EMP-SUB                 PIC 9(04).
       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 1000 TIMES.
              10 WS-EMP-NUMBER        PIC X(05).
              10 WS-EMP-NAME          PIC X(20).

      * ONE LINE PER COVERED ELECTION, SORTED CARRIER / PLAN / TIER
      * / EMPLOYEE BEFORE PRINTING.
       01  WS-LINE-COUNT              PIC 9(04) VALUE 0.
       01  WS-LINE-SUB                PIC 9(04).
       01  WS-LINE-SUB2               PIC 9(04).
       01  WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 1000 TIMES.
              10 WS-LINE-KEY.
                 15 WS-LINE-CARRIER   PIC X(20).
                 15 WS-LINE-PLAN      PIC X(04).
                 15 WS-LINE-TIER      PIC X(01).
                 15 WS-LINE-EMP       PIC X(05).
              10 WS-LINE-PLAN-NAME    PIC X(20).
              10 WS-LINE-EMP-NAME     PIC X(20).
              10 WS-LINE-EE-AMT       PIC 9(06)V99.
              10 WS-LINE-ER-AMT       PIC 9(06)V99.
       01  WS-LINE-HOLD               PIC X(84).

       01  WS-PREV-CARRIER            PIC X(20).
       01  WS-CARRIER-LIVES           PIC 9(05).
       01  WS-CARRIER-EE-TOTAL        PIC 9(07)V99.
       01  WS-CARRIER-ER-TOTAL        PIC 9(07)V99.
       01  WS-GRAND-LIVES             PIC 9(05) VALUE 0.
       01  WS-GRAND-EE-TOTAL          PIC 9(07)V99 VALUE 0.
       01  WS-GRAND-ER-TOTAL          PIC 9(07)V99 VALUE 0.
       01  WS-GRAND-PREMIUM           PIC 9(09)V99 VALUE 0.

       01  WS-RPT-LINE                PIC X(110).
       01  WS-RPT-HDR1                PIC X(60) VALUE
           "BENEFITS CARRIER REMITTANCE -- HW16BREM".
       01  WS-RPT-HDR2.
           05 FILLER                  PIC X(21) VALUE "CARRIER".
           05 FILLER                  PIC X(06) VALUE "PLAN".
           05 FILLER                  PIC X(21) VALUE "PLAN NAME".
           05 FILLER                  PIC X(05) VALUE "TIER".
           05 FILLER                  PIC X(07) VALUE "EMP".
           05 FILLER                  PIC X(21) VALUE "NAME".
           05 FILLER                  PIC X(13) VALUE "   EMPLOYEE".
           05 FILLER                  PIC X(13) VALUE "   EMPLOYER".
       01  WS-RPT-DETAIL.
           05 RPT-CARRIER             PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RPT-PLAN                PIC X(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-PLAN-NAME           PIC X(20).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-TIER                PIC X(01).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 RPT-EMP                 PIC X(05).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-EMP-NAME            PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RPT-EE-AMT              PIC $$$$,$$9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-ER-AMT              PIC $$$$,$$9.99.
       01  WS-RPT-TOTAL.
           05 RPT-TOTAL-LABEL         PIC X(30).
           05 RPT-TOTAL-LIVES         PIC ZZ,ZZ9.
           05 FILLER                  PIC X(08) VALUE " COVERED".
           05 FILLER                  PIC X(37) VALUE SPACES.
           05 RPT-TOTAL-EE            PIC $$$$,$$9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-TOTAL-ER            PIC $$$$,$$9.99.

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW16BREM BEGINS".
           PERFORM 1000-INITIALIZE.
           IF RETURN-CODE < 16
               PERFORM 2000-SELECT-COVERAGE
               PERFORM 2500-SORT-LINES
               PERFORM 3000-PRINT-REMITTANCE
           END-IF.
           DISPLAY "COVERED ELECTIONS   : " WS-LINE-COUNT.
           DISPLAY "ELECTIONS NOT PRICED: " WS-UNPRICED-COUNT.
           COMPUTE WS-GRAND-PREMIUM
               = WS-GRAND-EE-TOTAL + WS-GRAND-ER-TOTAL.
           MOVE "HW16BREM" TO RST-PROGRAM.
           MOVE WS-ENR-READ-COUNT TO RST-RECORDS-READ.
           MOVE WS-LINE-COUNT TO RST-RECORDS-WRITTEN.
           MOVE WS-UNPRICED-COUNT TO RST-RECORDS-REJECTED.
           MOVE WS-GRAND-PREMIUM TO RST-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL "RUNSTAT" USING WS-RUNSTAT-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           DISPLAY "HW16BREM CONCLUDES".
           GOBACK.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-BEN-PLAN-DSN FROM ENVIRONMENT "PAYBPLAN".
           IF WS-BEN-PLAN-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BPLN.dat"
               TO WS-BEN-PLAN-DSN
           END-IF.
           ACCEPT WS-BEN-ENROLL-DSN FROM ENVIRONMENT "PAYBENR".
           IF WS-BEN-ENROLL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BENR.dat"
               TO WS-BEN-ENROLL-DSN
           END-IF.
           ACCEPT WS-EMP-MASTER-DSN FROM ENVIRONMENT "PAYEMP".
           IF WS-EMP-MASTER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16EMP.dat"
               TO WS-EMP-MASTER-DSN
           END-IF.
           ACCEPT WS-PAY-CAL-DSN FROM ENVIRONMENT "HW16CAL".
           IF WS-PAY-CAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16CAL.dat"
               TO WS-PAY-CAL-DSN
           END-IF.
           ACCEPT WS-REMIT-RPT-DSN FROM ENVIRONMENT "PAYBREM".
           IF WS-REMIT-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BREM.rpt"
               TO WS-REMIT-RPT-DSN
           END-IF.
           ACCEPT WS-ERROR-LOG-DSN FROM ENVIRONMENT "BATCHERRLOG".
           IF WS-ERROR-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\BATCHERR.log"
               TO WS-ERROR-LOG-DSN
           END-IF.
           ACCEPT WS-REPORT-MONTH FROM ENVIRONMENT "PAYBENMO".
           IF WS-REPORT-MONTH IS NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE (1:6) TO WS-REPORT-MONTH
           END-IF.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
           MOVE "HW16BREM"            TO ERRLOG-PROGRAM.
           MOVE WS-ERR-PARAGRAPH-NAME TO ERRLOG-PARAGRAPH.
           MOVE WS-ERR-FILE-NAME      TO ERRLOG-FILE.
           MOVE WS-ERR-STATUS-CODE    TO ERRLOG-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ERRLOG-DATE.
           WRITE BATCH-ERROR-LOG-REC FROM WS-ERROR-LOG-LINE.
           CLOSE BATCH-ERROR-LOG.
           MOVE 16 TO RETURN-CODE.

      * DATES ARE COMPARED AS CCYYMMDD TEXT, SO DAY 31 STANDS FOR
      * THE LAST DAY OF ANY MONTH.
       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           STRING WS-REPORT-MONTH "01" DELIMITED BY SIZE
               INTO WS-MONTH-FIRST.
           STRING WS-REPORT-MONTH "31" DELIMITED BY SIZE
               INTO WS-MONTH-LAST.
           PERFORM 1100-LOAD-PLANS.
           PERFORM 1200-LOAD-EMPLOYEES.
           PERFORM 1300-COUNT-PAY-DATES.
           OPEN INPUT BENEFIT-ENROLLMENT.
           IF WS-BEN-ENROLL-STATUS NOT = "00"
               MOVE "1000-INITIALIZE"      TO WS-ERR-PARAGRAPH-NAME
               MOVE "BENEFIT-ENROLLMENT"   TO WS-ERR-FILE-NAME
               MOVE WS-BEN-ENROLL-STATUS   TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           END-IF.
           IF RETURN-CODE < 16
               OPEN OUTPUT REMIT-RPT
               IF WS-REMIT-RPT-STATUS NOT = "00"
                   MOVE "1000-INITIALIZE"  TO WS-ERR-PARAGRAPH-NAME
                   MOVE "REMIT-RPT"        TO WS-ERR-FILE-NAME
                   MOVE WS-REMIT-RPT-STATUS TO WS-ERR-STATUS-CODE
                   PERFORM 0850-LOG-FILE-ERROR
                   CLOSE BENEFIT-ENROLLMENT
               END-IF
           END-IF.

       1100-LOAD-PLANS.
           OPEN INPUT BENEFIT-PLANS.
           IF WS-BEN-PLAN-STATUS = "00"
               READ BENEFIT-PLANS
               PERFORM UNTIL WS-BEN-PLAN-STATUS > "00"
                          OR WS-PLAN-COUNT >= 100
                   IF BP-PLAN-CODE NOT = SPACES
                       ADD 1 TO WS-PLAN-COUNT
                       MOVE WS-PLAN-COUNT TO WS-PLAN-SUB
                       MOVE BP-PLAN-CODE TO WS-PLAN-CODE(WS-PLAN-SUB)
                       MOVE BP-TIER      TO WS-PLAN-TIER(WS-PLAN-SUB)
                       MOVE BP-PLAN-NAME TO WS-PLAN-NAME(WS-PLAN-SUB)
                       MOVE BP-CARRIER
                           TO WS-PLAN-CARRIER(WS-PLAN-SUB)
                       MOVE ZEROS TO WS-PLAN-EE-COST(WS-PLAN-SUB)
                                     WS-PLAN-ER-COST(WS-PLAN-SUB)
                       IF BP-EE-COST IS NUMERIC
                           MOVE BP-EE-COST
                               TO WS-PLAN-EE-COST(WS-PLAN-SUB)
                       END-IF
                       IF BP-ER-COST IS NUMERIC
                           MOVE BP-ER-COST
                               TO WS-PLAN-ER-COST(WS-PLAN-SUB)
                       END-IF
                   END-IF
                   READ BENEFIT-PLANS
               END-PERFORM
               CLOSE BENEFIT-PLANS
           ELSE
               DISPLAY "NO BENEFIT PLAN TABLE - STATUS "
                   WS-BEN-PLAN-STATUS
           END-IF.

       1200-LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS = "00"
               READ EMPLOYEE-MASTER
               PERFORM UNTIL WS-EMP-MASTER-STATUS > "00"
                          OR WS-EMP-COUNT >= 1000
                   IF EMP-NUM-IN NOT = SPACES
                       ADD 1 TO WS-EMP-COUNT
                       MOVE EMP-NUM-IN
                           TO WS-EMP-NUMBER(WS-EMP-COUNT)
                       MOVE EMP-NAME-IN
                           TO WS-EMP-NAME(WS-EMP-COUNT)
                   END-IF
                   READ EMPLOYEE-MASTER
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF.

      * CALENDAR DATES ARE MMDDYY.
       1300-COUNT-PAY-DATES.
           OPEN INPUT PAY-CALENDAR.
           IF WS-PAY-CAL-STATUS = "00"
               MOVE "Y" TO WS-CALENDAR-SW
               READ PAY-CALENDAR
               PERFORM UNTIL WS-PAY-CAL-STATUS > "00"
                   MOVE SPACES TO WS-CAL-CCYYMM
                   STRING "20" CAL-PAY-DATE(5:2) CAL-PAY-DATE(1:2)
                       DELIMITED BY SIZE INTO WS-CAL-CCYYMM
                   IF WS-CAL-CCYYMM = WS-REPORT-MONTH
                       ADD 1 TO WS-PERIODS-IN-MONTH
                   END-IF
                   READ PAY-CALENDAR
               END-PERFORM
               CLOSE PAY-CALENDAR
           END-IF.
           IF NOT CALENDAR-LOADED
               MOVE 1 TO WS-PERIODS-IN-MONTH
           END-IF.

       2000-SELECT-COVERAGE.
           READ BENEFIT-ENROLLMENT.
           PERFORM UNTIL WS-BEN-ENROLL-STATUS > "00"
               IF BE-EMP-NUMBER NOT = SPACES
                   ADD 1 TO WS-ENR-READ-COUNT
                   IF BE-STATUS = "E"
                       AND BE-EFFECTIVE-DATE <= WS-MONTH-LAST
                       AND (BE-END-DATE = SPACES
                         OR BE-END-DATE >= WS-MONTH-FIRST)
                       PERFORM 2100-ADD-COVERAGE-LINE
                   END-IF
               END-IF
               READ BENEFIT-ENROLLMENT
           END-PERFORM.
           CLOSE BENEFIT-ENROLLMENT.

       2100-ADD-COVERAGE-LINE.
           MOVE "N" TO WS-PLAN-FOUND-SW.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLAN-COUNT OR PLAN-FOUND
               IF WS-PLAN-CODE(WS-PLAN-SUB) = BE-PLAN-CODE
                   AND WS-PLAN-TIER(WS-PLAN-SUB) = BE-TIER
                   MOVE "Y" TO WS-PLAN-FOUND-SW
                   MOVE WS-PLAN-SUB TO WS-PLAN-FOUND-SUB
               END-IF
           END-PERFORM.
           IF NOT PLAN-FOUND
               ADD 1 TO WS-UNPRICED-COUNT
               DISPLAY "NO PLAN/TIER " BE-PLAN-CODE "/" BE-TIER
                   " FOR EMPLOYEE " BE-EMP-NUMBER " -- NOT REMITTED"
           ELSE
               IF WS-LINE-COUNT < 1000
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-LINE-COUNT TO WS-LINE-SUB
                   MOVE WS-PLAN-CARRIER(WS-PLAN-FOUND-SUB)
                       TO WS-LINE-CARRIER(WS-LINE-SUB)
                   MOVE BE-PLAN-CODE  TO WS-LINE-PLAN(WS-LINE-SUB)
                   MOVE BE-TIER       TO WS-LINE-TIER(WS-LINE-SUB)
                   MOVE BE-EMP-NUMBER TO WS-LINE-EMP(WS-LINE-SUB)
                   MOVE WS-PLAN-NAME(WS-PLAN-FOUND-SUB)
                       TO WS-LINE-PLAN-NAME(WS-LINE-SUB)
                   MOVE "** NOT ON MASTER **"
                       TO WS-LINE-EMP-NAME(WS-LINE-SUB)
                   PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                       UNTIL WS-EMP-SUB > WS-EMP-COUNT
                       IF WS-EMP-NUMBER(WS-EMP-SUB) = BE-EMP-NUMBER
                           MOVE WS-EMP-NAME(WS-EMP-SUB)
                               TO WS-LINE-EMP-NAME(WS-LINE-SUB)
                       END-IF
                   END-PERFORM
                   COMPUTE WS-LINE-EE-AMT(WS-LINE-SUB)
                       = WS-PLAN-EE-COST(WS-PLAN-FOUND-SUB)
                       * WS-PERIODS-IN-MONTH
                   COMPUTE WS-LINE-ER-AMT(WS-LINE-SUB)
                       = WS-PLAN-ER-COST(WS-PLAN-FOUND-SUB)
                       * WS-PERIODS-IN-MONTH
               ELSE
                   ADD 1 TO WS-UNPRICED-COUNT
                   DISPLAY "REMITTANCE TABLE FULL -- EMPLOYEE "
                       BE-EMP-NUMBER " PLAN " BE-PLAN-CODE
                       " NOT LISTED"
               END-IF
           END-IF.

       2500-SORT-LINES.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB >= WS-LINE-COUNT
               PERFORM VARYING WS-LINE-SUB2 FROM 1 BY 1
                   UNTIL WS-LINE-SUB2 > WS-LINE-COUNT - WS-LINE-SUB
                   IF WS-LINE-KEY(WS-LINE-SUB2)
                           > WS-LINE-KEY(WS-LINE-SUB2 + 1)
                       MOVE WS-LINE-ENTRY(WS-LINE-SUB2)
                           TO WS-LINE-HOLD
                       MOVE WS-LINE-ENTRY(WS-LINE-SUB2 + 1)
                           TO WS-LINE-ENTRY(WS-LINE-SUB2)
                       MOVE WS-LINE-HOLD
                           TO WS-LINE-ENTRY(WS-LINE-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3000-PRINT-REMITTANCE.
           WRITE REMIT-RPT-REC FROM WS-RPT-HDR1.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "COVERAGE MONTH " WS-REPORT-MONTH
               "   PAY DATES IN MONTH " WS-PERIODS-IN-MONTH
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REMIT-RPT-REC FROM WS-RPT-LINE.
           IF NOT CALENDAR-LOADED
               MOVE "NO PAY CALENDAR -- AMOUNTS ARE PER PAY PERIOD"
                   TO WS-RPT-LINE
               WRITE REMIT-RPT-REC FROM WS-RPT-LINE
           END-IF.
           WRITE REMIT-RPT-REC FROM WS-RPT-HDR2.
           MOVE SPACES TO WS-PREV-CARRIER.
           MOVE ZEROS TO WS-CARRIER-LIVES WS-CARRIER-EE-TOTAL
                         WS-CARRIER-ER-TOTAL.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT
               IF WS-LINE-SUB > 1
                   AND WS-LINE-CARRIER(WS-LINE-SUB)
                       NOT = WS-PREV-CARRIER
                   PERFORM 3100-PRINT-CARRIER-TOTAL
               END-IF
               MOVE WS-LINE-CARRIER(WS-LINE-SUB) TO WS-PREV-CARRIER
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE WS-LINE-CARRIER(WS-LINE-SUB)   TO RPT-CARRIER
               MOVE WS-LINE-PLAN(WS-LINE-SUB)      TO RPT-PLAN
               MOVE WS-LINE-PLAN-NAME(WS-LINE-SUB) TO RPT-PLAN-NAME
               MOVE WS-LINE-TIER(WS-LINE-SUB)      TO RPT-TIER
               MOVE WS-LINE-EMP(WS-LINE-SUB)       TO RPT-EMP
               MOVE WS-LINE-EMP-NAME(WS-LINE-SUB)  TO RPT-EMP-NAME
               MOVE WS-LINE-EE-AMT(WS-LINE-SUB)    TO RPT-EE-AMT
               MOVE WS-LINE-ER-AMT(WS-LINE-SUB)    TO RPT-ER-AMT
               WRITE REMIT-RPT-REC FROM WS-RPT-DETAIL
               ADD 1 TO WS-CARRIER-LIVES
               ADD WS-LINE-EE-AMT(WS-LINE-SUB) TO WS-CARRIER-EE-TOTAL
               ADD WS-LINE-ER-AMT(WS-LINE-SUB) TO WS-CARRIER-ER-TOTAL
           END-PERFORM.
           IF WS-LINE-COUNT > 0
               PERFORM 3100-PRINT-CARRIER-TOTAL
           END-IF.
           MOVE SPACES TO RPT-TOTAL-LABEL.
           MOVE "TOTAL ALL CARRIERS"  TO RPT-TOTAL-LABEL.
           MOVE WS-GRAND-LIVES        TO RPT-TOTAL-LIVES.
           MOVE WS-GRAND-EE-TOTAL     TO RPT-TOTAL-EE.
           MOVE WS-GRAND-ER-TOTAL     TO RPT-TOTAL-ER.
           WRITE REMIT-RPT-REC FROM WS-RPT-TOTAL.
           CLOSE REMIT-RPT.

       3100-PRINT-CARRIER-TOTAL.
           MOVE SPACES TO RPT-TOTAL-LABEL.
           STRING "  TOTAL " WS-PREV-CARRIER DELIMITED BY SIZE
               INTO RPT-TOTAL-LABEL.
           MOVE WS-CARRIER-LIVES      TO RPT-TOTAL-LIVES.
           MOVE WS-CARRIER-EE-TOTAL   TO RPT-TOTAL-EE.
           MOVE WS-CARRIER-ER-TOTAL   TO RPT-TOTAL-ER.
           WRITE REMIT-RPT-REC FROM WS-RPT-TOTAL.
           MOVE SPACES TO REMIT-RPT-REC.
           WRITE REMIT-RPT-REC.
           ADD WS-CARRIER-LIVES    TO WS-GRAND-LIVES.
           ADD WS-CARRIER-EE-TOTAL TO WS-GRAND-EE-TOTAL.
           ADD WS-CARRIER-ER-TOTAL TO WS-GRAND-ER-TOTAL.
           MOVE ZEROS TO WS-CARRIER-LIVES WS-CARRIER-EE-TOTAL
                         WS-CARRIER-ER-TOTAL.
