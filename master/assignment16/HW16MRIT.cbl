       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW16MRIT.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
       INSTALLATION.  INFSYS-3807 COBOL.
      *Annual merit review cycle.  Each department is given a raise
      *pool as a percent of its annual hourly payroll (current pay
      *rate times 2080 hours for every active employee with a rate).
      *Managers key a proposed new rate per employee; the comparison
      *report sets every department's proposals against its pool and
      *flags any department over its pool and any employee whose own
      *increase runs past the department's percent.  When the cycle
      *is approved (level-2 sign-on, no department over its pool)
      *every proposal is loaded: an effective-dated row goes onto the
      *rate file HW16TIME already honors, the pay rate on the
      *employee master (flat and indexed) is updated, and each change
      *is journaled through SIGNON.  An employee with no earlier row
      *on the rate file also gets one carrying the old rate, so the
      *days before the effective date keep paying at the old rate.
      *The pools and proposals are kept on their own files, so a
      *cycle can be worked over several sessions.
      *A signed-on session locks the employee master (DSNLOCK,
      *exclusive) for as long as it runs.  While the payroll chain
      *or another session holds it, pools and proposals can still be
      *worked but the cycle cannot be approved, and the session is
      *told who holds the master and since when.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMP-MASTER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT EMPLOYEE-MASTER-X ASSIGN TO WS-EMP-MASTER-X-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPX-EMP-NUMBER
           FILE STATUS IS WS-EMP-MASTER-X-STATUS.

           SELECT MERIT-POOL-FILE ASSIGN TO WS-MERIT-POOL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MERIT-POOL-STATUS.

           SELECT MERIT-PROPOSAL-FILE ASSIGN TO WS-MERIT-PROP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MERIT-PROP-STATUS.

           SELECT EFF-RATE-FILE ASSIGN TO WS-EFF-RATE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EFF-RATE-STATUS.

           SELECT MERIT-RPT ASSIGN TO WS-MERIT-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MERIT-RPT-STATUS.

           SELECT BATCH-ERROR-LOG ASSIGN TO WS-ERROR-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM ENVIRONMENT VARIABLES PAYEMP, PAYEMPX, PAYMPOOL
      *  (DEPARTMENT POOLS), PAYMPROP (PROPOSALS), PAYERATE
      *  (EFFECTIVE-DATED RATES), PAYMRPT, AND BATCHERRLOG, FALLING
      *  BACK TO THE DEVELOPMENT DEFAULTS SHOWN THERE WHEN NOT SET.

       DATA DIVISION.
       FILE SECTION.
      * THE MASTER IS CARRIED WHOLE AND ONLY THE PAY RATE CHANGES,
      * SO EVERY FIELD HW16EMPM MAINTAINS COMES BACK AS IT WAS READ.
       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC.
       01 EMPLOYEE-MASTER-REC         PIC X(157).

       FD  EMPLOYEE-MASTER-X
           DATA RECORD IS EMPLOYEE-MASTER-X-REC.
       01 EMPLOYEE-MASTER-X-REC.
          05 EMPX-EMP-NUMBER          PIC X(05).
          05 FILLER                   PIC X(53).
          05 EMPX-PAY-RATE            PIC X(04).
          05 FILLER                   PIC X(95).

      * ONE ROW PER DEPARTMENT -- THE RAISE POOL AS A PERCENT OF
      * THE DEPARTMENT'S PAYROLL, 0300 = 3.00%.
       FD  MERIT-POOL-FILE
           RECORDING MODE IS F
           DATA RECORD IS MERIT-POOL-REC.
       01 MERIT-POOL-REC.
          05 MP-DEPT                  PIC X(15).
          05 MP-BUDGET-PCT            PIC 9(02)V99.

      * ONE ROW PER EMPLOYEE PROPOSED.  STATUS "P" PROPOSED, "L"
      * LOADED TO THE RATE FILE AND THE MASTER.
       FD  MERIT-PROPOSAL-FILE
           RECORDING MODE IS F
           DATA RECORD IS MERIT-PROPOSAL-REC.
       01 MERIT-PROPOSAL-REC.
          05 MR-EMP-NUMBER            PIC X(05).
          05 MR-DEPT                  PIC X(15).
          05 MR-OLD-RATE              PIC 9(02)V99.
          05 MR-NEW-RATE              PIC 9(02)V99.
          05 MR-USER-ID               PIC X(08).
          05 MR-STATUS                PIC X(01).
          05 MR-EFF-DATE              PIC X(06).

      * THE EFFECTIVE-DATED RATE FILE HW16TIME READS -- EMPLOYEE,
      * EFFECTIVE DATE MMDDYY, AND THE HOURLY RATE FROM THAT DATE.
       FD  EFF-RATE-FILE
           RECORDING MODE IS F
           DATA RECORD IS EFF-RATE-REC.
       01 EFF-RATE-REC.
          05 ER-EMP-NUMBER            PIC X(05).
          05 ER-EFF-DATE              PIC X(06).
          05 ER-RATE                  PIC 9(02)V99.

       FD  MERIT-RPT
           RECORDING MODE IS F
           DATA RECORD IS MERIT-RPT-REC.
       01 MERIT-RPT-REC               PIC X(80).

       FD  BATCH-ERROR-LOG
           RECORDING MODE IS F
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EMP-MASTER-DSN          PIC X(80).
       01  WS-EMP-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-EMP-MASTER-X-DSN        PIC X(80).
       01  WS-EMP-MASTER-X-STATUS     PIC X(02) VALUE "00".
       01  WS-MERIT-POOL-DSN          PIC X(80).
       01  WS-MERIT-POOL-STATUS       PIC X(02) VALUE "00".
       01  WS-MERIT-PROP-DSN          PIC X(80).
       01  WS-MERIT-PROP-STATUS       PIC X(02) VALUE "00".
       01  WS-EFF-RATE-DSN            PIC X(80).
       01  WS-EFF-RATE-STATUS         PIC X(02) VALUE "00".
       01  WS-MERIT-RPT-DSN           PIC X(80).
       01  WS-MERIT-RPT-STATUS        PIC X(02) VALUE "00".

       01  WS-ERROR-LOG-DSN           PIC X(80).
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

       01  WS-EMP-COUNT               PIC 9(03) VALUE 0.
       01  WS-EMP-OVERFLOW-SW         PIC X(01) VALUE "N".
           88 EMP-TABLE-OVERFLOW             VALUE "Y".
       01  WS-EMP-SUB                 PIC 9(03).
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 500 TIMES.
              10 WS-EMP-IMAGE         PIC X(157).
       01  WS-EMP-VIEW.
           05 WS-EMP-NUM              PIC X(05).
           05 WS-EMP-NAME             PIC X(20).
           05 WS-EMP-DEPT             PIC X(15).
           05 WS-EMP-HIRE             PIC X(06).
           05 WS-EMP-TERM             PIC X(06).
           05 FILLER                  PIC X(06).
           05 WS-EMP-PAY-RATE         PIC X(04).
           05 WS-EMP-PAY-RATE-N REDEFINES WS-EMP-PAY-RATE
                                      PIC 9(02)V99.
           05 FILLER                  PIC X(95).
       01  WS-EMP-FOUND-SW            PIC X(01) VALUE "N".
           88 MRIT-EMP-FOUND                 VALUE "Y".
       01  WS-EMP-FOUND-SUB           PIC 9(03) VALUE 0.

      * DEPARTMENT POOLS, AND THE PAYROLL AND PROPOSED COST SUMMED
      * FOR THE COMPARISON.
       01  WS-POOL-COUNT              PIC 9(03) VALUE 0.
       01  WS-POOL-SUB                PIC 9(03).
       01  WS-POOL-FOUND-SUB          PIC 9(03).
       01  WS-POOL-FOUND-SW           PIC X(01).
           88 MRIT-POOL-FOUND                VALUE "Y".
       01  WS-POOL-TABLE.
           05 WS-POOL-ENTRY OCCURS 100 TIMES.
              10 WS-POOL-DEPT         PIC X(15).
              10 WS-POOL-PCT          PIC 9(02)V99.
              10 WS-POOL-PAYROLL      PIC 9(09)V99.
              10 WS-POOL-DOLLARS      PIC 9(09)V99.
              10 WS-POOL-PROPOSED     PIC 9(09)V99.
              10 WS-POOL-OVER-SW      PIC X(01).
                 88 POOL-IS-OVER             VALUE "Y".
       01  WS-LOOKUP-DEPT             PIC X(15).
       01  WS-OVER-POOL-COUNT         PIC 9(03) VALUE 0.
       01  WS-NO-POOL-COUNT           PIC 9(03) VALUE 0.

       01  WS-PROP-COUNT              PIC 9(03) VALUE 0.
       01  WS-PROP-SUB                PIC 9(03).
       01  WS-PROP-FOUND-SUB          PIC 9(03).
       01  WS-PROPOSAL-TABLE.
           05 WS-PROP-ENTRY OCCURS 500 TIMES.
              10 WS-PROP-EMP          PIC X(05).
              10 WS-PROP-DEPT         PIC X(15).
              10 WS-PROP-OLD-RATE     PIC 9(02)V99.
              10 WS-PROP-NEW-RATE     PIC 9(02)V99.
              10 WS-PROP-USER         PIC X(08).
              10 WS-PROP-STATUS       PIC X(01).
                 88 PROP-PENDING             VALUE "P".
                 88 PROP-LOADED              VALUE "L".
              10 WS-PROP-EFF-DATE     PIC X(06).
       01  WS-PENDING-COUNT           PIC 9(03) VALUE 0.

      * RATE ROWS ALREADY ON FILE -- ONLY THE EMPLOYEE AND DATE ARE
      * NEEDED, TO KNOW WHO ALREADY HAS A ROW BEFORE THE NEW DATE.
       01  WS-ERT-COUNT               PIC 9(03) VALUE 0.
       01  WS-ERT-SUB                 PIC 9(03).
       01  WS-EFF-RATE-TABLE.
           05 WS-ERT-ENTRY OCCURS 500 TIMES.
              10 WS-ERT-EMP           PIC X(05).
              10 WS-ERT-YMD           PIC X(06).
       01  WS-EARLIER-ROW-SW          PIC X(01).
           88 HAS-EARLIER-ROW                VALUE "Y".
      * THE FLOOR DATE FOR AN OLD-RATE ROW -- EARLIER THAN ANY
      * PUNCH THE SHOP WILL EVER PAY.
       01  WS-FLOOR-EFF-DATE          PIC X(06) VALUE "010100".

       01  WS-ANNUAL-HOURS            PIC 9(04) VALUE 2080.
       01  WS-EMP-INCREASE            PIC 9(07)V99.
       01  WS-EMP-INCREASE-PCT        PIC 9(03)V99.

       01  CharIn                     PIC X(02).
           88 ExitCharacter                  VALUE "x", "X".
           88 SetBudget                      VALUE "BU", "bu".
           88 ProposeRaise                   VALUE "PR", "pr".
           88 CompareReport                  VALUE "RP", "rp".
           88 ApproveCycle                   VALUE "AP", "ap".

       01  WS-THE-PROMPT              PIC X(60) VALUE
           "BU=BUDGET PR=PROPOSE RP=REPORT AP=APPROVE X=EXIT - ".

       01  WS-MAINT-EMP-NUM           PIC X(05).
       01  WS-MAINT-DEPT              PIC X(15).
       01  WS-MAINT-PCT               PIC X(04).
       01  WS-MAINT-PCT-N REDEFINES WS-MAINT-PCT
                                      PIC 9(02)V99.
       01  WS-MAINT-RATE              PIC X(04).
       01  WS-MAINT-RATE-N REDEFINES WS-MAINT-RATE
                                      PIC 9(02)V99.
       01  WS-MAINT-DATE              PIC X(06).
       01  WS-MAINT-CONFIRM           PIC X(01).

       01  WS-DATE-VALID-SW           PIC X(01) VALUE "N".
           88 MAINT-DATE-VALID               VALUE "Y".
       01  WS-DATE-MM-CHK             PIC 9(02).
       01  WS-DATE-DD-CHK             PIC 9(02).
       01  WS-CMP-YMD                 PIC X(06).
       01  WS-NEW-EFF-YMD             PIC X(06).

      * OPERATOR SIGN-ON AND CHANGE JOURNAL THROUGH THE SHARED
      * SIGNON MODULE.  PROPOSALS NEED A SIGN-ON; SETTING THE POOLS
      * AND APPROVING THE CYCLE NEED LEVEL 2.  EVERY RATE LOADED
      * APPENDS A BEFORE/AFTER IMAGE TO THE CHANGE JOURNAL.
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

      * DATASET ENQUEUE (DSNLOCK) ON THE MASTER.  AN ABSENT MODULE
      * MEANS NO LOCKING IS IN FORCE YET, SO UPDATES PROCEED.
       01  WS-DSNLOCK-PARMS.
           05 DL-FUNCTION             PIC X(01).
           05 DL-HOLDER               PIC X(08).
           05 DL-USER                 PIC X(08).
           05 DL-LOGICAL              PIC X(12).
           05 DL-MODE                 PIC X(01).
           05 DL-RESULT               PIC X(01).
              88 DL-HELD                   VALUE "4".
           05 DL-HELD-BY              PIC X(08).
           05 DL-HELD-USER            PIC X(08).
           05 DL-HELD-MODE            PIC X(01).
           05 DL-HELD-DATE            PIC X(08).
           05 DL-HELD-TIME            PIC X(06).
           05 DL-COUNT                PIC 9(03).
       01  WS-MASTER-LOCK-SW          PIC X(01) VALUE "N".
           88 MASTER-IN-USE                 VALUE "Y".

       01  WS-RPT-LINE                PIC X(80).
       01  WS-RPT-DEPT-HDR.
           05 FILLER                  PIC X(17) VALUE "DEPARTMENT".
           05 FILLER                  PIC X(08) VALUE "  POOL%".
           05 FILLER                  PIC X(15) VALUE "   PAYROLL".
           05 FILLER                  PIC X(14) VALUE "      POOL".
           05 FILLER                  PIC X(14) VALUE "  PROPOSED".
       01  WS-RPT-DEPT-LINE.
           05 RD-DEPT                 PIC X(15).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-PCT                  PIC Z9.99.
           05 FILLER                  PIC X(01) VALUE "%".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RD-PAYROLL              PIC $$$$,$$$,$$9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RD-POOL                 PIC $$$$,$$$,$$9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RD-PROPOSED             PIC $$$$,$$$,$$9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RD-FLAG                 PIC X(09).
       01  WS-RPT-EMP-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 RE-EMP                  PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RE-NAME                 PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RE-OLD-RATE             PIC Z9.99.
           05 FILLER                  PIC X(04) VALUE " TO ".
           05 RE-NEW-RATE             PIC Z9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RE-PCT                  PIC ZZ9.99.
           05 FILLER                  PIC X(02) VALUE "% ".
           05 RE-STATUS               PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RE-FLAG                 PIC X(12).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW16MRIT - MERIT REVIEW CYCLE".
           PERFORM 1000-INITIALIZE.
           IF EMP-TABLE-OVERFLOW
               DISPLAY "EMPLOYEE MASTER HOLDS MORE THAN 500 RECORDS"
                   " -- A REWRITE WOULD DROP THE OVERFLOW."
               DISPLAY "SPLIT OR ARCHIVE THE MASTER FIRST. NO "
                   "CHANGES MADE."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0800-OPERATOR-SIGN-ON.
           IF SIGNED-ON
               PERFORM 0820-LOCK-THE-MASTER
           END-IF.
           DISPLAY WS-THE-PROMPT WITH NO ADVANCING.
           ACCEPT CharIn.
           PERFORM UNTIL ExitCharacter
               EVALUATE TRUE
                   WHEN SetBudget AND NOT SIGNED-ON
                       DISPLAY "NOT SIGNED ON -- UPDATE REFUSED"
                   WHEN ProposeRaise AND NOT SIGNED-ON
                       DISPLAY "NOT SIGNED ON -- UPDATE REFUSED"
                   WHEN ApproveCycle AND NOT SIGNED-ON
                       DISPLAY "NOT SIGNED ON -- UPDATE REFUSED"
                   WHEN SetBudget AND SO-AUTH-LEVEL < 2
                       DISPLAY "RAISE POOLS NEED LEVEL 2 -- REFUSED"
                   WHEN ApproveCycle AND SO-AUTH-LEVEL < 2
                       DISPLAY "APPROVAL NEEDS LEVEL 2 -- REFUSED"
                   WHEN ApproveCycle AND MASTER-IN-USE
                       PERFORM 0830-SHOW-LOCK-HOLDER
                   WHEN SetBudget
                       PERFORM 2000-SET-DEPT-BUDGET
                   WHEN ProposeRaise
                       PERFORM 3000-PROPOSE-RAISE
                   WHEN CompareReport
                       PERFORM 4000-COMPARE-TO-POOLS
                       PERFORM 4500-WRITE-COMPARISON
                   WHEN ApproveCycle
                       PERFORM 5000-APPROVE-CYCLE
                   WHEN OTHER
                       DISPLAY "UNKNOWN FUNCTION CODE: " CharIn
               END-EVALUATE
               DISPLAY WS-THE-PROMPT WITH NO ADVANCING
               ACCEPT CharIn
           END-PERFORM.
           IF SIGNED-ON AND NOT MASTER-IN-USE
               MOVE "R" TO DL-FUNCTION
               CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.
           DISPLAY "HW16MRIT CONCLUDES".
           GOBACK.

      * AN ABSENT SIGNON MODULE READS AS A REFUSED SIGN-ON, SO THE
      * SESSION CAN STILL REPORT BUT NOT UPDATE.
       0800-OPERATOR-SIGN-ON.
           MOVE "S" TO SO-FUNCTION.
           MOVE "HW16MRIT" TO SO-PROGRAM.
           MOVE "1" TO SO-RESULT.
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION
                   DISPLAY "SIGN-ON MODULE NOT AVAILABLE -- "
                       "UPDATES LOCKED"
           END-CALL.

       0820-LOCK-THE-MASTER.
           MOVE "L" TO DL-FUNCTION.
           MOVE "HW16MRIT" TO DL-HOLDER.
           MOVE SO-USER-ID TO DL-USER.
           MOVE "PAYEMP" TO DL-LOGICAL.
           MOVE "X" TO DL-MODE.
           MOVE "0" TO DL-RESULT.
           CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF DL-HELD
               MOVE "Y" TO WS-MASTER-LOCK-SW
               PERFORM 0830-SHOW-LOCK-HOLDER
           END-IF.

       0830-SHOW-LOCK-HOLDER.
           DISPLAY "EMPLOYEE MASTER IN USE BY " DL-HELD-BY " "
               DL-HELD-USER " SINCE " DL-HELD-DATE " " DL-HELD-TIME.
           DISPLAY "CYCLE CANNOT BE APPROVED -- UPDATE REFUSED".

       0840-JOURNAL-THE-CHANGE.
           MOVE "J" TO SO-FUNCTION.
           MOVE "HW16MRIT" TO SO-PROGRAM.
           MOVE SPACES TO SO-KEY.
           MOVE WS-MAINT-EMP-NUM TO SO-KEY(1:5).
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
           MOVE "HW16MRIT"            TO ERRLOG-PROGRAM.
           MOVE WS-ERR-PARAGRAPH-NAME TO ERRLOG-PARAGRAPH.
           MOVE WS-ERR-FILE-NAME      TO ERRLOG-FILE.
           MOVE WS-ERR-STATUS-CODE    TO ERRLOG-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ERRLOG-DATE.
           WRITE BATCH-ERROR-LOG-REC FROM WS-ERROR-LOG-LINE.
           CLOSE BATCH-ERROR-LOG.
           MOVE 16 TO RETURN-CODE.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-EMP-MASTER-DSN FROM ENVIRONMENT "PAYEMP".
           IF WS-EMP-MASTER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16EMP.dat"
               TO WS-EMP-MASTER-DSN
           END-IF.
           ACCEPT WS-EMP-MASTER-X-DSN FROM ENVIRONMENT "PAYEMPX".
           IF WS-EMP-MASTER-X-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16EMPX.dat"
               TO WS-EMP-MASTER-X-DSN
           END-IF.
           ACCEPT WS-MERIT-POOL-DSN FROM ENVIRONMENT "PAYMPOOL".
           IF WS-MERIT-POOL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16MPOL.dat"
               TO WS-MERIT-POOL-DSN
           END-IF.
           ACCEPT WS-MERIT-PROP-DSN FROM ENVIRONMENT "PAYMPROP".
           IF WS-MERIT-PROP-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16MPRP.dat"
               TO WS-MERIT-PROP-DSN
           END-IF.
           ACCEPT WS-EFF-RATE-DSN FROM ENVIRONMENT "PAYERATE".
           IF WS-EFF-RATE-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16ERAT.dat"
               TO WS-EFF-RATE-DSN
           END-IF.
           ACCEPT WS-MERIT-RPT-DSN FROM ENVIRONMENT "PAYMRPT".
           IF WS-MERIT-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16MRIT.rpt"
               TO WS-MERIT-RPT-DSN
           END-IF.
           ACCEPT WS-ERROR-LOG-DSN FROM ENVIRONMENT "BATCHERRLOG".
           IF WS-ERROR-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\BATCHERR.log"
               TO WS-ERROR-LOG-DSN
           END-IF.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS NOT = "00"
               MOVE "1000-INITIALIZE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "EMPLOYEE-MASTER"  TO WS-ERR-FILE-NAME
               MOVE WS-EMP-MASTER-STATUS TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               READ EMPLOYEE-MASTER
               PERFORM UNTIL WS-EMP-MASTER-STATUS > "00"
                          OR WS-EMP-COUNT >= 500
                   ADD 1 TO WS-EMP-COUNT
                   MOVE EMPLOYEE-MASTER-REC
                       TO WS-EMP-IMAGE(WS-EMP-COUNT)
                   READ EMPLOYEE-MASTER
               END-PERFORM
               IF WS-EMP-COUNT >= 500
                   AND WS-EMP-MASTER-STATUS = "00"
                   MOVE "Y" TO WS-EMP-OVERFLOW-SW
               END-IF
               CLOSE EMPLOYEE-MASTER
           END-IF.
           PERFORM 1100-LOAD-POOLS.
           PERFORM 1200-LOAD-PROPOSALS.
           DISPLAY "EMPLOYEES ON FILE: " WS-EMP-COUNT
               "   POOLS: " WS-POOL-COUNT
               "   PROPOSALS: " WS-PROP-COUNT.

       1100-LOAD-POOLS.
           OPEN INPUT MERIT-POOL-FILE.
           IF WS-MERIT-POOL-STATUS = "00"
               READ MERIT-POOL-FILE
               PERFORM UNTIL WS-MERIT-POOL-STATUS > "00"
                          OR WS-POOL-COUNT >= 100
                   IF MP-BUDGET-PCT IS NUMERIC
                       ADD 1 TO WS-POOL-COUNT
                       MOVE MP-DEPT TO WS-POOL-DEPT(WS-POOL-COUNT)
                       MOVE MP-BUDGET-PCT
                           TO WS-POOL-PCT(WS-POOL-COUNT)
                   END-IF
                   READ MERIT-POOL-FILE
               END-PERFORM
               CLOSE MERIT-POOL-FILE
           END-IF.

       1200-LOAD-PROPOSALS.
           OPEN INPUT MERIT-PROPOSAL-FILE.
           IF WS-MERIT-PROP-STATUS = "00"
               READ MERIT-PROPOSAL-FILE
               PERFORM UNTIL WS-MERIT-PROP-STATUS > "00"
                          OR WS-PROP-COUNT >= 500
                   IF MR-NEW-RATE IS NUMERIC
                       AND MR-OLD-RATE IS NUMERIC
                       ADD 1 TO WS-PROP-COUNT
                       MOVE MR-EMP-NUMBER
                           TO WS-PROP-EMP(WS-PROP-COUNT)
                       MOVE MR-DEPT TO WS-PROP-DEPT(WS-PROP-COUNT)
                       MOVE MR-OLD-RATE
                           TO WS-PROP-OLD-RATE(WS-PROP-COUNT)
                       MOVE MR-NEW-RATE
                           TO WS-PROP-NEW-RATE(WS-PROP-COUNT)
                       MOVE MR-USER-ID TO WS-PROP-USER(WS-PROP-COUNT)
                       MOVE MR-STATUS
                           TO WS-PROP-STATUS(WS-PROP-COUNT)
                       MOVE MR-EFF-DATE
                           TO WS-PROP-EFF-DATE(WS-PROP-COUNT)
                   END-IF
                   READ MERIT-PROPOSAL-FILE
               END-PERFORM
               CLOSE MERIT-PROPOSAL-FILE
           END-IF.

       1300-FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SW.
           MOVE 0 TO WS-EMP-FOUND-SUB.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-IMAGE(WS-EMP-SUB)(1:5) = WS-MAINT-EMP-NUM
                   MOVE "Y" TO WS-EMP-FOUND-SW
                   MOVE WS-EMP-SUB TO WS-EMP-FOUND-SUB
                   MOVE WS-EMP-COUNT TO WS-EMP-SUB
               END-IF
           END-PERFORM.
           IF MRIT-EMP-FOUND
               MOVE WS-EMP-IMAGE(WS-EMP-FOUND-SUB) TO WS-EMP-VIEW
           END-IF.

       1400-FIND-POOL.
           MOVE "N" TO WS-POOL-FOUND-SW.
           MOVE 0 TO WS-POOL-FOUND-SUB.
           PERFORM VARYING WS-POOL-SUB FROM 1 BY 1
               UNTIL WS-POOL-SUB > WS-POOL-COUNT
               IF WS-POOL-DEPT(WS-POOL-SUB) = WS-LOOKUP-DEPT
                   MOVE "Y" TO WS-POOL-FOUND-SW
                   MOVE WS-POOL-SUB TO WS-POOL-FOUND-SUB
                   MOVE WS-POOL-COUNT TO WS-POOL-SUB
               END-IF
           END-PERFORM.

      * MMDDYY EDIT, AS IN HW16EMPM.
       1500-EDIT-MAINT-DATE.
           MOVE "N" TO WS-DATE-VALID-SW.
           IF WS-MAINT-DATE IS NUMERIC
               MOVE WS-MAINT-DATE(1:2) TO WS-DATE-MM-CHK
               MOVE WS-MAINT-DATE(3:2) TO WS-DATE-DD-CHK
               IF WS-DATE-MM-CHK >= 1 AND WS-DATE-MM-CHK <= 12
                   AND WS-DATE-DD-CHK >= 1 AND WS-DATE-DD-CHK <= 31
                   MOVE "Y" TO WS-DATE-VALID-SW
               END-IF
           END-IF.
           IF NOT MAINT-DATE-VALID
               DISPLAY "INVALID DATE -- ENTER MMDDYY"
           END-IF.

       2000-SET-DEPT-BUDGET.
           DISPLAY "DEPARTMENT: " WITH NO ADVANCING.
           ACCEPT WS-MAINT-DEPT.
           MOVE WS-MAINT-DEPT TO WS-LOOKUP-DEPT.
           PERFORM 1400-FIND-POOL.
           IF MRIT-POOL-FOUND
               DISPLAY "CURRENT POOL PCT: "
                   WS-POOL-PCT(WS-POOL-FOUND-SUB)
           END-IF.
           DISPLAY "RAISE POOL PCT OF PAYROLL (0300=3.00%): "
               WITH NO ADVANCING.
           ACCEPT WS-MAINT-PCT.
           IF WS-MAINT-PCT IS NOT NUMERIC OR WS-MAINT-DEPT = SPACES
               DISPLAY "ENTER A DEPARTMENT AND FOUR DIGITS -- "
                   "NOTHING CHANGED"
           ELSE
               IF NOT MRIT-POOL-FOUND
                   IF WS-POOL-COUNT >= 100
                       DISPLAY "POOL TABLE FULL -- NOTHING CHANGED"
                   ELSE
                       ADD 1 TO WS-POOL-COUNT
                       MOVE WS-POOL-COUNT TO WS-POOL-FOUND-SUB
                       MOVE WS-MAINT-DEPT
                           TO WS-POOL-DEPT(WS-POOL-FOUND-SUB)
                       MOVE "Y" TO WS-POOL-FOUND-SW
                   END-IF
               END-IF
               IF MRIT-POOL-FOUND
                   MOVE WS-MAINT-PCT-N
                       TO WS-POOL-PCT(WS-POOL-FOUND-SUB)
                   PERFORM 6300-REWRITE-POOLS
                   DISPLAY "POOL FOR " WS-MAINT-DEPT " SET."
               END-IF
           END-IF.

      * ONE PROPOSAL PER EMPLOYEE -- KEYING ANOTHER REPLACES IT;
      * A NEW RATE OF 0000 WITHDRAWS A PROPOSAL NOT YET LOADED.
       3000-PROPOSE-RAISE.
           DISPLAY "EMPLOYEE NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-MAINT-EMP-NUM.
           PERFORM 1300-FIND-EMPLOYEE.
           EVALUATE TRUE
               WHEN NOT MRIT-EMP-FOUND
                   DISPLAY "EMPLOYEE " WS-MAINT-EMP-NUM
                       " NOT ON MASTER"
               WHEN WS-EMP-TERM NOT = SPACES
                   AND WS-EMP-TERM NOT = ZEROS
                   DISPLAY "EMPLOYEE " WS-MAINT-EMP-NUM
                       " IS TERMINATED -- NO PROPOSAL"
               WHEN WS-EMP-PAY-RATE IS NOT NUMERIC
                   DISPLAY "EMPLOYEE " WS-MAINT-EMP-NUM
                       " HAS NO HOURLY RATE -- NO PROPOSAL"
               WHEN WS-EMP-PAY-RATE-N = 0
                   DISPLAY "EMPLOYEE " WS-MAINT-EMP-NUM
                       " HAS NO HOURLY RATE -- NO PROPOSAL"
               WHEN OTHER
                   PERFORM 3100-ACCEPT-PROPOSAL
           END-EVALUATE.

       3100-ACCEPT-PROPOSAL.
           MOVE 0 TO WS-PROP-FOUND-SUB.
           PERFORM VARYING WS-PROP-SUB FROM 1 BY 1
               UNTIL WS-PROP-SUB > WS-PROP-COUNT
               IF WS-PROP-EMP(WS-PROP-SUB) = WS-MAINT-EMP-NUM
                   MOVE WS-PROP-SUB TO WS-PROP-FOUND-SUB
                   MOVE WS-PROP-COUNT TO WS-PROP-SUB
               END-IF
           END-PERFORM.
           DISPLAY WS-EMP-NAME " " WS-EMP-DEPT
               " CURRENT RATE " WS-EMP-PAY-RATE.
           IF WS-PROP-FOUND-SUB > 0
               DISPLAY "ALREADY PROPOSED AT "
                   WS-PROP-NEW-RATE(WS-PROP-FOUND-SUB)
                   " STATUS " WS-PROP-STATUS(WS-PROP-FOUND-SUB)
           END-IF.
           DISPLAY "PROPOSED NEW RATE 9999 (2150=21.50, "
               "0000=WITHDRAW): " WITH NO ADVANCING.
           ACCEPT WS-MAINT-RATE.
           EVALUATE TRUE
               WHEN WS-MAINT-RATE IS NOT NUMERIC
                   DISPLAY "ENTER FOUR DIGITS -- NOTHING CHANGED"
               WHEN WS-PROP-FOUND-SUB > 0
                   AND PROP-LOADED(WS-PROP-FOUND-SUB)
                   DISPLAY "THIS CYCLE'S RAISE IS ALREADY LOADED -- "
                       "NOTHING CHANGED"
               WHEN WS-MAINT-RATE-N = 0
                   IF WS-PROP-FOUND-SUB > 0
                       PERFORM 3200-DROP-PROPOSAL
                       PERFORM 6400-REWRITE-PROPOSALS
                       DISPLAY "PROPOSAL FOR " WS-MAINT-EMP-NUM
                           " WITHDRAWN."
                   END-IF
               WHEN WS-MAINT-RATE-N NOT > WS-EMP-PAY-RATE-N
                   DISPLAY "A MERIT RATE MUST BE ABOVE THE CURRENT "
                       "RATE -- NOTHING CHANGED"
               WHEN WS-PROP-FOUND-SUB = 0 AND WS-PROP-COUNT >= 500
                   DISPLAY "PROPOSAL TABLE FULL -- NOTHING CHANGED"
               WHEN OTHER
                   IF WS-PROP-FOUND-SUB = 0
                       ADD 1 TO WS-PROP-COUNT
                       MOVE WS-PROP-COUNT TO WS-PROP-FOUND-SUB
                   END-IF
                   MOVE WS-MAINT-EMP-NUM
                       TO WS-PROP-EMP(WS-PROP-FOUND-SUB)
                   MOVE WS-EMP-DEPT TO WS-PROP-DEPT(WS-PROP-FOUND-SUB)
                   MOVE WS-EMP-PAY-RATE-N
                       TO WS-PROP-OLD-RATE(WS-PROP-FOUND-SUB)
                   MOVE WS-MAINT-RATE-N
                       TO WS-PROP-NEW-RATE(WS-PROP-FOUND-SUB)
                   MOVE SO-USER-ID TO WS-PROP-USER(WS-PROP-FOUND-SUB)
                   MOVE "P" TO WS-PROP-STATUS(WS-PROP-FOUND-SUB)
                   MOVE SPACES TO WS-PROP-EFF-DATE(WS-PROP-FOUND-SUB)
                   PERFORM 6400-REWRITE-PROPOSALS
                   DISPLAY "PROPOSAL FOR " WS-MAINT-EMP-NUM " SAVED."
           END-EVALUATE.

       3200-DROP-PROPOSAL.
           PERFORM VARYING WS-PROP-SUB FROM WS-PROP-FOUND-SUB BY 1
               UNTIL WS-PROP-SUB >= WS-PROP-COUNT
               MOVE WS-PROP-ENTRY(WS-PROP-SUB + 1)
                   TO WS-PROP-ENTRY(WS-PROP-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-PROP-COUNT.

      * PAYROLL, POOL DOLLARS, AND PROPOSED COST PER DEPARTMENT, ALL
      * ANNUALIZED AT 2080 HOURS.  A DEPARTMENT WITH PROPOSALS BUT NO
      * POOL IS ADDED WITH A ZERO POOL, SO IT SHOWS AS OVER.
       4000-COMPARE-TO-POOLS.
           MOVE 0 TO WS-OVER-POOL-COUNT WS-NO-POOL-COUNT
                     WS-PENDING-COUNT.
           PERFORM VARYING WS-POOL-SUB FROM 1 BY 1
               UNTIL WS-POOL-SUB > WS-POOL-COUNT
               MOVE ZEROS TO WS-POOL-PAYROLL(WS-POOL-SUB)
                             WS-POOL-DOLLARS(WS-POOL-SUB)
                             WS-POOL-PROPOSED(WS-POOL-SUB)
               MOVE "N" TO WS-POOL-OVER-SW(WS-POOL-SUB)
           END-PERFORM.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               MOVE WS-EMP-IMAGE(WS-EMP-SUB) TO WS-EMP-VIEW
               IF (WS-EMP-TERM = SPACES OR WS-EMP-TERM = ZEROS)
                   AND WS-EMP-PAY-RATE IS NUMERIC
                   MOVE WS-EMP-DEPT TO WS-LOOKUP-DEPT
                   PERFORM 1400-FIND-POOL
                   IF MRIT-POOL-FOUND
                       COMPUTE WS-POOL-PAYROLL(WS-POOL-FOUND-SUB) =
                           WS-POOL-PAYROLL(WS-POOL-FOUND-SUB)
                           + WS-EMP-PAY-RATE-N * WS-ANNUAL-HOURS
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PROP-SUB FROM 1 BY 1
               UNTIL WS-PROP-SUB > WS-PROP-COUNT
               IF PROP-PENDING(WS-PROP-SUB)
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
               MOVE WS-PROP-DEPT(WS-PROP-SUB) TO WS-LOOKUP-DEPT
               PERFORM 1400-FIND-POOL
               IF NOT MRIT-POOL-FOUND AND WS-POOL-COUNT < 100
                   ADD 1 TO WS-POOL-COUNT
                   ADD 1 TO WS-NO-POOL-COUNT
                   MOVE WS-POOL-COUNT TO WS-POOL-FOUND-SUB
                   MOVE WS-LOOKUP-DEPT
                       TO WS-POOL-DEPT(WS-POOL-FOUND-SUB)
                   MOVE ZEROS TO WS-POOL-PCT(WS-POOL-FOUND-SUB)
                                 WS-POOL-PAYROLL(WS-POOL-FOUND-SUB)
                                 WS-POOL-DOLLARS(WS-POOL-FOUND-SUB)
                                 WS-POOL-PROPOSED(WS-POOL-FOUND-SUB)
                   MOVE "N" TO WS-POOL-OVER-SW(WS-POOL-FOUND-SUB)
                   MOVE "Y" TO WS-POOL-FOUND-SW
               END-IF
               IF MRIT-POOL-FOUND
                   COMPUTE WS-POOL-PROPOSED(WS-POOL-FOUND-SUB) =
                       WS-POOL-PROPOSED(WS-POOL-FOUND-SUB)
                       + (WS-PROP-NEW-RATE(WS-PROP-SUB)
                          - WS-PROP-OLD-RATE(WS-PROP-SUB))
                       * WS-ANNUAL-HOURS
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-POOL-SUB FROM 1 BY 1
               UNTIL WS-POOL-SUB > WS-POOL-COUNT
               COMPUTE WS-POOL-DOLLARS(WS-POOL-SUB) ROUNDED =
                   WS-POOL-PAYROLL(WS-POOL-SUB)
                   * WS-POOL-PCT(WS-POOL-SUB) / 100
               IF WS-POOL-PROPOSED(WS-POOL-SUB)
                       > WS-POOL-DOLLARS(WS-POOL-SUB)
                   MOVE "Y" TO WS-POOL-OVER-SW(WS-POOL-SUB)
                   ADD 1 TO WS-OVER-POOL-COUNT
               END-IF
           END-PERFORM.

       4500-WRITE-COMPARISON.
           OPEN OUTPUT MERIT-RPT.
           MOVE "MERIT REVIEW -- PROPOSALS AGAINST DEPARTMENT POOLS "
               TO WS-RPT-LINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RPT-LINE(52:8).
           PERFORM 4900-PUT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM 4900-PUT-LINE.
           MOVE WS-RPT-DEPT-HDR TO WS-RPT-LINE.
           PERFORM 4900-PUT-LINE.
           PERFORM VARYING WS-POOL-SUB FROM 1 BY 1
               UNTIL WS-POOL-SUB > WS-POOL-COUNT
               MOVE WS-POOL-DEPT(WS-POOL-SUB)     TO RD-DEPT
               MOVE WS-POOL-PCT(WS-POOL-SUB)      TO RD-PCT
               MOVE WS-POOL-PAYROLL(WS-POOL-SUB)  TO RD-PAYROLL
               MOVE WS-POOL-DOLLARS(WS-POOL-SUB)  TO RD-POOL
               MOVE WS-POOL-PROPOSED(WS-POOL-SUB) TO RD-PROPOSED
               IF POOL-IS-OVER(WS-POOL-SUB)
                   MOVE "OVER POOL" TO RD-FLAG
               ELSE
                   MOVE SPACES TO RD-FLAG
               END-IF
               MOVE WS-RPT-DEPT-LINE TO WS-RPT-LINE
               PERFORM 4900-PUT-LINE
               PERFORM 4600-WRITE-DEPT-PROPOSALS
           END-PERFORM.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM 4900-PUT-LINE.
           STRING "DEPARTMENTS OVER POOL: " WS-OVER-POOL-COUNT
               "   PROPOSALS PENDING: " WS-PENDING-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM 4900-PUT-LINE.
           CLOSE MERIT-RPT.

      * EACH EMPLOYEE PROPOSED IN THE DEPARTMENT; ONE WHOSE OWN RAISE
      * RUNS PAST THE DEPARTMENT'S PERCENT IS FLAGGED.
       4600-WRITE-DEPT-PROPOSALS.
           PERFORM VARYING WS-PROP-SUB FROM 1 BY 1
               UNTIL WS-PROP-SUB > WS-PROP-COUNT
               IF WS-PROP-DEPT(WS-PROP-SUB) = WS-POOL-DEPT(WS-POOL-SUB)
                   MOVE WS-PROP-EMP(WS-PROP-SUB) TO WS-MAINT-EMP-NUM
                   PERFORM 1300-FIND-EMPLOYEE
                   MOVE WS-PROP-EMP(WS-PROP-SUB) TO RE-EMP
                   IF MRIT-EMP-FOUND
                       MOVE WS-EMP-NAME TO RE-NAME
                   ELSE
                       MOVE "(NOT ON MASTER)" TO RE-NAME
                   END-IF
                   MOVE WS-PROP-OLD-RATE(WS-PROP-SUB) TO RE-OLD-RATE
                   MOVE WS-PROP-NEW-RATE(WS-PROP-SUB) TO RE-NEW-RATE
                   COMPUTE WS-EMP-INCREASE-PCT ROUNDED =
                       (WS-PROP-NEW-RATE(WS-PROP-SUB)
                        - WS-PROP-OLD-RATE(WS-PROP-SUB)) * 100
                       / WS-PROP-OLD-RATE(WS-PROP-SUB)
                   MOVE WS-EMP-INCREASE-PCT TO RE-PCT
                   IF PROP-LOADED(WS-PROP-SUB)
                       MOVE "LOADED" TO RE-STATUS
                   ELSE
                       MOVE "PROPOSED" TO RE-STATUS
                   END-IF
                   IF WS-EMP-INCREASE-PCT > WS-POOL-PCT(WS-POOL-SUB)
                       MOVE "ABOVE POOL %" TO RE-FLAG
                   ELSE
                       MOVE SPACES TO RE-FLAG
                   END-IF
                   MOVE WS-RPT-EMP-LINE TO WS-RPT-LINE
                   PERFORM 4900-PUT-LINE
               END-IF
           END-PERFORM.

       4900-PUT-LINE.
           DISPLAY WS-RPT-LINE.
           WRITE MERIT-RPT-REC FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

      * THE CYCLE LOADS ALL AT ONCE OR NOT AT ALL -- A DEPARTMENT
      * OVER ITS POOL HAS TO BE TRIMMED (OR ITS POOL RAISED) FIRST.
       5000-APPROVE-CYCLE.
           PERFORM 4000-COMPARE-TO-POOLS.
           EVALUATE TRUE
               WHEN WS-PENDING-COUNT = 0
                   DISPLAY "NO PROPOSALS PENDING -- NOTHING TO LOAD"
               WHEN WS-OVER-POOL-COUNT > 0
                   DISPLAY WS-OVER-POOL-COUNT
                       " DEPARTMENT(S) OVER POOL -- RUN RP, TRIM THE "
                       "PROPOSALS, AND APPROVE AGAIN"
               WHEN OTHER
                   MOVE "N" TO WS-DATE-VALID-SW
                   PERFORM UNTIL MAINT-DATE-VALID
                       DISPLAY "EFFECTIVE DATE OF THE RAISES (MMDDYY): "
                           WITH NO ADVANCING
                       ACCEPT WS-MAINT-DATE
                       PERFORM 1500-EDIT-MAINT-DATE
                   END-PERFORM
                   DISPLAY "LOAD " WS-PENDING-COUNT
                       " RAISES EFFECTIVE " WS-MAINT-DATE
                       " -- CONFIRM (Y/N): " WITH NO ADVANCING
                   ACCEPT WS-MAINT-CONFIRM
                   IF WS-MAINT-CONFIRM = "Y" OR WS-MAINT-CONFIRM = "y"
                       PERFORM 5100-LOAD-APPROVED-RATES
                   ELSE
                       DISPLAY "APPROVAL CANCELLED -- NOTHING LOADED"
                   END-IF
           END-EVALUATE.

       5100-LOAD-APPROVED-RATES.
           MOVE WS-MAINT-DATE(5:2) TO WS-NEW-EFF-YMD(1:2).
           MOVE WS-MAINT-DATE(1:4) TO WS-NEW-EFF-YMD(3:4).
           PERFORM 5200-LOAD-EFF-RATE-KEYS.
           OPEN EXTEND EFF-RATE-FILE.
           IF WS-EFF-RATE-STATUS = "35"
               OPEN OUTPUT EFF-RATE-FILE
           END-IF.
           IF WS-EFF-RATE-STATUS NOT = "00"
               MOVE "5100-LOAD-APPROVED" TO WS-ERR-PARAGRAPH-NAME
               MOVE "EFF-RATE-FILE"      TO WS-ERR-FILE-NAME
               MOVE WS-EFF-RATE-STATUS   TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
               DISPLAY "RATE FILE DID NOT OPEN -- NOTHING LOADED"
           ELSE
               PERFORM VARYING WS-PROP-SUB FROM 1 BY 1
                   UNTIL WS-PROP-SUB > WS-PROP-COUNT
                   IF PROP-PENDING(WS-PROP-SUB)
                       PERFORM 5300-LOAD-ONE-RAISE
                   END-IF
               END-PERFORM
               CLOSE EFF-RATE-FILE
               PERFORM 6100-REWRITE-EMPLOYEE-MASTER
               PERFORM 6400-REWRITE-PROPOSALS
               DISPLAY "MERIT CYCLE LOADED EFFECTIVE " WS-MAINT-DATE
           END-IF.

      * EMPLOYEE AND DATE (REARRANGED YYMMDD SO IT COMPARES) OF
      * EVERY ROW ALREADY ON THE RATE FILE.
       5200-LOAD-EFF-RATE-KEYS.
           MOVE 0 TO WS-ERT-COUNT.
           OPEN INPUT EFF-RATE-FILE.
           IF WS-EFF-RATE-STATUS = "00"
               READ EFF-RATE-FILE
               PERFORM UNTIL WS-EFF-RATE-STATUS > "00"
                          OR WS-ERT-COUNT >= 500
                   IF ER-EFF-DATE IS NUMERIC
                       ADD 1 TO WS-ERT-COUNT
                       MOVE ER-EMP-NUMBER TO WS-ERT-EMP(WS-ERT-COUNT)
                       MOVE ER-EFF-DATE(5:2)
                           TO WS-ERT-YMD(WS-ERT-COUNT)(1:2)
                       MOVE ER-EFF-DATE(1:4)
                           TO WS-ERT-YMD(WS-ERT-COUNT)(3:4)
                   END-IF
                   READ EFF-RATE-FILE
               END-PERFORM
               CLOSE EFF-RATE-FILE
           END-IF.

       5300-LOAD-ONE-RAISE.
           MOVE WS-PROP-EMP(WS-PROP-SUB) TO WS-MAINT-EMP-NUM.
           PERFORM 1300-FIND-EMPLOYEE.
           IF NOT MRIT-EMP-FOUND
               DISPLAY "EMPLOYEE " WS-MAINT-EMP-NUM
                   " NO LONGER ON MASTER -- LEFT PENDING"
           ELSE
               MOVE "N" TO WS-EARLIER-ROW-SW
               PERFORM VARYING WS-ERT-SUB FROM 1 BY 1
                   UNTIL WS-ERT-SUB > WS-ERT-COUNT
                   IF WS-ERT-EMP(WS-ERT-SUB) = WS-MAINT-EMP-NUM
                       AND WS-ERT-YMD(WS-ERT-SUB) < WS-NEW-EFF-YMD
                       MOVE "Y" TO WS-EARLIER-ROW-SW
                       MOVE WS-ERT-COUNT TO WS-ERT-SUB
                   END-IF
               END-PERFORM
               IF NOT HAS-EARLIER-ROW
      * WITHOUT A ROW IN EFFECT BEFORE THE RAISE, THE MASTER RATE
      * WOULD PAY -- AND THE MASTER NOW CARRIES THE NEW RATE.
                   MOVE WS-MAINT-EMP-NUM TO ER-EMP-NUMBER
                   MOVE WS-FLOOR-EFF-DATE TO ER-EFF-DATE
                   MOVE WS-EMP-PAY-RATE-N TO ER-RATE
                   WRITE EFF-RATE-REC
               END-IF
               MOVE WS-MAINT-EMP-NUM TO ER-EMP-NUMBER
               MOVE WS-MAINT-DATE TO ER-EFF-DATE
               MOVE WS-PROP-NEW-RATE(WS-PROP-SUB) TO ER-RATE
               WRITE EFF-RATE-REC
               MOVE SPACES TO SO-BEFORE SO-AFTER
               STRING "RATE " WS-EMP-PAY-RATE
                   DELIMITED BY SIZE INTO SO-BEFORE
               MOVE WS-PROP-NEW-RATE(WS-PROP-SUB) TO WS-EMP-PAY-RATE-N
               MOVE WS-EMP-VIEW TO WS-EMP-IMAGE(WS-EMP-FOUND-SUB)
               STRING "RATE " WS-EMP-PAY-RATE " EFFECTIVE "
                   WS-MAINT-DATE " MERIT APPROVED"
                   DELIMITED BY SIZE INTO SO-AFTER
               MOVE "MERIT" TO SO-ACTION
               PERFORM 0840-JOURNAL-THE-CHANGE
               MOVE "L" TO WS-PROP-STATUS(WS-PROP-SUB)
               MOVE WS-MAINT-DATE TO WS-PROP-EFF-DATE(WS-PROP-SUB)
           END-IF.

       6100-REWRITE-EMPLOYEE-MASTER.
           OPEN OUTPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS NOT = "00"
               MOVE "6100-REWRITE-MASTER" TO WS-ERR-PARAGRAPH-NAME
               MOVE "EMPLOYEE-MASTER"     TO WS-ERR-FILE-NAME
               MOVE WS-EMP-MASTER-STATUS  TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > WS-EMP-COUNT
                   WRITE EMPLOYEE-MASTER-REC
                       FROM WS-EMP-IMAGE(WS-EMP-SUB)
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
               PERFORM 6200-UPDATE-INDEXED-MASTER
           END-IF.

      * KEEP THE INDEXED VIEW HW16NB READS IN STEP -- ONLY THE PAY
      * RATE OF EACH EMPLOYEE JUST LOADED CHANGES.
       6200-UPDATE-INDEXED-MASTER.
           OPEN I-O EMPLOYEE-MASTER-X.
           IF WS-EMP-MASTER-X-STATUS NOT = "00"
               DISPLAY "INDEXED MASTER NOT UPDATED - STATUS "
                   WS-EMP-MASTER-X-STATUS
                   " -- RUN HW16EMPL WHEN AVAILABLE"
           ELSE
               PERFORM VARYING WS-PROP-SUB FROM 1 BY 1
                   UNTIL WS-PROP-SUB > WS-PROP-COUNT
                   IF PROP-LOADED(WS-PROP-SUB)
                       AND WS-PROP-EFF-DATE(WS-PROP-SUB)
                           = WS-MAINT-DATE
                       MOVE WS-PROP-EMP(WS-PROP-SUB)
                           TO EMPX-EMP-NUMBER
                       READ EMPLOYEE-MASTER-X
                           INVALID KEY
                               DISPLAY "EMPLOYEE " EMPX-EMP-NUMBER
                                   " NOT ON THE INDEXED MASTER"
                           NOT INVALID KEY
                               MOVE WS-PROP-NEW-RATE(WS-PROP-SUB)
                                   TO WS-MAINT-RATE-N
                               MOVE WS-MAINT-RATE TO EMPX-PAY-RATE
                               REWRITE EMPLOYEE-MASTER-X-REC
                                   INVALID KEY
                                       CONTINUE
                               END-REWRITE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-X
           END-IF.

       6300-REWRITE-POOLS.
           OPEN OUTPUT MERIT-POOL-FILE.
           PERFORM VARYING WS-POOL-SUB FROM 1 BY 1
               UNTIL WS-POOL-SUB > WS-POOL-COUNT
               MOVE WS-POOL-DEPT(WS-POOL-SUB) TO MP-DEPT
               MOVE WS-POOL-PCT(WS-POOL-SUB)  TO MP-BUDGET-PCT
               WRITE MERIT-POOL-REC
           END-PERFORM.
           CLOSE MERIT-POOL-FILE.

       6400-REWRITE-PROPOSALS.
           OPEN OUTPUT MERIT-PROPOSAL-FILE.
           PERFORM VARYING WS-PROP-SUB FROM 1 BY 1
               UNTIL WS-PROP-SUB > WS-PROP-COUNT
               MOVE WS-PROP-EMP(WS-PROP-SUB)      TO MR-EMP-NUMBER
               MOVE WS-PROP-DEPT(WS-PROP-SUB)     TO MR-DEPT
               MOVE WS-PROP-OLD-RATE(WS-PROP-SUB) TO MR-OLD-RATE
               MOVE WS-PROP-NEW-RATE(WS-PROP-SUB) TO MR-NEW-RATE
               MOVE WS-PROP-USER(WS-PROP-SUB)     TO MR-USER-ID
               MOVE WS-PROP-STATUS(WS-PROP-SUB)   TO MR-STATUS
               MOVE WS-PROP-EFF-DATE(WS-PROP-SUB) TO MR-EFF-DATE
               WRITE MERIT-PROPOSAL-REC
           END-PERFORM.
           CLOSE MERIT-PROPOSAL-FILE.
