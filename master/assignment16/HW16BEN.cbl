       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW16BEN.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
       INSTALLATION.  INFSYS-3807 COBOL.
      *Benefits enrollment step, run ahead of HW16NB.  The benefits
      *plan table prices every plan by coverage tier (employee only,
      *employee plus spouse, employee plus children, family) with the
      *employee's and the employer's cost per pay period, and the
      *enrollment file holds each employee's elections with their
      *effective and end dates.  This step brings the deduction
      *master in line with the enrollments in force on the as-of
      *date: a deduction row is added for a new enrollment, repriced
      *when the plan cost or the tier changes, and dropped when the
      *coverage ends.  Rows whose type is a plan code belong to this
      *step; every other deduction row is passed through untouched.
      *The employer cost rides the row to HW16NB, which carries it on
      *the payroll output for HW16GL.

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

           SELECT DEDUCTION-MASTER ASSIGN TO WS-DED-MASTER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DED-MASTER-STATUS.

           SELECT BENEFIT-RPT ASSIGN TO WS-BEN-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BEN-RPT-STATUS.

           SELECT BATCH-ERROR-LOG ASSIGN TO WS-ERROR-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM THE ENVIRONMENT VARIABLES BELOW, FALLING BACK TO
      *  DEVELOPMENT DEFAULTS SHOWN THERE WHEN A VARIABLE IS NOT SET:
      *      PAYBPLAN  PAYBENR   PAYDED    PAYBENRP
      *      BATCHERRLOG - SHARED WITH HW15NB, HW16NB, AND HW19NB
      *  PAYBENDT OVERRIDES THE AS-OF DATE (CCYYMMDD); WHEN NOT SET
      *  THE ENROLLMENTS IN FORCE TODAY ARE APPLIED.

       DATA DIVISION.
       FILE SECTION.
      * ONE ROW PER PLAN AND COVERAGE TIER.  TIER E = EMPLOYEE ONLY,
      * S = EMPLOYEE + SPOUSE, C = EMPLOYEE + CHILDREN, F = FAMILY.
      * KIND M = MEDICAL, D = DENTAL, V = VISION, O = OTHER.  COSTS
      * ARE PER PAY PERIOD.  A BLANK TAX TREATMENT IS SECTION 125
      * (PRE-TAX FOR BOTH INCOME TAX AND FICA).
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

      * STATUS E = ENROLLED, W = OFFERED AND WAIVED (NO DEDUCTION,
      * KEPT FOR THE ACA OFFER HISTORY).  A BLANK END DATE IS OPEN.
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

       FD  DEDUCTION-MASTER
           RECORDING MODE IS F
           DATA RECORD IS DEDUCTION-MASTER-REC.
       01 DEDUCTION-MASTER-REC.
          05 DED-EMP-NUMBER           PIC X(05).
          05 DED-TYPE                 PIC X(04).
          05 DED-METHOD               PIC X(01).
          05 DED-AMOUNT               PIC S9(04)V99.
          05 DED-PRIORITY             PIC 9(02).
          05 DED-GOAL                 PIC 9(07)V99.
          05 DED-TAKEN                PIC 9(07)V99.
          05 DED-TAX-TREATMENT        PIC X(01).
          05 DED-ER-AMOUNT            PIC 9(04)V99.

       FD  BENEFIT-RPT
           RECORDING MODE IS F
           DATA RECORD IS BENEFIT-RPT-REC.
       01 BENEFIT-RPT-REC             PIC X(90).

       FD  BATCH-ERROR-LOG
           RECORDING MODE IS F
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BEN-PLAN-DSN            PIC X(80).
       01  WS-BEN-ENROLL-DSN          PIC X(80).
       01  WS-DED-MASTER-DSN          PIC X(80).
       01  WS-BEN-RPT-DSN             PIC X(80).
       01  WS-ERROR-LOG-DSN           PIC X(80).

       01  WS-BEN-PLAN-STATUS         PIC X(02) VALUE "00".
       01  WS-BEN-ENROLL-STATUS       PIC X(02) VALUE "00".
       01  WS-DED-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-BEN-RPT-STATUS          PIC X(02) VALUE "00".

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

       01  WS-AS-OF-DATE              PIC X(08).
       01  WS-ADDED-COUNT             PIC 9(05) VALUE 0.
       01  WS-CHANGED-COUNT           PIC 9(05) VALUE 0.
       01  WS-ENDED-COUNT             PIC 9(05) VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(05) VALUE 0.
       01  WS-WRITTEN-COUNT           PIC 9(05) VALUE 0.
       01  WS-ER-COST-TOTAL           PIC 9(09)V99 VALUE 0.

       01  WS-PLAN-COUNT              PIC 9(03) VALUE 0.
       01  WS-PLAN-SUB                PIC 9(03).
       01  WS-PLAN-FOUND-SUB          PIC 9(03).
       01  WS-PLAN-FOUND-SW           PIC X(01) VALUE "N".
           88 PLAN-FOUND                     VALUE "Y".
       01  WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 100 TIMES.
              10 WS-PLAN-CODE         PIC X(04).
              10 WS-PLAN-TIER         PIC X(01).
              10 WS-PLAN-EE-COST      PIC 9(04)V99.
              10 WS-PLAN-ER-COST      PIC 9(04)V99.
              10 WS-PLAN-TREATMENT    PIC X(01).
              10 WS-PLAN-PRIORITY     PIC 9(02).

       01  WS-ENR-COUNT               PIC 9(04) VALUE 0.
       01  WS-ENR-SUB                 PIC 9(04).
       01  WS-ENR-FOUND-SW            PIC X(01) VALUE "N".
           88 ENR-FOUND                      VALUE "Y".
       01  WS-ENR-OVERFLOW-SW         PIC X(01) VALUE "N".
           88 ENR-TABLE-OVERFLOW             VALUE "Y".
       01  WS-ENR-TABLE.
           05 WS-ENR-ENTRY OCCURS 1000 TIMES.
              10 WS-ENR-EMP           PIC X(05).
              10 WS-ENR-PLAN          PIC X(04).
              10 WS-ENR-TIER          PIC X(01).
      *          A ACTIVE AND NOT YET ON THE MASTER, D DONE (ROW
      *          KEPT OR ADDED), I INACTIVE, WAIVED, OR REJECTED
              10 WS-ENR-STATE         PIC X(01).

       01  WS-DED-COUNT               PIC 9(03) VALUE 0.
       01  WS-DED-SUB                 PIC 9(03).
       01  WS-DED-OVERFLOW-SW         PIC X(01) VALUE "N".
           88 DED-TABLE-OVERFLOW             VALUE "Y".
       01  WS-DED-TABLE.
           05 WS-DED-ENTRY OCCURS 300 TIMES.
              10 WS-DED-IMAGE         PIC X(43).
              10 WS-DED-FIELDS REDEFINES WS-DED-IMAGE.
                 15 WD-EMP            PIC X(05).
                 15 WD-TYPE           PIC X(04).
                 15 WD-METHOD         PIC X(01).
                 15 WD-AMOUNT         PIC S9(04)V99.
                 15 WD-PRIORITY       PIC 9(02).
                 15 WD-GOAL           PIC 9(07)V99.
                 15 WD-TAKEN          PIC 9(07)V99.
                 15 WD-TAX-TREATMENT  PIC X(01).
                 15 WD-ER-AMOUNT      PIC 9(04)V99.
              10 WS-DED-DROP-SW       PIC X(01).
                 88 WS-DED-DROPPED          VALUE "Y".

       01  WS-MATCH-PLAN              PIC X(04).
       01  WS-MATCH-TIER              PIC X(01).
       01  WS-MATCH-ANY-TIER-SW       PIC X(01).
           88 MATCH-ANY-TIER                 VALUE "Y".

       01  WS-RPT-HDR1                PIC X(60) VALUE
           "BENEFITS ENROLLMENT TO DEDUCTION MASTER -- HW16BEN".
       01  WS-RPT-LINE                PIC X(90).
       01  WS-RPT-HDR2.
           05 FILLER                  PIC X(06) VALUE "EMP".
           05 FILLER                  PIC X(06) VALUE "PLAN".
           05 FILLER                  PIC X(06) VALUE "TIER".
           05 FILLER                  PIC X(24) VALUE "ACTION".
           05 FILLER                  PIC X(12) VALUE "  EE/PERIOD".
           05 FILLER                  PIC X(12) VALUE "  ER/PERIOD".
       01  WS-RPT-DETAIL.
           05 RPT-EMP                 PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RPT-PLAN                PIC X(04).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 RPT-TIER                PIC X(01).
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 RPT-ACTION              PIC X(22).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-EE-COST             PIC $$,$$9.99.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 RPT-ER-COST             PIC $$,$$9.99.

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW16BEN BEGINS".
           PERFORM 1000-INITIALIZE.
           IF RETURN-CODE < 16
               PERFORM 2000-RECONCILE-DEDUCTION-ROWS
               PERFORM 3000-ADD-NEW-ENROLLMENTS
               PERFORM 4000-REWRITE-DEDUCTION-MASTER
               MOVE SPACES TO BENEFIT-RPT-REC
               WRITE BENEFIT-RPT-REC
               MOVE SPACES TO WS-RPT-LINE
               STRING "ADDED " WS-ADDED-COUNT
                   "   CHANGED " WS-CHANGED-COUNT
                   "   ENDED " WS-ENDED-COUNT
                   "   REJECTED " WS-REJECTED-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE BENEFIT-RPT-REC FROM WS-RPT-LINE
               CLOSE BENEFIT-RPT
           END-IF.
           DISPLAY "BENEFIT ROWS ADDED   : " WS-ADDED-COUNT.
           DISPLAY "BENEFIT ROWS CHANGED : " WS-CHANGED-COUNT.
           DISPLAY "BENEFIT ROWS ENDED   : " WS-ENDED-COUNT.
           DISPLAY "ENROLLMENTS REJECTED : " WS-REJECTED-COUNT.
           MOVE "HW16BEN" TO RST-PROGRAM.
           MOVE WS-ENR-COUNT TO RST-RECORDS-READ.
           MOVE WS-WRITTEN-COUNT TO RST-RECORDS-WRITTEN.
           MOVE WS-REJECTED-COUNT TO RST-RECORDS-REJECTED.
           MOVE WS-ER-COST-TOTAL TO RST-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL "RUNSTAT" USING WS-RUNSTAT-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           DISPLAY "HW16BEN CONCLUDES".
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
           ACCEPT WS-DED-MASTER-DSN FROM ENVIRONMENT "PAYDED".
           IF WS-DED-MASTER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16DED.dat"
               TO WS-DED-MASTER-DSN
           END-IF.
           ACCEPT WS-BEN-RPT-DSN FROM ENVIRONMENT "PAYBENRP".
           IF WS-BEN-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BEN.rpt"
               TO WS-BEN-RPT-DSN
           END-IF.
           ACCEPT WS-ERROR-LOG-DSN FROM ENVIRONMENT "BATCHERRLOG".
           IF WS-ERROR-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\BATCHERR.log"
               TO WS-ERROR-LOG-DSN
           END-IF.
           ACCEPT WS-AS-OF-DATE FROM ENVIRONMENT "PAYBENDT".
           IF WS-AS-OF-DATE IS NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AS-OF-DATE
           END-IF.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
           MOVE "HW16BEN"             TO ERRLOG-PROGRAM.
           MOVE WS-ERR-PARAGRAPH-NAME TO ERRLOG-PARAGRAPH.
           MOVE WS-ERR-FILE-NAME      TO ERRLOG-FILE.
           MOVE WS-ERR-STATUS-CODE    TO ERRLOG-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ERRLOG-DATE.
           WRITE BATCH-ERROR-LOG-REC FROM WS-ERROR-LOG-LINE.
           CLOSE BATCH-ERROR-LOG.
           MOVE 16 TO RETURN-CODE.

      * NO PLAN TABLE MEANS BENEFITS ARE NOT IN USE -- THE STEP ENDS
      * CLEAN AND THE DEDUCTION MASTER IS LEFT EXACTLY AS IT WAS.
       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 1100-LOAD-PLANS.
           IF WS-PLAN-COUNT = 0
               DISPLAY "NO BENEFIT PLANS ON FILE -- DEDUCTION MASTER "
                   "NOT CHANGED"
               GOBACK
           END-IF.
           PERFORM 1200-LOAD-ENROLLMENTS.
           PERFORM 1300-LOAD-DEDUCTION-MASTER.
           IF RETURN-CODE < 16
               OPEN OUTPUT BENEFIT-RPT
               IF WS-BEN-RPT-STATUS NOT = "00"
                   MOVE "1000-INITIALIZE"  TO WS-ERR-PARAGRAPH-NAME
                   MOVE "BENEFIT-RPT"      TO WS-ERR-FILE-NAME
                   MOVE WS-BEN-RPT-STATUS  TO WS-ERR-STATUS-CODE
                   PERFORM 0850-LOG-FILE-ERROR
               ELSE
                   WRITE BENEFIT-RPT-REC FROM WS-RPT-HDR1
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "ENROLLMENTS IN FORCE ON " WS-AS-OF-DATE
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE BENEFIT-RPT-REC FROM WS-RPT-LINE
                   WRITE BENEFIT-RPT-REC FROM WS-RPT-HDR2
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
                       IF BP-TAX-TREATMENT = SPACE
                           MOVE "B" TO WS-PLAN-TREATMENT(WS-PLAN-SUB)
                       ELSE
                           MOVE BP-TAX-TREATMENT
                               TO WS-PLAN-TREATMENT(WS-PLAN-SUB)
                       END-IF
                       IF BP-DED-PRIORITY IS NUMERIC
                           MOVE BP-DED-PRIORITY
                               TO WS-PLAN-PRIORITY(WS-PLAN-SUB)
                       ELSE
                           MOVE 10 TO WS-PLAN-PRIORITY(WS-PLAN-SUB)
                       END-IF
                   END-IF
                   READ BENEFIT-PLANS
               END-PERFORM
               CLOSE BENEFIT-PLANS
           END-IF.

      * ONLY ELECTIONS IN FORCE ON THE AS-OF DATE ARE ACTIVE; THE
      * REST ARE KEPT IN THE TABLE SO THEY ARE NOT MISTAKEN FOR
      * MISSING ROWS.  ONLY A MISSING FILE (STATUS 35) MEANS NO ONE
      * IS ENROLLED; AN UNREADABLE FILE, OR ONE LARGER THAN THE TABLE,
      * STOPS THE STEP BEFORE ANY DEDUCTION IS ENDED.
       1200-LOAD-ENROLLMENTS.
           OPEN INPUT BENEFIT-ENROLLMENT.
           EVALUATE WS-BEN-ENROLL-STATUS
             WHEN "00"
               READ BENEFIT-ENROLLMENT
               PERFORM UNTIL WS-BEN-ENROLL-STATUS > "00"
                          OR ENR-TABLE-OVERFLOW
                   IF BE-EMP-NUMBER NOT = SPACES
                       AND WS-ENR-COUNT >= 1000
                       MOVE "Y" TO WS-ENR-OVERFLOW-SW
                   END-IF
                   IF BE-EMP-NUMBER NOT = SPACES
                       AND NOT ENR-TABLE-OVERFLOW
                       ADD 1 TO WS-ENR-COUNT
                       MOVE WS-ENR-COUNT TO WS-ENR-SUB
                       MOVE BE-EMP-NUMBER TO WS-ENR-EMP(WS-ENR-SUB)
                       MOVE BE-PLAN-CODE  TO WS-ENR-PLAN(WS-ENR-SUB)
                       MOVE BE-TIER       TO WS-ENR-TIER(WS-ENR-SUB)
                       IF BE-STATUS = "E"
                           AND BE-EFFECTIVE-DATE <= WS-AS-OF-DATE
                           AND (BE-END-DATE = SPACES
                             OR BE-END-DATE >= WS-AS-OF-DATE)
                           MOVE "A" TO WS-ENR-STATE(WS-ENR-SUB)
                       ELSE
                           MOVE "I" TO WS-ENR-STATE(WS-ENR-SUB)
                       END-IF
                   END-IF
                   READ BENEFIT-ENROLLMENT
               END-PERFORM
               CLOSE BENEFIT-ENROLLMENT
             WHEN "35"
               DISPLAY "NO ENROLLMENT FILE -- EVERY BENEFIT DEDUCTION "
                   "WILL BE ENDED"
             WHEN OTHER
               MOVE "1200-LOAD-ENROLLMENT"  TO WS-ERR-PARAGRAPH-NAME
               MOVE "BENEFIT-ENROLLMENT"    TO WS-ERR-FILE-NAME
               MOVE WS-BEN-ENROLL-STATUS    TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           END-EVALUATE.
           IF ENR-TABLE-OVERFLOW
               DISPLAY "ENROLLMENT FILE HOLDS MORE THAN 1000 ROWS -- "
                   "BENEFIT DEDUCTIONS NOT APPLIED"
               MOVE 16 TO RETURN-CODE
           END-IF.

      * A MISSING DEDUCTION MASTER (STATUS 35) IS CREATED FRESH; A
      * MASTER LARGER THAN THE TABLE IS NOT REWRITTEN AT ALL.
       1300-LOAD-DEDUCTION-MASTER.
           OPEN INPUT DEDUCTION-MASTER.
           EVALUATE WS-DED-MASTER-STATUS
               WHEN "00"
                   READ DEDUCTION-MASTER
                   PERFORM UNTIL WS-DED-MASTER-STATUS > "00"
                              OR WS-DED-COUNT >= 300
                       ADD 1 TO WS-DED-COUNT
                       MOVE DEDUCTION-MASTER-REC
                           TO WS-DED-IMAGE(WS-DED-COUNT)
                       MOVE "N" TO WS-DED-DROP-SW(WS-DED-COUNT)
                       READ DEDUCTION-MASTER
                   END-PERFORM
                   IF WS-DED-MASTER-STATUS = "00"
                       MOVE "Y" TO WS-DED-OVERFLOW-SW
                   END-IF
                   CLOSE DEDUCTION-MASTER
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "1300-LOAD-DEDUCTIONS" TO WS-ERR-PARAGRAPH-NAME
                   MOVE "DEDUCTION-MASTER"     TO WS-ERR-FILE-NAME
                   MOVE WS-DED-MASTER-STATUS   TO WS-ERR-STATUS-CODE
                   PERFORM 0850-LOG-FILE-ERROR
           END-EVALUATE.
           IF DED-TABLE-OVERFLOW
               DISPLAY "DEDUCTION MASTER HOLDS MORE THAN 300 ROWS -- "
                   "BENEFIT DEDUCTIONS NOT APPLIED"
               MOVE 16 TO RETURN-CODE
           END-IF.

      * EVERY EXISTING ROW WHOSE TYPE IS A PLAN CODE IS MATCHED TO AN
      * ACTIVE ENROLLMENT FOR THAT EMPLOYEE AND PLAN: REPRICED FROM
      * THE PLAN TABLE IF ONE IS FOUND, DROPPED IF NOT.  THE TAKEN
      * AMOUNT CARRIES ON UNTOUCHED.
       2000-RECONCILE-DEDUCTION-ROWS.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > WS-DED-COUNT
               MOVE WD-TYPE(WS-DED-SUB) TO WS-MATCH-PLAN
               MOVE "Y" TO WS-MATCH-ANY-TIER-SW
               PERFORM 2500-FIND-PLAN
               IF PLAN-FOUND
                   PERFORM 2100-RECONCILE-ONE-ROW
               END-IF
           END-PERFORM.

       2100-RECONCILE-ONE-ROW.
           MOVE "N" TO WS-ENR-FOUND-SW.
           PERFORM VARYING WS-ENR-SUB FROM 1 BY 1
               UNTIL WS-ENR-SUB > WS-ENR-COUNT OR ENR-FOUND
               IF WS-ENR-EMP(WS-ENR-SUB) = WD-EMP(WS-DED-SUB)
                   AND WS-ENR-PLAN(WS-ENR-SUB) = WD-TYPE(WS-DED-SUB)
                   AND WS-ENR-STATE(WS-ENR-SUB) = "A"
                   MOVE "Y" TO WS-ENR-FOUND-SW
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE WD-EMP(WS-DED-SUB)  TO RPT-EMP.
           MOVE WD-TYPE(WS-DED-SUB) TO RPT-PLAN.
           IF NOT ENR-FOUND
               MOVE "Y" TO WS-DED-DROP-SW(WS-DED-SUB)
               ADD 1 TO WS-ENDED-COUNT
               MOVE "COVERAGE ENDED"       TO RPT-ACTION
               MOVE WD-AMOUNT(WS-DED-SUB)  TO RPT-EE-COST
               MOVE ZEROS                  TO RPT-ER-COST
               WRITE BENEFIT-RPT-REC FROM WS-RPT-DETAIL
           ELSE
               SUBTRACT 1 FROM WS-ENR-SUB
               MOVE "D" TO WS-ENR-STATE(WS-ENR-SUB)
               MOVE WS-ENR-TIER(WS-ENR-SUB) TO WS-MATCH-TIER
               MOVE "N" TO WS-MATCH-ANY-TIER-SW
               PERFORM 2500-FIND-PLAN
               MOVE WS-MATCH-TIER TO RPT-TIER
               IF NOT PLAN-FOUND
      * THE TIER ELECTED IS NOT PRICED -- THE COVERAGE CANNOT BE
      * DEDUCTED, SO THE OLD ROW GOES RATHER THAN RUN AT A STALE COST.
                   MOVE "Y" TO WS-DED-DROP-SW(WS-DED-SUB)
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "TIER NOT ON PLAN TABLE" TO RPT-ACTION
                   WRITE BENEFIT-RPT-REC FROM WS-RPT-DETAIL
               ELSE
                   IF WD-AMOUNT(WS-DED-SUB)
                           NOT = WS-PLAN-EE-COST(WS-PLAN-FOUND-SUB)
                       OR WD-ER-AMOUNT(WS-DED-SUB) IS NOT NUMERIC
                       OR WD-ER-AMOUNT(WS-DED-SUB)
                           NOT = WS-PLAN-ER-COST(WS-PLAN-FOUND-SUB)
                       OR WD-TAX-TREATMENT(WS-DED-SUB)
                           NOT = WS-PLAN-TREATMENT(WS-PLAN-FOUND-SUB)
                       OR WD-METHOD(WS-DED-SUB) NOT = "A"
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE "REPRICED" TO RPT-ACTION
                       MOVE WS-PLAN-EE-COST(WS-PLAN-FOUND-SUB)
                           TO RPT-EE-COST
                       MOVE WS-PLAN-ER-COST(WS-PLAN-FOUND-SUB)
                           TO RPT-ER-COST
                       WRITE BENEFIT-RPT-REC FROM WS-RPT-DETAIL
                   END-IF
                   PERFORM 2600-PRICE-ROW
               END-IF
           END-IF.

      * FIND THE PLAN TABLE ROW FOR WS-MATCH-PLAN -- ANY TIER WHEN
      * ONLY THE PLAN CODE MATTERS, OTHERWISE THE EXACT TIER.
       2500-FIND-PLAN.
           MOVE "N" TO WS-PLAN-FOUND-SW.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLAN-COUNT OR PLAN-FOUND
               IF WS-PLAN-CODE(WS-PLAN-SUB) = WS-MATCH-PLAN
                   AND (MATCH-ANY-TIER
                     OR WS-PLAN-TIER(WS-PLAN-SUB) = WS-MATCH-TIER)
                   MOVE "Y" TO WS-PLAN-FOUND-SW
                   MOVE WS-PLAN-SUB TO WS-PLAN-FOUND-SUB
               END-IF
           END-PERFORM.

       2600-PRICE-ROW.
           MOVE "A" TO WD-METHOD(WS-DED-SUB).
           MOVE WS-PLAN-EE-COST(WS-PLAN-FOUND-SUB)
               TO WD-AMOUNT(WS-DED-SUB).
           MOVE WS-PLAN-ER-COST(WS-PLAN-FOUND-SUB)
               TO WD-ER-AMOUNT(WS-DED-SUB).
           MOVE WS-PLAN-TREATMENT(WS-PLAN-FOUND-SUB)
               TO WD-TAX-TREATMENT(WS-DED-SUB).
           MOVE WS-PLAN-PRIORITY(WS-PLAN-FOUND-SUB)
               TO WD-PRIORITY(WS-DED-SUB).
           MOVE ZEROS TO WD-GOAL(WS-DED-SUB).
           IF WD-TAKEN(WS-DED-SUB) IS NOT NUMERIC
               MOVE ZEROS TO WD-TAKEN(WS-DED-SUB)
           END-IF.

      * ACTIVE ENROLLMENTS STILL WITHOUT A ROW GET ONE.  A SECOND
      * ACTIVE ELECTION FOR A PLAN THE EMPLOYEE ALREADY HAS A ROW FOR
      * IS A DUPLICATE AND IS REPORTED, NOT ADDED.
       3000-ADD-NEW-ENROLLMENTS.
           PERFORM VARYING WS-ENR-SUB FROM 1 BY 1
               UNTIL WS-ENR-SUB > WS-ENR-COUNT
               IF WS-ENR-STATE(WS-ENR-SUB) = "A"
                   PERFORM 3100-ADD-ONE-ENROLLMENT
               END-IF
           END-PERFORM.

       3100-ADD-ONE-ENROLLMENT.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE WS-ENR-EMP(WS-ENR-SUB)  TO RPT-EMP.
           MOVE WS-ENR-PLAN(WS-ENR-SUB) TO RPT-PLAN.
           MOVE WS-ENR-TIER(WS-ENR-SUB) TO RPT-TIER.
           MOVE WS-ENR-PLAN(WS-ENR-SUB) TO WS-MATCH-PLAN.
           MOVE WS-ENR-TIER(WS-ENR-SUB) TO WS-MATCH-TIER.
           MOVE "N" TO WS-MATCH-ANY-TIER-SW.
           PERFORM 2500-FIND-PLAN.
           MOVE "N" TO WS-ENR-FOUND-SW.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > WS-DED-COUNT
               IF WD-EMP(WS-DED-SUB) = WS-ENR-EMP(WS-ENR-SUB)
                   AND WD-TYPE(WS-DED-SUB) = WS-ENR-PLAN(WS-ENR-SUB)
                   AND NOT WS-DED-DROPPED(WS-DED-SUB)
                   MOVE "Y" TO WS-ENR-FOUND-SW
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT PLAN-FOUND
                   MOVE "I" TO WS-ENR-STATE(WS-ENR-SUB)
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "PLAN/TIER NOT ON TABLE" TO RPT-ACTION
                   WRITE BENEFIT-RPT-REC FROM WS-RPT-DETAIL
               WHEN ENR-FOUND
                   MOVE "I" TO WS-ENR-STATE(WS-ENR-SUB)
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "DUPLICATE ELECTION" TO RPT-ACTION
                   WRITE BENEFIT-RPT-REC FROM WS-RPT-DETAIL
               WHEN WS-DED-COUNT >= 300
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "DEDUCTION TABLE FULL" TO RPT-ACTION
                   WRITE BENEFIT-RPT-REC FROM WS-RPT-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-DED-COUNT
                   MOVE WS-DED-COUNT TO WS-DED-SUB
                   MOVE SPACES TO WS-DED-IMAGE(WS-DED-SUB)
                   MOVE "N" TO WS-DED-DROP-SW(WS-DED-SUB)
                   MOVE WS-ENR-EMP(WS-ENR-SUB)  TO WD-EMP(WS-DED-SUB)
                   MOVE WS-ENR-PLAN(WS-ENR-SUB) TO WD-TYPE(WS-DED-SUB)
                   MOVE ZEROS TO WD-TAKEN(WS-DED-SUB)
                   PERFORM 2600-PRICE-ROW
                   MOVE "D" TO WS-ENR-STATE(WS-ENR-SUB)
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE "ENROLLED - ROW ADDED" TO RPT-ACTION
                   MOVE WS-PLAN-EE-COST(WS-PLAN-FOUND-SUB)
                       TO RPT-EE-COST
                   MOVE WS-PLAN-ER-COST(WS-PLAN-FOUND-SUB)
                       TO RPT-ER-COST
                   WRITE BENEFIT-RPT-REC FROM WS-RPT-DETAIL
           END-EVALUATE.

       4000-REWRITE-DEDUCTION-MASTER.
           OPEN OUTPUT DEDUCTION-MASTER.
           IF WS-DED-MASTER-STATUS NOT = "00"
               MOVE "4000-REWRITE-DEDS"    TO WS-ERR-PARAGRAPH-NAME
               MOVE "DEDUCTION-MASTER"     TO WS-ERR-FILE-NAME
               MOVE WS-DED-MASTER-STATUS   TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > WS-DED-COUNT
                   IF NOT WS-DED-DROPPED(WS-DED-SUB)
                       WRITE DEDUCTION-MASTER-REC
                           FROM WS-DED-IMAGE(WS-DED-SUB)
                       ADD 1 TO WS-WRITTEN-COUNT
                       IF WD-ER-AMOUNT(WS-DED-SUB) IS NUMERIC
                           ADD WD-ER-AMOUNT(WS-DED-SUB)
                               TO WS-ER-COST-TOTAL
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DEDUCTION-MASTER
           END-IF.
