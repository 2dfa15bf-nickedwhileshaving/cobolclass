       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW16WELL.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
       INSTALLATION.  INFSYS-3807 COBOL.
      *Quarterly wellness incentive.  Run once a quarter closes, it
      *gives a health-premium credit to every employee who met a
      *wellness goal in the quarter.  An employee qualifies when
      *their member ID is linked on the HW06XREF cross-reference,
      *they are active on the master, the member has a target
      *weight on the WELLGOAL file, and their latest weigh-in on or
      *before the quarter's last day falls inside the quarter and
      *is at or past the target -- the same progress measure
      *HW06TRND and HW06TEAM use, counted from the member's first
      *weigh-in.  Each qualifier gets a WELL row on the PAYDED
      *deduction master with a negative (credit) amount and a goal
      *of the credit, which HW16NB takes back against the
      *employee's Section 125 health premium until it is used up.
      *An employee with no Section 125 premium on the master has
      *nothing to credit against and is listed, not credited.  A
      *credit not yet used from an earlier quarter is added to.
      *Each credit is recorded on the award register, so rerunning
      *a quarter never credits anyone twice.
      *PARAMETERS (ENVIRONMENT):
      *  WELLQTR  CCYYQ  QUARTER TO AWARD; DEFAULT THE QUARTER
      *                  BEFORE THE CURRENT ONE
      *  WELLCRED 9(06)  CREDIT PER QUALIFIER, 000000=0000.00;
      *                  DEFAULT 50.00

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WELLNESS-HISTORY-IN ASSIGN TO WS-WELLHIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WELLHIST-STATUS.

           SELECT GOAL-FILE-IN ASSIGN TO WS-GOAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GOAL-STATUS.

           SELECT WELLNESS-XREF ASSIGN TO WS-XREF-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMP-MASTER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT DEDUCTION-MASTER ASSIGN TO WS-DED-MASTER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DED-MASTER-STATUS.

           SELECT AWARD-REGISTER ASSIGN TO WS-AWARD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AWARD-STATUS.

           SELECT WELL-RPT ASSIGN TO WS-WELL-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WELL-RPT-STATUS.

           SELECT BATCH-ERROR-LOG ASSIGN TO WS-ERROR-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM ENVIRONMENT VARIABLES WELLHIST, WELLGOAL,
      *  WELLXREF, PAYEMP, PAYDED, WELLAWRD (THE AWARD REGISTER),
      *  PAYWLRPT, AND BATCHERRLOG, FALLING BACK TO THE DEVELOPMENT
      *  DEFAULTS SHOWN THERE.

       DATA DIVISION.
       FILE SECTION.
       FD  WELLNESS-HISTORY-IN
           RECORDING MODE IS F
           DATA RECORD IS WELLNESS-HISTORY-REC.
       01 WELLNESS-HISTORY-REC.
          05 WH-DATE                  PIC X(08).
          05 FILLER                   PIC X(02).
          05 WH-WEIGHT                PIC X(04).
          05 FILLER                   PIC X(02).
          05 WH-HEIGHT                PIC X(03).
          05 FILLER                   PIC X(02).
          05 WH-BMI                   PIC X(05).
          05 FILLER                   PIC X(02).
          05 WH-AGE                   PIC X(02).
          05 FILLER                   PIC X(02).
          05 WH-MEMBER                PIC X(08).

       FD  GOAL-FILE-IN
           RECORDING MODE IS F
           DATA RECORD IS GOAL-FILE-REC.
       01 GOAL-FILE-REC.
          05 GF-MEMBER                PIC X(08).
          05 GF-TARGET-WEIGHT         PIC 9(04).
          05 GF-TARGET-DATE           PIC X(08).
          05 GF-SET-DATE              PIC X(08).

       FD  WELLNESS-XREF
           RECORDING MODE IS F
           DATA RECORD IS WELLNESS-XREF-REC.
       01 WELLNESS-XREF-REC.
          05 XR-MEMBER                PIC X(08).
          05 XR-EMP-NUMBER            PIC X(05).
          05 XR-LINK-DATE             PIC X(08).

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 FILLER                   PIC X(15).
          05 FILLER                   PIC X(06).
          05 EMP-TERM-DATE-IN         PIC X(06).
          05 FILLER                   PIC X(103).

       FD  DEDUCTION-MASTER
           RECORDING MODE IS F
           DATA RECORD IS DEDUCTION-MASTER-REC.
       01 DEDUCTION-MASTER-REC        PIC X(43).

       FD  AWARD-REGISTER
           RECORDING MODE IS F
           DATA RECORD IS AWARD-REC.
       01 AWARD-REC.
          05 AW-QUARTER               PIC X(05).
          05 AW-EMP-NUMBER            PIC X(05).
          05 AW-MEMBER                PIC X(08).
          05 AW-AMOUNT                PIC 9(04)V99.
          05 AW-RUN-DATE              PIC X(08).

       FD  WELL-RPT
           RECORDING MODE IS F
           DATA RECORD IS WELL-RPT-REC.
       01 WELL-RPT-REC                PIC X(90).

       FD  BATCH-ERROR-LOG
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WELLHIST-DSN            PIC X(80).
       01  WS-WELLHIST-STATUS         PIC X(02) VALUE "00".
       01  WS-GOAL-DSN                PIC X(80).
       01  WS-GOAL-STATUS             PIC X(02) VALUE "00".
       01  WS-XREF-DSN                PIC X(80).
       01  WS-XREF-STATUS             PIC X(02) VALUE "00".
       01  WS-EMP-MASTER-DSN          PIC X(80).
       01  WS-EMP-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-DED-MASTER-DSN          PIC X(80).
       01  WS-DED-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-AWARD-DSN               PIC X(80).
       01  WS-AWARD-STATUS            PIC X(02) VALUE "00".
       01  WS-WELL-RPT-DSN            PIC X(80).
       01  WS-WELL-RPT-STATUS         PIC X(02) VALUE "00".

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

       01  WS-RUN-OK-SW               PIC X(01) VALUE "Y".
           88 RUN-OK                         VALUE "Y".
       01  WS-TODAY-8                 PIC X(08).

      * THE QUARTER AND ITS FIRST AND LAST DAYS, CCYYMMDD.
       01  WS-QUARTER-IN              PIC X(05).
       01  WS-QUARTER.
           05 WS-QTR-YEAR             PIC 9(04).
           05 WS-QTR-NUMBER           PIC 9(01).
       01  WS-QTR-START               PIC X(08).
       01  WS-QTR-END                 PIC X(08).
       01  WS-CURRENT-MONTH           PIC 9(02).
       01  WS-QTR-BOUNDS-TABLE.
           05 FILLER                  PIC X(08) VALUE "01010331".
           05 FILLER                  PIC X(08) VALUE "04010630".
           05 FILLER                  PIC X(08) VALUE "07010930".
           05 FILLER                  PIC X(08) VALUE "10011231".
       01  WS-QTR-BOUNDS REDEFINES WS-QTR-BOUNDS-TABLE.
           05 WS-QTR-BOUND OCCURS 4 TIMES.
              10 WS-QTR-FIRST-MMDD    PIC X(04).
              10 WS-QTR-LAST-MMDD     PIC X(04).

       01  WS-CREDIT-IN               PIC X(06).
       01  WS-CREDIT-IN-N REDEFINES WS-CREDIT-IN
                                      PIC 9(04)V99.
       01  WS-CREDIT-AMOUNT           PIC 9(04)V99 VALUE 50.00.

      * THE WEIGHT ARRIVES WITH LEADING SPACES FROM HWNB06'S ZZZ9.
       01  WS-WEIGHT-TEXT             PIC X(04).
       01  WS-THIS-WEIGHT             PIC 9(04).

      * ONE ENTRY PER LINKED MEMBER.
       01  WS-MBR-COUNT               PIC 9(03) VALUE 0.
       01  WS-MBR-SUB                 PIC 9(03).
       01  WS-MBR-FOUND-SW            PIC X(01) VALUE "N".
           88 MBR-FOUND                      VALUE "Y".
       01  WS-MBR-FOUND-SUB           PIC 9(03) VALUE 0.
       01  WS-MEMBER-KEY              PIC X(08).
       01  WS-MEMBER-TABLE.
           05 WS-MBR-ENTRY OCCURS 100 TIMES.
              10 WS-MBR-ID            PIC X(08).
              10 WS-MBR-EMP           PIC X(05).
              10 WS-MBR-ENTRIES       PIC 9(04).
              10 WS-MBR-FIRST-WT      PIC 9(04).
              10 WS-MBR-LAST-WT       PIC 9(04).
              10 WS-MBR-LAST-DATE     PIC X(08).
              10 WS-MBR-GOAL-WT       PIC 9(04).
              10 WS-MBR-GOAL-SW       PIC X(01).
                 88 WS-MBR-HAS-GOAL          VALUE "Y".

       01  WS-EMP-COUNT               PIC 9(03) VALUE 0.
       01  WS-EMP-SUB                 PIC 9(03).
       01  WS-EMP-FOUND-SW            PIC X(01) VALUE "N".
           88 EMP-FOUND                      VALUE "Y".
       01  WS-EMP-FOUND-SUB           PIC 9(03) VALUE 0.
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 500 TIMES.
              10 WS-EMP-NUM           PIC X(05).
              10 WS-EMP-NAME          PIC X(20).
              10 WS-EMP-TERM          PIC X(06).

      * THE DEDUCTION MASTER AS IMAGES, SO EVERY ROW BUT THE WELL
      * ROWS IS WRITTEN BACK EXACTLY AS READ.  SAME 300 ROWS HW16NB
      * LOADS.
       01  WS-DED-COUNT               PIC 9(03) VALUE 0.
       01  WS-DED-SUB                 PIC 9(03).
       01  WS-DED-FOUND-SUB           PIC 9(03) VALUE 0.
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
                 15 WD-ER-AMOUNT      PIC X(06).
       01  WS-WELL-ROW-SW             PIC X(01) VALUE "N".
           88 WELL-ROW-FOUND                 VALUE "Y".
       01  WS-PREMIUM-SW              PIC X(01) VALUE "N".
           88 HAS-SECTION-125-PREMIUM        VALUE "Y".
       01  WS-CREDIT-OPEN             PIC S9(07)V99.
       01  WS-DED-CHANGED-COUNT       PIC 9(03) VALUE 0.

      * EMPLOYEES ALREADY CREDITED FOR THE QUARTER.
       01  WS-AWARDED-COUNT           PIC 9(03) VALUE 0.
       01  WS-AWARDED-SUB             PIC 9(03).
       01  WS-AWARDED-SW              PIC X(01) VALUE "N".
           88 ALREADY-AWARDED                VALUE "Y".
       01  WS-AWARDED-TABLE.
           05 WS-AWARDED-EMP OCCURS 500 TIMES PIC X(05).

      * THIS RUN'S CREDITS, APPENDED TO THE REGISTER AT THE END.
       01  WS-NEW-AWARD-COUNT         PIC 9(03) VALUE 0.
       01  WS-NEW-AWARD-SUB           PIC 9(03).
       01  WS-NEW-AWARD-TABLE.
           05 WS-NEW-AWARD OCCURS 100 TIMES.
              10 WS-NA-EMP            PIC X(05).
              10 WS-NA-MEMBER         PIC X(08).

       01  WS-GOAL-PCT                PIC S9(05).
       01  WS-OFF-MASTER-COUNT        PIC 9(03) VALUE 0.
       01  WS-NOT-MET-COUNT           PIC 9(03) VALUE 0.
       01  WS-CREDITED-COUNT          PIC 9(03) VALUE 0.
       01  WS-REFUSED-COUNT           PIC 9(03) VALUE 0.
       01  WS-PRIOR-COUNT             PIC 9(03) VALUE 0.
       01  WS-CREDIT-TOTAL            PIC 9(07)V99 VALUE 0.
       01  WS-CREDIT-TOTAL-OUT        PIC Z,ZZZ,ZZ9.99.

       01  WS-RPT-HEAD1.
           05 FILLER                  PIC X(38) VALUE
              "HW16WELL  WELLNESS PREMIUM CREDITS  Q".
           05 RH1-QTR-NUMBER          PIC 9(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RH1-QTR-YEAR            PIC 9(04).
           05 FILLER                  PIC X(10) VALUE "   CREDIT ".
           05 RH1-CREDIT              PIC Z,ZZ9.99.
           05 FILLER                  PIC X(06) VALUE "  RUN ".
           05 RH1-RUN-DATE            PIC X(08).
       01  WS-RPT-HEAD2.
           05 FILLER                  PIC X(40) VALUE
              "EMP   NAME                 WEIGHED   CRE".
           05 FILLER                  PIC X(40) VALUE
              "DIT  OPEN CREDIT  ACTION".
       01  WS-RPT-DETAIL.
           05 RD-EMP                  PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RD-NAME                 PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RD-LAST-DATE            PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RD-CREDIT               PIC Z,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RD-OPEN                 PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-ACTION               PIC X(32).
       01  WS-RPT-TOTAL.
           05 RT-LABEL                PIC X(40).
           05 RT-COUNT                PIC ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "HW16WELL - QUARTERLY WELLNESS PREMIUM CREDIT".
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 1000-GET-PARAMETERS.
           IF RUN-OK
               PERFORM 1100-LOAD-EMPLOYEES
           END-IF.
           IF RUN-OK
               PERFORM 1200-LOAD-XREF
           END-IF.
           IF RUN-OK
               PERFORM 1300-LOAD-GOALS
               PERFORM 1400-LOAD-HISTORY
               PERFORM 1500-LOAD-DEDUCTION-MASTER
           END-IF.
           IF RUN-OK
               PERFORM 1600-LOAD-AWARDS
           END-IF.
           IF RUN-OK
               PERFORM 2000-OPEN-REPORT
           END-IF.
           IF RUN-OK
               PERFORM VARYING WS-MBR-SUB FROM 1 BY 1
                   UNTIL WS-MBR-SUB > WS-MBR-COUNT
                   PERFORM 2100-EVALUATE-MEMBER
               END-PERFORM
               IF WS-DED-CHANGED-COUNT > 0
                   PERFORM 4000-REWRITE-DEDUCTION-MASTER
               END-IF
               IF RUN-OK AND WS-NEW-AWARD-COUNT > 0
                   PERFORM 4100-APPEND-AWARDS
               END-IF
               PERFORM 2900-WRITE-TOTALS
               CLOSE WELL-RPT
               MOVE WS-CREDIT-TOTAL TO WS-CREDIT-TOTAL-OUT
               DISPLAY "EMPLOYEES CREDITED    : " WS-CREDITED-COUNT
               DISPLAY "ALREADY CREDITED      : " WS-PRIOR-COUNT
               DISPLAY "NO PREMIUM TO CREDIT  : " WS-REFUSED-COUNT
               DISPLAY "TOTAL CREDITED        : " WS-CREDIT-TOTAL-OUT
               IF WS-REFUSED-COUNT > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "HW16WELL CONCLUDES".
           GOBACK.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
           MOVE "HW16WELL"            TO ERRLOG-PROGRAM.
           MOVE WS-ERR-PARAGRAPH-NAME TO ERRLOG-PARAGRAPH.
           MOVE WS-ERR-FILE-NAME      TO ERRLOG-FILE.
           MOVE WS-ERR-STATUS-CODE    TO ERRLOG-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ERRLOG-DATE.
           WRITE BATCH-ERROR-LOG-REC FROM WS-ERROR-LOG-LINE.
           CLOSE BATCH-ERROR-LOG.
           MOVE 16 TO RETURN-CODE.
           MOVE "N" TO WS-RUN-OK-SW.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-WELLHIST-DSN FROM ENVIRONMENT "WELLHIST".
           IF WS-WELLHIST-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\WELLHIST.dat"
               TO WS-WELLHIST-DSN
           END-IF.
           ACCEPT WS-GOAL-DSN FROM ENVIRONMENT "WELLGOAL".
           IF WS-GOAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\WELLGOAL.dat"
               TO WS-GOAL-DSN
           END-IF.
           ACCEPT WS-XREF-DSN FROM ENVIRONMENT "WELLXREF".
           IF WS-XREF-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\WELLXREF.dat"
               TO WS-XREF-DSN
           END-IF.
           ACCEPT WS-EMP-MASTER-DSN FROM ENVIRONMENT "PAYEMP".
           IF WS-EMP-MASTER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16EMP.dat"
               TO WS-EMP-MASTER-DSN
           END-IF.
           ACCEPT WS-DED-MASTER-DSN FROM ENVIRONMENT "PAYDED".
           IF WS-DED-MASTER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16DED.dat"
               TO WS-DED-MASTER-DSN
           END-IF.
           ACCEPT WS-AWARD-DSN FROM ENVIRONMENT "WELLAWRD".
           IF WS-AWARD-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\WELLAWRD.dat"
               TO WS-AWARD-DSN
           END-IF.
           ACCEPT WS-WELL-RPT-DSN FROM ENVIRONMENT "PAYWLRPT".
           IF WS-WELL-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16WELL.rpt"
               TO WS-WELL-RPT-DSN
           END-IF.
           ACCEPT WS-ERROR-LOG-DSN FROM ENVIRONMENT "BATCHERRLOG".
           IF WS-ERROR-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\BATCHERR.log"
               TO WS-ERROR-LOG-DSN
           END-IF.

      ****************************************************************
      * THE QUARTER DEFAULTS TO THE ONE JUST CLOSED; THE CREDIT TO
      * 50.00.  A QUARTER NOT YET OVER IS REFUSED -- A WEIGH-IN
      * STILL TO COME COULD CHANGE WHO QUALIFIES.
      ****************************************************************
       1000-GET-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-8.
           ACCEPT WS-QUARTER-IN FROM ENVIRONMENT "WELLQTR".
           IF WS-QUARTER-IN IS NUMERIC
               AND WS-QUARTER-IN(5:1) >= "1"
               AND WS-QUARTER-IN(5:1) <= "4"
               MOVE WS-QUARTER-IN TO WS-QUARTER
           ELSE
               MOVE WS-TODAY-8(1:4) TO WS-QTR-YEAR
               MOVE WS-TODAY-8(5:2) TO WS-CURRENT-MONTH
               COMPUTE WS-QTR-NUMBER = (WS-CURRENT-MONTH + 2) / 3
               IF WS-QTR-NUMBER = 1
                   SUBTRACT 1 FROM WS-QTR-YEAR
                   MOVE 4 TO WS-QTR-NUMBER
               ELSE
                   SUBTRACT 1 FROM WS-QTR-NUMBER
               END-IF
           END-IF.
           MOVE WS-QTR-YEAR TO WS-QTR-START(1:4) WS-QTR-END(1:4).
           MOVE WS-QTR-FIRST-MMDD(WS-QTR-NUMBER) TO WS-QTR-START(5:4).
           MOVE WS-QTR-LAST-MMDD(WS-QTR-NUMBER)  TO WS-QTR-END(5:4).
           ACCEPT WS-CREDIT-IN FROM ENVIRONMENT "WELLCRED".
           IF WS-CREDIT-IN IS NUMERIC AND WS-CREDIT-IN-N > 0
               MOVE WS-CREDIT-IN-N TO WS-CREDIT-AMOUNT
           END-IF.
           DISPLAY "QUARTER " WS-QTR-NUMBER " OF " WS-QTR-YEAR
               " (" WS-QTR-START " - " WS-QTR-END ")".
           IF WS-QTR-END >= WS-TODAY-8
               DISPLAY "QUARTER HAS NOT CLOSED -- NO CREDITS GIVEN"
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO WS-RUN-OK-SW
           END-IF.

       1100-LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS NOT = "00"
               MOVE "1100-LOAD-EMPLOYEES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "EMPLOYEE-MASTER"     TO WS-ERR-FILE-NAME
               MOVE WS-EMP-MASTER-STATUS  TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               READ EMPLOYEE-MASTER
               PERFORM UNTIL WS-EMP-MASTER-STATUS > "00"
                          OR WS-EMP-COUNT >= 500
                   ADD 1 TO WS-EMP-COUNT
                   MOVE EMP-NUM-IN       TO WS-EMP-NUM(WS-EMP-COUNT)
                   MOVE EMP-NAME-IN      TO WS-EMP-NAME(WS-EMP-COUNT)
                   MOVE EMP-TERM-DATE-IN TO WS-EMP-TERM(WS-EMP-COUNT)
                   READ EMPLOYEE-MASTER
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF.

      * WITHOUT THE CROSS-REFERENCE NO MEMBER HAS AN EMPLOYEE AND
      * THERE IS NOTHING TO CREDIT.
       1200-LOAD-XREF.
           OPEN INPUT WELLNESS-XREF.
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "NO WELLNESS CROSS-REFERENCE - STATUS "
                   WS-XREF-STATUS " -- NO CREDITS GIVEN"
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO WS-RUN-OK-SW
           ELSE
               READ WELLNESS-XREF
               PERFORM UNTIL WS-XREF-STATUS > "00"
                          OR WS-MBR-COUNT >= 100
                   ADD 1 TO WS-MBR-COUNT
                   MOVE WS-MBR-COUNT TO WS-MBR-SUB
                   MOVE XR-MEMBER     TO WS-MBR-ID(WS-MBR-SUB)
                   MOVE XR-EMP-NUMBER TO WS-MBR-EMP(WS-MBR-SUB)
                   MOVE ZEROS TO WS-MBR-ENTRIES(WS-MBR-SUB)
                                 WS-MBR-FIRST-WT(WS-MBR-SUB)
                                 WS-MBR-LAST-WT(WS-MBR-SUB)
                                 WS-MBR-GOAL-WT(WS-MBR-SUB)
                   MOVE SPACES TO WS-MBR-LAST-DATE(WS-MBR-SUB)
                   MOVE "N" TO WS-MBR-GOAL-SW(WS-MBR-SUB)
                   READ WELLNESS-XREF
               END-PERFORM
               CLOSE WELLNESS-XREF
           END-IF.

       1300-LOAD-GOALS.
           OPEN INPUT GOAL-FILE-IN.
           IF WS-GOAL-STATUS = "00"
               READ GOAL-FILE-IN
               PERFORM UNTIL WS-GOAL-STATUS > "00"
                   IF GF-TARGET-WEIGHT IS NUMERIC
                       MOVE GF-MEMBER TO WS-MEMBER-KEY
                       PERFORM 1700-FIND-MEMBER
                       IF MBR-FOUND
                           MOVE GF-TARGET-WEIGHT
                               TO WS-MBR-GOAL-WT(WS-MBR-FOUND-SUB)
                           MOVE "Y"
                               TO WS-MBR-GOAL-SW(WS-MBR-FOUND-SUB)
                       END-IF
                   END-IF
                   READ GOAL-FILE-IN
               END-PERFORM
               CLOSE GOAL-FILE-IN
           END-IF.

      * FIRST WEIGH-IN EVER AND LATEST ON OR BEFORE THE QUARTER END.
       1400-LOAD-HISTORY.
           OPEN INPUT WELLNESS-HISTORY-IN.
           IF WS-WELLHIST-STATUS NOT = "00"
               DISPLAY "WELLNESS HISTORY NOT AVAILABLE - STATUS "
                   WS-WELLHIST-STATUS
           ELSE
               READ WELLNESS-HISTORY-IN
               PERFORM UNTIL WS-WELLHIST-STATUS > "00"
                   PERFORM 1410-TALLY-ONE-WEIGH-IN
                   READ WELLNESS-HISTORY-IN
               END-PERFORM
               CLOSE WELLNESS-HISTORY-IN
           END-IF.

       1410-TALLY-ONE-WEIGH-IN.
           MOVE WH-WEIGHT TO WS-WEIGHT-TEXT.
           INSPECT WS-WEIGHT-TEXT REPLACING LEADING SPACE BY "0".
           IF WS-WEIGHT-TEXT IS NUMERIC
               AND WH-DATE <= WS-QTR-END
               MOVE WS-WEIGHT-TEXT TO WS-THIS-WEIGHT
               MOVE WH-MEMBER TO WS-MEMBER-KEY
               PERFORM 1700-FIND-MEMBER
               IF MBR-FOUND
                   ADD 1 TO WS-MBR-ENTRIES(WS-MBR-FOUND-SUB)
                   IF WS-MBR-ENTRIES(WS-MBR-FOUND-SUB) = 1
                       MOVE WS-THIS-WEIGHT
                           TO WS-MBR-FIRST-WT(WS-MBR-FOUND-SUB)
                   END-IF
                   MOVE WS-THIS-WEIGHT
                       TO WS-MBR-LAST-WT(WS-MBR-FOUND-SUB)
                   MOVE WH-DATE
                       TO WS-MBR-LAST-DATE(WS-MBR-FOUND-SUB)
               END-IF
           END-IF.

      * A MASTER LARGER THAN THE TABLE IS NOT REWRITTEN AT ALL, SO
      * THE RUN STOPS BEFORE CREDITING ANYONE.
       1500-LOAD-DEDUCTION-MASTER.
           OPEN INPUT DEDUCTION-MASTER.
           EVALUATE WS-DED-MASTER-STATUS
               WHEN "00"
                   READ DEDUCTION-MASTER
                   PERFORM UNTIL WS-DED-MASTER-STATUS > "00"
                              OR WS-DED-COUNT >= 300
                       ADD 1 TO WS-DED-COUNT
                       MOVE DEDUCTION-MASTER-REC
                           TO WS-DED-IMAGE(WS-DED-COUNT)
                       READ DEDUCTION-MASTER
                   END-PERFORM
                   IF WS-DED-MASTER-STATUS = "00"
                       MOVE "Y" TO WS-DED-OVERFLOW-SW
                   END-IF
                   CLOSE DEDUCTION-MASTER
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "1500-LOAD-DEDUCTIONS" TO WS-ERR-PARAGRAPH-NAME
                   MOVE "DEDUCTION-MASTER"     TO WS-ERR-FILE-NAME
                   MOVE WS-DED-MASTER-STATUS   TO WS-ERR-STATUS-CODE
                   PERFORM 0850-LOG-FILE-ERROR
           END-EVALUATE.
           IF DED-TABLE-OVERFLOW
               DISPLAY "DEDUCTION MASTER HOLDS MORE THAN 300 ROWS -- "
                   "NO CREDITS GIVEN"
               MOVE 16 TO RETURN-CODE
               MOVE "N" TO WS-RUN-OK-SW
           END-IF.

      * THE QUARTER'S EARLIER CREDITS.  NO REGISTER YET IS NORMAL.
       1600-LOAD-AWARDS.
           OPEN INPUT AWARD-REGISTER.
           EVALUATE WS-AWARD-STATUS
               WHEN "00"
                   READ AWARD-REGISTER
                   PERFORM UNTIL WS-AWARD-STATUS > "00"
                       IF AW-QUARTER = WS-QUARTER
                           AND WS-AWARDED-COUNT < 500
                           ADD 1 TO WS-AWARDED-COUNT
                           MOVE AW-EMP-NUMBER
                               TO WS-AWARDED-EMP(WS-AWARDED-COUNT)
                       END-IF
                       READ AWARD-REGISTER
                   END-PERFORM
                   CLOSE AWARD-REGISTER
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "1600-LOAD-AWARDS"   TO WS-ERR-PARAGRAPH-NAME
                   MOVE "AWARD-REGISTER"     TO WS-ERR-FILE-NAME
                   MOVE WS-AWARD-STATUS      TO WS-ERR-STATUS-CODE
                   PERFORM 0850-LOG-FILE-ERROR
           END-EVALUATE.

       1700-FIND-MEMBER.
           MOVE "N" TO WS-MBR-FOUND-SW.
           MOVE 0 TO WS-MBR-FOUND-SUB.
           PERFORM VARYING WS-MBR-SUB FROM 1 BY 1
               UNTIL WS-MBR-SUB > WS-MBR-COUNT
               IF WS-MBR-ID(WS-MBR-SUB) = WS-MEMBER-KEY
                   MOVE "Y" TO WS-MBR-FOUND-SW
                   MOVE WS-MBR-SUB TO WS-MBR-FOUND-SUB
                   MOVE WS-MBR-COUNT TO WS-MBR-SUB
               END-IF
           END-PERFORM.

       1710-FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SW.
           MOVE 0 TO WS-EMP-FOUND-SUB.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-NUM(WS-EMP-SUB) = WS-MBR-EMP(WS-MBR-SUB)
                   MOVE "Y" TO WS-EMP-FOUND-SW
                   MOVE WS-EMP-SUB TO WS-EMP-FOUND-SUB
                   MOVE WS-EMP-COUNT TO WS-EMP-SUB
               END-IF
           END-PERFORM.

       1720-CHECK-AWARDED.
           MOVE "N" TO WS-AWARDED-SW.
           PERFORM VARYING WS-AWARDED-SUB FROM 1 BY 1
               UNTIL WS-AWARDED-SUB > WS-AWARDED-COUNT
               IF WS-AWARDED-EMP(WS-AWARDED-SUB)
                       = WS-MBR-EMP(WS-MBR-SUB)
                   MOVE "Y" TO WS-AWARDED-SW
                   MOVE WS-AWARDED-COUNT TO WS-AWARDED-SUB
               END-IF
           END-PERFORM.

      * THE EMPLOYEE'S WELL ROW, IF ANY, AND WHETHER THEY PAY A
      * SECTION 125 PREMIUM -- A ROW WITH AN AMOUNT THAT IS PRE-TAX
      * FOR BOTH INCOME TAX AND FICA, OR A HLTH ROW WITHOUT A
      * TREATMENT, WHICH HW16NB READS THE SAME WAY.
       1730-SCAN-DEDUCTIONS.
           MOVE "N" TO WS-WELL-ROW-SW WS-PREMIUM-SW.
           MOVE 0 TO WS-DED-FOUND-SUB.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > WS-DED-COUNT
               IF WD-EMP(WS-DED-SUB) = WS-MBR-EMP(WS-MBR-SUB)
                   IF WD-TYPE(WS-DED-SUB) = "WELL"
                       MOVE "Y" TO WS-WELL-ROW-SW
                       MOVE WS-DED-SUB TO WS-DED-FOUND-SUB
                   END-IF
                   IF WD-AMOUNT(WS-DED-SUB) > 0
                       AND (WD-TAX-TREATMENT(WS-DED-SUB) = "B"
                            OR (WD-TAX-TREATMENT(WS-DED-SUB) = SPACE
                                AND WD-TYPE(WS-DED-SUB) = "HLTH"))
                       MOVE "Y" TO WS-PREMIUM-SW
                   END-IF
               END-IF
           END-PERFORM.

       2000-OPEN-REPORT.
           OPEN OUTPUT WELL-RPT.
           IF WS-WELL-RPT-STATUS NOT = "00"
               MOVE "2000-OPEN-REPORT"   TO WS-ERR-PARAGRAPH-NAME
               MOVE "WELL-RPT"           TO WS-ERR-FILE-NAME
               MOVE WS-WELL-RPT-STATUS   TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               MOVE WS-QTR-NUMBER    TO RH1-QTR-NUMBER
               MOVE WS-QTR-YEAR      TO RH1-QTR-YEAR
               MOVE WS-CREDIT-AMOUNT TO RH1-CREDIT
               MOVE WS-TODAY-8       TO RH1-RUN-DATE
               WRITE WELL-RPT-REC FROM WS-RPT-HEAD1
               MOVE SPACES TO WELL-RPT-REC
               WRITE WELL-RPT-REC
               WRITE WELL-RPT-REC FROM WS-RPT-HEAD2
           END-IF.

      ****************************************************************
      * ONE LINKED MEMBER.  ONLY A MEMBER WHO MET GOAL IN THE
      * QUARTER IS REPORTED; EVERYONE ELSE IS ONLY COUNTED.
      ****************************************************************
       2100-EVALUATE-MEMBER.
           PERFORM 1710-FIND-EMPLOYEE.
           EVALUATE TRUE
               WHEN NOT EMP-FOUND
                   ADD 1 TO WS-OFF-MASTER-COUNT
               WHEN WS-EMP-TERM(WS-EMP-FOUND-SUB) NOT = SPACES
                   ADD 1 TO WS-OFF-MASTER-COUNT
               WHEN NOT WS-MBR-HAS-GOAL(WS-MBR-SUB)
                   ADD 1 TO WS-NOT-MET-COUNT
               WHEN WS-MBR-ENTRIES(WS-MBR-SUB) = 0
                   ADD 1 TO WS-NOT-MET-COUNT
               WHEN WS-MBR-LAST-DATE(WS-MBR-SUB) < WS-QTR-START
                   ADD 1 TO WS-NOT-MET-COUNT
               WHEN OTHER
                   PERFORM 2110-FIGURE-PROGRESS
                   IF WS-GOAL-PCT >= 100
                       PERFORM 2200-CREDIT-EMPLOYEE
                   ELSE
                       ADD 1 TO WS-NOT-MET-COUNT
                   END-IF
           END-EVALUATE.

      * SAME MEASURE AS HW06TRND 3420.
       2110-FIGURE-PROGRESS.
           IF WS-MBR-FIRST-WT(WS-MBR-SUB) = WS-MBR-GOAL-WT(WS-MBR-SUB)
               MOVE 100 TO WS-GOAL-PCT
           ELSE
               COMPUTE WS-GOAL-PCT ROUNDED
                   = (WS-MBR-FIRST-WT(WS-MBR-SUB)
                      - WS-MBR-LAST-WT(WS-MBR-SUB)) * 100
                   / (WS-MBR-FIRST-WT(WS-MBR-SUB)
                      - WS-MBR-GOAL-WT(WS-MBR-SUB))
           END-IF.

       2200-CREDIT-EMPLOYEE.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE WS-MBR-EMP(WS-MBR-SUB)        TO RD-EMP.
           MOVE WS-EMP-NAME(WS-EMP-FOUND-SUB) TO RD-NAME.
           MOVE WS-MBR-LAST-DATE(WS-MBR-SUB)  TO RD-LAST-DATE.
           PERFORM 1720-CHECK-AWARDED.
           PERFORM 1730-SCAN-DEDUCTIONS.
           EVALUATE TRUE
               WHEN ALREADY-AWARDED
                   ADD 1 TO WS-PRIOR-COUNT
                   MOVE "ALREADY CREDITED THIS QUARTER" TO RD-ACTION
               WHEN NOT HAS-SECTION-125-PREMIUM
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "NO SECTION 125 PREMIUM TO CREDIT"
                       TO RD-ACTION
               WHEN NOT WELL-ROW-FOUND AND WS-DED-COUNT >= 300
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "DEDUCTION MASTER FULL" TO RD-ACTION
               WHEN WS-NEW-AWARD-COUNT >= 100
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "TOO MANY CREDITS - RERUN QUARTER"
                       TO RD-ACTION
               WHEN OTHER
                   PERFORM 2210-POST-CREDIT-ROW
                   MOVE WS-CREDIT-AMOUNT TO RD-CREDIT
                   MOVE WS-CREDIT-OPEN   TO RD-OPEN
                   MOVE "CREDITED"       TO RD-ACTION
                   ADD 1 TO WS-CREDITED-COUNT
                   ADD WS-CREDIT-AMOUNT TO WS-CREDIT-TOTAL
                   ADD 1 TO WS-NEW-AWARD-COUNT
                   MOVE WS-MBR-EMP(WS-MBR-SUB)
                       TO WS-NA-EMP(WS-NEW-AWARD-COUNT)
                   MOVE WS-MBR-ID(WS-MBR-SUB)
                       TO WS-NA-MEMBER(WS-NEW-AWARD-COUNT)
           END-EVALUATE.
           WRITE WELL-RPT-REC FROM WS-RPT-DETAIL.

      * A NEW WELL ROW TAKES THE CREDIT AS ITS GOAL; AN EXISTING ONE
      * ADDS IT TO THE GOAL.  EITHER WAY THE AMOUNT IS THE WHOLE
      * CREDIT STILL OPEN, AS A NEGATIVE, SO HW16NB MAY USE IT ALL
      * IN ONE PERIOD IF THE PREMIUM ALLOWS.  PRIORITY 99 PUTS IT
      * LAST; TREATMENT B MATCHES THE PREMIUM IT REDUCES.
       2210-POST-CREDIT-ROW.
           IF NOT WELL-ROW-FOUND
               ADD 1 TO WS-DED-COUNT
               MOVE WS-DED-COUNT TO WS-DED-FOUND-SUB
               MOVE SPACES TO WS-DED-IMAGE(WS-DED-FOUND-SUB)
               MOVE WS-MBR-EMP(WS-MBR-SUB) TO WD-EMP(WS-DED-FOUND-SUB)
               MOVE "WELL" TO WD-TYPE(WS-DED-FOUND-SUB)
               MOVE ZEROS  TO WD-GOAL(WS-DED-FOUND-SUB)
                              WD-TAKEN(WS-DED-FOUND-SUB)
           END-IF.
           IF WD-TAKEN(WS-DED-FOUND-SUB) IS NOT NUMERIC
               MOVE ZEROS TO WD-TAKEN(WS-DED-FOUND-SUB)
           END-IF.
           IF WD-GOAL(WS-DED-FOUND-SUB) IS NOT NUMERIC
               MOVE ZEROS TO WD-GOAL(WS-DED-FOUND-SUB)
           END-IF.
           ADD WS-CREDIT-AMOUNT TO WD-GOAL(WS-DED-FOUND-SUB).
           COMPUTE WS-CREDIT-OPEN = WD-GOAL(WS-DED-FOUND-SUB)
                                  - WD-TAKEN(WS-DED-FOUND-SUB).
           IF WS-CREDIT-OPEN > 9999.99
               COMPUTE WD-AMOUNT(WS-DED-FOUND-SUB) = 0 - 9999.99
           ELSE
               COMPUTE WD-AMOUNT(WS-DED-FOUND-SUB) = 0 - WS-CREDIT-OPEN
           END-IF.
           MOVE "A"      TO WD-METHOD(WS-DED-FOUND-SUB).
           MOVE 99       TO WD-PRIORITY(WS-DED-FOUND-SUB).
           MOVE "B"      TO WD-TAX-TREATMENT(WS-DED-FOUND-SUB).
           MOVE "000000" TO WD-ER-AMOUNT(WS-DED-FOUND-SUB).
           ADD 1 TO WS-DED-CHANGED-COUNT.

       2900-WRITE-TOTALS.
           MOVE SPACES TO WELL-RPT-REC.
           WRITE WELL-RPT-REC.
           MOVE "LINKED MEMBERS" TO RT-LABEL.
           MOVE WS-MBR-COUNT TO RT-COUNT.
           WRITE WELL-RPT-REC FROM WS-RPT-TOTAL.
           MOVE "  CREDITED THIS RUN" TO RT-LABEL.
           MOVE WS-CREDITED-COUNT TO RT-COUNT.
           WRITE WELL-RPT-REC FROM WS-RPT-TOTAL.
           MOVE "  ALREADY CREDITED FOR THE QUARTER" TO RT-LABEL.
           MOVE WS-PRIOR-COUNT TO RT-COUNT.
           WRITE WELL-RPT-REC FROM WS-RPT-TOTAL.
           MOVE "  MET GOAL BUT NOT CREDITED" TO RT-LABEL.
           MOVE WS-REFUSED-COUNT TO RT-COUNT.
           WRITE WELL-RPT-REC FROM WS-RPT-TOTAL.
           MOVE "  GOAL NOT MET IN THE QUARTER" TO RT-LABEL.
           MOVE WS-NOT-MET-COUNT TO RT-COUNT.
           WRITE WELL-RPT-REC FROM WS-RPT-TOTAL.
           MOVE "  NOT ACTIVE ON THE EMPLOYEE MASTER" TO RT-LABEL.
           MOVE WS-OFF-MASTER-COUNT TO RT-COUNT.
           WRITE WELL-RPT-REC FROM WS-RPT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO WS-CREDIT-TOTAL-OUT.
           MOVE SPACES TO WELL-RPT-REC.
           STRING "TOTAL CREDITED " WS-CREDIT-TOTAL-OUT
               DELIMITED BY SIZE INTO WELL-RPT-REC.
           WRITE WELL-RPT-REC.

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
                   WRITE DEDUCTION-MASTER-REC
                       FROM WS-DED-IMAGE(WS-DED-SUB)
               END-PERFORM
               CLOSE DEDUCTION-MASTER
           END-IF.

      * APPENDED ONLY ONCE THE CREDITS ARE ON THE MASTER.
       4100-APPEND-AWARDS.
           OPEN EXTEND AWARD-REGISTER.
           IF WS-AWARD-STATUS = "35"
               OPEN OUTPUT AWARD-REGISTER
           END-IF.
           IF WS-AWARD-STATUS NOT = "00"
               MOVE "4100-APPEND-AWARDS" TO WS-ERR-PARAGRAPH-NAME
               MOVE "AWARD-REGISTER"     TO WS-ERR-FILE-NAME
               MOVE WS-AWARD-STATUS      TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               PERFORM VARYING WS-NEW-AWARD-SUB FROM 1 BY 1
                   UNTIL WS-NEW-AWARD-SUB > WS-NEW-AWARD-COUNT
                   MOVE WS-QUARTER TO AW-QUARTER
                   MOVE WS-NA-EMP(WS-NEW-AWARD-SUB)    TO AW-EMP-NUMBER
                   MOVE WS-NA-MEMBER(WS-NEW-AWARD-SUB) TO AW-MEMBER
                   MOVE WS-CREDIT-AMOUNT TO AW-AMOUNT
                   MOVE WS-TODAY-8 TO AW-RUN-DATE
                   WRITE AWARD-REC
               END-PERFORM
               CLOSE AWARD-REGISTER
           END-IF.
