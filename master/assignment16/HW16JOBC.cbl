       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW16JOBC.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
       INSTALLATION.  INFSYS-3807 COBOL.
      *Labor job costing for the rug shop.  Reads the same punch file
      *HW16TIME pays from and picks out the punch pairs that carry a
      *HW15WORD work-order number.  Each pair is rounded to the
      *quarter hour exactly as HW16TIME rounds it, priced at the
      *employee's rate (the effective-dated rate in force on the
      *punch date when there is one) plus the labor burden percent
      *from the employee master, and posted to the labor-cost ledger
      *under the work order and its rug order.  HW15MARG reads the
      *ledger to put labor beside material cost.  Hours punched to a
      *work order the status file does not know, or to one already
      *complete before the punch date, are not costed and go to the
      *exception list.  Hours already on the ledger for the same
      *work order, employee, and date are not posted twice, so a
      *rerun of the same punch file is harmless.  The report shows
      *the ledger to date by work order and by rug order.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUNCH-FILE-IN ASSIGN TO WS-PUNCH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PUNCH-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMP-MASTER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT EFF-RATE-IN ASSIGN TO WS-EFF-RATE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EFF-RATE-STATUS.

           SELECT WORK-ORDER-STATUS ASSIGN TO WS-WO-STS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WO-STS-STATUS.

           SELECT LABOR-LEDGER ASSIGN TO WS-LABOR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LABOR-STATUS.

           SELECT JOB-COST-RPT ASSIGN TO WS-JOB-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOB-RPT-STATUS.

           SELECT JOB-COST-EXC ASSIGN TO WS-JOB-EXC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOB-EXC-STATUS.

           SELECT BATCH-ERROR-LOG ASSIGN TO WS-ERROR-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM ENVIRONMENT VARIABLES, FALLING BACK TO THE
      *  DEVELOPMENT DEFAULTS SHOWN THERE WHEN NOT SET:
      *      PAYPNCH     - TIME-CLOCK PUNCHES (SHARED WITH HW16TIME)
      *      PAYEMP      - EMPLOYEE MASTER (RATE AND BURDEN)
      *      PAYERATE    - EFFECTIVE-DATED PAY RATES
      *      RUGWSTS     - WORK-ORDER STATUS FILE (HW15WORD/HW15WSUP)
      *      RUGLABR     - LABOR-COST LEDGER (READ BY HW15MARG)
      *      PAYJCRPT    - JOB-COST REPORT
      *      PAYJCEXC    - JOB-COST EXCEPTION LIST
      *      BATCHERRLOG - SHARED WITH HW15NB, HW16NB, AND HW19NB

       DATA DIVISION.
       FILE SECTION.
       FD  PUNCH-FILE-IN
           RECORDING MODE IS F
           DATA RECORD IS PUNCH-REC-IN.
       01 PUNCH-REC-IN.
          05 PCH-EMP-NUMBER           PIC X(05).
          05 PCH-DATE                 PIC X(06).
          05 PCH-IN-TIME              PIC X(04).
          05 PCH-OUT-TIME             PIC X(04).
          05 PCH-WORK-ORDER           PIC X(07).

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 FILLER                   PIC X(53).
          05 EMP-PAY-RATE-IN          PIC 9(02)V99.
          05 FILLER                   PIC X(89).
          05 EMP-BURDEN-PCT-IN        PIC 9(02)V99.

       FD  EFF-RATE-IN
           RECORDING MODE IS F
           DATA RECORD IS EFF-RATE-REC.
       01 EFF-RATE-REC.
          05 ER-EMP-NUMBER            PIC X(05).
          05 ER-EFF-DATE              PIC X(06).
          05 ER-RATE                  PIC 9(02)V99.

       FD  WORK-ORDER-STATUS
           RECORDING MODE IS F
           DATA RECORD IS WORK-ORDER-STATUS-REC.
       01 WORK-ORDER-STATUS-REC.
          05 WST-WO-NUMBER            PIC 9(07).
          05 WST-ORDER-ID             PIC X(05).
          05 WST-STATUS               PIC X(01).
          05 WST-OPENED-DATE          PIC X(08).
          05 WST-STATUS-DATE          PIC X(08).

      * ONE ROW PER WORK ORDER, EMPLOYEE, AND WORK DATE.  THE RATE
      * AND BURDEN PERCENT ARE KEPT AS PRICED SO A LATER RAISE DOES
      * NOT RESTATE LABOR ALREADY ON THE BOOKS.
       FD  LABOR-LEDGER
           RECORDING MODE IS F
           DATA RECORD IS LABOR-LEDGER-REC.
       01 LABOR-LEDGER-REC.
          05 LAB-WO-NUMBER            PIC 9(07).
          05 LAB-ORDER-ID             PIC X(05).
          05 LAB-EMP-NUMBER           PIC X(05).
          05 LAB-WORK-DATE            PIC X(06).
          05 LAB-HOURS                PIC 9(03)V99.
          05 LAB-RATE                 PIC 9(02)V99.
          05 LAB-BURDEN-PCT           PIC 9(02)V99.
          05 LAB-WAGE-COST            PIC 9(05)V99.
          05 LAB-BURDEN-COST          PIC 9(05)V99.

       FD  JOB-COST-RPT
           RECORDING MODE IS F
           DATA RECORD IS JOB-COST-RPT-REC.
       01 JOB-COST-RPT-REC            PIC X(90).

       FD  JOB-COST-EXC
           RECORDING MODE IS F
           DATA RECORD IS JOB-COST-EXC-REC.
       01 JOB-COST-EXC-REC            PIC X(80).

       FD  BATCH-ERROR-LOG
           RECORDING MODE IS F
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PUNCH-DSN               PIC X(80).
       01  WS-EMP-MASTER-DSN          PIC X(80).
       01  WS-EFF-RATE-DSN            PIC X(80).
       01  WS-WO-STS-DSN              PIC X(80).
       01  WS-LABOR-DSN               PIC X(80).
       01  WS-JOB-RPT-DSN             PIC X(80).
       01  WS-JOB-EXC-DSN             PIC X(80).
       01  WS-ERROR-LOG-DSN           PIC X(80).

       01  WS-PUNCH-STATUS            PIC X(02) VALUE "00".
       01  WS-EMP-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-EFF-RATE-STATUS         PIC X(02) VALUE "00".
       01  WS-WO-STS-STATUS           PIC X(02) VALUE "00".
       01  WS-LABOR-STATUS            PIC X(02) VALUE "00".
       01  WS-JOB-RPT-STATUS          PIC X(02) VALUE "00".
       01  WS-JOB-EXC-STATUS          PIC X(02) VALUE "00".

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

       01  WS-EMP-MASTER-COUNT        PIC 9(03) VALUE 0.
       01  WS-EMP-TABLE-SUB           PIC 9(03).
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-TABLE-ENTRY OCCURS 500 TIMES.
              10 WS-EMP-TABLE-NUM     PIC X(05).
              10 WS-EMP-TABLE-RATE    PIC 9(02)V99.
              10 WS-EMP-TABLE-BURDEN  PIC 9(02)V99.
       01  WS-EMP-FOUND-SW            PIC X(01).
           88 JOBC-EMP-FOUND                 VALUE "Y".
       01  WS-FOUND-RATE              PIC 9(02)V99.
       01  WS-FOUND-BURDEN            PIC 9(02)V99.

       01  WS-ERT-COUNT               PIC 9(03) VALUE 0.
       01  WS-ERT-SUB                 PIC 9(03).
       01  WS-EFF-RATE-TABLE.
           05 WS-ERT-ENTRY OCCURS 200 TIMES.
              10 WS-ERT-EMP           PIC X(05).
              10 WS-ERT-EFF           PIC X(06).
              10 WS-ERT-RATE          PIC 9(02)V99.

      * WORK ORDERS AS HW15WSUP LAST LEFT THEM.
       01  WS-WO-COUNT                PIC 9(04) VALUE 0.
       01  WS-WO-SUB                  PIC 9(04).
       01  WS-WO-TABLE.
           05 WS-WO-ENTRY OCCURS 2000 TIMES.
              10 WS-WO-NUMBER         PIC 9(07).
              10 WS-WO-ORDER-ID       PIC X(05).
              10 WS-WO-STATUS         PIC X(01).
              10 WS-WO-STAT-DATE      PIC X(08).
       01  WS-WO-FOUND-SW             PIC X(01).
           88 JOBC-WO-FOUND                  VALUE "Y".
       01  WS-WO-FOUND-SUB            PIC 9(04).
       01  WS-PUNCH-WO-NUMBER         PIC 9(07).

      * KEYS ALREADY POSTED TO THE LEDGER ON EARLIER RUNS.
       01  WS-POSTED-COUNT            PIC 9(05) VALUE 0.
       01  WS-POSTED-SUB              PIC 9(05).
       01  WS-POSTED-TABLE.
           05 WS-POSTED-ENTRY OCCURS 5000 TIMES.
              10 WS-POSTED-WO         PIC 9(07).
              10 WS-POSTED-EMP        PIC X(05).
              10 WS-POSTED-DATE       PIC X(06).
       01  WS-POSTED-FOUND-SW         PIC X(01).
           88 JOBC-ALREADY-POSTED            VALUE "Y".

      * THIS RUN'S HOURS BY WORK ORDER, EMPLOYEE, AND WORK DATE.
       01  WS-JOB-COUNT               PIC 9(04) VALUE 0.
       01  WS-JOB-SUB                 PIC 9(04).
       01  WS-JOB-FOUND-SUB           PIC 9(04).
       01  WS-JOB-FOUND-SW            PIC X(01).
           88 JOBC-JOB-FOUND                 VALUE "Y".
       01  WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 1000 TIMES.
              10 WS-JOB-WO            PIC 9(07).
              10 WS-JOB-ORDER-ID      PIC X(05).
              10 WS-JOB-EMP           PIC X(05).
              10 WS-JOB-DATE          PIC X(06).
              10 WS-JOB-HOURS         PIC 9(03)V99.

      * PUNCH ARITHMETIC -- THE SAME QUARTER-HOUR ROUNDING HW16TIME
      * PAYS ON, SO THE HOURS COSTED ARE THE HOURS PAID.
       01  WS-IN-MINUTES              PIC 9(05).
       01  WS-OUT-MINUTES             PIC 9(05).
       01  WS-QTR-WORK                PIC 9(05).
       01  WS-PUNCH-HH                PIC 9(02).
       01  WS-PUNCH-MM                PIC 9(02).
       01  WS-PAIR-HOURS              PIC 9(02)V99.

      * MMDDYY DATES REARRANGED TO CCYYMMDD SO THEY COMPARE IN
      * CALENDAR ORDER, WITH THE SAME 70-99 = 19XX PIVOT HW16TIME
      * USES.
       01  WS-CMP-DATE-IN             PIC X(06).
       01  WS-CMP-DATE-YMD.
           05 WS-CMP-CC               PIC X(02).
           05 WS-CMP-YY               PIC X(02).
           05 WS-CMP-MM               PIC X(02).
           05 WS-CMP-DD               PIC X(02).
       01  WS-PUNCH-DATE-YMD          PIC X(08).
       01  WS-EFF-DATE-YMD            PIC X(08).
       01  WS-BEST-EFF-YMD            PIC X(08).
       01  WS-YY-PIVOT-CHECK          PIC 9(02).

       01  WS-WAGE-COST               PIC 9(05)V99.
       01  WS-BURDEN-COST             PIC 9(05)V99.

      * LEDGER TO DATE ROLLED UP FOR THE REPORT.
       01  WS-RWO-COUNT               PIC 9(04) VALUE 0.
       01  WS-RWO-SUB                 PIC 9(04).
       01  WS-RWO-FOUND-SUB           PIC 9(04).
       01  WS-RWO-TABLE.
           05 WS-RWO-ENTRY OCCURS 2000 TIMES.
              10 WS-RWO-NUMBER        PIC 9(07).
              10 WS-RWO-ORDER-ID      PIC X(05).
              10 WS-RWO-HOURS         PIC 9(05)V99.
              10 WS-RWO-WAGES         PIC 9(07)V99.
              10 WS-RWO-BURDEN        PIC 9(07)V99.
       01  WS-ROR-COUNT               PIC 9(04) VALUE 0.
       01  WS-ROR-SUB                 PIC 9(04).
       01  WS-ROR-FOUND-SUB           PIC 9(04).
       01  WS-ROR-TABLE.
           05 WS-ROR-ENTRY OCCURS 1000 TIMES.
              10 WS-ROR-ORDER-ID      PIC X(05).
              10 WS-ROR-HOURS         PIC 9(05)V99.
              10 WS-ROR-WAGES         PIC 9(07)V99.
              10 WS-ROR-BURDEN        PIC 9(07)V99.
       01  WS-RPT-FOUND-SW            PIC X(01).
           88 JOBC-RPT-FOUND                 VALUE "Y".
       01  WS-RPT-TOTAL-LABOR         PIC 9(07)V99.

       01  WS-PUNCH-COUNT             PIC 9(05) VALUE 0.
       01  WS-NO-WO-COUNT             PIC 9(05) VALUE 0.
       01  WS-BAD-PUNCH-COUNT         PIC 9(05) VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(05) VALUE 0.
       01  WS-DUP-SKIPPED             PIC 9(05) VALUE 0.
       01  WS-POSTED-THIS-RUN         PIC 9(05) VALUE 0.
       01  WS-COST-THIS-RUN           PIC 9(07)V99 VALUE 0.

       01  WS-EXC-LINE.
           05 EXC-RAW                 PIC X(26).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 EXC-REASON              PIC X(40).

       01  WS-JOB-RPT-HDR1            PIC X(60) VALUE
           "LABOR COST BY WORK ORDER -- HW16JOBC".
       01  WS-JOB-RPT-HDR2.
           05 FILLER                  PIC X(12) VALUE "WORK ORDER".
           05 FILLER                  PIC X(07) VALUE "ORDER".
           05 FILLER                  PIC X(11) VALUE "    HOURS".
           05 FILLER                  PIC X(15) VALUE "        WAGES".
           05 FILLER                  PIC X(15) VALUE "       BURDEN".
           05 FILLER                  PIC X(13) VALUE "  TOTAL LABOR".
       01  WS-JOB-RPT-HDR3            PIC X(60) VALUE
           "LABOR COST BY RUG ORDER".
       01  WS-JOB-RPT-DETAIL.
           05 JRD-WO-NUMBER           PIC X(07).
           05 FILLER                  PIC X(05) VALUE ALL SPACES.
           05 JRD-ORDER-ID            PIC X(05).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 JRD-HOURS               PIC ZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 JRD-WAGES               PIC $$,$$$,$$9.99.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 JRD-BURDEN              PIC $$,$$$,$$9.99.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 JRD-TOTAL               PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW16JOBC BEGINS".
           PERFORM 1000-INITIALIZE.
           IF RETURN-CODE = 0
               READ PUNCH-FILE-IN
               PERFORM UNTIL WS-PUNCH-STATUS > "00"
                   PERFORM 2000-PROCESS-PUNCH-PAIR
                   READ PUNCH-FILE-IN
               END-PERFORM
               CLOSE PUNCH-FILE-IN
               PERFORM 3000-POST-LABOR-LEDGER
               PERFORM 4000-WRITE-JOB-COST-REPORT
           END-IF.
           CLOSE JOB-COST-EXC.
           DISPLAY "PUNCH PAIRS READ     : " WS-PUNCH-COUNT.
           DISPLAY "NO WORK ORDER        : " WS-NO-WO-COUNT.
           DISPLAY "ODD PUNCHES SKIPPED  : " WS-BAD-PUNCH-COUNT.
           DISPLAY "LEDGER ROWS POSTED   : " WS-POSTED-THIS-RUN.
           DISPLAY "ALREADY ON LEDGER    : " WS-DUP-SKIPPED.
           DISPLAY "LABOR COSTED         : " WS-COST-THIS-RUN.
           DISPLAY "EXCEPTIONS           : " WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > 0 AND RETURN-CODE = 0
               DISPLAY "*** HOURS ON THE JOB-COST EXCEPTION LIST "
                       "WERE NOT COSTED ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "HW16JOBC CONCLUDES".
           GOBACK.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
           MOVE "HW16JOBC"            TO ERRLOG-PROGRAM.
           MOVE WS-ERR-PARAGRAPH-NAME TO ERRLOG-PARAGRAPH.
           MOVE WS-ERR-FILE-NAME      TO ERRLOG-FILE.
           MOVE WS-ERR-STATUS-CODE    TO ERRLOG-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ERRLOG-DATE.
           WRITE BATCH-ERROR-LOG-REC FROM WS-ERROR-LOG-LINE.
           CLOSE BATCH-ERROR-LOG.
           MOVE 16 TO RETURN-CODE.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-PUNCH-DSN FROM ENVIRONMENT "PAYPNCH".
           IF WS-PUNCH-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16PNCH.dat"
               TO WS-PUNCH-DSN
           END-IF.
           ACCEPT WS-EMP-MASTER-DSN FROM ENVIRONMENT "PAYEMP".
           IF WS-EMP-MASTER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16EMP.dat"
               TO WS-EMP-MASTER-DSN
           END-IF.
           ACCEPT WS-EFF-RATE-DSN FROM ENVIRONMENT "PAYERATE".
           IF WS-EFF-RATE-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16ERAT.dat"
               TO WS-EFF-RATE-DSN
           END-IF.
           ACCEPT WS-WO-STS-DSN FROM ENVIRONMENT "RUGWSTS".
           IF WS-WO-STS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15WSTS.dat"
               TO WS-WO-STS-DSN
           END-IF.
           ACCEPT WS-LABOR-DSN FROM ENVIRONMENT "RUGLABR".
           IF WS-LABOR-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15LABR.dat"
               TO WS-LABOR-DSN
           END-IF.
           ACCEPT WS-JOB-RPT-DSN FROM ENVIRONMENT "PAYJCRPT".
           IF WS-JOB-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16JOBC.rpt"
               TO WS-JOB-RPT-DSN
           END-IF.
           ACCEPT WS-JOB-EXC-DSN FROM ENVIRONMENT "PAYJCEXC".
           IF WS-JOB-EXC-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16JEXC.rpt"
               TO WS-JOB-EXC-DSN
           END-IF.
           ACCEPT WS-ERROR-LOG-DSN FROM ENVIRONMENT "BATCHERRLOG".
           IF WS-ERROR-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\BATCHERR.log"
               TO WS-ERROR-LOG-DSN
           END-IF.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           OPEN OUTPUT JOB-COST-EXC.
           MOVE "JOB-COST EXCEPTIONS -- HW16JOBC" TO JOB-COST-EXC-REC.
           WRITE JOB-COST-EXC-REC.
           OPEN INPUT PUNCH-FILE-IN.
           IF WS-PUNCH-STATUS NOT = "00"
               MOVE "1000-INITIALIZE"    TO WS-ERR-PARAGRAPH-NAME
               MOVE "PUNCH-FILE-IN"      TO WS-ERR-FILE-NAME
               MOVE WS-PUNCH-STATUS      TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               PERFORM 1300-LOAD-EMPLOYEE-MASTER
               PERFORM 1400-LOAD-WORK-ORDERS
               PERFORM 1500-LOAD-POSTED-KEYS
               PERFORM 1600-LOAD-EFF-RATES
           END-IF.

       1300-LOAD-EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS NOT = "00"
               MOVE "1300-LOAD-EMP-MASTER" TO WS-ERR-PARAGRAPH-NAME
               MOVE "EMPLOYEE-MASTER"    TO WS-ERR-FILE-NAME
               MOVE WS-EMP-MASTER-STATUS TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               READ EMPLOYEE-MASTER
               PERFORM UNTIL WS-EMP-MASTER-STATUS > "00"
                          OR WS-EMP-MASTER-COUNT >= 500
                   ADD 1 TO WS-EMP-MASTER-COUNT
                   MOVE WS-EMP-MASTER-COUNT TO WS-EMP-TABLE-SUB
                   MOVE EMP-NUM-IN
                       TO WS-EMP-TABLE-NUM(WS-EMP-TABLE-SUB)
                   IF EMP-PAY-RATE-IN IS NUMERIC
                       MOVE EMP-PAY-RATE-IN
                           TO WS-EMP-TABLE-RATE(WS-EMP-TABLE-SUB)
                   ELSE
                       MOVE ZEROS
                           TO WS-EMP-TABLE-RATE(WS-EMP-TABLE-SUB)
                   END-IF
      * A MASTER RECORD WRITTEN BEFORE THE BURDEN FIELD EXISTED IS
      * SHORT, AND THE FIELD READS AS SPACES -- NO BURDEN.
                   IF EMP-BURDEN-PCT-IN IS NUMERIC
                       MOVE EMP-BURDEN-PCT-IN
                           TO WS-EMP-TABLE-BURDEN(WS-EMP-TABLE-SUB)
                   ELSE
                       MOVE ZEROS
                           TO WS-EMP-TABLE-BURDEN(WS-EMP-TABLE-SUB)
                   END-IF
                   READ EMPLOYEE-MASTER
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF.

       1400-LOAD-WORK-ORDERS.
           OPEN INPUT WORK-ORDER-STATUS.
           IF WS-WO-STS-STATUS = "00"
               READ WORK-ORDER-STATUS
               PERFORM UNTIL WS-WO-STS-STATUS > "00"
                          OR WS-WO-COUNT >= 2000
                   IF WST-WO-NUMBER IS NUMERIC
                       ADD 1 TO WS-WO-COUNT
                       MOVE WST-WO-NUMBER
                           TO WS-WO-NUMBER(WS-WO-COUNT)
                       MOVE WST-ORDER-ID
                           TO WS-WO-ORDER-ID(WS-WO-COUNT)
                       MOVE WST-STATUS
                           TO WS-WO-STATUS(WS-WO-COUNT)
                       MOVE WST-STATUS-DATE
                           TO WS-WO-STAT-DATE(WS-WO-COUNT)
                   END-IF
                   READ WORK-ORDER-STATUS
               END-PERFORM
      * A ROW STILL IN HAND WHEN THE TABLE IS FULL WOULD BE COSTED AS
      * NO WORK ORDER -- STOP BEFORE ANYTHING IS POSTED.
               IF WS-WO-STS-STATUS = "00"
                   AND WST-WO-NUMBER IS NUMERIC
                   DISPLAY "WORK-ORDER STATUS FILE HOLDS MORE THAN "
                       "2000 ROWS -- NOTHING POSTED"
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE WORK-ORDER-STATUS
           END-IF.

      * NO LEDGER YET IS THE FIRST RUN -- NOTHING POSTED BEFORE.
       1500-LOAD-POSTED-KEYS.
           OPEN INPUT LABOR-LEDGER.
           IF WS-LABOR-STATUS = "00"
               READ LABOR-LEDGER
               PERFORM UNTIL WS-LABOR-STATUS > "00"
                          OR WS-POSTED-COUNT >= 5000
                   ADD 1 TO WS-POSTED-COUNT
                   MOVE LAB-WO-NUMBER
                       TO WS-POSTED-WO(WS-POSTED-COUNT)
                   MOVE LAB-EMP-NUMBER
                       TO WS-POSTED-EMP(WS-POSTED-COUNT)
                   MOVE LAB-WORK-DATE
                       TO WS-POSTED-DATE(WS-POSTED-COUNT)
                   READ LABOR-LEDGER
               END-PERFORM
      * A LEDGER KEY LEFT OFF THE TABLE WOULD BE POSTED A SECOND TIME.
               IF WS-LABOR-STATUS = "00"
                   DISPLAY "LABOR LEDGER HOLDS MORE THAN 5000 ROWS "
                       "-- NOTHING POSTED"
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE LABOR-LEDGER
           END-IF.

       1600-LOAD-EFF-RATES.
           OPEN INPUT EFF-RATE-IN.
           IF WS-EFF-RATE-STATUS = "00"
               READ EFF-RATE-IN
               PERFORM UNTIL WS-EFF-RATE-STATUS > "00"
                          OR WS-ERT-COUNT >= 200
                   IF ER-EFF-DATE IS NUMERIC
                       AND ER-RATE IS NUMERIC
                       ADD 1 TO WS-ERT-COUNT
                       MOVE ER-EMP-NUMBER
                           TO WS-ERT-EMP(WS-ERT-COUNT)
                       MOVE ER-EFF-DATE
                           TO WS-ERT-EFF(WS-ERT-COUNT)
                       MOVE ER-RATE
                           TO WS-ERT-RATE(WS-ERT-COUNT)
                   END-IF
                   READ EFF-RATE-IN
               END-PERFORM
               CLOSE EFF-RATE-IN
           END-IF.

       1650-REARRANGE-CMP-DATE.
           MOVE WS-CMP-DATE-IN(5:2) TO WS-CMP-YY.
           MOVE WS-CMP-DATE-IN(1:2) TO WS-CMP-MM.
           MOVE WS-CMP-DATE-IN(3:2) TO WS-CMP-DD.
           MOVE WS-CMP-YY TO WS-YY-PIVOT-CHECK.
           IF WS-YY-PIVOT-CHECK >= 70
               MOVE "19" TO WS-CMP-CC
           ELSE
               MOVE "20" TO WS-CMP-CC
           END-IF.

      * INDIRECT TIME (NO WORK ORDER) IS NOT JOB COST.  ODD PUNCHES
      * ARE ALREADY ON HW16TIME'S EXCEPTION REPORT AND ARE ONLY
      * COUNTED HERE.
       2000-PROCESS-PUNCH-PAIR.
           ADD 1 TO WS-PUNCH-COUNT.
           IF PCH-WORK-ORDER = SPACES
               ADD 1 TO WS-NO-WO-COUNT
           ELSE
               IF PCH-IN-TIME IS NOT NUMERIC
                   OR PCH-OUT-TIME IS NOT NUMERIC
                   ADD 1 TO WS-BAD-PUNCH-COUNT
               ELSE
                   PERFORM 2100-ROUND-PUNCH-TIMES
                   IF WS-OUT-MINUTES <= WS-IN-MINUTES
                       ADD 1 TO WS-BAD-PUNCH-COUNT
                   ELSE
                       COMPUTE WS-PAIR-HOURS
                           = (WS-OUT-MINUTES - WS-IN-MINUTES) / 60
                       PERFORM 2200-CHECK-WORK-ORDER
                   END-IF
               END-IF
           END-IF.

       2100-ROUND-PUNCH-TIMES.
           MOVE PCH-IN-TIME(1:2) TO WS-PUNCH-HH.
           MOVE PCH-IN-TIME(3:2) TO WS-PUNCH-MM.
           COMPUTE WS-IN-MINUTES = WS-PUNCH-HH * 60 + WS-PUNCH-MM.
           COMPUTE WS-QTR-WORK ROUNDED = WS-IN-MINUTES / 15.
           COMPUTE WS-IN-MINUTES = WS-QTR-WORK * 15.
           MOVE PCH-OUT-TIME(1:2) TO WS-PUNCH-HH.
           MOVE PCH-OUT-TIME(3:2) TO WS-PUNCH-MM.
           COMPUTE WS-OUT-MINUTES = WS-PUNCH-HH * 60 + WS-PUNCH-MM.
           COMPUTE WS-QTR-WORK ROUNDED = WS-OUT-MINUTES / 15.
           COMPUTE WS-OUT-MINUTES = WS-QTR-WORK * 15.

      * A WORK ORDER MARKED COMPLETE STILL TAKES HOURS PUNCHED ON OR
      * BEFORE ITS COMPLETION DATE -- THE LAST DAY'S BINDING -- BUT
      * NOTHING AFTER.
       2200-CHECK-WORK-ORDER.
           MOVE "N" TO WS-WO-FOUND-SW.
           IF PCH-WORK-ORDER IS NUMERIC
               MOVE PCH-WORK-ORDER TO WS-PUNCH-WO-NUMBER
               PERFORM VARYING WS-WO-SUB FROM 1 BY 1
                   UNTIL WS-WO-SUB > WS-WO-COUNT
                   IF WS-WO-NUMBER(WS-WO-SUB) = WS-PUNCH-WO-NUMBER
                       MOVE "Y" TO WS-WO-FOUND-SW
                       MOVE WS-WO-SUB TO WS-WO-FOUND-SUB
                       MOVE WS-WO-COUNT TO WS-WO-SUB
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT JOBC-WO-FOUND
               MOVE "UNKNOWN WORK ORDER" TO EXC-REASON
               PERFORM 2900-WRITE-EXCEPTION
           ELSE
               MOVE PCH-DATE TO WS-CMP-DATE-IN
               PERFORM 1650-REARRANGE-CMP-DATE
               IF WS-WO-STATUS(WS-WO-FOUND-SUB) = "C"
                   AND WS-CMP-DATE-YMD
                       > WS-WO-STAT-DATE(WS-WO-FOUND-SUB)
                   MOVE SPACES TO EXC-REASON
                   STRING "WORK ORDER CLOSED "
                       WS-WO-STAT-DATE(WS-WO-FOUND-SUB)
                       DELIMITED BY SIZE INTO EXC-REASON
                   PERFORM 2900-WRITE-EXCEPTION
               ELSE
                   PERFORM 2300-ACCUMULATE-PAIR
               END-IF
           END-IF.

       2300-ACCUMULATE-PAIR.
           MOVE "N" TO WS-JOB-FOUND-SW.
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT
               IF WS-JOB-WO(WS-JOB-SUB) = WS-PUNCH-WO-NUMBER
                   AND WS-JOB-EMP(WS-JOB-SUB) = PCH-EMP-NUMBER
                   AND WS-JOB-DATE(WS-JOB-SUB) = PCH-DATE
                   MOVE "Y" TO WS-JOB-FOUND-SW
                   MOVE WS-JOB-SUB TO WS-JOB-FOUND-SUB
                   MOVE WS-JOB-COUNT TO WS-JOB-SUB
               END-IF
           END-PERFORM.
           IF NOT JOBC-JOB-FOUND
               IF WS-JOB-COUNT >= 1000
                   MOVE "JOB TABLE FULL -- PAIR NOT COSTED"
                       TO EXC-REASON
                   PERFORM 2900-WRITE-EXCEPTION
               ELSE
                   ADD 1 TO WS-JOB-COUNT
                   MOVE WS-JOB-COUNT TO WS-JOB-FOUND-SUB
                   MOVE WS-PUNCH-WO-NUMBER
                       TO WS-JOB-WO(WS-JOB-FOUND-SUB)
                   MOVE WS-WO-ORDER-ID(WS-WO-FOUND-SUB)
                       TO WS-JOB-ORDER-ID(WS-JOB-FOUND-SUB)
                   MOVE PCH-EMP-NUMBER
                       TO WS-JOB-EMP(WS-JOB-FOUND-SUB)
                   MOVE PCH-DATE TO WS-JOB-DATE(WS-JOB-FOUND-SUB)
                   MOVE WS-PAIR-HOURS
                       TO WS-JOB-HOURS(WS-JOB-FOUND-SUB)
               END-IF
           ELSE
               ADD WS-PAIR-HOURS TO WS-JOB-HOURS(WS-JOB-FOUND-SUB)
           END-IF.

       2900-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE PUNCH-REC-IN TO EXC-RAW.
           WRITE JOB-COST-EXC-REC FROM WS-EXC-LINE.

      * PRICE EACH WORK-ORDER/EMPLOYEE/DATE TOTAL AND APPEND IT TO
      * THE LEDGER UNLESS AN EARLIER RUN ALREADY POSTED IT.
       3000-POST-LABOR-LEDGER.
           IF WS-POSTED-COUNT = 0
               OPEN OUTPUT LABOR-LEDGER
           ELSE
               OPEN EXTEND LABOR-LEDGER
           END-IF.
           IF WS-LABOR-STATUS NOT = "00"
               MOVE "3000-POST-LEDGER"   TO WS-ERR-PARAGRAPH-NAME
               MOVE "LABOR-LEDGER"       TO WS-ERR-FILE-NAME
               MOVE WS-LABOR-STATUS      TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-COUNT
                   PERFORM 3100-CHECK-ALREADY-POSTED
                   IF JOBC-ALREADY-POSTED
                       ADD 1 TO WS-DUP-SKIPPED
                   ELSE
                       PERFORM 3200-FIND-EMPLOYEE-RATE
                       IF NOT JOBC-EMP-FOUND OR WS-FOUND-RATE = 0
                           MOVE SPACES TO WS-EXC-LINE
                           STRING WS-JOB-EMP(WS-JOB-SUB) " "
                               WS-JOB-DATE(WS-JOB-SUB) " "
                               WS-JOB-WO(WS-JOB-SUB)
                               DELIMITED BY SIZE INTO EXC-RAW
                           MOVE "NO PAY RATE ON EMPLOYEE MASTER"
                               TO EXC-REASON
                           ADD 1 TO WS-EXCEPTION-COUNT
                           WRITE JOB-COST-EXC-REC FROM WS-EXC-LINE
                       ELSE
                           PERFORM 3400-WRITE-LEDGER-ROW
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LABOR-LEDGER
           END-IF.

       3100-CHECK-ALREADY-POSTED.
           MOVE "N" TO WS-POSTED-FOUND-SW.
           PERFORM VARYING WS-POSTED-SUB FROM 1 BY 1
               UNTIL WS-POSTED-SUB > WS-POSTED-COUNT
               IF WS-POSTED-WO(WS-POSTED-SUB) = WS-JOB-WO(WS-JOB-SUB)
                   AND WS-POSTED-EMP(WS-POSTED-SUB)
                       = WS-JOB-EMP(WS-JOB-SUB)
                   AND WS-POSTED-DATE(WS-POSTED-SUB)
                       = WS-JOB-DATE(WS-JOB-SUB)
                   MOVE "Y" TO WS-POSTED-FOUND-SW
                   MOVE WS-POSTED-COUNT TO WS-POSTED-SUB
               END-IF
           END-PERFORM.

       3200-FIND-EMPLOYEE-RATE.
           MOVE "N" TO WS-EMP-FOUND-SW.
           MOVE ZEROS TO WS-FOUND-RATE.
           MOVE ZEROS TO WS-FOUND-BURDEN.
           PERFORM VARYING WS-EMP-TABLE-SUB FROM 1 BY 1
               UNTIL WS-EMP-TABLE-SUB > WS-EMP-MASTER-COUNT
               IF WS-EMP-TABLE-NUM(WS-EMP-TABLE-SUB)
                       = WS-JOB-EMP(WS-JOB-SUB)
                   MOVE "Y" TO WS-EMP-FOUND-SW
                   MOVE WS-EMP-TABLE-RATE(WS-EMP-TABLE-SUB)
                       TO WS-FOUND-RATE
                   MOVE WS-EMP-TABLE-BURDEN(WS-EMP-TABLE-SUB)
                       TO WS-FOUND-BURDEN
                   MOVE WS-EMP-MASTER-COUNT TO WS-EMP-TABLE-SUB
               END-IF
           END-PERFORM.
           PERFORM 3300-APPLY-EFFECTIVE-RATE.

      * THE RATE HW16TIME PAID THE DAY AT -- THE LATEST EFFECTIVE
      * ROW ON OR BEFORE THE WORK DATE, ELSE THE MASTER RATE.
       3300-APPLY-EFFECTIVE-RATE.
           IF WS-ERT-COUNT > 0
               MOVE WS-JOB-DATE(WS-JOB-SUB) TO WS-CMP-DATE-IN
               PERFORM 1650-REARRANGE-CMP-DATE
               MOVE WS-CMP-DATE-YMD TO WS-PUNCH-DATE-YMD
               MOVE SPACES TO WS-BEST-EFF-YMD
               PERFORM VARYING WS-ERT-SUB FROM 1 BY 1
                   UNTIL WS-ERT-SUB > WS-ERT-COUNT
                   IF WS-ERT-EMP(WS-ERT-SUB)
                           = WS-JOB-EMP(WS-JOB-SUB)
                       MOVE WS-ERT-EFF(WS-ERT-SUB)
                           TO WS-CMP-DATE-IN
                       PERFORM 1650-REARRANGE-CMP-DATE
                       MOVE WS-CMP-DATE-YMD TO WS-EFF-DATE-YMD
                       IF WS-EFF-DATE-YMD <= WS-PUNCH-DATE-YMD
                           AND (WS-BEST-EFF-YMD = SPACES
                                OR WS-EFF-DATE-YMD
                                   >= WS-BEST-EFF-YMD)
                           MOVE WS-EFF-DATE-YMD
                               TO WS-BEST-EFF-YMD
                           MOVE WS-ERT-RATE(WS-ERT-SUB)
                               TO WS-FOUND-RATE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       3400-WRITE-LEDGER-ROW.
           COMPUTE WS-WAGE-COST ROUNDED
               = WS-JOB-HOURS(WS-JOB-SUB) * WS-FOUND-RATE.
           COMPUTE WS-BURDEN-COST ROUNDED
               = WS-WAGE-COST * WS-FOUND-BURDEN / 100.
           MOVE WS-JOB-WO(WS-JOB-SUB)       TO LAB-WO-NUMBER.
           MOVE WS-JOB-ORDER-ID(WS-JOB-SUB) TO LAB-ORDER-ID.
           MOVE WS-JOB-EMP(WS-JOB-SUB)      TO LAB-EMP-NUMBER.
           MOVE WS-JOB-DATE(WS-JOB-SUB)     TO LAB-WORK-DATE.
           MOVE WS-JOB-HOURS(WS-JOB-SUB)    TO LAB-HOURS.
           MOVE WS-FOUND-RATE               TO LAB-RATE.
           MOVE WS-FOUND-BURDEN             TO LAB-BURDEN-PCT.
           MOVE WS-WAGE-COST                TO LAB-WAGE-COST.
           MOVE WS-BURDEN-COST              TO LAB-BURDEN-COST.
           WRITE LABOR-LEDGER-REC.
           ADD 1 TO WS-POSTED-THIS-RUN.
           ADD WS-WAGE-COST WS-BURDEN-COST TO WS-COST-THIS-RUN.

      * THE LEDGER TO DATE, NOT JUST THIS RUN -- A WORK ORDER SPANS
      * PAY PERIODS, AND THE FLOOR WANTS ITS RUNNING LABOR.
       4000-WRITE-JOB-COST-REPORT.
           OPEN INPUT LABOR-LEDGER.
           IF WS-LABOR-STATUS = "00"
               READ LABOR-LEDGER
               PERFORM UNTIL WS-LABOR-STATUS > "00"
                   PERFORM 4100-ROLL-UP-LEDGER-ROW
                   READ LABOR-LEDGER
               END-PERFORM
               CLOSE LABOR-LEDGER
           END-IF.
           OPEN OUTPUT JOB-COST-RPT.
           IF WS-JOB-RPT-STATUS NOT = "00"
               MOVE "4000-WRITE-REPORT"  TO WS-ERR-PARAGRAPH-NAME
               MOVE "JOB-COST-RPT"       TO WS-ERR-FILE-NAME
               MOVE WS-JOB-RPT-STATUS    TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               WRITE JOB-COST-RPT-REC FROM WS-JOB-RPT-HDR1
               WRITE JOB-COST-RPT-REC FROM WS-JOB-RPT-HDR2
               PERFORM VARYING WS-RWO-SUB FROM 1 BY 1
                   UNTIL WS-RWO-SUB > WS-RWO-COUNT
                   MOVE WS-RWO-NUMBER(WS-RWO-SUB)   TO JRD-WO-NUMBER
                   MOVE WS-RWO-ORDER-ID(WS-RWO-SUB) TO JRD-ORDER-ID
                   MOVE WS-RWO-HOURS(WS-RWO-SUB)    TO JRD-HOURS
                   MOVE WS-RWO-WAGES(WS-RWO-SUB)    TO JRD-WAGES
                   MOVE WS-RWO-BURDEN(WS-RWO-SUB)   TO JRD-BURDEN
                   COMPUTE WS-RPT-TOTAL-LABOR
                       = WS-RWO-WAGES(WS-RWO-SUB)
                       + WS-RWO-BURDEN(WS-RWO-SUB)
                   MOVE WS-RPT-TOTAL-LABOR TO JRD-TOTAL
                   WRITE JOB-COST-RPT-REC FROM WS-JOB-RPT-DETAIL
               END-PERFORM
               MOVE SPACES TO JOB-COST-RPT-REC
               WRITE JOB-COST-RPT-REC
               WRITE JOB-COST-RPT-REC FROM WS-JOB-RPT-HDR3
               WRITE JOB-COST-RPT-REC FROM WS-JOB-RPT-HDR2
               PERFORM VARYING WS-ROR-SUB FROM 1 BY 1
                   UNTIL WS-ROR-SUB > WS-ROR-COUNT
                   MOVE SPACES TO JRD-WO-NUMBER
                   MOVE WS-ROR-ORDER-ID(WS-ROR-SUB) TO JRD-ORDER-ID
                   MOVE WS-ROR-HOURS(WS-ROR-SUB)    TO JRD-HOURS
                   MOVE WS-ROR-WAGES(WS-ROR-SUB)    TO JRD-WAGES
                   MOVE WS-ROR-BURDEN(WS-ROR-SUB)   TO JRD-BURDEN
                   COMPUTE WS-RPT-TOTAL-LABOR
                       = WS-ROR-WAGES(WS-ROR-SUB)
                       + WS-ROR-BURDEN(WS-ROR-SUB)
                   MOVE WS-RPT-TOTAL-LABOR TO JRD-TOTAL
                   WRITE JOB-COST-RPT-REC FROM WS-JOB-RPT-DETAIL
               END-PERFORM
               CLOSE JOB-COST-RPT
           END-IF.

       4100-ROLL-UP-LEDGER-ROW.
           MOVE "N" TO WS-RPT-FOUND-SW.
           PERFORM VARYING WS-RWO-SUB FROM 1 BY 1
               UNTIL WS-RWO-SUB > WS-RWO-COUNT
               IF WS-RWO-NUMBER(WS-RWO-SUB) = LAB-WO-NUMBER
                   MOVE "Y" TO WS-RPT-FOUND-SW
                   MOVE WS-RWO-SUB TO WS-RWO-FOUND-SUB
                   MOVE WS-RWO-COUNT TO WS-RWO-SUB
               END-IF
           END-PERFORM.
           IF NOT JOBC-RPT-FOUND AND WS-RWO-COUNT < 2000
               ADD 1 TO WS-RWO-COUNT
               MOVE WS-RWO-COUNT TO WS-RWO-FOUND-SUB
               MOVE LAB-WO-NUMBER TO WS-RWO-NUMBER(WS-RWO-FOUND-SUB)
               MOVE LAB-ORDER-ID  TO WS-RWO-ORDER-ID(WS-RWO-FOUND-SUB)
               MOVE ZEROS TO WS-RWO-HOURS(WS-RWO-FOUND-SUB)
               MOVE ZEROS TO WS-RWO-WAGES(WS-RWO-FOUND-SUB)
               MOVE ZEROS TO WS-RWO-BURDEN(WS-RWO-FOUND-SUB)
               MOVE "Y" TO WS-RPT-FOUND-SW
           END-IF.
           IF JOBC-RPT-FOUND
               ADD LAB-HOURS TO WS-RWO-HOURS(WS-RWO-FOUND-SUB)
               ADD LAB-WAGE-COST TO WS-RWO-WAGES(WS-RWO-FOUND-SUB)
               ADD LAB-BURDEN-COST
                   TO WS-RWO-BURDEN(WS-RWO-FOUND-SUB)
           END-IF.
           MOVE "N" TO WS-RPT-FOUND-SW.
           PERFORM VARYING WS-ROR-SUB FROM 1 BY 1
               UNTIL WS-ROR-SUB > WS-ROR-COUNT
               IF WS-ROR-ORDER-ID(WS-ROR-SUB) = LAB-ORDER-ID
                   MOVE "Y" TO WS-RPT-FOUND-SW
                   MOVE WS-ROR-SUB TO WS-ROR-FOUND-SUB
                   MOVE WS-ROR-COUNT TO WS-ROR-SUB
               END-IF
           END-PERFORM.
           IF NOT JOBC-RPT-FOUND AND WS-ROR-COUNT < 1000
               ADD 1 TO WS-ROR-COUNT
               MOVE WS-ROR-COUNT TO WS-ROR-FOUND-SUB
               MOVE LAB-ORDER-ID TO WS-ROR-ORDER-ID(WS-ROR-FOUND-SUB)
               MOVE ZEROS TO WS-ROR-HOURS(WS-ROR-FOUND-SUB)
               MOVE ZEROS TO WS-ROR-WAGES(WS-ROR-FOUND-SUB)
               MOVE ZEROS TO WS-ROR-BURDEN(WS-ROR-FOUND-SUB)
               MOVE "Y" TO WS-RPT-FOUND-SW
           END-IF.
           IF JOBC-RPT-FOUND
               ADD LAB-HOURS TO WS-ROR-HOURS(WS-ROR-FOUND-SUB)
               ADD LAB-WAGE-COST TO WS-ROR-WAGES(WS-ROR-FOUND-SUB)
               ADD LAB-BURDEN-COST
                   TO WS-ROR-BURDEN(WS-ROR-FOUND-SUB)
           END-IF.
