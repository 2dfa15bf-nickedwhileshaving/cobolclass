       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW15SCHD.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Floor schedule.  Loads the open work orders from the status
      *file HW15WSUP maintains, in promised-ship-date order, onto the
      *work centers on the work-center file (cutting, binding,
      *finishing, in their sequence) against each center's daily
      *capacity, stated in square feet or running feet a day or in
      *hours at the center's rate.  An order moves to the next center
      *the day the last one finishes it.  The daily floor schedule
      *flags every order whose finish date plus transit days falls
      *past the date HW15ACK promised, and the weekly load report
      *sets the work falling due each week against the week's
      *capacity to show where overtime is needed.  The capacity left
      *over day by day is written for HW15ACK to promise from.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-CENTER-FILE ASSIGN TO WS-WORK-CENTER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-CENTER-STATUS.

           SELECT WORK-ORDER-STATUS ASSIGN TO WS-WO-STS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WO-STS-STATUS.

           SELECT ALLOCATION-REG ASSIGN TO WS-ALLOC-REG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLOC-REG-STATUS.

           SELECT PROMISE-FILE ASSIGN TO WS-PROMISE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROMISE-STATUS.

           SELECT CAPACITY-FILE ASSIGN TO WS-CAPACITY-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAPACITY-STATUS.

           SELECT SCHEDULE-RPT ASSIGN TO WS-SCHEDULE-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-RPT-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES RUGWCTR,
      *  RUGWSTS, RUGALOC, RUGPROM, RUGWCAP, AND RUGSCHR, FALLING
      *  BACK TO THE DEVELOPMENT DEFAULTS SHOWN IN 0900.

       DATA DIVISION.
       FILE SECTION.
      * ONE ROW PER WORK CENTER.  LOAD BASIS A IS THE RUG AREA IN
      * SQUARE FEET, P THE PERIMETER IN RUNNING FEET, F THE PERIMETER
      * OF THE LINES CARRYING AN EDGE FINISH.  CAPACITY UNIT U STATES
      * THE DAILY CAPACITY IN THOSE UNITS, H IN HOURS, WORKED AT THE
      * UNITS-PER-HOUR RATE.
       FD  WORK-CENTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS WORK-CENTER-REC.
       01 WORK-CENTER-REC.
          05 WC-CENTER-CODE           PIC X(04).
          05 WC-SEQUENCE              PIC 9(02).
          05 WC-CENTER-NAME           PIC X(20).
          05 WC-LOAD-BASIS            PIC X(01).
             88 WC-BASIS-VALID            VALUE "A" "P" "F".
          05 WC-CAPACITY-UNIT         PIC X(01).
             88 WC-CAPACITY-IN-HOURS      VALUE "H".
          05 WC-DAILY-CAPACITY        PIC 9(05)V99.
          05 WC-UNITS-PER-HOUR        PIC 9(05)V99.

       FD  WORK-ORDER-STATUS
           RECORDING MODE IS F
           DATA RECORD IS WORK-ORDER-STATUS-REC.
       01 WORK-ORDER-STATUS-REC.
          05 WST-WO-NUMBER            PIC 9(07).
          05 WST-ORDER-ID             PIC X(05).
          05 WST-STATUS               PIC X(01).
             88 WST-OPEN                  VALUE "O".
             88 WST-CUTTING               VALUE "K".
             88 WST-COMPLETE              VALUE "C".
          05 WST-OPENED-DATE          PIC X(08).
          05 WST-STATUS-DATE          PIC X(08).

      * ONE ROW PER ALLOCATED LINE; THE FIRST 74 BYTES ARE THE
      * PRICED LINE AS HW15NB WROTE IT TO MATHOUT.
       FD  ALLOCATION-REG
           RECORDING MODE IS F
           DATA RECORD IS ALLOCATION-REC.
       01 ALLOCATION-REC.
          05 AL-LINE-IMAGE.
             10 FILLER                PIC X(21).
             10 AL-ORDER-ID           PIC X(05).
             10 FILLER                PIC X(05).
             10 AL-AREA-OUT           PIC 9(06)V99.
             10 AL-PERIMETER-OUT      PIC 9(04).
             10 FILLER                PIC X(30).
             10 AL-FINISH-CODE        PIC X(01).
          05 FILLER                   PIC X(24).

      * THE SHIP DATE HW15ACK PROMISED EACH ORDER AND THE TRANSIT
      * DAYS IT ALLOWED.  THE LAST ROW FOR AN ORDER STANDS.
       FD  PROMISE-FILE
           RECORDING MODE IS F
           DATA RECORD IS PROMISE-REC.
       01 PROMISE-REC.
          05 PR-ORDER-ID              PIC X(05).
          05 PR-PROMISED-DATE         PIC X(08).
          05 PR-TRANSIT-DAYS          PIC 9(01).
          05 PR-ACK-DATE              PIC X(08).
          05 PR-PROMISE-BASIS         PIC X(01).

      * CAPACITY LEFT PER CENTER PER WORKING DAY, IN THE CENTER'S
      * LOAD UNITS, CENTERS IN SEQUENCE AND DAYS IN DATE ORDER.
       FD  CAPACITY-FILE
           RECORDING MODE IS F
           DATA RECORD IS CAPACITY-REC.
       01 CAPACITY-REC.
          05 CP-CENTER-CODE           PIC X(04).
          05 CP-SEQUENCE              PIC 9(02).
          05 CP-LOAD-BASIS            PIC X(01).
          05 CP-DATE                  PIC X(08).
          05 CP-REMAINING             PIC 9(05)V99.

       FD  SCHEDULE-RPT
           RECORDING MODE IS F
           DATA RECORD IS SCHEDULE-RPT-REC.
       01 SCHEDULE-RPT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-CENTER-DSN         PIC X(80).
       01  WS-WO-STS-DSN              PIC X(80).
       01  WS-ALLOC-REG-DSN           PIC X(80).
       01  WS-PROMISE-DSN             PIC X(80).
       01  WS-CAPACITY-DSN            PIC X(80).
       01  WS-SCHEDULE-RPT-DSN        PIC X(80).

       01  WS-WORK-CENTER-STATUS      PIC X(02) VALUE "00".
       01  WS-WO-STS-STATUS           PIC X(02) VALUE "00".
       01  WS-ALLOC-REG-STATUS        PIC X(02) VALUE "00".
       01  WS-PROMISE-STATUS          PIC X(02) VALUE "00".
       01  WS-CAPACITY-STATUS         PIC X(02) VALUE "00".
       01  WS-SCHEDULE-RPT-STATUS     PIC X(02) VALUE "00".

       01  WS-TODAY                   PIC X(08).
       01  WS-DATE-N                  PIC 9(08).
       01  WS-DATE-X                  PIC X(08).
       01  WS-FIND-ORDER              PIC X(05).
       01  WS-DEFAULT-LEAD-DAYS       PIC 9(03) VALUE 014.

      * THE WORKING DAYS SCHEDULED, MONDAY THROUGH FRIDAY FROM TODAY,
      * AND THE WEEK EACH FALLS IN COUNTING FROM THIS WEEK'S MONDAY.
       01  WS-HORIZON-DAYS            PIC 9(03) VALUE 130.
       01  WS-DAY-INT                 PIC 9(08).
       01  WS-MONDAY-INT              PIC 9(08).
       01  WS-FIRST-DAY-INT           PIC 9(08).
       01  WS-DAY-OF-WEEK             PIC 9(01).
       01  WS-CAL-COUNT               PIC 9(03) VALUE 0.
       01  WS-CAL-SUB                 PIC 9(03).
       01  WS-CALENDAR.
           05 WS-CAL-ENTRY OCCURS 130 TIMES.
              10 WS-CAL-DATE          PIC X(08).
              10 WS-CAL-WEEK          PIC 9(02).
       01  WS-WEEK-COUNT              PIC 9(02) VALUE 0.
       01  WS-WEEK-SUB                PIC 9(02).

       01  WS-CTR-COUNT               PIC 9(02) VALUE 0.
       01  WS-CTR-SUB                 PIC 9(02).
       01  WS-CTR-SUB2                PIC 9(02).
       01  WS-CTR-FIRST               PIC 9(02).
       01  WS-CENTER-TABLE.
           05 WS-CTR-ENTRY OCCURS 10 TIMES.
              10 WS-CTR-CODE          PIC X(04).
              10 WS-CTR-SEQ           PIC 9(02).
              10 WS-CTR-NAME          PIC X(20).
              10 WS-CTR-BASIS         PIC X(01).
              10 WS-CTR-PER-HOUR      PIC 9(05)V99.
              10 WS-CTR-DAILY         PIC 9(07)V99.
              10 WS-CTR-DAY OCCURS 130 TIMES.
                 15 WS-CTR-REMAIN     PIC 9(07)V99.
              10 WS-CTR-WEEK OCCURS 28 TIMES.
                 15 WS-CTR-WK-CAP     PIC 9(07)V99.
                 15 WS-CTR-WK-SCHED   PIC 9(07)V99.
                 15 WS-CTR-WK-DUE     PIC 9(07)V99.
       01  WS-CTR-HOLD                PIC X(1969).

       01  WS-PROM-COUNT              PIC 9(04) VALUE 0.
       01  WS-PROM-SUB                PIC 9(04).
       01  WS-PROM-FOUND-SUB          PIC 9(04).
       01  WS-PROMISE-TABLE.
           05 WS-PROM-ENTRY OCCURS 1000 TIMES.
              10 WS-PROM-ORDER        PIC X(05).
              10 WS-PROM-DATE         PIC X(08).
              10 WS-PROM-TRANSIT      PIC 9(01).

      * THE LOAD OF EACH ORDER ON THE REGISTER, BY LOAD BASIS.
       01  WS-OLD-COUNT               PIC 9(04) VALUE 0.
       01  WS-OLD-SUB                 PIC 9(04).
       01  WS-OLD-FOUND-SUB           PIC 9(04).
       01  WS-ORDER-LOAD-TABLE.
           05 WS-OLD-ENTRY OCCURS 1000 TIMES.
              10 WS-OLD-ORDER         PIC X(05).
              10 WS-OLD-AREA          PIC 9(07)V99.
              10 WS-OLD-PERIMETER     PIC 9(07)V99.
              10 WS-OLD-FIN-PERIMETER PIC 9(07)V99.

      * THE OPEN AND CUTTING WORK ORDERS, SORTED BY PROMISED DATE.
       01  WS-WO-COUNT                PIC 9(03) VALUE 0.
       01  WS-WO-SUB                  PIC 9(03).
       01  WS-WO-SUB2                 PIC 9(03).
       01  WS-WO-TABLE.
           05 WS-WO-ENTRY OCCURS 500 TIMES.
              10 WS-WO-NUMBER         PIC 9(07).
              10 WS-WO-ORDER          PIC X(05).
              10 WS-WO-STAT           PIC X(01).
              10 WS-WO-PROMISED       PIC X(08).
              10 WS-WO-TRANSIT        PIC 9(01).
              10 WS-WO-PROMISE-SRC    PIC X(01).
                 88 WO-PROMISE-ESTIMATED    VALUE "E".
              10 WS-WO-NEED-INT       PIC 9(08).
              10 WS-WO-AREA           PIC 9(07)V99.
              10 WS-WO-PERIMETER      PIC 9(07)V99.
              10 WS-WO-FIN-PERIMETER  PIC 9(07)V99.
              10 WS-WO-FINISH         PIC X(08).
              10 WS-WO-LATE-SW        PIC X(01).
                 88 WO-LATE                 VALUE "Y".
              10 WS-WO-HORIZON-SW     PIC X(01).
                 88 WO-PAST-HORIZON         VALUE "Y".
       01  WS-WO-HOLD                 PIC X(68).

      * EACH DAY'S WORK ON EACH CENTER FOR EACH WORK ORDER.
       01  WS-SLOT-COUNT              PIC 9(04) VALUE 0.
       01  WS-SLOT-SUB                PIC 9(04).
       01  WS-SLOT-TABLE.
           05 WS-SLOT-ENTRY OCCURS 5000 TIMES.
              10 WS-SLOT-DAY          PIC 9(03).
              10 WS-SLOT-CTR          PIC 9(02).
              10 WS-SLOT-WO           PIC 9(03).
              10 WS-SLOT-UNITS        PIC 9(07)V99.
       01  WS-SLOT-FULL-SW            PIC X(01) VALUE "N".
           88 SLOT-TABLE-FULL               VALUE "Y".

       01  WS-FROM-DAY                PIC 9(03).
       01  WS-UNIT-NAME               PIC X(04).
       01  WS-CTR-LOAD                PIC 9(07)V99.
       01  WS-LOAD-LEFT               PIC 9(07)V99.
       01  WS-TAKE                    PIC 9(07)V99.
       01  WS-FINISH-INT              PIC 9(08).
       01  WS-PROMISE-INT             PIC 9(08).
       01  WS-NEED-WEEK               PIC 9(04).
       01  WS-DAY-WRITTEN-SW          PIC X(01).
           88 DAY-HEADING-WRITTEN           VALUE "Y".
       01  WS-CUM-DUE                 PIC 9(08)V99.
       01  WS-CUM-CAP                 PIC 9(08)V99.
       01  WS-CUM-OVERTIME            PIC 9(08)V99.
       01  WS-OVERTIME                PIC 9(08)V99.
       01  WS-OVERTIME-HOURS          PIC 9(05)V9.

       01  WS-SCHEDULED-COUNT         PIC 9(03) VALUE 0.
       01  WS-LATE-COUNT              PIC 9(03) VALUE 0.
       01  WS-HORIZON-COUNT           PIC 9(03) VALUE 0.
       01  WS-OVERTIME-WEEKS          PIC 9(03) VALUE 0.

      * PARAMETER BLOCK FOR THE SHARED DATE ROUTINE.
       01  WS-DATEVAL-PARMS.
           05 DV-FUNCTION             PIC X(01).
           05 DV-FORMAT-1             PIC X(01).
           05 DV-DATE-1               PIC X(08).
           05 DV-FORMAT-2             PIC X(01).
           05 DV-DATE-2               PIC X(08).
           05 DV-DAYS                 PIC S9(05).
           05 DV-RESULT               PIC X(01).

       01  WS-RPT-HDR-LINE.
           05 FILLER                  PIC X(27)
                   VALUE "FLOOR SCHEDULE -- HW15SCHD ".
           05 FILLER                  PIC X(05) VALUE "DATE ".
           05 RHL-DATE                PIC X(08).
       01  WS-RPT-DAY-LINE.
           05 FILLER                  PIC X(04) VALUE "DAY ".
           05 RDL-DATE                PIC X(08).
       01  WS-RPT-SLOT-LINE.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 RSL-CENTER              PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RSL-CENTER-NAME         PIC X(20).
           05 FILLER                  PIC X(04) VALUE " WO ".
           05 RSL-WO-NUMBER           PIC 9(07).
           05 FILLER                  PIC X(07) VALUE " ORDER ".
           05 RSL-ORDER-ID            PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RSL-UNITS               PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RSL-UNIT-NAME           PIC X(04).
           05 FILLER                  PIC X(10) VALUE "  PROMISED".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RSL-PROMISED            PIC X(08).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 RSL-FLAG                PIC X(10).
       01  WS-RPT-WO-HDR-LINE.
           05 FILLER                  PIC X(21)
                   VALUE "WORK ORDER  ORDER ST ".
           05 FILLER                  PIC X(26)
                   VALUE "PROMISED  FINISHED  STATUS".
       01  WS-RPT-WO-LINE.
           05 RWL-WO-NUMBER           PIC 9(07).
           05 FILLER                  PIC X(05) VALUE ALL SPACES.
           05 RWL-ORDER-ID            PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RWL-STATUS              PIC X(01).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 RWL-PROMISED            PIC X(08).
           05 RWL-ESTIMATED           PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RWL-FINISH              PIC X(08).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 RWL-FLAG                PIC X(30).
       01  WS-RPT-NOTE-LINE.
           05 FILLER                  PIC X(24)
                   VALUE "* NO PROMISE ON FILE -- ".
           05 FILLER                  PIC X(35)
                   VALUE "OPENED DATE PLUS STANDARD LEAD TIME".
       01  WS-LOAD-HDR-LINE.
           05 FILLER                  PIC X(31)
                   VALUE "WEEKLY LOAD -- WORK FALLING DUE".
           05 FILLER                  PIC X(17)
                   VALUE " AGAINST CAPACITY".
       01  WS-LOAD-COL-LINE.
           05 FILLER                  PIC X(20)
                   VALUE "CTR  WEEK OF   UNIT ".
           05 FILLER                  PIC X(33)
                   VALUE "  CAPACITY  SCHEDULED        DUE ".
           05 FILLER                  PIC X(26)
                   VALUE "     CUM DUE      CUM CAP ".
           05 FILLER                  PIC X(19)
                   VALUE "  OVERTIME   OT HRS".
       01  WS-LOAD-LINE.
           05 RLL-CENTER              PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RLL-WEEK-OF             PIC X(08).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 RLL-UNIT-NAME           PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RLL-CAPACITY            PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RLL-SCHEDULED           PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RLL-DUE                 PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RLL-CUM-DUE             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RLL-CUM-CAP             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RLL-OVERTIME            PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RLL-OT-HOURS            PIC ZZ,ZZ9.9.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 RLL-FLAG                PIC X(16).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW15SCHD BEGINS".
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SORT-WORK-ORDERS.
           PERFORM 3000-SCHEDULE-WORK-ORDERS.
           PERFORM 4000-WRITE-FLOOR-SCHEDULE.
           PERFORM 5000-WRITE-LOAD-REPORT.
           PERFORM 6000-WRITE-CAPACITY-FILE.
           CLOSE SCHEDULE-RPT.
           DISPLAY "WORK ORDERS SCHEDULED : " WS-SCHEDULED-COUNT.
           DISPLAY "  LATE AGAINST PROMISE: " WS-LATE-COUNT.
           DISPLAY "  PAST THE HORIZON    : " WS-HORIZON-COUNT.
           DISPLAY "WEEKS NEEDING OVERTIME: " WS-OVERTIME-WEEKS.
           DISPLAY "HW15SCHD CONCLUDES".
           GOBACK.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-WORK-CENTER-DSN FROM ENVIRONMENT "RUGWCTR".
           IF WS-WORK-CENTER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15WCTR.dat"
               TO WS-WORK-CENTER-DSN
           END-IF.
           ACCEPT WS-WO-STS-DSN FROM ENVIRONMENT "RUGWSTS".
           IF WS-WO-STS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15WSTS.dat"
               TO WS-WO-STS-DSN
           END-IF.
           ACCEPT WS-ALLOC-REG-DSN FROM ENVIRONMENT "RUGALOC".
           IF WS-ALLOC-REG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15ALOC.dat"
               TO WS-ALLOC-REG-DSN
           END-IF.
           ACCEPT WS-PROMISE-DSN FROM ENVIRONMENT "RUGPROM".
           IF WS-PROMISE-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15PROM.dat"
               TO WS-PROMISE-DSN
           END-IF.
           ACCEPT WS-CAPACITY-DSN FROM ENVIRONMENT "RUGWCAP".
           IF WS-CAPACITY-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15WCAP.dat"
               TO WS-CAPACITY-DSN
           END-IF.
           ACCEPT WS-SCHEDULE-RPT-DSN FROM ENVIRONMENT "RUGSCHR".
           IF WS-SCHEDULE-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15SCHD.rpt"
               TO WS-SCHEDULE-RPT-DSN
           END-IF.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM 1100-LOAD-WORK-CENTERS.
           PERFORM 1150-BUILD-CALENDAR.
           PERFORM 1200-LOAD-PROMISES.
           PERFORM 1300-LOAD-ORDER-LOADS.
           PERFORM 1400-LOAD-WORK-ORDERS.
           OPEN OUTPUT SCHEDULE-RPT.
           MOVE WS-TODAY TO RHL-DATE.
           WRITE SCHEDULE-RPT-REC FROM WS-RPT-HDR-LINE.

      * WITHOUT THE WORK CENTERS THERE IS NOTHING TO LOAD AGAINST.
      * THE CENTERS ARE PUT IN THEIR FLOOR SEQUENCE.
       1100-LOAD-WORK-CENTERS.
           OPEN INPUT WORK-CENTER-FILE.
           IF WS-WORK-CENTER-STATUS NOT = "00"
               DISPLAY "WORK CENTER FILE NOT AVAILABLE - STATUS "
                   WS-WORK-CENTER-STATUS " -- NOTHING SCHEDULED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ WORK-CENTER-FILE.
           PERFORM UNTIL WS-WORK-CENTER-STATUS > "00"
                      OR WS-CTR-COUNT >= 10
               IF WC-BASIS-VALID AND WC-DAILY-CAPACITY IS NUMERIC
                   ADD 1 TO WS-CTR-COUNT
                   INITIALIZE WS-CTR-ENTRY(WS-CTR-COUNT)
                   MOVE WC-CENTER-CODE TO WS-CTR-CODE(WS-CTR-COUNT)
                   IF WC-SEQUENCE IS NUMERIC
                       MOVE WC-SEQUENCE TO WS-CTR-SEQ(WS-CTR-COUNT)
                   ELSE
                       MOVE WS-CTR-COUNT TO WS-CTR-SEQ(WS-CTR-COUNT)
                   END-IF
                   MOVE WC-CENTER-NAME TO WS-CTR-NAME(WS-CTR-COUNT)
                   MOVE WC-LOAD-BASIS  TO WS-CTR-BASIS(WS-CTR-COUNT)
                   IF WC-UNITS-PER-HOUR IS NUMERIC
                       MOVE WC-UNITS-PER-HOUR
                           TO WS-CTR-PER-HOUR(WS-CTR-COUNT)
                   END-IF
                   IF WC-CAPACITY-IN-HOURS
                       COMPUTE WS-CTR-DAILY(WS-CTR-COUNT) ROUNDED =
                           WC-DAILY-CAPACITY
                           * WS-CTR-PER-HOUR(WS-CTR-COUNT)
                   ELSE
                       MOVE WC-DAILY-CAPACITY
                           TO WS-CTR-DAILY(WS-CTR-COUNT)
                   END-IF
               ELSE
                   DISPLAY "WORK CENTER " WC-CENTER-CODE
                       " HAS NO VALID BASIS OR CAPACITY -- SKIPPED"
               END-IF
               READ WORK-CENTER-FILE
           END-PERFORM.
           CLOSE WORK-CENTER-FILE.
           IF WS-CTR-COUNT > 1
               PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB >= WS-CTR-COUNT
                   PERFORM VARYING WS-CTR-SUB2 FROM 1 BY 1
                       UNTIL WS-CTR-SUB2 > WS-CTR-COUNT - WS-CTR-SUB
                       IF WS-CTR-SEQ(WS-CTR-SUB2)
                           > WS-CTR-SEQ(WS-CTR-SUB2 + 1)
                           MOVE WS-CTR-ENTRY(WS-CTR-SUB2)
                               TO WS-CTR-HOLD
                           MOVE WS-CTR-ENTRY(WS-CTR-SUB2 + 1)
                               TO WS-CTR-ENTRY(WS-CTR-SUB2)
                           MOVE WS-CTR-HOLD
                               TO WS-CTR-ENTRY(WS-CTR-SUB2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      * THE NEXT HORIZON OF WORKING DAYS FROM TODAY, WEEKENDS LEFT
      * OUT, EACH CENTER STARTING EVERY DAY AT ITS FULL CAPACITY.
       1150-BUILD-CALENDAR.
           MOVE WS-TODAY TO WS-DATE-N.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-N).
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-INT, 7).
           IF WS-DAY-OF-WEEK = 0
               COMPUTE WS-MONDAY-INT = WS-DAY-INT - 6
           ELSE
               COMPUTE WS-MONDAY-INT = WS-DAY-INT - WS-DAY-OF-WEEK + 1
           END-IF.
           PERFORM UNTIL WS-CAL-COUNT >= WS-HORIZON-DAYS
               COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-INT, 7)
               IF WS-DAY-OF-WEEK NOT = 0 AND WS-DAY-OF-WEEK NOT = 6
                   ADD 1 TO WS-CAL-COUNT
                   IF WS-CAL-COUNT = 1
                       MOVE WS-DAY-INT TO WS-FIRST-DAY-INT
                   END-IF
                   COMPUTE WS-DATE-N =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   MOVE WS-DATE-N TO WS-CAL-DATE(WS-CAL-COUNT)
                   COMPUTE WS-CAL-WEEK(WS-CAL-COUNT) =
                       (WS-DAY-INT - WS-MONDAY-INT) / 7 + 1
                   MOVE WS-CAL-WEEK(WS-CAL-COUNT) TO WS-WEEK-COUNT
                   PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                       UNTIL WS-CTR-SUB > WS-CTR-COUNT
                       MOVE WS-CTR-DAILY(WS-CTR-SUB)
                           TO WS-CTR-REMAIN(WS-CTR-SUB, WS-CAL-COUNT)
                       ADD WS-CTR-DAILY(WS-CTR-SUB)
                           TO WS-CTR-WK-CAP(WS-CTR-SUB, WS-WEEK-COUNT)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-DAY-INT
           END-PERFORM.

       1200-LOAD-PROMISES.
           OPEN INPUT PROMISE-FILE.
           IF WS-PROMISE-STATUS = "00"
               READ PROMISE-FILE
               PERFORM UNTIL WS-PROMISE-STATUS > "00"
                   MOVE PR-ORDER-ID TO WS-FIND-ORDER
                   PERFORM 1250-FIND-PROMISE
                   IF WS-PROM-FOUND-SUB = 0
                       AND WS-PROM-COUNT < 1000
                       AND PR-PROMISED-DATE IS NUMERIC
                       ADD 1 TO WS-PROM-COUNT
                       MOVE WS-PROM-COUNT TO WS-PROM-FOUND-SUB
                   END-IF
                   IF WS-PROM-FOUND-SUB > 0
                       AND PR-PROMISED-DATE IS NUMERIC
                       MOVE PR-ORDER-ID
                           TO WS-PROM-ORDER(WS-PROM-FOUND-SUB)
                       MOVE PR-PROMISED-DATE
                           TO WS-PROM-DATE(WS-PROM-FOUND-SUB)
                       IF PR-TRANSIT-DAYS IS NUMERIC
                           MOVE PR-TRANSIT-DAYS
                               TO WS-PROM-TRANSIT(WS-PROM-FOUND-SUB)
                       ELSE
                           MOVE 0 TO WS-PROM-TRANSIT(WS-PROM-FOUND-SUB)
                       END-IF
                   END-IF
                   READ PROMISE-FILE
               END-PERFORM
               CLOSE PROMISE-FILE
           ELSE
               DISPLAY "PROMISE FILE NOT AVAILABLE - STATUS "
                   WS-PROMISE-STATUS " -- PROMISES ESTIMATED"
           END-IF.

      * THE ORDER TO FIND IS IN WS-FIND-ORDER; ZERO WHEN NOT ON FILE.
       1250-FIND-PROMISE.
           MOVE 0 TO WS-PROM-FOUND-SUB.
           PERFORM VARYING WS-PROM-SUB FROM 1 BY 1
               UNTIL WS-PROM-SUB > WS-PROM-COUNT
               IF WS-PROM-ORDER(WS-PROM-SUB) = WS-FIND-ORDER
                   MOVE WS-PROM-SUB TO WS-PROM-FOUND-SUB
                   MOVE WS-PROM-COUNT TO WS-PROM-SUB
               END-IF
           END-PERFORM.

      * EACH ORDER'S AREA, PERIMETER, AND FINISHED PERIMETER, SUMMED
      * FROM ITS LINES ON THE ALLOCATION REGISTER.
       1300-LOAD-ORDER-LOADS.
           OPEN INPUT ALLOCATION-REG.
           IF WS-ALLOC-REG-STATUS = "00"
               READ ALLOCATION-REG
               PERFORM UNTIL WS-ALLOC-REG-STATUS > "00"
                   MOVE AL-ORDER-ID TO WS-FIND-ORDER
                   PERFORM 1350-FIND-ORDER-LOAD
                   IF WS-OLD-FOUND-SUB = 0
                       AND WS-OLD-COUNT < 1000
                       ADD 1 TO WS-OLD-COUNT
                       MOVE WS-OLD-COUNT TO WS-OLD-FOUND-SUB
                       MOVE AL-ORDER-ID
                           TO WS-OLD-ORDER(WS-OLD-FOUND-SUB)
                       MOVE ZEROS
                           TO WS-OLD-AREA(WS-OLD-FOUND-SUB)
                              WS-OLD-PERIMETER(WS-OLD-FOUND-SUB)
                              WS-OLD-FIN-PERIMETER(WS-OLD-FOUND-SUB)
                   END-IF
                   IF WS-OLD-FOUND-SUB > 0
                       AND AL-AREA-OUT IS NUMERIC
                       AND AL-PERIMETER-OUT IS NUMERIC
                       ADD AL-AREA-OUT
                           TO WS-OLD-AREA(WS-OLD-FOUND-SUB)
                       ADD AL-PERIMETER-OUT
                           TO WS-OLD-PERIMETER(WS-OLD-FOUND-SUB)
                       IF AL-FINISH-CODE NOT = SPACE
                           ADD AL-PERIMETER-OUT
                               TO WS-OLD-FIN-PERIMETER(WS-OLD-FOUND-SUB)
                       END-IF
                   END-IF
                   READ ALLOCATION-REG
               END-PERFORM
               CLOSE ALLOCATION-REG
           ELSE
               DISPLAY "ALLOCATION REGISTER NOT AVAILABLE - STATUS "
                   WS-ALLOC-REG-STATUS " -- NO WORK ORDER HAS A LOAD"
           END-IF.

      * THE ORDER TO FIND IS IN WS-FIND-ORDER; ZERO WHEN NOT ON FILE.
       1350-FIND-ORDER-LOAD.
           MOVE 0 TO WS-OLD-FOUND-SUB.
           PERFORM VARYING WS-OLD-SUB FROM 1 BY 1
               UNTIL WS-OLD-SUB > WS-OLD-COUNT
               IF WS-OLD-ORDER(WS-OLD-SUB) = WS-FIND-ORDER
                   MOVE WS-OLD-SUB TO WS-OLD-FOUND-SUB
                   MOVE WS-OLD-COUNT TO WS-OLD-SUB
               END-IF
           END-PERFORM.

      * OPEN AND CUTTING WORK ORDERS ONLY.  ONE WITH NO PROMISE ON
      * FILE IS GIVEN ITS OPENED DATE PLUS THE STANDARD LEAD TIME.
       1400-LOAD-WORK-ORDERS.
           OPEN INPUT WORK-ORDER-STATUS.
           IF WS-WO-STS-STATUS = "00"
               READ WORK-ORDER-STATUS
               PERFORM UNTIL WS-WO-STS-STATUS > "00"
                          OR WS-WO-COUNT >= 500
                   IF WST-OPEN OR WST-CUTTING
                       ADD 1 TO WS-WO-COUNT
                       PERFORM 1410-ADD-WORK-ORDER
                   END-IF
                   READ WORK-ORDER-STATUS
               END-PERFORM
               IF WS-WO-STS-STATUS = "00"
                   DISPLAY "OVER 500 OPEN WORK ORDERS -- THE REST "
                       "ARE NOT SCHEDULED"
                   MOVE 4 TO RETURN-CODE
               END-IF
               CLOSE WORK-ORDER-STATUS
           ELSE
               DISPLAY "WORK ORDER STATUS FILE NOT AVAILABLE - "
                   "STATUS " WS-WO-STS-STATUS
           END-IF.

       1410-ADD-WORK-ORDER.
           INITIALIZE WS-WO-ENTRY(WS-WO-COUNT).
           MOVE WST-WO-NUMBER TO WS-WO-NUMBER(WS-WO-COUNT).
           MOVE WST-ORDER-ID  TO WS-WO-ORDER(WS-WO-COUNT).
           MOVE WST-STATUS    TO WS-WO-STAT(WS-WO-COUNT).
           MOVE WST-ORDER-ID TO WS-FIND-ORDER.
           PERFORM 1250-FIND-PROMISE.
           IF WS-PROM-FOUND-SUB > 0
               MOVE WS-PROM-DATE(WS-PROM-FOUND-SUB)
                   TO WS-WO-PROMISED(WS-WO-COUNT)
               MOVE WS-PROM-TRANSIT(WS-PROM-FOUND-SUB)
                   TO WS-WO-TRANSIT(WS-WO-COUNT)
               MOVE "A" TO WS-WO-PROMISE-SRC(WS-WO-COUNT)
           ELSE
               MOVE "V" TO DV-FUNCTION
               MOVE "2" TO DV-FORMAT-1
               MOVE WST-OPENED-DATE TO DV-DATE-1
               CALL "DATEVAL" USING WS-DATEVAL-PARMS
                   ON EXCEPTION MOVE "1" TO DV-RESULT
               END-CALL
               IF DV-RESULT = "0"
                   MOVE WST-OPENED-DATE TO WS-DATE-N
               ELSE
                   MOVE WS-TODAY TO WS-DATE-N
               END-IF
               COMPUTE WS-PROMISE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-N)
                   + WS-DEFAULT-LEAD-DAYS
               COMPUTE WS-DATE-N =
                   FUNCTION DATE-OF-INTEGER(WS-PROMISE-INT)
               MOVE WS-DATE-N TO WS-WO-PROMISED(WS-WO-COUNT)
               MOVE 0 TO WS-WO-TRANSIT(WS-WO-COUNT)
               MOVE "E" TO WS-WO-PROMISE-SRC(WS-WO-COUNT)
           END-IF.
           MOVE WS-WO-PROMISED(WS-WO-COUNT) TO WS-DATE-N.
           COMPUTE WS-WO-NEED-INT(WS-WO-COUNT) =
               FUNCTION INTEGER-OF-DATE(WS-DATE-N)
               - WS-WO-TRANSIT(WS-WO-COUNT).
           MOVE WST-ORDER-ID TO WS-FIND-ORDER.
           PERFORM 1350-FIND-ORDER-LOAD.
           IF WS-OLD-FOUND-SUB > 0
               MOVE WS-OLD-AREA(WS-OLD-FOUND-SUB)
                   TO WS-WO-AREA(WS-WO-COUNT)
               MOVE WS-OLD-PERIMETER(WS-OLD-FOUND-SUB)
                   TO WS-WO-PERIMETER(WS-WO-COUNT)
               MOVE WS-OLD-FIN-PERIMETER(WS-OLD-FOUND-SUB)
                   TO WS-WO-FIN-PERIMETER(WS-WO-COUNT)
           END-IF.

      * PROMISED DATE, THEN WORK-ORDER NUMBER FOR A TIE.
       2000-SORT-WORK-ORDERS.
           IF WS-WO-COUNT > 1
               PERFORM VARYING WS-WO-SUB FROM 1 BY 1
                   UNTIL WS-WO-SUB >= WS-WO-COUNT
                   PERFORM VARYING WS-WO-SUB2 FROM 1 BY 1
                       UNTIL WS-WO-SUB2 > WS-WO-COUNT - WS-WO-SUB
                       IF WS-WO-PROMISED(WS-WO-SUB2)
                           > WS-WO-PROMISED(WS-WO-SUB2 + 1)
                           OR (WS-WO-PROMISED(WS-WO-SUB2)
                               = WS-WO-PROMISED(WS-WO-SUB2 + 1)
                           AND WS-WO-NUMBER(WS-WO-SUB2)
                               > WS-WO-NUMBER(WS-WO-SUB2 + 1))
                           MOVE WS-WO-ENTRY(WS-WO-SUB2)
                               TO WS-WO-HOLD
                           MOVE WS-WO-ENTRY(WS-WO-SUB2 + 1)
                               TO WS-WO-ENTRY(WS-WO-SUB2)
                           MOVE WS-WO-HOLD
                               TO WS-WO-ENTRY(WS-WO-SUB2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      * EACH WORK ORDER TAKES THE FIRST CAPACITY LEFT ON EACH CENTER
      * IN TURN.  A WORK ORDER ALREADY CUTTING HAS LEFT THE FIRST
      * CENTER.  THE WORK FALLING DUE IS POSTED TO THE WEEK OF THE
      * DATE IT MUST LEAVE THE FLOOR; WORK ALREADY PAST THAT DATE
      * FALLS DUE THIS WEEK.
       3000-SCHEDULE-WORK-ORDERS.
           PERFORM VARYING WS-WO-SUB FROM 1 BY 1
               UNTIL WS-WO-SUB > WS-WO-COUNT OR SLOT-TABLE-FULL
               IF WS-WO-NEED-INT(WS-WO-SUB) < WS-FIRST-DAY-INT
                   MOVE 1 TO WS-NEED-WEEK
               ELSE
                   COMPUTE WS-NEED-WEEK =
                       (WS-WO-NEED-INT(WS-WO-SUB) - WS-MONDAY-INT)
                       / 7 + 1
               END-IF
               MOVE 1 TO WS-FROM-DAY
               IF WS-WO-STAT(WS-WO-SUB) = "K"
                   MOVE 2 TO WS-CTR-FIRST
               ELSE
                   MOVE 1 TO WS-CTR-FIRST
               END-IF
               PERFORM VARYING WS-CTR-SUB FROM WS-CTR-FIRST BY 1
                   UNTIL WS-CTR-SUB > WS-CTR-COUNT
                   PERFORM 3100-LOAD-CENTER
               END-PERFORM
               PERFORM 3200-FINISH-WORK-ORDER
           END-PERFORM.

       3100-LOAD-CENTER.
           EVALUATE WS-CTR-BASIS(WS-CTR-SUB)
               WHEN "A"
                   MOVE WS-WO-AREA(WS-WO-SUB) TO WS-CTR-LOAD
               WHEN "P"
                   MOVE WS-WO-PERIMETER(WS-WO-SUB) TO WS-CTR-LOAD
               WHEN OTHER
                   MOVE WS-WO-FIN-PERIMETER(WS-WO-SUB) TO WS-CTR-LOAD
           END-EVALUATE.
           IF WS-NEED-WEEK <= WS-WEEK-COUNT
               ADD WS-CTR-LOAD
                   TO WS-CTR-WK-DUE(WS-CTR-SUB, WS-NEED-WEEK)
           END-IF.
           MOVE WS-CTR-LOAD TO WS-LOAD-LEFT.
           IF WO-PAST-HORIZON(WS-WO-SUB)
               MOVE 0 TO WS-LOAD-LEFT
           END-IF.
           IF WS-LOAD-LEFT > 0
               PERFORM VARYING WS-CAL-SUB FROM WS-FROM-DAY BY 1
                   UNTIL WS-CAL-SUB > WS-CAL-COUNT
                   OR WS-LOAD-LEFT = 0
                   OR SLOT-TABLE-FULL
                   IF WS-CTR-REMAIN(WS-CTR-SUB, WS-CAL-SUB) > 0
                       PERFORM 3150-BOOK-DAY
                   END-IF
               END-PERFORM
               IF WS-LOAD-LEFT > 0
                   MOVE "Y" TO WS-WO-HORIZON-SW(WS-WO-SUB)
               END-IF
           END-IF.

       3150-BOOK-DAY.
           IF WS-SLOT-COUNT >= 5000
               DISPLAY "OVER 5000 SCHEDULE SLOTS -- SCHEDULE STOPS AT "
                   "WORK ORDER " WS-WO-NUMBER(WS-WO-SUB)
               MOVE "Y" TO WS-SLOT-FULL-SW
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-CTR-REMAIN(WS-CTR-SUB, WS-CAL-SUB) < WS-LOAD-LEFT
                   MOVE WS-CTR-REMAIN(WS-CTR-SUB, WS-CAL-SUB)
                       TO WS-TAKE
               ELSE
                   MOVE WS-LOAD-LEFT TO WS-TAKE
               END-IF
               SUBTRACT WS-TAKE
                   FROM WS-CTR-REMAIN(WS-CTR-SUB, WS-CAL-SUB)
               SUBTRACT WS-TAKE FROM WS-LOAD-LEFT
               MOVE WS-CAL-WEEK(WS-CAL-SUB) TO WS-WEEK-SUB
               ADD WS-TAKE TO WS-CTR-WK-SCHED(WS-CTR-SUB, WS-WEEK-SUB)
               ADD 1 TO WS-SLOT-COUNT
               MOVE WS-CAL-SUB TO WS-SLOT-DAY(WS-SLOT-COUNT)
               MOVE WS-CTR-SUB TO WS-SLOT-CTR(WS-SLOT-COUNT)
               MOVE WS-WO-SUB  TO WS-SLOT-WO(WS-SLOT-COUNT)
               MOVE WS-TAKE    TO WS-SLOT-UNITS(WS-SLOT-COUNT)
               MOVE WS-CAL-SUB TO WS-FROM-DAY
               MOVE WS-CAL-DATE(WS-CAL-SUB) TO WS-WO-FINISH(WS-WO-SUB)
           END-IF.

      * LATE WHEN THE FINISH DATE PLUS THE TRANSIT DAYS FALLS PAST
      * THE PROMISE.  A WORK ORDER WITH NO LOAD ON THE REGISTER
      * FINISHES TODAY; ONE RUNNING PAST THE HORIZON IS LATE.
       3200-FINISH-WORK-ORDER.
           ADD 1 TO WS-SCHEDULED-COUNT.
           IF WS-WO-FINISH(WS-WO-SUB) = SPACES
               MOVE WS-CAL-DATE(1) TO WS-WO-FINISH(WS-WO-SUB)
           END-IF.
           IF WO-PAST-HORIZON(WS-WO-SUB)
               MOVE "Y" TO WS-WO-LATE-SW(WS-WO-SUB)
               ADD 1 TO WS-HORIZON-COUNT
           ELSE
               MOVE WS-WO-FINISH(WS-WO-SUB) TO WS-DATE-N
               COMPUTE WS-FINISH-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-N)
                   + WS-WO-TRANSIT(WS-WO-SUB)
               COMPUTE WS-DATE-N =
                   FUNCTION DATE-OF-INTEGER(WS-FINISH-INT)
               MOVE WS-DATE-N TO WS-DATE-X
               IF WS-DATE-X > WS-WO-PROMISED(WS-WO-SUB)
                   MOVE "Y" TO WS-WO-LATE-SW(WS-WO-SUB)
               END-IF
           END-IF.
           IF WO-LATE(WS-WO-SUB)
               ADD 1 TO WS-LATE-COUNT
           END-IF.

      * DAY BY DAY, CENTER BY CENTER, IN THE ORDER THE WORK WAS
      * LOADED; THEN EVERY WORK ORDER WITH ITS FINISH DATE.
       4000-WRITE-FLOOR-SCHEDULE.
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-COUNT
               MOVE "N" TO WS-DAY-WRITTEN-SW
               PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > WS-CTR-COUNT
                   PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                       UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
                       IF WS-SLOT-DAY(WS-SLOT-SUB) = WS-CAL-SUB
                           AND WS-SLOT-CTR(WS-SLOT-SUB) = WS-CTR-SUB
                           PERFORM 4100-WRITE-SLOT
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO SCHEDULE-RPT-REC.
           WRITE SCHEDULE-RPT-REC.
           WRITE SCHEDULE-RPT-REC FROM WS-RPT-WO-HDR-LINE.
           PERFORM VARYING WS-WO-SUB FROM 1 BY 1
               UNTIL WS-WO-SUB > WS-WO-COUNT
               MOVE WS-WO-NUMBER(WS-WO-SUB)   TO RWL-WO-NUMBER
               MOVE WS-WO-ORDER(WS-WO-SUB)    TO RWL-ORDER-ID
               MOVE WS-WO-STAT(WS-WO-SUB)     TO RWL-STATUS
               MOVE WS-WO-PROMISED(WS-WO-SUB) TO RWL-PROMISED
               IF WO-PROMISE-ESTIMATED(WS-WO-SUB)
                   MOVE "*" TO RWL-ESTIMATED
               ELSE
                   MOVE SPACE TO RWL-ESTIMATED
               END-IF
               MOVE WS-WO-FINISH(WS-WO-SUB)   TO RWL-FINISH
               EVALUATE TRUE
                   WHEN WO-PAST-HORIZON(WS-WO-SUB)
                       MOVE "*** LATE -- PAST THE HORIZON"
                           TO RWL-FLAG
                   WHEN WO-LATE(WS-WO-SUB)
                       MOVE "*** LATE" TO RWL-FLAG
                   WHEN OTHER
                       MOVE "ON TIME" TO RWL-FLAG
               END-EVALUATE
               WRITE SCHEDULE-RPT-REC FROM WS-RPT-WO-LINE
           END-PERFORM.
           WRITE SCHEDULE-RPT-REC FROM WS-RPT-NOTE-LINE.

       4100-WRITE-SLOT.
           IF NOT DAY-HEADING-WRITTEN
               MOVE WS-CAL-DATE(WS-CAL-SUB) TO RDL-DATE
               WRITE SCHEDULE-RPT-REC FROM WS-RPT-DAY-LINE
               MOVE "Y" TO WS-DAY-WRITTEN-SW
           END-IF.
           MOVE WS-SLOT-WO(WS-SLOT-SUB) TO WS-WO-SUB.
           MOVE WS-CTR-CODE(WS-CTR-SUB) TO RSL-CENTER.
           MOVE WS-CTR-NAME(WS-CTR-SUB) TO RSL-CENTER-NAME.
           MOVE WS-WO-NUMBER(WS-WO-SUB) TO RSL-WO-NUMBER.
           MOVE WS-WO-ORDER(WS-WO-SUB)  TO RSL-ORDER-ID.
           MOVE WS-SLOT-UNITS(WS-SLOT-SUB) TO RSL-UNITS.
           PERFORM 4200-UNIT-NAME.
           MOVE WS-UNIT-NAME TO RSL-UNIT-NAME.
           MOVE WS-WO-PROMISED(WS-WO-SUB) TO RSL-PROMISED.
           IF WO-LATE(WS-WO-SUB)
               MOVE "*** LATE" TO RSL-FLAG
           ELSE
               MOVE SPACES TO RSL-FLAG
           END-IF.
           WRITE SCHEDULE-RPT-REC FROM WS-RPT-SLOT-LINE.

       4200-UNIT-NAME.
           IF WS-CTR-BASIS(WS-CTR-SUB) = "A"
               MOVE "SQFT" TO WS-UNIT-NAME
           ELSE
               MOVE "FT" TO WS-UNIT-NAME
           END-IF.

      * WORK FALLING DUE AGAINST CAPACITY, WEEK BY WEEK AND RUNNING.
      * WHEN THE WORK DUE TO DATE OUTRUNS THE CAPACITY TO DATE, THE
      * SHORTFALL NOT ALREADY COVERED BY EARLIER WEEKS' OVERTIME IS
      * THE OVERTIME THAT WEEK NEEDS, IN HOURS AT THE CENTER'S RATE.
      * A WEEK WITH NOTHING DUE OR SCHEDULED IS CARRIED, NOT PRINTED.
       5000-WRITE-LOAD-REPORT.
           MOVE SPACES TO SCHEDULE-RPT-REC.
           WRITE SCHEDULE-RPT-REC.
           WRITE SCHEDULE-RPT-REC FROM WS-LOAD-HDR-LINE.
           WRITE SCHEDULE-RPT-REC FROM WS-LOAD-COL-LINE.
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
               UNTIL WS-CTR-SUB > WS-CTR-COUNT
               MOVE ZEROS TO WS-CUM-DUE WS-CUM-CAP WS-CUM-OVERTIME
               PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > WS-WEEK-COUNT
                   PERFORM 5100-WRITE-LOAD-WEEK
               END-PERFORM
           END-PERFORM.

       5100-WRITE-LOAD-WEEK.
           ADD WS-CTR-WK-DUE(WS-CTR-SUB, WS-WEEK-SUB) TO WS-CUM-DUE.
           ADD WS-CTR-WK-CAP(WS-CTR-SUB, WS-WEEK-SUB) TO WS-CUM-CAP.
           MOVE ZEROS TO WS-OVERTIME WS-OVERTIME-HOURS.
           IF WS-CUM-DUE > WS-CUM-CAP + WS-CUM-OVERTIME
               COMPUTE WS-OVERTIME =
                   WS-CUM-DUE - WS-CUM-CAP - WS-CUM-OVERTIME
               ADD WS-OVERTIME TO WS-CUM-OVERTIME
               ADD 1 TO WS-OVERTIME-WEEKS
               IF WS-CTR-PER-HOUR(WS-CTR-SUB) > 0
                   COMPUTE WS-OVERTIME-HOURS ROUNDED =
                       WS-OVERTIME / WS-CTR-PER-HOUR(WS-CTR-SUB)
               END-IF
           END-IF.
           COMPUTE WS-DAY-INT = WS-MONDAY-INT + (WS-WEEK-SUB - 1) * 7.
           COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE WS-DATE-N TO RLL-WEEK-OF.
           MOVE WS-CTR-CODE(WS-CTR-SUB) TO RLL-CENTER.
           PERFORM 4200-UNIT-NAME.
           MOVE WS-UNIT-NAME TO RLL-UNIT-NAME.
           MOVE WS-CTR-WK-CAP(WS-CTR-SUB, WS-WEEK-SUB)
               TO RLL-CAPACITY.
           MOVE WS-CTR-WK-SCHED(WS-CTR-SUB, WS-WEEK-SUB)
               TO RLL-SCHEDULED.
           MOVE WS-CTR-WK-DUE(WS-CTR-SUB, WS-WEEK-SUB) TO RLL-DUE.
           MOVE WS-CUM-DUE        TO RLL-CUM-DUE.
           MOVE WS-CUM-CAP        TO RLL-CUM-CAP.
           MOVE WS-OVERTIME       TO RLL-OVERTIME.
           MOVE WS-OVERTIME-HOURS TO RLL-OT-HOURS.
           IF WS-OVERTIME > 0
               MOVE "OVERTIME NEEDED" TO RLL-FLAG
           ELSE
               MOVE SPACES TO RLL-FLAG
           END-IF.
           IF WS-CTR-WK-SCHED(WS-CTR-SUB, WS-WEEK-SUB) > 0
               OR WS-CTR-WK-DUE(WS-CTR-SUB, WS-WEEK-SUB) > 0
               OR WS-OVERTIME > 0
               WRITE SCHEDULE-RPT-REC FROM WS-LOAD-LINE
           END-IF.

      * WHAT IS LEFT ON EACH CENTER EACH DAY, FOR HW15ACK.
       6000-WRITE-CAPACITY-FILE.
           OPEN OUTPUT CAPACITY-FILE.
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
               UNTIL WS-CTR-SUB > WS-CTR-COUNT
               PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-CAL-COUNT
                   MOVE WS-CTR-CODE(WS-CTR-SUB)  TO CP-CENTER-CODE
                   MOVE WS-CTR-SEQ(WS-CTR-SUB)   TO CP-SEQUENCE
                   MOVE WS-CTR-BASIS(WS-CTR-SUB) TO CP-LOAD-BASIS
                   MOVE WS-CAL-DATE(WS-CAL-SUB)  TO CP-DATE
                   IF WS-CTR-REMAIN(WS-CTR-SUB, WS-CAL-SUB) > 99999.99
                       MOVE 99999.99 TO CP-REMAINING
                   ELSE
                       MOVE WS-CTR-REMAIN(WS-CTR-SUB, WS-CAL-SUB)
                           TO CP-REMAINING
                   END-IF
                   WRITE CAPACITY-REC
               END-PERFORM
           END-PERFORM.
           CLOSE CAPACITY-FILE.
