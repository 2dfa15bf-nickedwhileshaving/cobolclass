      *with the material cost HW15NB now carries and reports price,
      *cost, and margin percent by shape type and by order -- the
      *numbers needed before the next price-list negotiation.
      *Cutting and binding labor comes from the labor-cost ledger
      *HW16JOBC posts from the time-clock punches; each order's labor
      *(wages plus burden) sits beside its material cost, and the
      *margin is price less both.  Labor is booked to the order, so
      *the shape rows carry each order's labor spread over its lines
      *by square footage.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MARGIN-RPT-STATUS.

           SELECT LABOR-LEDGER-IN ASSIGN TO WS-LABOR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LABOR-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM ENVIRONMENT VARIABLES SHAPEOUT, RUGMARG, AND
      *  RUGLABR, FALLING BACK TO THE DEVELOPMENT DEFAULTS SHOWN
      *  THERE.

       DATA DIVISION.
       FILE SECTION.
          05 MI-PRICE-OUT             PIC 9(06)V99.
          05 MI-DISCOUNT-OUT          PIC 9(05)V99.
          05 MI-MATL-COST-OUT         PIC 9(06)V99.
          05 MI-FINISH-PRICE-OUT      PIC 9(05)V99.
          05 MI-FINISH-CODE           PIC X(01).

       FD  MARGIN-RPT-OUT
           RECORDING MODE IS F
           DATA RECORD IS MARGIN-RPT-REC.
       01 MARGIN-RPT-REC              PIC X(90).

      * NO LEDGER (HW16JOBC NOT YET RUN) REPORTS MATERIAL ONLY.
       FD  LABOR-LEDGER-IN
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

       WORKING-STORAGE SECTION.
       01  WS-MATHOUT-DSN             PIC X(80).
       01  WS-MARGIN-RPT-DSN          PIC X(80).
       01  WS-MATHOUT-STATUS          PIC X(02) VALUE "00".
           88 END-OF-MATHOUT               VALUE "10".
       01  WS-MARGIN-RPT-STATUS       PIC X(02) VALUE "00".
       01  WS-LABOR-DSN               PIC X(80).
       01  WS-LABOR-STATUS            PIC X(02) VALUE "00".
       01  WS-MATHOUT-VALID-SW        PIC X(01) VALUE "N".
           88 MARG-RECORD-VALID            VALUE "Y".

              10 WS-GRP-KEY           PIC X(10).
              10 WS-GRP-PRICE         PIC 9(08)V99.
              10 WS-GRP-COST          PIC 9(08)V99.
              10 WS-GRP-AREA          PIC 9(08)V99.
              10 WS-GRP-LABOR         PIC 9(08)V99.
       01  WS-THIS-KIND               PIC X(01).
       01  WS-THIS-KEY                PIC X(10).
       01  WS-ORDER-GRP-SUB           PIC 9(03).
       01  WS-LINE-LABOR              PIC 9(08)V99.

       01  WS-MARGIN-AMT              PIC S9(08)V99.
       01  WS-MARGIN-PCT              PIC S9(03)V99.
           05 FILLER                  PIC X(14) VALUE "GROUP".
           05 FILLER                  PIC X(15) VALUE "PRICE".
           05 FILLER                  PIC X(15) VALUE "MATL COST".
           05 FILLER                  PIC X(15) VALUE "LABOR COST".
           05 FILLER                  PIC X(16) VALUE "GROSS MARGIN".
           05 FILLER                  PIC X(12) VALUE "MARGIN PCT".

       01  WS-MARGIN-DETAIL.
           05 MGD-PRICE               PIC $$$,$$$,$$9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MGD-COST                PIC $$$,$$$,$$9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MGD-LABOR               PIC $$$,$$$,$$9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MGD-MARGIN              PIC $$$,$$$,$$9.99-.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 MGD-PCT                 PIC ZZ9.99-.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
               PERFORM 2000-READ-MATHOUT
           END-PERFORM.
           CLOSE MATHOUT-IN.
           PERFORM 5000-LOAD-ORDER-LABOR.
           PERFORM 5500-SPREAD-LABOR-TO-SHAPES.
           PERFORM 4000-WRITE-MARGIN-REPORT.
           DISPLAY "HW15MARG CONCLUDES".
           GOBACK.
           MOVE "C:\school\cobol\cobolclass\master\data\HW15MARG.rpt"
               TO WS-MARGIN-RPT-DSN
           END-IF.
           ACCEPT WS-LABOR-DSN FROM ENVIRONMENT "RUGLABR".
           IF WS-LABOR-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15LABR.dat"
               TO WS-LABOR-DSN
           END-IF.

      * SKIP THE COSMETIC RULER RECORDS THE SAME WAY HW15BILL DOES.
       2000-READ-MATHOUT.
               MOVE WS-THIS-KEY  TO WS-GRP-KEY(WS-GRP-FOUND-SUB)
               MOVE ZEROS TO WS-GRP-PRICE(WS-GRP-FOUND-SUB)
               MOVE ZEROS TO WS-GRP-COST(WS-GRP-FOUND-SUB)
               MOVE ZEROS TO WS-GRP-AREA(WS-GRP-FOUND-SUB)
               MOVE ZEROS TO WS-GRP-LABOR(WS-GRP-FOUND-SUB)
           END-IF.
           ADD MI-PRICE-OUT     TO WS-GRP-PRICE(WS-GRP-FOUND-SUB).
           ADD MI-MATL-COST-OUT TO WS-GRP-COST(WS-GRP-FOUND-SUB).
           ADD MI-AREA-OUT      TO WS-GRP-AREA(WS-GRP-FOUND-SUB).

      * LOCATE AN EXISTING GROUP WITHOUT STARTING A NEW ONE.
       3100-FIND-GROUP.
           MOVE "N" TO WS-GRP-FOUND-SW.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
               IF WS-GRP-KIND(WS-GRP-SUB) = WS-THIS-KIND
                   AND WS-GRP-KEY(WS-GRP-SUB) = WS-THIS-KEY
                   MOVE "Y" TO WS-GRP-FOUND-SW
                   MOVE WS-GRP-SUB TO WS-GRP-FOUND-SUB
                   MOVE WS-GRP-COUNT TO WS-GRP-SUB
               END-IF
           END-PERFORM.

       4000-WRITE-MARGIN-REPORT.
           OPEN OUTPUT MARGIN-RPT-OUT.
               MOVE WS-GRP-KEY(WS-GRP-SUB)   TO MGD-KEY
               MOVE WS-GRP-PRICE(WS-GRP-SUB) TO MGD-PRICE
               MOVE WS-GRP-COST(WS-GRP-SUB)  TO MGD-COST
               MOVE WS-GRP-LABOR(WS-GRP-SUB) TO MGD-LABOR
               COMPUTE WS-MARGIN-AMT
                   = WS-GRP-PRICE(WS-GRP-SUB)
                   - WS-GRP-COST(WS-GRP-SUB)
                   - WS-GRP-LABOR(WS-GRP-SUB)
               MOVE WS-MARGIN-AMT TO MGD-MARGIN
               IF WS-GRP-PRICE(WS-GRP-SUB) > 0
                   COMPUTE WS-MARGIN-PCT ROUNDED
                       = WS-MARGIN-AMT * 100
               WRITE MARGIN-RPT-REC FROM WS-MARGIN-DETAIL
           END-PERFORM.
           CLOSE MARGIN-RPT-OUT.

      * LABOR TO DATE FROM THE LEDGER, WAGES PLUS BURDEN, ONTO EACH
      * ORDER IN THIS PRICING RUN.  LEDGER ROWS FOR ORDERS NOT IN
      * THE RUN BELONG TO OTHER RUNS' REPORTS.
       5000-LOAD-ORDER-LABOR.
           OPEN INPUT LABOR-LEDGER-IN.
           IF WS-LABOR-STATUS = "00"
               READ LABOR-LEDGER-IN
               PERFORM UNTIL WS-LABOR-STATUS > "00"
                   MOVE "O" TO WS-THIS-KIND
                   MOVE LAB-ORDER-ID TO WS-THIS-KEY
                   PERFORM 3100-FIND-GROUP
                   IF MARG-GROUP-FOUND
                       ADD LAB-WAGE-COST LAB-BURDEN-COST
                           TO WS-GRP-LABOR(WS-GRP-FOUND-SUB)
                   END-IF
                   READ LABOR-LEDGER-IN
               END-PERFORM
               CLOSE LABOR-LEDGER-IN
           END-IF.

      * SECOND PASS OVER MATHOUT -- EACH LINE TAKES ITS SHARE OF THE
      * ORDER'S LABOR BY SQUARE FOOTAGE, POSTED TO ITS SHAPE ROW.
       5500-SPREAD-LABOR-TO-SHAPES.
           OPEN INPUT MATHOUT-IN.
           IF WS-MATHOUT-STATUS = "00"
               PERFORM 2000-READ-MATHOUT
               PERFORM UNTIL END-OF-MATHOUT
                   MOVE "O" TO WS-THIS-KIND
                   MOVE MI-ORDER-ID TO WS-THIS-KEY
                   PERFORM 3100-FIND-GROUP
                   IF MARG-GROUP-FOUND
                       AND WS-GRP-LABOR(WS-GRP-FOUND-SUB) > 0
                       AND WS-GRP-AREA(WS-GRP-FOUND-SUB) > 0
                       MOVE WS-GRP-FOUND-SUB TO WS-ORDER-GRP-SUB
                       COMPUTE WS-LINE-LABOR ROUNDED
                           = WS-GRP-LABOR(WS-ORDER-GRP-SUB)
                           * MI-AREA-OUT
                           / WS-GRP-AREA(WS-ORDER-GRP-SUB)
                       MOVE "S" TO WS-THIS-KIND
                       MOVE MI-SHAPE-TYPE TO WS-THIS-KEY
                       PERFORM 3100-FIND-GROUP
                       IF MARG-GROUP-FOUND
                           ADD WS-LINE-LABOR
                               TO WS-GRP-LABOR(WS-GRP-FOUND-SUB)
                       END-IF
                   END-IF
                   PERFORM 2000-READ-MATHOUT
               END-PERFORM
               CLOSE MATHOUT-IN
           END-IF.
