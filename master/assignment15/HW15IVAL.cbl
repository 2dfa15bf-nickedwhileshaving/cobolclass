       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW15IVAL.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Month-end material inventory valuation.  Extends the on-hand
      *square footage on the perpetual ledger HW15MRCV and HW15MISS
      *maintain by the material master's cost per square foot, one
      *line per material, and proves the total against the material
      *inventory account on the GL balance master -- the same figure
      *the GLPOST trial balance shows, taken through the current
      *period (from the year's opening balance once a year-end close
      *has carried one forward).  The receipt, count, and issue
      *journals are valued at the same standard cost, so once GLPOST
      *has posted them the two agree; a difference means a movement
      *that never reached the ledger, or a cost that changed on the
      *master with stock still on the shelf.  Return code 4 when the
      *two do not agree or a material on hand has no cost.  The
      *inventory account is taken across every company's ledger,
      *since the material ledger is not kept by company.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATERIAL-LEDGER ASSIGN TO WS-MATL-LEDGER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATL-LEDGER-STATUS.

           SELECT MATERIAL-MASTER ASSIGN TO WS-MATERIAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATERIAL-STATUS.

           SELECT ACCOUNT-MAP-IN ASSIGN TO WS-ACCT-MAP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCT-MAP-STATUS.

           SELECT GL-BALANCE-MASTER ASSIGN TO WS-GL-BAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-BAL-STATUS.

           SELECT VALUATION-RPT-OUT ASSIGN TO WS-VALUATION-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VALUATION-RPT-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES RUGMINV,
      *  RUGMATL, RUGAMAP, GLBAL, AND RUGIVAL, FALLING BACK TO THE
      *  DEVELOPMENT DEFAULTS SHOWN IN 0900.

       DATA DIVISION.
       FILE SECTION.
       FD  MATERIAL-LEDGER
           RECORDING MODE IS F
           DATA RECORD IS MATERIAL-LEDGER-REC.
       01 MATERIAL-LEDGER-REC.
          05 MINV-MATERIAL-CODE       PIC X(04).
          05 MINV-ON-HAND             PIC S9(07)V99
                                      SIGN LEADING SEPARATE.
          05 MINV-RECEIPTS-YTD        PIC 9(08)V99.
          05 MINV-ISSUES-YTD          PIC 9(08)V99.
          05 MINV-ALLOCATED           PIC 9(07)V99.

       FD  MATERIAL-MASTER
           RECORDING MODE IS F
           DATA RECORD IS MATERIAL-MASTER-REC.
       01 MATERIAL-MASTER-REC.
          05 MM-MATERIAL-CODE         PIC X(04).
          05 MM-COST-PER-SQFT         PIC 9(03)V99.
          05 FILLER                   PIC X(28).

       FD  ACCOUNT-MAP-IN
           RECORDING MODE IS F
           DATA RECORD IS ACCOUNT-MAP-REC.
       01 ACCOUNT-MAP-REC.
          05 AMAP-TYPE                PIC X(01).
          05 AMAP-KEY                 PIC X(15).
          05 AMAP-ACCOUNT             PIC X(06).

      * ONE ROW PER ACCOUNT AND PERIOD, AS GLPOST MAINTAINS IT.
       FD  GL-BALANCE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS GL-BALANCE-REC.
       01 GL-BALANCE-REC.
          05 GLB-ACCOUNT              PIC X(06).
          05 GLB-PERIOD               PIC X(06).
          05 GLB-DEBITS               PIC 9(11)V99.
          05 GLB-CREDITS              PIC 9(11)V99.
          05 GLB-COMPANY              PIC X(02).

       FD  VALUATION-RPT-OUT
           RECORDING MODE IS F
           DATA RECORD IS VALUATION-RPT-REC.
       01 VALUATION-RPT-REC           PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-MATL-LEDGER-DSN         PIC X(80).
       01  WS-MATERIAL-DSN            PIC X(80).
       01  WS-ACCT-MAP-DSN            PIC X(80).
       01  WS-GL-BAL-DSN              PIC X(80).
       01  WS-VALUATION-RPT-DSN       PIC X(80).

       01  WS-MATL-LEDGER-STATUS      PIC X(02) VALUE "00".
       01  WS-MATERIAL-STATUS         PIC X(02) VALUE "00".
       01  WS-ACCT-MAP-STATUS         PIC X(02) VALUE "00".
       01  WS-GL-BAL-STATUS           PIC X(02) VALUE "00".
       01  WS-VALUATION-RPT-STATUS    PIC X(02) VALUE "00".

       01  WS-TODAY                   PIC X(08).
       01  WS-REPORT-PERIOD           PIC X(06).

       01  WS-MCOST-COUNT             PIC 9(02) VALUE 0.
       01  WS-MCOST-SUB               PIC 9(02).
       01  WS-MCOST-TABLE.
           05 WS-MCOST-ENTRY OCCURS 50 TIMES.
              10 WS-MCOST-MATERIAL    PIC X(04).
              10 WS-MCOST-COST        PIC 9(03)V99.
       01  WS-UNIT-COST               PIC 9(03)V99.
       01  WS-COST-FOUND-SW           PIC X(01).
           88 IVAL-COST-FOUND               VALUE "Y".

       01  WS-INVTY-ACCOUNT           PIC X(06) VALUE SPACES.

       01  WS-MATERIAL-COUNT          PIC 9(03) VALUE 0.
       01  WS-NO-COST-COUNT           PIC 9(03) VALUE 0.
       01  WS-ON-HAND                 PIC S9(07)V99.
       01  WS-EXTENDED                PIC S9(11)V99.
       01  WS-LEDGER-VALUE            PIC S9(11)V99 VALUE 0.
       01  WS-GL-VALUE                PIC S9(11)V99 VALUE 0.
       01  WS-GL-VALUE-THIS-YEAR      PIC S9(11)V99 VALUE 0.
       01  WS-OPENING-PERIOD.
           05 WS-OPENING-YEAR         PIC X(04).
           05 FILLER                  PIC X(02) VALUE "00".
       01  WS-OPENING-FOUND-SW        PIC X(01) VALUE "N".
           88 IVAL-OPENING-FOUND            VALUE "Y".
       01  WS-DIFFERENCE              PIC S9(11)V99 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                  PIC X(31)
                   VALUE "MATERIAL INVENTORY VALUATION --".
           05 FILLER                  PIC X(20)
                   VALUE " HW15IVAL   PERIOD  ".
           05 HDG-PERIOD              PIC X(06).
           05 FILLER                  PIC X(08) VALUE "  AS OF ".
           05 HDG-TODAY               PIC X(08).
       01  WS-HEADING-2.
           05 FILLER                  PIC X(30)
                   VALUE "MATL    ON HAND SQFT COST/SQFT".
           05 FILLER                  PIC X(22)
                   VALUE "        EXTENDED VALUE".
       01  WS-DETAIL-LINE.
           05 DTL-MATERIAL            PIC X(04).
           05 FILLER                  PIC X(03) VALUE ALL SPACES.
           05 DTL-ON-HAND             PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(04) VALUE ALL SPACES.
           05 DTL-COST                PIC ZZ9.99.
           05 FILLER                  PIC X(04) VALUE ALL SPACES.
           05 DTL-EXTENDED            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 DTL-FLAG                PIC X(20).
       01  WS-TOTAL-LINE.
           05 TTL-LABEL               PIC X(32).
           05 TTL-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 TTL-FLAG                PIC X(30).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW15IVAL BEGINS".
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SUM-INVENTORY-ACCOUNT.
           PERFORM 3000-WRITE-VALUATION-REPORT.
           DISPLAY "MATERIALS VALUED   : " WS-MATERIAL-COUNT.
           DISPLAY "LEDGER VALUE       : " WS-LEDGER-VALUE.
           DISPLAY "INVENTORY ACCOUNT  : " WS-GL-VALUE.
           DISPLAY "DIFFERENCE         : " WS-DIFFERENCE.
           IF WS-DIFFERENCE NOT = 0 OR WS-NO-COST-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "HW15IVAL CONCLUDES".
           GOBACK.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-MATL-LEDGER-DSN FROM ENVIRONMENT "RUGMINV".
           IF WS-MATL-LEDGER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15MINV.dat"
               TO WS-MATL-LEDGER-DSN
           END-IF.
           ACCEPT WS-MATERIAL-DSN FROM ENVIRONMENT "RUGMATL".
           IF WS-MATERIAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15MATL.dat"
               TO WS-MATERIAL-DSN
           END-IF.
           ACCEPT WS-ACCT-MAP-DSN FROM ENVIRONMENT "RUGAMAP".
           IF WS-ACCT-MAP-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15AMAP.dat"
               TO WS-ACCT-MAP-DSN
           END-IF.
           ACCEPT WS-GL-BAL-DSN FROM ENVIRONMENT "GLBAL".
           IF WS-GL-BAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\GLBAL.dat"
               TO WS-GL-BAL-DSN
           END-IF.
           ACCEPT WS-VALUATION-RPT-DSN FROM ENVIRONMENT "RUGIVAL".
           IF WS-VALUATION-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15IVAL.rpt"
               TO WS-VALUATION-RPT-DSN
           END-IF.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE WS-TODAY (1:6) TO WS-REPORT-PERIOD.
           PERFORM 1100-LOAD-MATERIAL-COSTS.
           PERFORM 1200-FIND-INVENTORY-ACCOUNT.

       1100-LOAD-MATERIAL-COSTS.
           OPEN INPUT MATERIAL-MASTER.
           IF WS-MATERIAL-STATUS = "00"
               READ MATERIAL-MASTER
               PERFORM UNTIL WS-MATERIAL-STATUS > "00"
                          OR WS-MCOST-COUNT >= 50
                   IF MM-COST-PER-SQFT IS NUMERIC
                       ADD 1 TO WS-MCOST-COUNT
                       MOVE MM-MATERIAL-CODE
                           TO WS-MCOST-MATERIAL(WS-MCOST-COUNT)
                       MOVE MM-COST-PER-SQFT
                           TO WS-MCOST-COST(WS-MCOST-COUNT)
                   END-IF
                   READ MATERIAL-MASTER
               END-PERFORM
               CLOSE MATERIAL-MASTER
           ELSE
               DISPLAY "MATERIAL MASTER NOT AVAILABLE - STATUS "
                   WS-MATERIAL-STATUS " -- NOTHING CAN BE VALUED"
           END-IF.

      * THE MATERIAL INVENTORY ACCOUNT IS WHEREVER THE JOURNALS PUT
      * IT -- THE INVTY ROW ON THE ACCOUNT MAP.
       1200-FIND-INVENTORY-ACCOUNT.
           OPEN INPUT ACCOUNT-MAP-IN.
           IF WS-ACCT-MAP-STATUS = "00"
               READ ACCOUNT-MAP-IN
               PERFORM UNTIL WS-ACCT-MAP-STATUS > "00"
                   IF AMAP-TYPE = "L" AND AMAP-KEY = "INVTY"
                       MOVE AMAP-ACCOUNT TO WS-INVTY-ACCOUNT
                   END-IF
                   READ ACCOUNT-MAP-IN
               END-PERFORM
               CLOSE ACCOUNT-MAP-IN
           END-IF.
           IF WS-INVTY-ACCOUNT = SPACES
               DISPLAY "NO INVTY ROW ON THE ACCOUNT MAP -- "
                   "GL SIDE OF THE PROOF IS ZERO"
           END-IF.

      * THE BALANCE SHEET ACCOUNT CARRIES EVERY PERIOD UP TO AND
      * INCLUDING THE ONE BEING REPORTED.  ONCE THE YEAR HAS OPENING
      * ROWS (PERIOD CCYY00, WRITTEN BY THE YEAR-END CLOSE) THE SUM
      * STARTS FROM THEM, SINCE THEY ALREADY CARRY EVERYTHING BEFORE.
       2000-SUM-INVENTORY-ACCOUNT.
           MOVE WS-REPORT-PERIOD(1:4) TO WS-OPENING-YEAR.
           OPEN INPUT GL-BALANCE-MASTER.
           IF WS-GL-BAL-STATUS = "00"
               READ GL-BALANCE-MASTER
               PERFORM UNTIL WS-GL-BAL-STATUS > "00"
                   IF GLB-PERIOD = WS-OPENING-PERIOD
                       MOVE "Y" TO WS-OPENING-FOUND-SW
                   END-IF
                   IF GLB-ACCOUNT = WS-INVTY-ACCOUNT
                       AND WS-INVTY-ACCOUNT NOT = SPACES
                       AND GLB-PERIOD NOT > WS-REPORT-PERIOD
                       COMPUTE WS-GL-VALUE = WS-GL-VALUE
                           + GLB-DEBITS - GLB-CREDITS
                       IF GLB-PERIOD NOT < WS-OPENING-PERIOD
                           COMPUTE WS-GL-VALUE-THIS-YEAR
                               = WS-GL-VALUE-THIS-YEAR
                               + GLB-DEBITS - GLB-CREDITS
                       END-IF
                   END-IF
                   READ GL-BALANCE-MASTER
               END-PERFORM
               CLOSE GL-BALANCE-MASTER
               IF IVAL-OPENING-FOUND
                   MOVE WS-GL-VALUE-THIS-YEAR TO WS-GL-VALUE
               END-IF
           ELSE
               DISPLAY "GL BALANCE MASTER NOT AVAILABLE - STATUS "
                   WS-GL-BAL-STATUS
           END-IF.

       3000-WRITE-VALUATION-REPORT.
           OPEN OUTPUT VALUATION-RPT-OUT.
           MOVE WS-REPORT-PERIOD TO HDG-PERIOD.
           MOVE WS-TODAY TO HDG-TODAY.
           WRITE VALUATION-RPT-REC FROM WS-HEADING-1.
           WRITE VALUATION-RPT-REC FROM WS-HEADING-2.
           OPEN INPUT MATERIAL-LEDGER.
           IF WS-MATL-LEDGER-STATUS = "00"
               READ MATERIAL-LEDGER
               PERFORM UNTIL WS-MATL-LEDGER-STATUS > "00"
                   PERFORM 3100-VALUE-ONE-MATERIAL
                   READ MATERIAL-LEDGER
               END-PERFORM
               CLOSE MATERIAL-LEDGER
           ELSE
               DISPLAY "MATERIAL LEDGER NOT AVAILABLE - STATUS "
                   WS-MATL-LEDGER-STATUS " -- NOTHING ON HAND"
           END-IF.
           COMPUTE WS-DIFFERENCE = WS-LEDGER-VALUE - WS-GL-VALUE.
           MOVE SPACES TO VALUATION-RPT-REC.
           WRITE VALUATION-RPT-REC.
           MOVE "PERPETUAL LEDGER AT STANDARD" TO TTL-LABEL.
           MOVE WS-LEDGER-VALUE TO TTL-AMOUNT.
           MOVE SPACES TO TTL-FLAG.
           WRITE VALUATION-RPT-REC FROM WS-TOTAL-LINE.
           MOVE SPACES TO TTL-LABEL.
           STRING "INVENTORY ACCOUNT " DELIMITED BY SIZE
               WS-INVTY-ACCOUNT DELIMITED BY SIZE
               INTO TTL-LABEL.
           MOVE WS-GL-VALUE TO TTL-AMOUNT.
           WRITE VALUATION-RPT-REC FROM WS-TOTAL-LINE.
           MOVE "DIFFERENCE" TO TTL-LABEL.
           MOVE WS-DIFFERENCE TO TTL-AMOUNT.
           IF WS-DIFFERENCE = 0
               MOVE "AGREES WITH THE LEDGER" TO TTL-FLAG
           ELSE
               MOVE "** DOES NOT AGREE" TO TTL-FLAG
           END-IF.
           WRITE VALUATION-RPT-REC FROM WS-TOTAL-LINE.
           CLOSE VALUATION-RPT-OUT.

      * A MATERIAL WITH NO COST ON THE MASTER IS LISTED AT ZERO AND
      * FLAGGED -- ITS MOVEMENTS WERE JOURNALED AT ZERO AS WELL.
       3100-VALUE-ONE-MATERIAL.
           ADD 1 TO WS-MATERIAL-COUNT.
           MOVE MINV-ON-HAND TO WS-ON-HAND.
           MOVE "N" TO WS-COST-FOUND-SW.
           MOVE ZEROS TO WS-UNIT-COST.
           PERFORM VARYING WS-MCOST-SUB FROM 1 BY 1
               UNTIL WS-MCOST-SUB > WS-MCOST-COUNT
               IF WS-MCOST-MATERIAL(WS-MCOST-SUB) = MINV-MATERIAL-CODE
                   MOVE WS-MCOST-COST(WS-MCOST-SUB) TO WS-UNIT-COST
                   MOVE "Y" TO WS-COST-FOUND-SW
                   MOVE WS-MCOST-COUNT TO WS-MCOST-SUB
               END-IF
           END-PERFORM.
           COMPUTE WS-EXTENDED ROUNDED = WS-ON-HAND * WS-UNIT-COST.
           ADD WS-EXTENDED TO WS-LEDGER-VALUE.
           MOVE MINV-MATERIAL-CODE TO DTL-MATERIAL.
           MOVE WS-ON-HAND         TO DTL-ON-HAND.
           MOVE WS-UNIT-COST       TO DTL-COST.
           MOVE WS-EXTENDED        TO DTL-EXTENDED.
           EVALUATE TRUE
               WHEN NOT IVAL-COST-FOUND AND WS-ON-HAND NOT = 0
                   MOVE "** NO STANDARD COST" TO DTL-FLAG
                   ADD 1 TO WS-NO-COST-COUNT
               WHEN WS-ON-HAND < 0
                   MOVE "** NEGATIVE ON HAND" TO DTL-FLAG
               WHEN OTHER
                   MOVE SPACES TO DTL-FLAG
           END-EVALUATE.
           WRITE VALUATION-RPT-REC FROM WS-DETAIL-LINE.
