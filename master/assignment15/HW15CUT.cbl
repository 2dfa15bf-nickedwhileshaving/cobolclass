       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW15CUT.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Cutting plan.  Runs after HW15WORD on the lines it queued for
      *each work order and lays every order's pieces out across the
      *roll width on the material master.  A round, oval, or triangle
      *is cut from the rectangle that holds it, so the plan works in
      *those rectangles: longest pieces first, each placed on the
      *first strip of roll with room across and enough length, or a
      *new strip of roll is started.  Before any roll is touched the
      *remnant file is tried -- the smallest remnant of the material
      *(and the order's dye lot) that holds the piece.  Offcuts at
      *least the minimum size on both sides go back on the remnant
      *file for the next plan; smaller ones are waste.  The true
      *roll square footage per work order and material is queued
      *for HW15MISS to post as the issue, and a waste report by
      *material and shape shows what the shapes really cost.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUT-QUEUE ASSIGN TO WS-CUT-QUEUE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUT-QUEUE-STATUS.

           SELECT MATERIAL-MASTER ASSIGN TO WS-MATERIAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATERIAL-STATUS.

           SELECT REMNANT-FILE ASSIGN TO WS-REMNANT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REMNANT-STATUS.

           SELECT LOT-ASSIGNMENT ASSIGN TO WS-LOT-ASSIGN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-ASSIGN-STATUS.

           SELECT CUT-CONSUMPTION ASSIGN TO WS-CUT-CONS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUT-CONS-STATUS.

           SELECT CUT-PLAN-RPT ASSIGN TO WS-CUT-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUT-RPT-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES RUGCUTQ,
      *  RUGMATL, RUGREMN, RUGWLOT, RUGCUTC, AND RUGCUTR, FALLING
      *  BACK TO THE DEVELOPMENT DEFAULTS SHOWN IN 0900.

       DATA DIVISION.
       FILE SECTION.
      * LINES HW15WORD CUT, WITH THEIR WORK-ORDER NUMBER.  THE LINE
      * IMAGE IS THE PRICED LINE AS HW15NB WROTE IT TO MATHOUT.
       FD  CUT-QUEUE
           RECORDING MODE IS F
           DATA RECORD IS CUT-QUEUE-REC.
       01 CUT-QUEUE-REC.
          05 CQ-WO-NUMBER             PIC 9(07).
          05 CQ-LINE-IMAGE.
             10 MI-SHAPE-TYPE         PIC X(10).
             10 MI-SIZE-1             PIC 9(03).
             10 MI-SIZE-2             PIC 9(03).
             10 FILLER                PIC X(05).
             10 MI-ORDER-ID           PIC X(05).
             10 MI-MATERIAL-CODE      PIC X(04).
             10 MI-OVERRIDE-IND       PIC X(01).
             10 MI-AREA-OUT           PIC 9(06)V99.
             10 FILLER                PIC X(35).

      * ROLL WIDTH IN FEET APPENDED PAST THE REORDER POINT -- SPACES
      * ON OLDER ROWS MEANS THE 12-FOOT BROADLOOM WIDTH.
       FD  MATERIAL-MASTER
           RECORDING MODE IS F
           DATA RECORD IS MATERIAL-MASTER-REC.
       01 MATERIAL-MASTER-REC.
          05 MM-MATERIAL-CODE         PIC X(04).
          05 MM-COST-PER-SQFT         PIC 9(03)V99.
          05 MM-WEIGHT-PER-SQFT       PIC 9(02)V99.
          05 MM-REORDER-POINT         PIC 9(06)V99.
          05 MM-ROLL-WIDTH            PIC 9(03).
          05 FILLER                   PIC X(13).

      * REUSABLE OFFCUTS ON THE SHELF.  REWRITTEN AT THE END WITHOUT
      * THE ONES USED HERE AND WITH THE NEW ONES KEPT.
       FD  REMNANT-FILE
           RECORDING MODE IS F
           DATA RECORD IS REMNANT-REC.
       01 REMNANT-REC.
          05 RM-REMNANT-ID            PIC 9(06).
          05 RM-MATERIAL-CODE         PIC X(04).
          05 RM-LOT-NUMBER            PIC X(10).
          05 RM-WIDTH                 PIC 9(03).
          05 RM-LENGTH                PIC 9(03).
          05 RM-CREATED-DATE          PIC X(08).
          05 RM-SOURCE-WO             PIC 9(07).

      * THE ROLLS HW15WORD DREW FOR EACH WORK ORDER'S MATERIAL.
       FD  LOT-ASSIGNMENT
           RECORDING MODE IS F
           DATA RECORD IS LOT-ASSIGN-REC.
       01 LOT-ASSIGN-REC.
          05 WL-WO-NUMBER             PIC 9(07).
          05 WL-ORDER-ID              PIC X(05).
          05 WL-MATERIAL-CODE         PIC X(04).
          05 WL-LOT-NUMBER            PIC X(10).
          05 WL-ROLL-ID               PIC 9(06).
          05 WL-FOOTAGE               PIC 9(07)V99.

      * ONE ROW PER WORK ORDER AND MATERIAL PLANNED, FOR HW15MISS.
       FD  CUT-CONSUMPTION
           RECORDING MODE IS F
           DATA RECORD IS CUT-CONSUMPTION-REC.
       01 CUT-CONSUMPTION-REC.
          05 CC-WO-NUMBER             PIC 9(07).
          05 CC-ORDER-ID              PIC X(05).
          05 CC-MATERIAL-CODE         PIC X(04).
          05 CC-NET-AREA              PIC 9(07)V99.
          05 CC-ROLL-SQFT             PIC 9(07)V99.
          05 CC-REMNANT-SQFT          PIC 9(07)V99.
          05 CC-WASTE-SQFT            PIC 9(07)V99.

       FD  CUT-PLAN-RPT
           RECORDING MODE IS F
           DATA RECORD IS CUT-PLAN-RPT-REC.
       01 CUT-PLAN-RPT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUT-QUEUE-DSN           PIC X(80).
       01  WS-MATERIAL-DSN            PIC X(80).
       01  WS-REMNANT-DSN             PIC X(80).
       01  WS-LOT-ASSIGN-DSN          PIC X(80).
       01  WS-CUT-CONS-DSN            PIC X(80).
       01  WS-CUT-RPT-DSN             PIC X(80).

       01  WS-CUT-QUEUE-STATUS        PIC X(02) VALUE "00".
           88 END-OF-CUT-QUEUE             VALUE "10".
       01  WS-CUT-QUEUE-OPEN-SW       PIC X(01) VALUE "N".
           88 CUT-QUEUE-OPEN               VALUE "Y".
       01  WS-MATERIAL-STATUS         PIC X(02) VALUE "00".
       01  WS-REMNANT-STATUS          PIC X(02) VALUE "00".
       01  WS-LOT-ASSIGN-STATUS       PIC X(02) VALUE "00".
       01  WS-CUT-CONS-STATUS         PIC X(02) VALUE "00".
       01  WS-CUT-RPT-STATUS          PIC X(02) VALUE "00".

       01  WS-TODAY                   PIC X(08).
       01  WS-DEFAULT-ROLL-WIDTH      PIC 9(03) VALUE 12.
      * AN OFFCUT IS KEPT WHEN BOTH SIDES ARE AT LEAST THIS LONG.
       01  WS-REMNANT-MIN-SIDE        PIC 9(03) VALUE 3.

       01  WS-WO-PLANNED-COUNT        PIC 9(04) VALUE 0.
       01  WS-PIECE-TOTAL             PIC 9(05) VALUE 0.
       01  WS-REMNANTS-USED           PIC 9(04) VALUE 0.
       01  WS-REMNANTS-KEPT           PIC 9(04) VALUE 0.
       01  WS-SEAMED-COUNT            PIC 9(04) VALUE 0.

       01  WS-MATL-COUNT              PIC 9(02) VALUE 0.
       01  WS-MATL-SUB                PIC 9(02).
       01  WS-MATERIAL-TABLE.
           05 WS-MATL-ENTRY OCCURS 50 TIMES.
              10 WS-MATL-CODE         PIC X(04).
              10 WS-MATL-COST         PIC 9(03)V99.
              10 WS-MATL-WIDTH        PIC 9(03).

      * THE REMNANT FILE, REWRITTEN AT THE END, SO IT MUST FIT THE
      * TABLE WHOLE.  A USED REMNANT IS MARKED AND DROPPED THEN.
       01  WS-REM-COUNT               PIC 9(03) VALUE 0.
       01  WS-REM-SUB                 PIC 9(03).
       01  WS-REM-BEST-SUB            PIC 9(03).
       01  WS-REM-BEST-AREA           PIC 9(07).
       01  WS-REM-AREA                PIC 9(07).
       01  WS-NEXT-REMNANT-ID         PIC 9(06) VALUE 0.
       01  WS-REMNANT-TABLE.
           05 WS-REM-ENTRY OCCURS 500 TIMES.
              10 WS-REM-ID            PIC 9(06).
              10 WS-REM-MATERIAL      PIC X(04).
              10 WS-REM-LOT           PIC X(10).
              10 WS-REM-WIDTH         PIC 9(03).
              10 WS-REM-LENGTH        PIC 9(03).
              10 WS-REM-CREATED       PIC X(08).
              10 WS-REM-SOURCE-WO     PIC 9(07).
              10 WS-REM-STATUS        PIC X(01).
                 88 REMNANT-AVAILABLE       VALUE "A".
                 88 REMNANT-USED            VALUE "U".

       01  WS-WLOT-COUNT              PIC 9(04) VALUE 0.
       01  WS-WLOT-SUB                PIC 9(04).
       01  WS-LOT-ASSIGN-TABLE.
           05 WS-WLOT-ENTRY OCCURS 2000 TIMES.
              10 WS-WLOT-WO           PIC 9(07).
              10 WS-WLOT-MATERIAL     PIC X(04).
              10 WS-WLOT-LOT          PIC X(10).

      * THE PIECES OF THE WORK ORDER BEING PLANNED, AS THE RECTANGLES
      * THEY ARE CUT FROM.
       01  WS-CUR-WO                  PIC 9(07).
       01  WS-CUR-ORDER               PIC X(05).
       01  WS-PC-COUNT                PIC 9(02) VALUE 0.
       01  WS-PC-SUB                  PIC 9(02).
       01  WS-PC-SUB2                 PIC 9(02).
       01  WS-PIECE-TABLE.
           05 WS-PC-ENTRY OCCURS 50 TIMES.
              10 WS-PC-MATERIAL       PIC X(04).
              10 WS-PC-SHAPE          PIC X(10).
              10 WS-PC-SIZE-1         PIC 9(03).
              10 WS-PC-SIZE-2         PIC 9(03).
              10 WS-PC-AREA           PIC 9(06)V99.
              10 WS-PC-BIG            PIC 9(03).
              10 WS-PC-SMALL          PIC 9(03).
       01  WS-PC-HOLD                 PIC X(34).

      * THE MATERIAL BEING PLANNED WITHIN THE WORK ORDER.
       01  WS-CUR-MATERIAL            PIC X(04).
       01  WS-CUR-WIDTH               PIC 9(03).
       01  WS-CUR-COST                PIC 9(03)V99.
       01  WS-CUR-LOT                 PIC X(10).
       01  WS-CUR-NET                 PIC 9(07)V99.
       01  WS-CUR-ROLL-SQFT           PIC 9(07)V99.
       01  WS-CUR-ROLL-LENGTH         PIC 9(05).
       01  WS-CUR-REMNANT-SQFT        PIC 9(07)V99.
       01  WS-CUR-WASTE               PIC 9(07)V99.

      * STRIPS OF ROLL STARTED FOR THE MATERIAL: THE STRIP'S LENGTH,
      * THE WIDTH STILL FREE ACROSS IT, AND THE PIECE THAT OPENED IT.
       01  WS-SH-COUNT                PIC 9(02) VALUE 0.
       01  WS-SH-SUB                  PIC 9(02).
       01  WS-SH-FOUND-SUB            PIC 9(02).
       01  WS-STRIP-TABLE.
           05 WS-SH-ENTRY OCCURS 50 TIMES.
              10 WS-SH-LENGTH         PIC 9(03).
              10 WS-SH-FREE-WIDTH     PIC 9(03).
              10 WS-SH-OPENER         PIC 9(02).

      * ONE PIECE'S PLACEMENT.
       01  WS-ACROSS                  PIC 9(03).
       01  WS-ALONG                   PIC 9(03).
       01  WS-STRIPS                  PIC 9(02).
       01  WS-STRIP-REMAINDER         PIC 9(03).
       01  WS-PIECE-WASTE             PIC 9(07)V99.
       01  WS-PIECE-SOURCE            PIC X(20).
       01  WS-PIECE-PLACED-SW         PIC X(01).
           88 PIECE-PLACED                  VALUE "Y".
       01  WS-OFF-WIDTH               PIC 9(03).
       01  WS-OFF-LENGTH              PIC 9(03).
       01  WS-OFF-WASTE               PIC 9(07)V99.
       01  WS-WST-SHAPE               PIC X(10).
       01  WS-WST-PIECES              PIC 9(01).
       01  WS-WST-NET                 PIC 9(07)V99.
       01  WS-WST-AMOUNT              PIC 9(07)V99.

      * WASTE BY MATERIAL AND SHAPE FOR THE RUN.
       01  WS-WST-COUNT               PIC 9(03) VALUE 0.
       01  WS-WST-SUB                 PIC 9(03).
       01  WS-WST-FOUND-SUB           PIC 9(03).
       01  WS-WST-FOUND-SW            PIC X(01).
           88 WASTE-ROW-FOUND               VALUE "Y".
       01  WS-WASTE-TABLE.
           05 WS-WST-ENTRY OCCURS 100 TIMES.
              10 WS-WST-MATERIAL      PIC X(04).
              10 WS-WST-SHAPE-KEY     PIC X(10).
              10 WS-WST-COST          PIC 9(03)V99.
              10 WS-WST-PIECE-COUNT   PIC 9(05).
              10 WS-WST-NET-SQFT      PIC 9(08)V99.
              10 WS-WST-WASTE-SQFT    PIC 9(08)V99.
       01  WS-WST-PCT                 PIC 9(03)V9.
       01  WS-WST-DOLLARS             PIC 9(08)V99.
       01  WS-WST-TOTAL-DOLLARS       PIC 9(08)V99 VALUE 0.

       01  WS-RPT-HDR-LINE.
           05 FILLER                  PIC X(25)
                   VALUE "CUTTING PLAN -- HW15CUT  ".
           05 FILLER                  PIC X(05) VALUE "DATE ".
           05 RHL-DATE                PIC X(08).
       01  WS-RPT-WO-LINE.
           05 FILLER                  PIC X(11)
                   VALUE "WORK ORDER ".
           05 RWL-WO-NUMBER           PIC 9(07).
           05 FILLER                  PIC X(08) VALUE "  ORDER ".
           05 RWL-ORDER-ID            PIC X(05).
           05 FILLER                  PIC X(11) VALUE "  MATERIAL ".
           05 RWL-MATERIAL            PIC X(04).
           05 FILLER                  PIC X(13) VALUE "  ROLL WIDTH ".
           05 RWL-WIDTH               PIC ZZ9.
           05 FILLER                  PIC X(03) VALUE " FT".
           05 FILLER                  PIC X(06) VALUE "  LOT ".
           05 RWL-LOT                 PIC X(10).
       01  WS-RPT-PIECE-LINE.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 RPL-SHAPE               PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RPL-SIZE-1              PIC ZZ9.
           05 FILLER                  PIC X(03) VALUE " X ".
           05 RPL-SIZE-2              PIC ZZ9.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 RPL-SOURCE              PIC X(20).
           05 FILLER                  PIC X(08) VALUE " ACROSS ".
           05 RPL-ACROSS              PIC ZZ9.
           05 FILLER                  PIC X(07) VALUE " ALONG ".
           05 RPL-ALONG               PIC ZZ9.
           05 FILLER                  PIC X(07) VALUE " WASTE ".
           05 RPL-WASTE               PIC ZZ,ZZ9.99.
       01  WS-RPT-KEEP-LINE.
           05 FILLER                  PIC X(17)
                   VALUE "    KEEP REMNANT ".
           05 RKL-REMNANT-ID          PIC 9(06).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 RKL-WIDTH               PIC ZZ9.
           05 FILLER                  PIC X(03) VALUE " X ".
           05 RKL-LENGTH              PIC ZZ9.
       01  WS-RPT-TOTAL-LINE.
           05 FILLER                  PIC X(14)
                   VALUE "  ROLL LENGTH ".
           05 RTL-LENGTH              PIC ZZ,ZZ9.
           05 FILLER                  PIC X(13) VALUE " FT  ROLL SF ".
           05 RTL-ROLL-SQFT           PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(12) VALUE "  REMNANT SF".
           05 RTL-REMNANT-SQFT        PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(06) VALUE "  NET ".
           05 RTL-NET                 PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(08) VALUE "  WASTE ".
           05 RTL-WASTE               PIC ZZZ,ZZ9.99.
       01  WS-WASTE-HDR-LINE.
           05 FILLER                  PIC X(42)
                   VALUE "MATL SHAPE      PIECES    NET SQFT  WASTE ".
           05 FILLER                  PIC X(30)
                   VALUE "SQFT  WASTE %    WASTE COST".
       01  WS-WASTE-LINE.
           05 WSL-MATERIAL            PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WSL-SHAPE               PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WSL-PIECES              PIC ZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WSL-NET                 PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WSL-WASTE               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 WSL-PCT                 PIC ZZ9.9.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 WSL-COST                PIC $$$,$$$,$$9.99.
       01  WS-WASTE-TOTAL-LINE.
           05 FILLER                  PIC X(54)
                   VALUE "TOTAL COST OF WASTE".
           05 WTL-COST                PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW15CUT BEGINS".
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-CUT-QUEUE.
           IF NOT END-OF-CUT-QUEUE
               MOVE CQ-WO-NUMBER TO WS-CUR-WO
               MOVE MI-ORDER-ID  TO WS-CUR-ORDER
           END-IF.
           PERFORM UNTIL END-OF-CUT-QUEUE
               IF CQ-WO-NUMBER NOT = WS-CUR-WO
                   PERFORM 5000-PLAN-WORK-ORDER
                   MOVE CQ-WO-NUMBER TO WS-CUR-WO
                   MOVE MI-ORDER-ID  TO WS-CUR-ORDER
               END-IF
               PERFORM 3000-ADD-PIECE
               PERFORM 2000-READ-CUT-QUEUE
           END-PERFORM.
           IF WS-PC-COUNT > 0
               PERFORM 5000-PLAN-WORK-ORDER
           END-IF.
           PERFORM 7000-WRITE-WASTE-REPORT.
           PERFORM 6000-FINISH-UP.
           DISPLAY "WORK ORDERS PLANNED: " WS-WO-PLANNED-COUNT.
           DISPLAY "PIECES PLANNED     : " WS-PIECE-TOTAL.
           DISPLAY "REMNANTS USED      : " WS-REMNANTS-USED.
           DISPLAY "REMNANTS KEPT      : " WS-REMNANTS-KEPT.
           DISPLAY "PIECES SEAMED      : " WS-SEAMED-COUNT.
           DISPLAY "HW15CUT CONCLUDES".
           GOBACK.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-CUT-QUEUE-DSN FROM ENVIRONMENT "RUGCUTQ".
           IF WS-CUT-QUEUE-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CUTQ.dat"
               TO WS-CUT-QUEUE-DSN
           END-IF.
           ACCEPT WS-MATERIAL-DSN FROM ENVIRONMENT "RUGMATL".
           IF WS-MATERIAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15MATL.dat"
               TO WS-MATERIAL-DSN
           END-IF.
           ACCEPT WS-REMNANT-DSN FROM ENVIRONMENT "RUGREMN".
           IF WS-REMNANT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15REMN.dat"
               TO WS-REMNANT-DSN
           END-IF.
           ACCEPT WS-LOT-ASSIGN-DSN FROM ENVIRONMENT "RUGWLOT".
           IF WS-LOT-ASSIGN-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15WLOT.dat"
               TO WS-LOT-ASSIGN-DSN
           END-IF.
           ACCEPT WS-CUT-CONS-DSN FROM ENVIRONMENT "RUGCUTC".
           IF WS-CUT-CONS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CUTC.dat"
               TO WS-CUT-CONS-DSN
           END-IF.
           ACCEPT WS-CUT-RPT-DSN FROM ENVIRONMENT "RUGCUTR".
           IF WS-CUT-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CUT.rpt"
               TO WS-CUT-RPT-DSN
           END-IF.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM 1100-LOAD-MATERIALS.
           PERFORM 1200-LOAD-REMNANTS.
           PERFORM 1300-LOAD-LOT-ASSIGNMENTS.
           OPEN INPUT CUT-QUEUE.
           IF WS-CUT-QUEUE-STATUS = "00"
               MOVE "Y" TO WS-CUT-QUEUE-OPEN-SW
           ELSE
               DISPLAY "CUT QUEUE NOT AVAILABLE - STATUS "
                   WS-CUT-QUEUE-STATUS " -- NOTHING TO PLAN"
               MOVE "10" TO WS-CUT-QUEUE-STATUS
           END-IF.
           OPEN EXTEND CUT-CONSUMPTION.
           IF WS-CUT-CONS-STATUS = "35"
               OPEN OUTPUT CUT-CONSUMPTION
           END-IF.
           OPEN OUTPUT CUT-PLAN-RPT.
           MOVE WS-TODAY TO RHL-DATE.
           WRITE CUT-PLAN-RPT-REC FROM WS-RPT-HDR-LINE.

       1100-LOAD-MATERIALS.
           OPEN INPUT MATERIAL-MASTER.
           IF WS-MATERIAL-STATUS = "00"
               READ MATERIAL-MASTER
               PERFORM UNTIL WS-MATERIAL-STATUS > "00"
                          OR WS-MATL-COUNT >= 50
                   ADD 1 TO WS-MATL-COUNT
                   MOVE MM-MATERIAL-CODE
                       TO WS-MATL-CODE(WS-MATL-COUNT)
                   IF MM-COST-PER-SQFT IS NUMERIC
                       MOVE MM-COST-PER-SQFT
                           TO WS-MATL-COST(WS-MATL-COUNT)
                   ELSE
                       MOVE ZEROS TO WS-MATL-COST(WS-MATL-COUNT)
                   END-IF
                   IF MM-ROLL-WIDTH IS NUMERIC AND MM-ROLL-WIDTH > 0
                       MOVE MM-ROLL-WIDTH
                           TO WS-MATL-WIDTH(WS-MATL-COUNT)
                   ELSE
                       MOVE WS-DEFAULT-ROLL-WIDTH
                           TO WS-MATL-WIDTH(WS-MATL-COUNT)
                   END-IF
                   READ MATERIAL-MASTER
               END-PERFORM
               CLOSE MATERIAL-MASTER
           END-IF.

      * THE REMNANT FILE IS REWRITTEN AT THE END, SO IT MUST FIT THE
      * TABLE WHOLE.  REMNANT IDS CONTINUE FROM THE HIGHEST ON FILE.
       1200-LOAD-REMNANTS.
           OPEN INPUT REMNANT-FILE.
           IF WS-REMNANT-STATUS = "00"
               READ REMNANT-FILE
               PERFORM UNTIL WS-REMNANT-STATUS > "00"
                          OR WS-REM-COUNT >= 500
                   ADD 1 TO WS-REM-COUNT
                   MOVE RM-REMNANT-ID
                       TO WS-REM-ID(WS-REM-COUNT)
                   MOVE RM-MATERIAL-CODE
                       TO WS-REM-MATERIAL(WS-REM-COUNT)
                   MOVE RM-LOT-NUMBER
                       TO WS-REM-LOT(WS-REM-COUNT)
                   MOVE RM-WIDTH
                       TO WS-REM-WIDTH(WS-REM-COUNT)
                   MOVE RM-LENGTH
                       TO WS-REM-LENGTH(WS-REM-COUNT)
                   MOVE RM-CREATED-DATE
                       TO WS-REM-CREATED(WS-REM-COUNT)
                   MOVE RM-SOURCE-WO
                       TO WS-REM-SOURCE-WO(WS-REM-COUNT)
                   MOVE "A" TO WS-REM-STATUS(WS-REM-COUNT)
                   IF RM-REMNANT-ID > WS-NEXT-REMNANT-ID
                       MOVE RM-REMNANT-ID TO WS-NEXT-REMNANT-ID
                   END-IF
                   READ REMNANT-FILE
               END-PERFORM
               IF WS-REMNANT-STATUS = "00"
                   DISPLAY "REMNANT FILE OVER 500 ROWS -- "
                       "NOTHING PLANNED"
                   CLOSE REMNANT-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE REMNANT-FILE
           END-IF.

       1300-LOAD-LOT-ASSIGNMENTS.
           OPEN INPUT LOT-ASSIGNMENT.
           IF WS-LOT-ASSIGN-STATUS = "00"
               READ LOT-ASSIGNMENT
               PERFORM UNTIL WS-LOT-ASSIGN-STATUS > "00"
                          OR WS-WLOT-COUNT >= 2000
                   ADD 1 TO WS-WLOT-COUNT
                   MOVE WL-WO-NUMBER
                       TO WS-WLOT-WO(WS-WLOT-COUNT)
                   MOVE WL-MATERIAL-CODE
                       TO WS-WLOT-MATERIAL(WS-WLOT-COUNT)
                   MOVE WL-LOT-NUMBER
                       TO WS-WLOT-LOT(WS-WLOT-COUNT)
                   READ LOT-ASSIGNMENT
               END-PERFORM
               CLOSE LOT-ASSIGNMENT
           END-IF.

       2000-READ-CUT-QUEUE.
           IF NOT END-OF-CUT-QUEUE
               READ CUT-QUEUE
                   AT END
                       MOVE "10" TO WS-CUT-QUEUE-STATUS
               END-READ
           END-IF.

      * THE PIECE IS HELD AS THE RECTANGLE IT IS CUT FROM: A ROUND
      * OR SQUARE IS SIZE-1 EACH WAY, ANYTHING ELSE SIZE-1 BY SIZE-2.
       3000-ADD-PIECE.
           IF WS-PC-COUNT >= 50
               DISPLAY "WORK ORDER " WS-CUR-WO
                   " OVER 50 LINES -- " MI-SHAPE-TYPE " NOT PLANNED"
           ELSE
               ADD 1 TO WS-PC-COUNT
               MOVE MI-MATERIAL-CODE TO WS-PC-MATERIAL(WS-PC-COUNT)
               MOVE MI-SHAPE-TYPE    TO WS-PC-SHAPE(WS-PC-COUNT)
               MOVE MI-SIZE-1        TO WS-PC-SIZE-1(WS-PC-COUNT)
               MOVE MI-SIZE-2        TO WS-PC-SIZE-2(WS-PC-COUNT)
               MOVE MI-AREA-OUT      TO WS-PC-AREA(WS-PC-COUNT)
               IF MI-SHAPE-TYPE = "ROUND" OR MI-SHAPE-TYPE = "SQUARE"
                   MOVE MI-SIZE-1 TO WS-PC-BIG(WS-PC-COUNT)
                   MOVE MI-SIZE-1 TO WS-PC-SMALL(WS-PC-COUNT)
               ELSE
                   IF MI-SIZE-1 < MI-SIZE-2
                       MOVE MI-SIZE-2 TO WS-PC-BIG(WS-PC-COUNT)
                       MOVE MI-SIZE-1 TO WS-PC-SMALL(WS-PC-COUNT)
                   ELSE
                       MOVE MI-SIZE-1 TO WS-PC-BIG(WS-PC-COUNT)
                       MOVE MI-SIZE-2 TO WS-PC-SMALL(WS-PC-COUNT)
                   END-IF
               END-IF
           END-IF.

      * PIECES GROUP BY MATERIAL, LONGEST SIDE FIRST, AND EACH
      * MATERIAL IS PLANNED ON ITS OWN ROLL.
       5000-PLAN-WORK-ORDER.
           PERFORM 5010-SORT-PIECES.
           MOVE SPACES TO WS-CUR-MATERIAL.
           PERFORM VARYING WS-PC-SUB FROM 1 BY 1
               UNTIL WS-PC-SUB > WS-PC-COUNT
               IF WS-PC-MATERIAL(WS-PC-SUB) NOT = WS-CUR-MATERIAL
                   IF WS-PC-SUB > 1
                       PERFORM 5900-CLOSE-MATERIAL
                   END-IF
                   PERFORM 5050-OPEN-MATERIAL
               END-IF
               PERFORM 5200-PLACE-PIECE
           END-PERFORM.
           IF WS-PC-COUNT > 0
               PERFORM 5900-CLOSE-MATERIAL
           END-IF.
           ADD 1 TO WS-WO-PLANNED-COUNT.
           MOVE 0 TO WS-PC-COUNT.

       5010-SORT-PIECES.
           PERFORM VARYING WS-PC-SUB FROM 1 BY 1
               UNTIL WS-PC-SUB >= WS-PC-COUNT
               PERFORM VARYING WS-PC-SUB2 FROM 1 BY 1
                   UNTIL WS-PC-SUB2 > WS-PC-COUNT - WS-PC-SUB
                   IF WS-PC-MATERIAL(WS-PC-SUB2)
                           > WS-PC-MATERIAL(WS-PC-SUB2 + 1)
                       OR (WS-PC-MATERIAL(WS-PC-SUB2)
                               = WS-PC-MATERIAL(WS-PC-SUB2 + 1)
                           AND WS-PC-BIG(WS-PC-SUB2)
                               < WS-PC-BIG(WS-PC-SUB2 + 1))
                       MOVE WS-PC-ENTRY(WS-PC-SUB2) TO WS-PC-HOLD
                       MOVE WS-PC-ENTRY(WS-PC-SUB2 + 1)
                           TO WS-PC-ENTRY(WS-PC-SUB2)
                       MOVE WS-PC-HOLD TO WS-PC-ENTRY(WS-PC-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * A WORK ORDER CUT FROM ONE LOT OF THE MATERIAL TAKES ONLY
      * REMNANTS OF THAT LOT; ONE CUT ACROSS LOTS TAKES ANY.
       5050-OPEN-MATERIAL.
           MOVE WS-PC-MATERIAL(WS-PC-SUB) TO WS-CUR-MATERIAL.
           MOVE WS-DEFAULT-ROLL-WIDTH TO WS-CUR-WIDTH.
           MOVE ZEROS TO WS-CUR-COST.
           PERFORM VARYING WS-MATL-SUB FROM 1 BY 1
               UNTIL WS-MATL-SUB > WS-MATL-COUNT
               IF WS-MATL-CODE(WS-MATL-SUB) = WS-CUR-MATERIAL
                   MOVE WS-MATL-WIDTH(WS-MATL-SUB) TO WS-CUR-WIDTH
                   MOVE WS-MATL-COST(WS-MATL-SUB)  TO WS-CUR-COST
                   MOVE WS-MATL-COUNT TO WS-MATL-SUB
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CUR-LOT.
           PERFORM VARYING WS-WLOT-SUB FROM 1 BY 1
               UNTIL WS-WLOT-SUB > WS-WLOT-COUNT
               IF WS-WLOT-WO(WS-WLOT-SUB) = WS-CUR-WO
                   AND WS-WLOT-MATERIAL(WS-WLOT-SUB) = WS-CUR-MATERIAL
                   IF WS-CUR-LOT = SPACES
                       MOVE WS-WLOT-LOT(WS-WLOT-SUB) TO WS-CUR-LOT
                   ELSE
                       IF WS-WLOT-LOT(WS-WLOT-SUB) NOT = WS-CUR-LOT
                           MOVE SPACES TO WS-CUR-LOT
                           MOVE WS-WLOT-COUNT TO WS-WLOT-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-SH-COUNT.
           MOVE 0 TO WS-CUR-NET WS-CUR-ROLL-SQFT WS-CUR-ROLL-LENGTH
                     WS-CUR-REMNANT-SQFT WS-CUR-WASTE.
           MOVE WS-CUR-WO       TO RWL-WO-NUMBER.
           MOVE WS-CUR-ORDER    TO RWL-ORDER-ID.
           MOVE WS-CUR-MATERIAL TO RWL-MATERIAL.
           MOVE WS-CUR-WIDTH    TO RWL-WIDTH.
           IF WS-CUR-LOT = SPACES
               MOVE "ANY" TO RWL-LOT
           ELSE
               MOVE WS-CUR-LOT TO RWL-LOT
           END-IF.
           WRITE CUT-PLAN-RPT-REC FROM WS-RPT-WO-LINE.

      * THE SHAPE'S OWN OFFCUT -- THE CORNERS OF A ROUND, THE HALF
      * OF A TRIANGLE'S RECTANGLE -- IS ALWAYS WASTE.
       5200-PLACE-PIECE.
           ADD 1 TO WS-PIECE-TOTAL.
           ADD WS-PC-AREA(WS-PC-SUB) TO WS-CUR-NET.
           COMPUTE WS-PIECE-WASTE
               = (WS-PC-BIG(WS-PC-SUB) * WS-PC-SMALL(WS-PC-SUB))
               - WS-PC-AREA(WS-PC-SUB).
           PERFORM 5300-TRY-REMNANT.
           IF NOT PIECE-PLACED
               PERFORM 5400-PLACE-ON-ROLL
           END-IF.
           ADD WS-PIECE-WASTE TO WS-CUR-WASTE.
           MOVE WS-PC-SHAPE(WS-PC-SUB) TO WS-WST-SHAPE.
           MOVE 1 TO WS-WST-PIECES.
           MOVE WS-PC-AREA(WS-PC-SUB) TO WS-WST-NET.
           MOVE WS-PIECE-WASTE TO WS-WST-AMOUNT.
           PERFORM 8100-ADD-WASTE-TOTAL.
           MOVE WS-PC-SHAPE(WS-PC-SUB)  TO RPL-SHAPE.
           MOVE WS-PC-SIZE-1(WS-PC-SUB) TO RPL-SIZE-1.
           MOVE WS-PC-SIZE-2(WS-PC-SUB) TO RPL-SIZE-2.
           MOVE WS-PIECE-SOURCE         TO RPL-SOURCE.
           MOVE WS-ACROSS               TO RPL-ACROSS.
           MOVE WS-ALONG                TO RPL-ALONG.
           MOVE WS-PIECE-WASTE          TO RPL-WASTE.
           WRITE CUT-PLAN-RPT-REC FROM WS-RPT-PIECE-LINE.

      * THE SMALLEST REMNANT THAT HOLDS THE PIECE EITHER WAY ROUND.
      * THE PIECE GOES IN A CORNER; THE STRIP BEYOND IT AND THE
      * STRIP BESIDE IT ARE OFFERED BACK AS REMNANTS.
       5300-TRY-REMNANT.
           MOVE "N" TO WS-PIECE-PLACED-SW.
           MOVE 0 TO WS-REM-BEST-SUB.
           MOVE 9999999 TO WS-REM-BEST-AREA.
           PERFORM VARYING WS-REM-SUB FROM 1 BY 1
               UNTIL WS-REM-SUB > WS-REM-COUNT
               IF REMNANT-AVAILABLE(WS-REM-SUB)
                   AND WS-REM-MATERIAL(WS-REM-SUB) = WS-CUR-MATERIAL
                   AND (WS-CUR-LOT = SPACES
                        OR WS-REM-LOT(WS-REM-SUB) = WS-CUR-LOT)
                   IF (WS-REM-WIDTH(WS-REM-SUB) >= WS-PC-BIG(WS-PC-SUB)
                       AND WS-REM-LENGTH(WS-REM-SUB)
                           >= WS-PC-SMALL(WS-PC-SUB))
                     OR (WS-REM-WIDTH(WS-REM-SUB)
                           >= WS-PC-SMALL(WS-PC-SUB)
                       AND WS-REM-LENGTH(WS-REM-SUB)
                           >= WS-PC-BIG(WS-PC-SUB))
                       COMPUTE WS-REM-AREA
                           = WS-REM-WIDTH(WS-REM-SUB)
                           * WS-REM-LENGTH(WS-REM-SUB)
                       IF WS-REM-AREA < WS-REM-BEST-AREA
                           MOVE WS-REM-AREA TO WS-REM-BEST-AREA
                           MOVE WS-REM-SUB  TO WS-REM-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-REM-BEST-SUB > 0
               MOVE "Y" TO WS-PIECE-PLACED-SW
               MOVE WS-REM-BEST-SUB TO WS-REM-SUB
               MOVE "U" TO WS-REM-STATUS(WS-REM-SUB)
               ADD 1 TO WS-REMNANTS-USED
               ADD WS-REM-BEST-AREA TO WS-CUR-REMNANT-SQFT
               MOVE SPACES TO WS-PIECE-SOURCE
               STRING "REMNANT " WS-REM-ID(WS-REM-SUB)
                   DELIMITED BY SIZE INTO WS-PIECE-SOURCE
               IF WS-REM-WIDTH(WS-REM-SUB) >= WS-PC-BIG(WS-PC-SUB)
                   AND WS-REM-LENGTH(WS-REM-SUB)
                       >= WS-PC-SMALL(WS-PC-SUB)
                   MOVE WS-PC-BIG(WS-PC-SUB)   TO WS-ACROSS
                   MOVE WS-PC-SMALL(WS-PC-SUB) TO WS-ALONG
               ELSE
                   MOVE WS-PC-SMALL(WS-PC-SUB) TO WS-ACROSS
                   MOVE WS-PC-BIG(WS-PC-SUB)   TO WS-ALONG
               END-IF
               MOVE WS-REM-WIDTH(WS-REM-SUB) TO WS-OFF-WIDTH
               COMPUTE WS-OFF-LENGTH
                   = WS-REM-LENGTH(WS-REM-SUB) - WS-ALONG
               PERFORM 8000-OFFER-OFFCUT
               ADD WS-OFF-WASTE TO WS-PIECE-WASTE
               COMPUTE WS-OFF-WIDTH
                   = WS-REM-WIDTH(WS-REM-SUB) - WS-ACROSS
               MOVE WS-ALONG TO WS-OFF-LENGTH
               PERFORM 8000-OFFER-OFFCUT
               ADD WS-OFF-WASTE TO WS-PIECE-WASTE
           END-IF.

      * THE LONG SIDE GOES ACROSS THE ROLL WHEN IT FITS, SO THE
      * PIECE USES THE LEAST LENGTH.  IT TAKES THE FIRST STRIP WITH
      * ROOM ACROSS AND LENGTH ENOUGH, OR STARTS A NEW STRIP; THE
      * GAP LEFT UNDER A SHORTER PIECE IS OFFERED AS A REMNANT.  A
      * PIECE WIDER THAN THE ROLL EITHER WAY IS SEAMED FROM WHOLE
      * WIDTHS OF ITS OWN.
       5400-PLACE-ON-ROLL.
           IF WS-PC-BIG(WS-PC-SUB) <= WS-CUR-WIDTH
               MOVE WS-PC-BIG(WS-PC-SUB)   TO WS-ACROSS
               MOVE WS-PC-SMALL(WS-PC-SUB) TO WS-ALONG
           ELSE
               MOVE WS-PC-SMALL(WS-PC-SUB) TO WS-ACROSS
               MOVE WS-PC-BIG(WS-PC-SUB)   TO WS-ALONG
           END-IF.
           IF WS-ACROSS > WS-CUR-WIDTH
               PERFORM 5500-SEAM-PIECE
           ELSE
               MOVE 0 TO WS-SH-FOUND-SUB
               PERFORM VARYING WS-SH-SUB FROM 1 BY 1
                   UNTIL WS-SH-SUB > WS-SH-COUNT
                   IF WS-SH-FREE-WIDTH(WS-SH-SUB) >= WS-ACROSS
                       AND WS-SH-LENGTH(WS-SH-SUB) >= WS-ALONG
                       MOVE WS-SH-SUB TO WS-SH-FOUND-SUB
                       MOVE WS-SH-COUNT TO WS-SH-SUB
                   END-IF
               END-PERFORM
               IF WS-SH-FOUND-SUB = 0
                   PERFORM 5450-START-STRIP
               END-IF
               IF WS-SH-FOUND-SUB > 0
                   SUBTRACT WS-ACROSS
                       FROM WS-SH-FREE-WIDTH(WS-SH-FOUND-SUB)
                   MOVE WS-ACROSS TO WS-OFF-WIDTH
                   COMPUTE WS-OFF-LENGTH
                       = WS-SH-LENGTH(WS-SH-FOUND-SUB) - WS-ALONG
                   PERFORM 8000-OFFER-OFFCUT
                   ADD WS-OFF-WASTE TO WS-PIECE-WASTE
                   MOVE SPACES TO WS-PIECE-SOURCE
                   STRING "ROLL STRIP " WS-SH-FOUND-SUB
                       DELIMITED BY SIZE INTO WS-PIECE-SOURCE
               END-IF
           END-IF.

      * WITH THE STRIP TABLE FULL THE PIECE TAKES A STRIP OF ITS OWN
      * AND THE WIDTH BESIDE IT IS OFFERED AT ONCE.
       5450-START-STRIP.
           COMPUTE WS-CUR-ROLL-SQFT
               = WS-CUR-ROLL-SQFT + (WS-CUR-WIDTH * WS-ALONG).
           ADD WS-ALONG TO WS-CUR-ROLL-LENGTH.
           IF WS-SH-COUNT < 50
               ADD 1 TO WS-SH-COUNT
               MOVE WS-SH-COUNT  TO WS-SH-FOUND-SUB
               MOVE WS-ALONG     TO WS-SH-LENGTH(WS-SH-COUNT)
               MOVE WS-CUR-WIDTH TO WS-SH-FREE-WIDTH(WS-SH-COUNT)
               MOVE WS-PC-SUB    TO WS-SH-OPENER(WS-SH-COUNT)
           ELSE
               COMPUTE WS-OFF-WIDTH = WS-CUR-WIDTH - WS-ACROSS
               MOVE WS-ALONG TO WS-OFF-LENGTH
               PERFORM 8000-OFFER-OFFCUT
               ADD WS-OFF-WASTE TO WS-PIECE-WASTE
               MOVE "ROLL STRIP (OWN)" TO WS-PIECE-SOURCE
           END-IF.

       5500-SEAM-PIECE.
           DIVIDE WS-ACROSS BY WS-CUR-WIDTH
               GIVING WS-STRIPS REMAINDER WS-STRIP-REMAINDER.
           IF WS-STRIP-REMAINDER > 0
               ADD 1 TO WS-STRIPS
           END-IF.
           COMPUTE WS-CUR-ROLL-SQFT = WS-CUR-ROLL-SQFT
               + (WS-STRIPS * WS-CUR-WIDTH * WS-ALONG).
           COMPUTE WS-CUR-ROLL-LENGTH
               = WS-CUR-ROLL-LENGTH + (WS-STRIPS * WS-ALONG).
           COMPUTE WS-OFF-WIDTH
               = (WS-STRIPS * WS-CUR-WIDTH) - WS-ACROSS.
           MOVE WS-ALONG TO WS-OFF-LENGTH.
           PERFORM 8000-OFFER-OFFCUT.
           ADD WS-OFF-WASTE TO WS-PIECE-WASTE.
           ADD 1 TO WS-SEAMED-COUNT.
           MOVE SPACES TO WS-PIECE-SOURCE.
           STRING "SEAMED " WS-STRIPS " WIDTHS"
               DELIMITED BY SIZE INTO WS-PIECE-SOURCE.

      * THE WIDTH LEFT FREE ALONG EACH STRIP IS OFFERED BACK; WHAT
      * CANNOT BE KEPT IS WASTE CHARGED TO THE SHAPE THAT OPENED
      * THE STRIP.  THE PLAN'S CONSUMPTION GOES TO HW15MISS.
       5900-CLOSE-MATERIAL.
           PERFORM VARYING WS-SH-SUB FROM 1 BY 1
               UNTIL WS-SH-SUB > WS-SH-COUNT
               MOVE WS-SH-FREE-WIDTH(WS-SH-SUB) TO WS-OFF-WIDTH
               MOVE WS-SH-LENGTH(WS-SH-SUB)     TO WS-OFF-LENGTH
               PERFORM 8000-OFFER-OFFCUT
               IF WS-OFF-WASTE > 0
                   ADD WS-OFF-WASTE TO WS-CUR-WASTE
                   MOVE WS-PC-SHAPE(WS-SH-OPENER(WS-SH-SUB))
                       TO WS-WST-SHAPE
                   MOVE 0 TO WS-WST-PIECES
                   MOVE 0 TO WS-WST-NET
                   MOVE WS-OFF-WASTE TO WS-WST-AMOUNT
                   PERFORM 8100-ADD-WASTE-TOTAL
               END-IF
           END-PERFORM.
           MOVE WS-CUR-WO           TO CC-WO-NUMBER.
           MOVE WS-CUR-ORDER        TO CC-ORDER-ID.
           MOVE WS-CUR-MATERIAL     TO CC-MATERIAL-CODE.
           MOVE WS-CUR-NET          TO CC-NET-AREA.
           MOVE WS-CUR-ROLL-SQFT    TO CC-ROLL-SQFT.
           MOVE WS-CUR-REMNANT-SQFT TO CC-REMNANT-SQFT.
           MOVE WS-CUR-WASTE        TO CC-WASTE-SQFT.
           WRITE CUT-CONSUMPTION-REC.
           MOVE WS-CUR-ROLL-LENGTH  TO RTL-LENGTH.
           MOVE WS-CUR-ROLL-SQFT    TO RTL-ROLL-SQFT.
           MOVE WS-CUR-REMNANT-SQFT TO RTL-REMNANT-SQFT.
           MOVE WS-CUR-NET          TO RTL-NET.
           MOVE WS-CUR-WASTE        TO RTL-WASTE.
           WRITE CUT-PLAN-RPT-REC FROM WS-RPT-TOTAL-LINE.

      * THE QUEUE IS CLEARED ONCE EVERY WORK ORDER ON IT IS PLANNED.
       6000-FINISH-UP.
           CLOSE CUT-PLAN-RPT CUT-CONSUMPTION.
           IF CUT-QUEUE-OPEN
               CLOSE CUT-QUEUE
               OPEN OUTPUT CUT-QUEUE
               CLOSE CUT-QUEUE
           END-IF.
           OPEN OUTPUT REMNANT-FILE.
           PERFORM VARYING WS-REM-SUB FROM 1 BY 1
               UNTIL WS-REM-SUB > WS-REM-COUNT
               IF REMNANT-AVAILABLE(WS-REM-SUB)
                   MOVE WS-REM-ID(WS-REM-SUB)     TO RM-REMNANT-ID
                   MOVE WS-REM-MATERIAL(WS-REM-SUB)
                       TO RM-MATERIAL-CODE
                   MOVE WS-REM-LOT(WS-REM-SUB)    TO RM-LOT-NUMBER
                   MOVE WS-REM-WIDTH(WS-REM-SUB)  TO RM-WIDTH
                   MOVE WS-REM-LENGTH(WS-REM-SUB) TO RM-LENGTH
                   MOVE WS-REM-CREATED(WS-REM-SUB)
                       TO RM-CREATED-DATE
                   MOVE WS-REM-SOURCE-WO(WS-REM-SUB)
                       TO RM-SOURCE-WO
                   WRITE REMNANT-REC
               END-IF
           END-PERFORM.
           CLOSE REMNANT-FILE.

      * WASTE PERCENT IS OF THE MATERIAL THE SHAPE TOOK -- ITS NET
      * AREA PLUS ITS WASTE -- AND IS COSTED AT THE MASTER COST.
       7000-WRITE-WASTE-REPORT.
           MOVE SPACES TO CUT-PLAN-RPT-REC.
           WRITE CUT-PLAN-RPT-REC.
           MOVE "WASTE BY MATERIAL AND SHAPE" TO CUT-PLAN-RPT-REC.
           WRITE CUT-PLAN-RPT-REC.
           WRITE CUT-PLAN-RPT-REC FROM WS-WASTE-HDR-LINE.
           PERFORM VARYING WS-WST-SUB FROM 1 BY 1
               UNTIL WS-WST-SUB > WS-WST-COUNT
               MOVE WS-WST-MATERIAL(WS-WST-SUB)    TO WSL-MATERIAL
               MOVE WS-WST-SHAPE-KEY(WS-WST-SUB)   TO WSL-SHAPE
               MOVE WS-WST-PIECE-COUNT(WS-WST-SUB) TO WSL-PIECES
               MOVE WS-WST-NET-SQFT(WS-WST-SUB)    TO WSL-NET
               MOVE WS-WST-WASTE-SQFT(WS-WST-SUB)  TO WSL-WASTE
               IF WS-WST-NET-SQFT(WS-WST-SUB)
                       + WS-WST-WASTE-SQFT(WS-WST-SUB) > 0
                   COMPUTE WS-WST-PCT ROUNDED
                       = WS-WST-WASTE-SQFT(WS-WST-SUB) * 100
                       / (WS-WST-NET-SQFT(WS-WST-SUB)
                          + WS-WST-WASTE-SQFT(WS-WST-SUB))
               ELSE
                   MOVE ZEROS TO WS-WST-PCT
               END-IF
               MOVE WS-WST-PCT TO WSL-PCT
               COMPUTE WS-WST-DOLLARS ROUNDED
                   = WS-WST-WASTE-SQFT(WS-WST-SUB)
                   * WS-WST-COST(WS-WST-SUB)
               ADD WS-WST-DOLLARS TO WS-WST-TOTAL-DOLLARS
               MOVE WS-WST-DOLLARS TO WSL-COST
               WRITE CUT-PLAN-RPT-REC FROM WS-WASTE-LINE
           END-PERFORM.
           MOVE WS-WST-TOTAL-DOLLARS TO WTL-COST.
           WRITE CUT-PLAN-RPT-REC FROM WS-WASTE-TOTAL-LINE.

      * KEEPS AN OFFCUT AT LEAST THE MINIMUM ON BOTH SIDES AS A NEW
      * REMNANT OF THE MATERIAL AND LOT; ANYTHING SMALLER, OR ANY
      * OFFCUT ONCE THE REMNANT TABLE IS FULL, COMES BACK AS WASTE.
       8000-OFFER-OFFCUT.
           MOVE 0 TO WS-OFF-WASTE.
           IF WS-OFF-WIDTH > 0 AND WS-OFF-LENGTH > 0
               IF WS-OFF-WIDTH >= WS-REMNANT-MIN-SIDE
                   AND WS-OFF-LENGTH >= WS-REMNANT-MIN-SIDE
                   AND WS-REM-COUNT < 500
                   ADD 1 TO WS-REM-COUNT
                   ADD 1 TO WS-NEXT-REMNANT-ID
                   ADD 1 TO WS-REMNANTS-KEPT
                   MOVE WS-NEXT-REMNANT-ID
                       TO WS-REM-ID(WS-REM-COUNT)
                   MOVE WS-CUR-MATERIAL
                       TO WS-REM-MATERIAL(WS-REM-COUNT)
                   MOVE WS-CUR-LOT    TO WS-REM-LOT(WS-REM-COUNT)
                   MOVE WS-OFF-WIDTH  TO WS-REM-WIDTH(WS-REM-COUNT)
                   MOVE WS-OFF-LENGTH TO WS-REM-LENGTH(WS-REM-COUNT)
                   MOVE WS-TODAY      TO WS-REM-CREATED(WS-REM-COUNT)
                   MOVE WS-CUR-WO
                       TO WS-REM-SOURCE-WO(WS-REM-COUNT)
                   MOVE "A" TO WS-REM-STATUS(WS-REM-COUNT)
                   MOVE WS-NEXT-REMNANT-ID TO RKL-REMNANT-ID
                   MOVE WS-OFF-WIDTH       TO RKL-WIDTH
                   MOVE WS-OFF-LENGTH      TO RKL-LENGTH
                   WRITE CUT-PLAN-RPT-REC FROM WS-RPT-KEEP-LINE
               ELSE
                   COMPUTE WS-OFF-WASTE = WS-OFF-WIDTH * WS-OFF-LENGTH
               END-IF
           END-IF.

       8100-ADD-WASTE-TOTAL.
           MOVE "N" TO WS-WST-FOUND-SW.
           PERFORM VARYING WS-WST-SUB FROM 1 BY 1
               UNTIL WS-WST-SUB > WS-WST-COUNT
               IF WS-WST-MATERIAL(WS-WST-SUB) = WS-CUR-MATERIAL
                   AND WS-WST-SHAPE-KEY(WS-WST-SUB) = WS-WST-SHAPE
                   MOVE "Y" TO WS-WST-FOUND-SW
                   MOVE WS-WST-SUB TO WS-WST-FOUND-SUB
                   MOVE WS-WST-COUNT TO WS-WST-SUB
               END-IF
           END-PERFORM.
           IF NOT WASTE-ROW-FOUND AND WS-WST-COUNT < 100
               ADD 1 TO WS-WST-COUNT
               MOVE WS-WST-COUNT TO WS-WST-FOUND-SUB
               MOVE "Y" TO WS-WST-FOUND-SW
               MOVE WS-CUR-MATERIAL
                   TO WS-WST-MATERIAL(WS-WST-FOUND-SUB)
               MOVE WS-WST-SHAPE
                   TO WS-WST-SHAPE-KEY(WS-WST-FOUND-SUB)
               MOVE WS-CUR-COST TO WS-WST-COST(WS-WST-FOUND-SUB)
               MOVE ZEROS TO WS-WST-PIECE-COUNT(WS-WST-FOUND-SUB)
               MOVE ZEROS TO WS-WST-NET-SQFT(WS-WST-FOUND-SUB)
               MOVE ZEROS TO WS-WST-WASTE-SQFT(WS-WST-FOUND-SUB)
           END-IF.
           IF WASTE-ROW-FOUND
               ADD WS-WST-PIECES
                   TO WS-WST-PIECE-COUNT(WS-WST-FOUND-SUB)
               ADD WS-WST-NET TO WS-WST-NET-SQFT(WS-WST-FOUND-SUB)
               ADD WS-WST-AMOUNT
                   TO WS-WST-WASTE-SQFT(WS-WST-FOUND-SUB)
           END-IF.
