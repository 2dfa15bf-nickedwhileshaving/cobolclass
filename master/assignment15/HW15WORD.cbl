      *my rug done" without walking to the floor -- and completed
      *work orders, not invoice dates, are what should trigger
      *shipment.  Orders that already have a work order are skipped
      *on a rerun.  Only an order HW15ALOC fully allocated is cut --
      *one with a line on backorder waits, and is cut on the first
      *run after HW15MRCV releases its last backordered line, from
      *the lines on the allocation register.  A line with an edge
      *finish carries a finishing line under it giving the finish
      *and the linear feet of edge to finish.  Each material the
      *order requires is drawn from the rolls HW15MRCV received,
      *from a single dye lot whenever one lot has enough left, so
      *the pieces of one rug match.  The lot and roll print under
      *the requirement and go to the lot-assignment file; an order
      *that has to be cut across lots is flagged on the work order
      *for review before cutting.  Every line cut here is queued,
      *with its work-order number, for the HW15CUT cutting plan.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WO-DOCS-STATUS.

           SELECT ALLOCATION-REG ASSIGN TO WS-ALLOC-REG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLOC-REG-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO WS-BACKORDER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKORDER-STATUS.

           SELECT FINISH-PRICE-IN ASSIGN TO WS-FINISH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FINISH-STATUS.

           SELECT ROLL-FILE ASSIGN TO WS-ROLL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROLL-STATUS.

           SELECT LOT-ASSIGNMENT ASSIGN TO WS-LOT-ASSIGN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-ASSIGN-STATUS.

           SELECT CUT-QUEUE ASSIGN TO WS-CUT-QUEUE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUT-QUEUE-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES SHAPEOUT,
      *  RUGWCTL, RUGWSTS, RUGWDOC, RUGALOC, RUGBORD, RUGFINP,
      *  RUGROLL, RUGWLOT, AND RUGCUTQ, FALLING BACK TO THE
      *  DEVELOPMENT DEFAULTS SHOWN IN 0900.

       DATA DIVISION.
          05 MI-PRICE-OUT             PIC 9(06)V99.
          05 MI-DISCOUNT-OUT          PIC 9(05)V99.
          05 MI-MATL-COST-OUT         PIC 9(06)V99.
          05 MI-FINISH-PRICE-OUT      PIC 9(05)V99.
          05 MI-FINISH-CODE           PIC X(01).

       FD  WORK-ORDER-CONTROL
           RECORDING MODE IS F
           DATA RECORD IS WORK-ORDER-DOC-REC.
       01 WORK-ORDER-DOC-REC          PIC X(80).

      * ONE ROW PER ALLOCATED LINE; THE FIRST 74 BYTES ARE THE
      * PRICED LINE AS HW15NB WROTE IT TO MATHOUT.
       FD  ALLOCATION-REG
           RECORDING MODE IS F
           DATA RECORD IS ALLOCATION-REC.
       01 ALLOCATION-REC.
          05 AL-LINE-IMAGE.
             10 FILLER                PIC X(21).
             10 AL-ORDER-ID           PIC X(05).
             10 FILLER                PIC X(48).
          05 AL-CUST-NUMBER           PIC X(05).
          05 AL-ORDER-DATE            PIC X(08).
          05 AL-ALLOC-DATE            PIC X(08).
          05 AL-ISSUED-SW             PIC X(01).
          05 AL-WO-PENDING-SW         PIC X(01).
          05 AL-ACK-PENDING-SW        PIC X(01).

       FD  BACKORDER-FILE
           RECORDING MODE IS F
           DATA RECORD IS BACKORDER-REC.
       01 BACKORDER-REC.
          05 FILLER                   PIC X(21).
          05 BO-ORDER-ID              PIC X(05).
          05 FILLER                   PIC X(77).

      * EDGE-FINISH RATES -- ONLY THE NAME IS USED HERE.
       FD  FINISH-PRICE-IN
           RECORDING MODE IS F
           DATA RECORD IS FINISH-PRICE-REC.
       01 FINISH-PRICE-REC.
          05 FP-FINISH-CODE           PIC X(01).
          05 FP-MATERIAL-CODE         PIC X(04).
          05 FP-RATE-PER-FOOT         PIC 9(02)V99.
          05 FP-FINISH-NAME           PIC X(12).

      * ROLLS ON HAND, AS HW15MRCV RECEIVED THEM.  REWRITTEN AT THE
      * END WITH THE FOOTAGE DRAWN BY THE WORK ORDERS CUT HERE.
       FD  ROLL-FILE
           RECORDING MODE IS F
           DATA RECORD IS ROLL-REC.
       01 ROLL-REC.
          05 RL-ROLL-ID               PIC 9(06).
          05 RL-MATERIAL-CODE         PIC X(04).
          05 RL-LOT-NUMBER            PIC X(10).
          05 RL-RECEIVED-DATE         PIC X(08).
          05 RL-FOOTAGE-RECEIVED      PIC 9(07)V99.
          05 RL-FOOTAGE-REMAINING     PIC 9(07)V99.

      * ONE ROW PER ROLL DRAWN FOR A WORK ORDER'S MATERIAL.
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

      * LINES WAITING ON THE CUTTING PLAN -- HW15CUT CLEARS IT.
       FD  CUT-QUEUE
           RECORDING MODE IS F
           DATA RECORD IS CUT-QUEUE-REC.
       01 CUT-QUEUE-REC.
          05 CQ-WO-NUMBER             PIC 9(07).
          05 CQ-LINE-IMAGE            PIC X(74).

       WORKING-STORAGE SECTION.
       01  WS-MATHOUT-DSN             PIC X(80).
       01  WS-WO-CTL-DSN              PIC X(80).
       01  WS-WO-STS-DSN              PIC X(80).
       01  WS-WO-DOCS-DSN             PIC X(80).
       01  WS-ALLOC-REG-DSN           PIC X(80).
       01  WS-BACKORDER-DSN           PIC X(80).
       01  WS-FINISH-DSN              PIC X(80).
       01  WS-ROLL-DSN                PIC X(80).
       01  WS-LOT-ASSIGN-DSN          PIC X(80).
       01  WS-CUT-QUEUE-DSN           PIC X(80).

       01  WS-MATHOUT-STATUS          PIC X(02) VALUE "00".
           88 END-OF-MATHOUT               VALUE "10".
       01  WS-WO-CTL-STATUS           PIC X(02) VALUE "00".
       01  WS-WO-STS-STATUS           PIC X(02) VALUE "00".
       01  WS-WO-DOCS-STATUS          PIC X(02) VALUE "00".
       01  WS-ALLOC-REG-STATUS        PIC X(02) VALUE "00".
       01  WS-BACKORDER-STATUS        PIC X(02) VALUE "00".
       01  WS-FINISH-STATUS           PIC X(02) VALUE "00".
       01  WS-ROLL-STATUS             PIC X(02) VALUE "00".
       01  WS-LOT-ASSIGN-STATUS       PIC X(02) VALUE "00".
       01  WS-CUT-QUEUE-STATUS        PIC X(02) VALUE "00".
       01  WS-MATHOUT-VALID-SW        PIC X(01) VALUE "N".
           88 WORD-RECORD-VALID            VALUE "Y".

       01  WS-ORDER-LINE-COUNT        PIC 9(03) VALUE 0.
       01  WS-WO-WRITTEN-COUNT        PIC 9(04) VALUE 0.
       01  WS-WO-SKIPPED-COUNT        PIC 9(04) VALUE 0.
       01  WS-WO-HELD-COUNT           PIC 9(04) VALUE 0.
       01  WS-WO-RELEASED-COUNT       PIC 9(04) VALUE 0.
       01  WS-WO-MIXED-COUNT          PIC 9(04) VALUE 0.

      * THE ALLOCATION REGISTER, REWRITTEN AT THE END WITH THE
      * WORK-ORDER PENDING FLAGS CLEARED ON THE ORDERS CUT HERE, AND
      * THE ORDERS STILL WAITING ON A BACKORDERED LINE.
       01  WS-REG-COUNT               PIC 9(04) VALUE 0.
       01  WS-REG-SUB                 PIC 9(04).
       01  WS-REG-SUB2                PIC 9(04).
       01  WS-REG-TABLE.
           05 WS-REG-ROW OCCURS 1000 TIMES PIC X(98).
       01  WS-REG-CHANGED-SW          PIC X(01) VALUE "N".
           88 REGISTER-CHANGED              VALUE "Y".
       01  WS-BO-COUNT                PIC 9(04) VALUE 0.
       01  WS-BO-SUB                  PIC 9(04).
       01  WS-BO-ORDER-TABLE.
           05 WS-BO-ORDER OCCURS 1000 TIMES PIC X(05).
       01  WS-ALLOCATED-SW            PIC X(01).
           88 ORDER-ALLOCATED               VALUE "Y".
           88 ORDER-NOT-ALLOCATED           VALUE "N".
       01  WS-PENDING-PASS-SW         PIC X(01) VALUE "N".
           88 SERVING-RELEASED              VALUE "Y".

      * ORDERS THAT ALREADY HAVE A WORK ORDER -- A RERUN MUST NOT
      * CUT THE SAME RUG TWICE.
       01  WS-ORDER-EXISTS-SW         PIC X(01).
           88 WO-ALREADY-EXISTS             VALUE "Y".

       01  WS-FIN-COUNT               PIC 9(02) VALUE 0.
       01  WS-FIN-SUB                 PIC 9(02).
       01  WS-FINISH-TABLE.
           05 WS-FIN-ENTRY OCCURS 50 TIMES.
              10 WS-FIN-CODE          PIC X(01).
              10 WS-FIN-NAME          PIC X(12).

      * REQUIRED SQUARE FOOTAGE PER MATERIAL FOR THE ORDER.
       01  WS-REQ-COUNT               PIC 9(02) VALUE 0.
       01  WS-REQ-SUB                 PIC 9(02).
              10 WS-REQ-MATERIAL      PIC X(04).
              10 WS-REQ-SQFT          PIC 9(07)V99.

      * THE ROLL FILE, REWRITTEN AT THE END, SO IT MUST FIT WHOLE.
       01  WS-ROLL-COUNT              PIC 9(04) VALUE 0.
       01  WS-ROLL-SUB                PIC 9(04).
       01  WS-ROLL-SUB2               PIC 9(04).
       01  WS-ROLL-TABLE.
           05 WS-ROLL-ENTRY OCCURS 2000 TIMES.
              10 WS-ROLL-ID           PIC 9(06).
              10 WS-ROLL-MATERIAL     PIC X(04).
              10 WS-ROLL-LOT          PIC X(10).
              10 WS-ROLL-RECEIVED     PIC X(08).
              10 WS-ROLL-FOOTAGE      PIC 9(07)V99.
              10 WS-ROLL-REMAINING    PIC 9(07)V99.
       01  WS-ROLL-CHANGED-SW         PIC X(01) VALUE "N".
           88 ROLLS-CHANGED                 VALUE "Y".

      * LOT CHOICE FOR ONE MATERIAL OF THE ORDER.  A SINGLE LOT IS
      * THE FIRST, BY RECEIPT, WITH ENOUGH LEFT ACROSS ITS ROLLS.
       01  WS-LOT-NEEDED              PIC 9(07)V99.
       01  WS-LOT-TOTAL               PIC 9(08)V99.
       01  WS-LOT-TAKE                PIC 9(07)V99.
       01  WS-LOT-CHOSEN              PIC X(10).
       01  WS-LOT-PICK-SW             PIC X(01).
           88 ONE-LOT-PICKED                VALUE "S".
           88 LOTS-MIXED                    VALUE "M".
       01  WS-ORDER-MIXED-SW          PIC X(01).
           88 ORDER-ON-MIXED-LOTS           VALUE "Y".

       01  WS-DOC-HDR-LINE.
           05 FILLER                  PIC X(11)
                   VALUE "WORK ORDER ".
           05 DOCL-MATERIAL           PIC X(04).
           05 FILLER                  PIC X(06) VALUE " SQFT ".
           05 DOCL-SQFT               PIC ZZZ,ZZ9.99.
       01  WS-DOC-FINISH-LINE.
           05 FILLER                  PIC X(04) VALUE ALL SPACES.
           05 FILLER                  PIC X(13) VALUE "EDGE FINISH: ".
           05 DOCF-NAME               PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DOCF-PERIMETER          PIC Z,ZZ9.
           05 FILLER                  PIC X(07) VALUE " LIN FT".
       01  WS-DOC-REQ-LINE.
           05 FILLER                  PIC X(09) VALUE "REQUIRED ".
           05 DOCR-MATERIAL           PIC X(04).
           05 FILLER                  PIC X(06) VALUE " SQFT ".
           05 DOCR-SQFT               PIC ZZZ,ZZ9.99.
       01  WS-DOC-LOT-LINE.
           05 FILLER                  PIC X(06) VALUE "  LOT ".
           05 DOCT-LOT                PIC X(10).
           05 FILLER                  PIC X(06) VALUE " ROLL ".
           05 DOCT-ROLL-ID            PIC 9(06).
           05 FILLER                  PIC X(06) VALUE " SQFT ".
           05 DOCT-SQFT               PIC ZZZ,ZZ9.99.
       01  WS-DOC-NO-ROLL-LINE.
           05 FILLER                  PIC X(26)
                   VALUE "  NO ROLL ON FILE -- SHORT".
           05 FILLER                  PIC X(06) VALUE " SQFT ".
           05 DOCN-SQFT               PIC ZZZ,ZZ9.99.
       01  WS-DOC-MIXED-LINE          PIC X(44)
                   VALUE "*** MIXED DYE LOTS -- REVIEW BEFORE CUTTING".
       01  WS-DOC-CUT-LINE            PIC X(72) VALUE ALL "=".

       01  WS-GENRES-PARMS.
           IF WS-ORDER-LINE-COUNT > 0
               PERFORM 5000-CLOSE-OUT-WORK-ORDER
           END-IF.
           PERFORM 7000-SERVE-RELEASED-ORDERS.
           PERFORM 6000-FINISH-UP.
           DISPLAY "WORK ORDERS CUT    : " WS-WO-WRITTEN-COUNT.
           DISPLAY "  FROM BACKORDER   : " WS-WO-RELEASED-COUNT.
           DISPLAY "ORDERS ALREADY DONE: " WS-WO-SKIPPED-COUNT.
           DISPLAY "ORDERS NOT ALLOCATED: " WS-WO-HELD-COUNT.
           DISPLAY "ORDERS ON MIXED LOTS: " WS-WO-MIXED-COUNT.
           DISPLAY "HW15WORD CONCLUDES".
           GOBACK.

           MOVE "C:\school\cobol\cobolclass\master\data\HW15WORD.rpt"
               TO WS-WO-DOCS-DSN
           END-IF.
           ACCEPT WS-ALLOC-REG-DSN FROM ENVIRONMENT "RUGALOC".
           IF WS-ALLOC-REG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15ALOC.dat"
               TO WS-ALLOC-REG-DSN
           END-IF.
           ACCEPT WS-BACKORDER-DSN FROM ENVIRONMENT "RUGBORD".
           IF WS-BACKORDER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15BORD.dat"
               TO WS-BACKORDER-DSN
           END-IF.
           ACCEPT WS-FINISH-DSN FROM ENVIRONMENT "RUGFINP".
           IF WS-FINISH-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15FINP.dat"
               TO WS-FINISH-DSN
           END-IF.
           ACCEPT WS-ROLL-DSN FROM ENVIRONMENT "RUGROLL".
           IF WS-ROLL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15ROLL.dat"
               TO WS-ROLL-DSN
           END-IF.
           ACCEPT WS-LOT-ASSIGN-DSN FROM ENVIRONMENT "RUGWLOT".
           IF WS-LOT-ASSIGN-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15WLOT.dat"
               TO WS-LOT-ASSIGN-DSN
           END-IF.
           ACCEPT WS-CUT-QUEUE-DSN FROM ENVIRONMENT "RUGCUTQ".
           IF WS-CUT-QUEUE-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CUTQ.dat"
               TO WS-CUT-QUEUE-DSN
           END-IF.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM 1300-LOAD-REGISTER.
           PERFORM 1400-LOAD-BACKORDER-ORDERS.
           PERFORM 1500-LOAD-FINISH-NAMES.
           PERFORM 1600-LOAD-ROLLS.
           OPEN INPUT MATHOUT-IN.
           IF WS-MATHOUT-STATUS NOT = "00"
               DISPLAY "MATHOUT NOT AVAILABLE - STATUS "
           IF WS-WO-STS-STATUS = "35"
               OPEN OUTPUT WORK-ORDER-STATUS
           END-IF.
           OPEN EXTEND LOT-ASSIGNMENT.
           IF WS-LOT-ASSIGN-STATUS = "35"
               OPEN OUTPUT LOT-ASSIGNMENT
           END-IF.
           OPEN EXTEND CUT-QUEUE.
           IF WS-CUT-QUEUE-STATUS = "35"
               OPEN OUTPUT CUT-QUEUE
           END-IF.

       1100-READ-WO-CONTROL.
           OPEN INPUT WORK-ORDER-CONTROL.
           END-IF.
           MOVE "00" TO WS-WO-STS-STATUS.

      * THE REGISTER IS REWRITTEN AT THE END, SO IT MUST FIT THE
      * TABLE WHOLE.  WITHOUT IT NO ORDER CAN BE SHOWN ALLOCATED.
       1300-LOAD-REGISTER.
           OPEN INPUT ALLOCATION-REG.
           IF WS-ALLOC-REG-STATUS = "00"
               READ ALLOCATION-REG
               PERFORM UNTIL WS-ALLOC-REG-STATUS > "00"
                          OR WS-REG-COUNT >= 1000
                   ADD 1 TO WS-REG-COUNT
                   MOVE ALLOCATION-REC TO WS-REG-ROW(WS-REG-COUNT)
                   READ ALLOCATION-REG
               END-PERFORM
               IF WS-ALLOC-REG-STATUS = "00"
                   DISPLAY "ALLOCATION REGISTER OVER 1000 ROWS -- "
                       "NO WORK ORDERS CUT"
                   CLOSE ALLOCATION-REG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE ALLOCATION-REG
           ELSE
               DISPLAY "ALLOCATION REGISTER NOT AVAILABLE - STATUS "
                   WS-ALLOC-REG-STATUS " -- NO ORDER IS ALLOCATED"
           END-IF.

       1400-LOAD-BACKORDER-ORDERS.
           OPEN INPUT BACKORDER-FILE.
           IF WS-BACKORDER-STATUS = "00"
               READ BACKORDER-FILE
               PERFORM UNTIL WS-BACKORDER-STATUS > "00"
                          OR WS-BO-COUNT >= 1000
                   ADD 1 TO WS-BO-COUNT
                   MOVE BO-ORDER-ID TO WS-BO-ORDER(WS-BO-COUNT)
                   READ BACKORDER-FILE
               END-PERFORM
               CLOSE BACKORDER-FILE
           END-IF.

      * SKIP THE COSMETIC RULER RECORDS THE SAME WAY HW15BILL DOES.
       1500-LOAD-FINISH-NAMES.
           OPEN INPUT FINISH-PRICE-IN.
           IF WS-FINISH-STATUS = "00"
               READ FINISH-PRICE-IN
               PERFORM UNTIL WS-FINISH-STATUS > "00"
                          OR WS-FIN-COUNT >= 50
                   ADD 1 TO WS-FIN-COUNT
                   MOVE FP-FINISH-CODE
                       TO WS-FIN-CODE(WS-FIN-COUNT)
                   MOVE FP-FINISH-NAME
                       TO WS-FIN-NAME(WS-FIN-COUNT)
                   READ FINISH-PRICE-IN
               END-PERFORM
               CLOSE FINISH-PRICE-IN
           END-IF.

      * THE ROLL FILE IS REWRITTEN AT THE END, SO IT MUST FIT THE
      * TABLE WHOLE.  WITHOUT IT EVERY REQUIREMENT PRINTS AS SHORT.
       1600-LOAD-ROLLS.
           OPEN INPUT ROLL-FILE.
           IF WS-ROLL-STATUS = "00"
               READ ROLL-FILE
               PERFORM UNTIL WS-ROLL-STATUS > "00"
                          OR WS-ROLL-COUNT >= 2000
                   ADD 1 TO WS-ROLL-COUNT
                   MOVE ROLL-REC TO WS-ROLL-ENTRY(WS-ROLL-COUNT)
                   READ ROLL-FILE
               END-PERFORM
               IF WS-ROLL-STATUS = "00"
                   DISPLAY "ROLL FILE OVER 2000 ROWS -- "
                       "NO WORK ORDERS CUT"
                   CLOSE ROLL-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE ROLL-FILE
           ELSE
               DISPLAY "ROLL FILE NOT AVAILABLE - STATUS "
                   WS-ROLL-STATUS " -- NO LOTS ASSIGNED"
           END-IF.

       2000-READ-MATHOUT.
           MOVE "N" TO WS-MATHOUT-VALID-SW.
           PERFORM UNTIL END-OF-MATHOUT OR WORD-RECORD-VALID
               PERFORM 3100-START-WORK-ORDER
           END-IF.
           ADD 1 TO WS-ORDER-LINE-COUNT.
           IF WO-ALREADY-EXISTS OR ORDER-NOT-ALLOCATED
               CONTINUE
           ELSE
               MOVE MI-SHAPE-TYPE    TO DOCL-SHAPE
               MOVE MI-MATERIAL-CODE TO DOCL-MATERIAL
               MOVE MI-AREA-OUT      TO DOCL-SQFT
               WRITE WORK-ORDER-DOC-REC FROM WS-DOC-LINE-DETAIL
               IF MI-FINISH-CODE NOT = SPACE
                   PERFORM 3300-WRITE-FINISH-LINE
               END-IF
               PERFORM 3200-ADD-MATERIAL-REQUIREMENT
               MOVE WS-NEXT-WO-NUMBER TO CQ-WO-NUMBER
               MOVE MATHOUT-REC-IN    TO CQ-LINE-IMAGE
               WRITE CUT-QUEUE-REC
           END-IF.

       3100-START-WORK-ORDER.
                   MOVE WS-EXIST-COUNT TO WS-EXIST-SUB
               END-IF
           END-PERFORM.
           PERFORM 3050-CHECK-ALLOCATION.
           MOVE 0 TO WS-REQ-COUNT.
           IF WO-ALREADY-EXISTS
               ADD 1 TO WS-WO-SKIPPED-COUNT
           ELSE
               IF ORDER-NOT-ALLOCATED
                   ADD 1 TO WS-WO-HELD-COUNT
               END-IF
           END-IF.
           IF NOT WO-ALREADY-EXISTS AND ORDER-ALLOCATED
               MOVE WS-NEXT-WO-NUMBER TO DOC-WO-NUMBER
               MOVE WS-PREV-ORDER-ID  TO DOC-ORDER-ID
               MOVE WS-TODAY          TO DOC-WO-DATE
               WRITE WORK-ORDER-DOC-REC FROM WS-DOC-HDR-LINE
           END-IF.

      * A PRICED ORDER IS ALLOCATED WHEN IT IS ON THE REGISTER WITH
      * NO LINE LEFT ON BACKORDER.  ONE ALREADY FLAGGED AS RELEASED
      * IS LEFT TO THE RELEASED-ORDER PASS SO IT IS CUT ONLY ONCE.
       3050-CHECK-ALLOCATION.
           IF SERVING-RELEASED
               MOVE "Y" TO WS-ALLOCATED-SW
           ELSE
               MOVE "N" TO WS-ALLOCATED-SW
               PERFORM VARYING WS-REG-SUB2 FROM 1 BY 1
                   UNTIL WS-REG-SUB2 > WS-REG-COUNT
                   MOVE WS-REG-ROW(WS-REG-SUB2) TO ALLOCATION-REC
                   IF AL-ORDER-ID = WS-PREV-ORDER-ID
                       IF AL-WO-PENDING-SW = "Y"
                           MOVE "N" TO WS-ALLOCATED-SW
                       ELSE
                           MOVE "Y" TO WS-ALLOCATED-SW
                       END-IF
                       MOVE WS-REG-COUNT TO WS-REG-SUB2
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-BO-SUB FROM 1 BY 1
                   UNTIL WS-BO-SUB > WS-BO-COUNT
                   IF WS-BO-ORDER(WS-BO-SUB) = WS-PREV-ORDER-ID
                       MOVE "N" TO WS-ALLOCATED-SW
                       MOVE WS-BO-COUNT TO WS-BO-SUB
                   END-IF
               END-PERFORM
           END-IF.

       3200-ADD-MATERIAL-REQUIREMENT.
           MOVE "N" TO WS-REQ-FOUND-SW.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
               ADD MI-AREA-OUT TO WS-REQ-SQFT(WS-REQ-FOUND-SUB)
           END-IF.

      * THE FLOOR FINISHES THE WHOLE PERIMETER.  AN UNKNOWN CODE
      * PRINTS AS THE CODE ITSELF.
       3300-WRITE-FINISH-LINE.
           MOVE MI-FINISH-CODE TO DOCF-NAME.
           PERFORM VARYING WS-FIN-SUB FROM 1 BY 1
               UNTIL WS-FIN-SUB > WS-FIN-COUNT
               IF WS-FIN-CODE(WS-FIN-SUB) = MI-FINISH-CODE
                   MOVE WS-FIN-NAME(WS-FIN-SUB) TO DOCF-NAME
                   MOVE WS-FIN-COUNT TO WS-FIN-SUB
               END-IF
           END-PERFORM.
           MOVE MI-PERIMETER-OUT TO DOCF-PERIMETER.
           WRITE WORK-ORDER-DOC-REC FROM WS-DOC-FINISH-LINE.

       5000-CLOSE-OUT-WORK-ORDER.
           IF WO-ALREADY-EXISTS OR ORDER-NOT-ALLOCATED
               CONTINUE
           ELSE
               MOVE "N" TO WS-ORDER-MIXED-SW
               PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
                   MOVE WS-REQ-MATERIAL(WS-REQ-SUB) TO DOCR-MATERIAL
                   MOVE WS-REQ-SQFT(WS-REQ-SUB)     TO DOCR-SQFT
                   WRITE WORK-ORDER-DOC-REC FROM WS-DOC-REQ-LINE
                   PERFORM 5100-ASSIGN-LOT
               END-PERFORM
               IF ORDER-ON-MIXED-LOTS
                   WRITE WORK-ORDER-DOC-REC FROM WS-DOC-MIXED-LINE
                   ADD 1 TO WS-WO-MIXED-COUNT
                   DISPLAY "  WORK ORDER " WS-NEXT-WO-NUMBER
                       " ORDER " WS-PREV-ORDER-ID
                       " -- MIXED DYE LOTS"
               END-IF
               WRITE WORK-ORDER-DOC-REC FROM WS-DOC-CUT-LINE
               MOVE WS-NEXT-WO-NUMBER TO WST-WO-NUMBER
               MOVE WS-PREV-ORDER-ID  TO WST-ORDER-ID
               WRITE WORK-ORDER-STATUS-REC
               ADD 1 TO WS-NEXT-WO-NUMBER
               ADD 1 TO WS-WO-WRITTEN-COUNT
               IF SERVING-RELEASED
                   ADD 1 TO WS-WO-RELEASED-COUNT
               END-IF
               IF WS-EXIST-COUNT < 500
                   ADD 1 TO WS-EXIST-COUNT
                   MOVE WS-PREV-ORDER-ID
                       TO WS-EXIST-ORDER(WS-EXIST-COUNT)
               END-IF
           END-IF.
           MOVE 0 TO WS-ORDER-LINE-COUNT.

      * PICK THE FIRST LOT, IN RECEIPT ORDER, WHOSE ROLLS TOGETHER
      * HOLD THE WHOLE REQUIREMENT AND DRAW ITS ROLLS OLDEST FIRST.
      * WHEN NO ONE LOT HAS ENOUGH, DRAW ACROSS LOTS OLDEST FIRST
      * AND FLAG THE ORDER; ANY FOOTAGE STILL UNCOVERED PRINTS AS
      * SHORT.
       5100-ASSIGN-LOT.
           MOVE WS-REQ-SQFT(WS-REQ-SUB) TO WS-LOT-NEEDED.
           MOVE "M" TO WS-LOT-PICK-SW.
           MOVE SPACES TO WS-LOT-CHOSEN.
           PERFORM VARYING WS-ROLL-SUB FROM 1 BY 1
               UNTIL WS-ROLL-SUB > WS-ROLL-COUNT
               IF WS-ROLL-MATERIAL(WS-ROLL-SUB)
                       = WS-REQ-MATERIAL(WS-REQ-SUB)
                   AND WS-ROLL-REMAINING(WS-ROLL-SUB) > 0
                   PERFORM 5110-TOTAL-LOT
                   IF WS-LOT-TOTAL >= WS-LOT-NEEDED
                       MOVE "S" TO WS-LOT-PICK-SW
                       MOVE WS-ROLL-LOT(WS-ROLL-SUB) TO WS-LOT-CHOSEN
                       MOVE WS-ROLL-COUNT TO WS-ROLL-SUB
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-ROLL-SUB FROM 1 BY 1
               UNTIL WS-ROLL-SUB > WS-ROLL-COUNT
                  OR WS-LOT-NEEDED = 0
               IF WS-ROLL-MATERIAL(WS-ROLL-SUB)
                       = WS-REQ-MATERIAL(WS-REQ-SUB)
                   AND WS-ROLL-REMAINING(WS-ROLL-SUB) > 0
                   IF LOTS-MIXED
                       OR WS-ROLL-LOT(WS-ROLL-SUB) = WS-LOT-CHOSEN
                       PERFORM 5120-DRAW-ROLL
                   END-IF
               END-IF
           END-PERFORM.
           IF LOTS-MIXED
               MOVE "Y" TO WS-ORDER-MIXED-SW
           END-IF.
           IF WS-LOT-NEEDED > 0
               MOVE WS-LOT-NEEDED TO DOCN-SQFT
               WRITE WORK-ORDER-DOC-REC FROM WS-DOC-NO-ROLL-LINE
           END-IF.

       5110-TOTAL-LOT.
           MOVE 0 TO WS-LOT-TOTAL.
           PERFORM VARYING WS-ROLL-SUB2 FROM WS-ROLL-SUB BY 1
               UNTIL WS-ROLL-SUB2 > WS-ROLL-COUNT
               IF WS-ROLL-MATERIAL(WS-ROLL-SUB2)
                       = WS-REQ-MATERIAL(WS-REQ-SUB)
                   AND WS-ROLL-LOT(WS-ROLL-SUB2)
                       = WS-ROLL-LOT(WS-ROLL-SUB)
                   ADD WS-ROLL-REMAINING(WS-ROLL-SUB2) TO WS-LOT-TOTAL
               END-IF
           END-PERFORM.

       5120-DRAW-ROLL.
           IF WS-ROLL-REMAINING(WS-ROLL-SUB) < WS-LOT-NEEDED
               MOVE WS-ROLL-REMAINING(WS-ROLL-SUB) TO WS-LOT-TAKE
           ELSE
               MOVE WS-LOT-NEEDED TO WS-LOT-TAKE
           END-IF.
           SUBTRACT WS-LOT-TAKE FROM WS-ROLL-REMAINING(WS-ROLL-SUB).
           SUBTRACT WS-LOT-TAKE FROM WS-LOT-NEEDED.
           MOVE "Y" TO WS-ROLL-CHANGED-SW.
           MOVE WS-ROLL-LOT(WS-ROLL-SUB) TO DOCT-LOT.
           MOVE WS-ROLL-ID(WS-ROLL-SUB)  TO DOCT-ROLL-ID.
           MOVE WS-LOT-TAKE              TO DOCT-SQFT.
           WRITE WORK-ORDER-DOC-REC FROM WS-DOC-LOT-LINE.
           MOVE WS-NEXT-WO-NUMBER           TO WL-WO-NUMBER.
           MOVE WS-PREV-ORDER-ID            TO WL-ORDER-ID.
           MOVE WS-REQ-MATERIAL(WS-REQ-SUB) TO WL-MATERIAL-CODE.
           MOVE WS-ROLL-LOT(WS-ROLL-SUB)    TO WL-LOT-NUMBER.
           MOVE WS-ROLL-ID(WS-ROLL-SUB)     TO WL-ROLL-ID.
           MOVE WS-LOT-TAKE                 TO WL-FOOTAGE.
           WRITE LOT-ASSIGN-REC.

       6000-FINISH-UP.
           CLOSE MATHOUT-IN WORK-ORDER-DOCS WORK-ORDER-STATUS.
           CLOSE LOT-ASSIGNMENT CUT-QUEUE.
           OPEN OUTPUT WORK-ORDER-CONTROL.
           MOVE WS-NEXT-WO-NUMBER TO WCTL-NEXT-WO-NUMBER.
           WRITE WORK-ORDER-CONTROL-REC.
           CLOSE WORK-ORDER-CONTROL.
           IF REGISTER-CHANGED
               OPEN OUTPUT ALLOCATION-REG
               PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
                   MOVE WS-REG-ROW(WS-REG-SUB) TO ALLOCATION-REC
                   WRITE ALLOCATION-REC
               END-PERFORM
               CLOSE ALLOCATION-REG
           END-IF.
           IF ROLLS-CHANGED
               OPEN OUTPUT ROLL-FILE
               PERFORM VARYING WS-ROLL-SUB FROM 1 BY 1
                   UNTIL WS-ROLL-SUB > WS-ROLL-COUNT
                   MOVE WS-ROLL-ENTRY(WS-ROLL-SUB) TO ROLL-REC
                   WRITE ROLL-REC
               END-PERFORM
               CLOSE ROLL-FILE
           END-IF.

      * ORDERS HW15MRCV RELEASED FROM BACKORDER SINCE THE LAST RUN.
      * EACH IS CUT FROM ITS REGISTER ROWS, WHICH NEED NOT BE
      * TOGETHER ON THE FILE, AND THE ROWS' FLAGS ARE CLEARED.
       7000-SERVE-RELEASED-ORDERS.
           MOVE "Y" TO WS-PENDING-PASS-SW.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
               MOVE WS-REG-ROW(WS-REG-SUB) TO ALLOCATION-REC
               IF AL-WO-PENDING-SW = "Y"
                   MOVE AL-ORDER-ID TO WS-PREV-ORDER-ID
                   PERFORM 7100-SERVE-ONE-ORDER
                   PERFORM 5000-CLOSE-OUT-WORK-ORDER
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-PENDING-PASS-SW.

       7100-SERVE-ONE-ORDER.
           PERFORM VARYING WS-REG-SUB2 FROM WS-REG-SUB BY 1
               UNTIL WS-REG-SUB2 > WS-REG-COUNT
               MOVE WS-REG-ROW(WS-REG-SUB2) TO ALLOCATION-REC
               IF AL-WO-PENDING-SW = "Y"
                   AND AL-ORDER-ID = WS-PREV-ORDER-ID
                   MOVE "N" TO AL-WO-PENDING-SW
                   MOVE ALLOCATION-REC TO WS-REG-ROW(WS-REG-SUB2)
                   MOVE "Y" TO WS-REG-CHANGED-SW
                   MOVE AL-LINE-IMAGE TO MATHOUT-REC-IN
                   PERFORM 3000-ADD-LINE-TO-ORDER
               END-IF
           END-PERFORM.
