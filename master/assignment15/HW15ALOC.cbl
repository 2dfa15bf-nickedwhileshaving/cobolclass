       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW15ALOC.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Material allocation, run right after HW15NB and ahead of
      *HW15MISS, HW15WORD, and HW15ACK.  The priced lines on MATHOUT
      *are taken in order-date sequence (oldest order first) and
      *each line reserves its AREA-OUT square footage against what
      *is free on the perpetual ledger -- on-hand less what earlier
      *lines already hold.  A covered line goes to the allocation
      *register; a line that cannot be covered goes to the backorder
      *file with its shortfall, and HW15MRCV releases it oldest first
      *when the material comes in.  An order is allocated when none
      *of its lines is on backorder, and only allocated orders are
      *work-ordered and acknowledged.  The backorder report lists
      *the open backorders by material and customer, with the
      *square footage the buyer still has to bring in.  Orders
      *already on the register or the backorder file are skipped
      *on a rerun.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATHOUT-IN ASSIGN TO WS-MATHOUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATHOUT-STATUS.

           SELECT ORDER-HEADER-IN ASSIGN TO WS-ORDER-HDR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDER-HDR-STATUS.

           SELECT MATERIAL-LEDGER ASSIGN TO WS-MATL-LEDGER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATL-LEDGER-STATUS.

           SELECT ALLOCATION-REG ASSIGN TO WS-ALLOC-REG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLOC-REG-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO WS-BACKORDER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKORDER-STATUS.

           SELECT BACKORDER-RPT ASSIGN TO WS-BACKORDER-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKORDER-RPT-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES SHAPEOUT,
      *  RUGORDH, RUGMINV, RUGALOC, RUGBORD, AND RUGBORPT, FALLING
      *  BACK TO THE DEVELOPMENT DEFAULTS SHOWN IN 0900.

       DATA DIVISION.
       FILE SECTION.
       FD  MATHOUT-IN
           RECORDING MODE IS F
           DATA RECORD IS MATHOUT-REC-IN.
       01 MATHOUT-REC-IN.
          05 MI-SHAPE-TYPE            PIC X(10).
          05 MI-SIZE-1                PIC 9(03).
          05 MI-SIZE-2                PIC 9(03).
          05 MI-SQ-FT-PRICE           PIC 9(03)V99.
          05 MI-ORDER-ID              PIC X(05).
          05 MI-MATERIAL-CODE         PIC X(04).
          05 MI-OVERRIDE-IND          PIC X(01).
          05 MI-AREA-OUT              PIC 9(06)V99.
          05 MI-PERIMETER-OUT         PIC 9(04).
          05 MI-PRICE-OUT             PIC 9(06)V99.
          05 MI-DISCOUNT-OUT          PIC 9(05)V99.
          05 MI-MATL-COST-OUT         PIC 9(06)V99.
          05 MI-FINISH-PRICE-OUT      PIC 9(05)V99.
          05 MI-FINISH-CODE           PIC X(01).

       FD  ORDER-HEADER-IN
           RECORDING MODE IS F
           DATA RECORD IS ORDER-HEADER-REC.
       01 ORDER-HEADER-REC.
          05 OH-ORDER-ID              PIC X(05).
          05 OH-CUST-NUMBER           PIC X(05).
          05 OH-ORDER-DATE            PIC X(08).
          05 OH-SHIP-TO-ZIP           PIC X(05).
          05 OH-SALESPERSON-ID        PIC X(03).
          05 OH-SHIP-TO-CODE          PIC X(03).

      * ALLOCATED IS THE SQUARE FOOTAGE RESERVED FOR PRICED LINES
      * NOT YET ISSUED -- SPACES ON OLDER ROWS MEANS NONE.
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

      * ONE ROW PER ALLOCATED LINE, CARRYING THE PRICED LINE AS
      * HW15NB WROTE IT.  HW15MISS ISSUES THE ROW AND FLAGS IT;
      * THE PENDING FLAGS MARK AN ORDER HW15MRCV RELEASED FROM
      * BACKORDER THAT HW15WORD AND HW15ACK HAVE YET TO SEE.
       FD  ALLOCATION-REG
           RECORDING MODE IS F
           DATA RECORD IS ALLOCATION-REC.
       01 ALLOCATION-REC.
          05 AL-LINE-IMAGE            PIC X(74).
          05 AL-CUST-NUMBER           PIC X(05).
          05 AL-ORDER-DATE            PIC X(08).
          05 AL-ALLOC-DATE            PIC X(08).
          05 AL-ISSUED-SW             PIC X(01).
          05 AL-WO-PENDING-SW         PIC X(01).
          05 AL-ACK-PENDING-SW        PIC X(01).

      * ONE ROW PER LINE THE SHELF COULD NOT COVER, KEPT IN ORDER-
      * DATE SEQUENCE.  SHORTFALL IS WHAT WAS MISSING THE DAY THE
      * LINE WENT ON BACKORDER.
       FD  BACKORDER-FILE
           RECORDING MODE IS F
           DATA RECORD IS BACKORDER-REC.
       01 BACKORDER-REC.
          05 BO-LINE-IMAGE            PIC X(74).
          05 BO-CUST-NUMBER           PIC X(05).
          05 BO-ORDER-DATE            PIC X(08).
          05 BO-SHORTFALL             PIC 9(06)V99.
          05 BO-BACKORDER-DATE        PIC X(08).

       FD  BACKORDER-RPT
           RECORDING MODE IS F
           DATA RECORD IS BACKORDER-RPT-REC.
       01 BACKORDER-RPT-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MATHOUT-DSN             PIC X(80).
       01  WS-ORDER-HDR-DSN           PIC X(80).
       01  WS-MATL-LEDGER-DSN         PIC X(80).
       01  WS-ALLOC-REG-DSN           PIC X(80).
       01  WS-BACKORDER-DSN           PIC X(80).
       01  WS-BACKORDER-RPT-DSN       PIC X(80).

       01  WS-MATHOUT-STATUS          PIC X(02) VALUE "00".
           88 END-OF-MATHOUT               VALUE "10".
       01  WS-ORDER-HDR-STATUS        PIC X(02) VALUE "00".
       01  WS-MATL-LEDGER-STATUS      PIC X(02) VALUE "00".
       01  WS-ALLOC-REG-STATUS        PIC X(02) VALUE "00".
       01  WS-BACKORDER-STATUS        PIC X(02) VALUE "00".
       01  WS-BACKORDER-RPT-STATUS    PIC X(02) VALUE "00".
       01  WS-MATHOUT-VALID-SW        PIC X(01) VALUE "N".
           88 ALOC-RECORD-VALID            VALUE "Y".

       01  WS-TODAY                   PIC X(08).

       01  WS-ORDH-COUNT              PIC 9(03) VALUE 0.
       01  WS-ORDH-SUB                PIC 9(03).
       01  WS-ORDER-HDR-TABLE.
           05 WS-ORDH-ENTRY OCCURS 200 TIMES.
              10 WS-ORDH-ORDER        PIC X(05).
              10 WS-ORDH-CUST         PIC X(05).
              10 WS-ORDH-DATE         PIC X(08).

       01  WS-LED-COUNT               PIC 9(02) VALUE 0.
       01  WS-LED-SUB                 PIC 9(02).
       01  WS-LED-FOUND-SUB           PIC 9(02).
       01  WS-LED-FOUND-SW            PIC X(01).
           88 ALOC-MATL-FOUND               VALUE "Y".
       01  WS-LEDGER-TABLE.
           05 WS-LED-ENTRY OCCURS 50 TIMES.
              10 WS-LED-MATERIAL      PIC X(04).
              10 WS-LED-ON-HAND       PIC S9(07)V99.
              10 WS-LED-RECEIPTS      PIC 9(08)V99.
              10 WS-LED-ISSUES        PIC 9(08)V99.
              10 WS-LED-ALLOCATED     PIC 9(07)V99.
       01  WS-AVAILABLE               PIC S9(07)V99.

      * ORDERS ALREADY ALLOCATED OR BACKORDERED BY AN EARLIER RUN.
       01  WS-DONE-COUNT              PIC 9(04) VALUE 0.
       01  WS-DONE-SUB                PIC 9(04).
       01  WS-DONE-TABLE.
           05 WS-DONE-ORDER OCCURS 1000 TIMES PIC X(05).
       01  WS-DONE-FOUND-SW           PIC X(01).
           88 ORDER-ALREADY-DONE            VALUE "Y".
       01  WS-DONE-CHECK-ORDER        PIC X(05).

      * THIS RUN'S PRICED LINES, SORTED OLDEST ORDER FIRST.  THE
      * BUBBLE SORT ONLY SWAPS ON A STRICTLY GREATER KEY, SO AN
      * ORDER'S LINES KEEP THEIR MATHOUT SEQUENCE.
       01  WS-LINE-COUNT              PIC 9(04) VALUE 0.
       01  WS-LINE-SUB                PIC 9(04).
       01  WS-SORT-SUB1               PIC 9(04).
       01  WS-SORT-SUB2               PIC 9(04).
       01  WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 1000 TIMES.
              10 WS-LINE-KEY.
                 15 WS-LINE-DATE      PIC X(08).
                 15 WS-LINE-ORDER     PIC X(05).
              10 WS-LINE-CUST         PIC X(05).
              10 WS-LINE-IMAGE        PIC X(74).
       01  WS-LINE-HOLD               PIC X(92).

       01  WS-BO-COUNT                PIC 9(04) VALUE 0.
       01  WS-BO-SUB                  PIC 9(04).
       01  WS-BACKORDER-TABLE.
           05 WS-BO-ROW OCCURS 1000 TIMES PIC X(103).

      * REPORT WORK TABLE, SORTED BY MATERIAL THEN CUSTOMER.
       01  WS-RPT-COUNT               PIC 9(04) VALUE 0.
       01  WS-RPT-SUB                 PIC 9(04).
       01  WS-RPT-TABLE.
           05 WS-RPT-ENTRY OCCURS 1000 TIMES.
              10 WS-RPT-KEY.
                 15 WS-RPT-MATERIAL   PIC X(04).
                 15 WS-RPT-CUST       PIC X(05).
                 15 WS-RPT-DATE       PIC X(08).
              10 WS-RPT-SQFT          PIC 9(06)V99.
       01  WS-RPT-HOLD                PIC X(25).
       01  WS-PREV-MATERIAL           PIC X(04).
       01  WS-PREV-CUST               PIC X(05).
       01  WS-CUST-LINES              PIC 9(04) VALUE 0.
       01  WS-CUST-SQFT               PIC 9(07)V99 VALUE 0.
       01  WS-CUST-OLDEST             PIC X(08).
       01  WS-MATL-SQFT               PIC 9(07)V99 VALUE 0.
       01  WS-TO-BUY                  PIC S9(07)V99.

       01  WS-ALLOC-LINE-COUNT        PIC 9(04) VALUE 0.
       01  WS-BO-LINE-COUNT           PIC 9(04) VALUE 0.
       01  WS-SKIPPED-LINE-COUNT      PIC 9(04) VALUE 0.
       01  WS-ALLOC-SQFT              PIC 9(08)V99 VALUE 0.
       01  WS-BO-SQFT                 PIC 9(08)V99 VALUE 0.

       01  WS-BORPT-HDG1.
           05 FILLER                  PIC X(52) VALUE
              "BACKORDERS BY MATERIAL AND CUSTOMER -- HW15ALOC RUN ".
           05 BRH-RUN-DATE            PIC X(08).
       01  WS-BORPT-HDG2.
           05 FILLER                  PIC X(40) VALUE
              "MATL CUST  LINES   BACKORDERED  OLDEST".
       01  WS-BORPT-DETAIL.
           05 BRD-MATERIAL            PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 BRD-CUST                PIC X(05).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 BRD-LINES               PIC ZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 BRD-SQFT                PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 BRD-OLDEST              PIC X(08).
       01  WS-BORPT-MATL-TOTAL.
           05 FILLER                  PIC X(05) VALUE "MATL ".
           05 BRT-MATERIAL            PIC X(04).
           05 FILLER                  PIC X(13) VALUE " BACKORDERED ".
           05 BRT-SQFT                PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(07) VALUE " AVAIL ".
           05 BRT-AVAILABLE           PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(08) VALUE " TO BUY ".
           05 BRT-TO-BUY              PIC Z,ZZZ,ZZ9.99.
       01  WS-BORPT-NONE              PIC X(40) VALUE
           "NO LINES ON BACKORDER".

       01  WS-GENRES-PARMS.
           05 GR-MODE                 PIC X(01).
           05 GR-LOGICAL-NAME         PIC X(12).
           05 GR-DSN                  PIC X(80).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW15ALOC BEGINS".
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-MATHOUT.
           PERFORM UNTIL END-OF-MATHOUT
               PERFORM 2100-TABLE-LINE
               PERFORM 2000-READ-MATHOUT
           END-PERFORM.
           CLOSE MATHOUT-IN.
           PERFORM 3000-SORT-BY-ORDER-DATE.
           OPEN EXTEND ALLOCATION-REG.
           IF WS-ALLOC-REG-STATUS = "35"
               OPEN OUTPUT ALLOCATION-REG
           END-IF.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT
               PERFORM 4000-ALLOCATE-LINE
           END-PERFORM.
           CLOSE ALLOCATION-REG.
           PERFORM 6000-REWRITE-LEDGER.
           PERFORM 6100-REWRITE-BACKORDERS.
           PERFORM 7000-WRITE-BACKORDER-REPORT.
           DISPLAY "LINES ALLOCATED  : " WS-ALLOC-LINE-COUNT.
           DISPLAY "SQFT ALLOCATED   : " WS-ALLOC-SQFT.
           DISPLAY "LINES BACKORDERED: " WS-BO-LINE-COUNT.
           DISPLAY "SQFT BACKORDERED : " WS-BO-SQFT.
           DISPLAY "LINES ALREADY ALLOCATED: " WS-SKIPPED-LINE-COUNT.
           DISPLAY "HW15ALOC CONCLUDES".
           GOBACK.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-MATHOUT-DSN FROM ENVIRONMENT "SHAPEOUT".
           IF WS-MATHOUT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\MATHOUT.dat"
               TO WS-MATHOUT-DSN
           END-IF.
      * GENERATION MANAGEMENT (IN FORCE ONLY WHEN GENMGMT=Y) --
      * RESOLVE THE CURRENT GENERATION THROUGH THE INDEX.
           MOVE "R" TO GR-MODE.
           MOVE "SHAPEOUT" TO GR-LOGICAL-NAME.
           MOVE WS-MATHOUT-DSN TO GR-DSN.
           CALL "GENRES" USING WS-GENRES-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           MOVE GR-DSN TO WS-MATHOUT-DSN.
           ACCEPT WS-ORDER-HDR-DSN FROM ENVIRONMENT "RUGORDH".
           IF WS-ORDER-HDR-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15ORDH.dat"
               TO WS-ORDER-HDR-DSN
           END-IF.
           ACCEPT WS-MATL-LEDGER-DSN FROM ENVIRONMENT "RUGMINV".
           IF WS-MATL-LEDGER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15MINV.dat"
               TO WS-MATL-LEDGER-DSN
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
           ACCEPT WS-BACKORDER-RPT-DSN FROM ENVIRONMENT "RUGBORPT".
           IF WS-BACKORDER-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15BORD.rpt"
               TO WS-BACKORDER-RPT-DSN
           END-IF.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           OPEN INPUT MATHOUT-IN.
           IF WS-MATHOUT-STATUS NOT = "00"
               DISPLAY "MATHOUT NOT AVAILABLE - STATUS "
                   WS-MATHOUT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 1100-LOAD-ORDER-HEADERS.
           PERFORM 1200-LOAD-LEDGER.
           PERFORM 1300-LOAD-ALLOCATED-ORDERS.
           PERFORM 1400-LOAD-BACKORDERS.

       1100-LOAD-ORDER-HEADERS.
           OPEN INPUT ORDER-HEADER-IN.
           IF WS-ORDER-HDR-STATUS = "00"
               READ ORDER-HEADER-IN
               PERFORM UNTIL WS-ORDER-HDR-STATUS > "00"
                          OR WS-ORDH-COUNT >= 200
                   ADD 1 TO WS-ORDH-COUNT
                   MOVE OH-ORDER-ID
                       TO WS-ORDH-ORDER(WS-ORDH-COUNT)
                   MOVE OH-CUST-NUMBER
                       TO WS-ORDH-CUST(WS-ORDH-COUNT)
                   MOVE OH-ORDER-DATE
                       TO WS-ORDH-DATE(WS-ORDH-COUNT)
                   READ ORDER-HEADER-IN
               END-PERFORM
               CLOSE ORDER-HEADER-IN
           END-IF.

       1200-LOAD-LEDGER.
           OPEN INPUT MATERIAL-LEDGER.
           IF WS-MATL-LEDGER-STATUS = "00"
               READ MATERIAL-LEDGER
               PERFORM UNTIL WS-MATL-LEDGER-STATUS > "00"
                          OR WS-LED-COUNT >= 50
                   ADD 1 TO WS-LED-COUNT
                   MOVE MINV-MATERIAL-CODE
                       TO WS-LED-MATERIAL(WS-LED-COUNT)
                   MOVE MINV-ON-HAND
                       TO WS-LED-ON-HAND(WS-LED-COUNT)
                   MOVE MINV-RECEIPTS-YTD
                       TO WS-LED-RECEIPTS(WS-LED-COUNT)
                   MOVE MINV-ISSUES-YTD
                       TO WS-LED-ISSUES(WS-LED-COUNT)
                   IF MINV-ALLOCATED IS NUMERIC
                       MOVE MINV-ALLOCATED
                           TO WS-LED-ALLOCATED(WS-LED-COUNT)
                   ELSE
                       MOVE ZEROS TO WS-LED-ALLOCATED(WS-LED-COUNT)
                   END-IF
                   READ MATERIAL-LEDGER
               END-PERFORM
               CLOSE MATERIAL-LEDGER
           ELSE
               DISPLAY "MATERIAL LEDGER NOT AVAILABLE - STATUS "
                   WS-MATL-LEDGER-STATUS " -- NOTHING ON HAND"
           END-IF.

       1300-LOAD-ALLOCATED-ORDERS.
           OPEN INPUT ALLOCATION-REG.
           IF WS-ALLOC-REG-STATUS = "00"
               READ ALLOCATION-REG
               PERFORM UNTIL WS-ALLOC-REG-STATUS > "00"
                   MOVE AL-LINE-IMAGE TO MATHOUT-REC-IN
                   MOVE MI-ORDER-ID TO WS-DONE-CHECK-ORDER
                   PERFORM 1350-NOTE-DONE-ORDER
                   READ ALLOCATION-REG
               END-PERFORM
               CLOSE ALLOCATION-REG
           END-IF.

      * THE BACKORDER FILE IS REWRITTEN AT THE END OF THE RUN, SO IT
      * MUST FIT THE TABLE WHOLE -- STOP RATHER THAN LOSE A LINE.
       1400-LOAD-BACKORDERS.
           OPEN INPUT BACKORDER-FILE.
           IF WS-BACKORDER-STATUS = "00"
               READ BACKORDER-FILE
               PERFORM UNTIL WS-BACKORDER-STATUS > "00"
                          OR WS-BO-COUNT >= 1000
                   ADD 1 TO WS-BO-COUNT
                   MOVE BACKORDER-REC TO WS-BO-ROW(WS-BO-COUNT)
                   MOVE BO-LINE-IMAGE TO MATHOUT-REC-IN
                   MOVE MI-ORDER-ID TO WS-DONE-CHECK-ORDER
                   PERFORM 1350-NOTE-DONE-ORDER
                   READ BACKORDER-FILE
               END-PERFORM
               IF WS-BACKORDER-STATUS = "00"
                   DISPLAY "BACKORDER FILE OVER 1000 LINES -- "
                       "ALLOCATION NOT RUN"
                   CLOSE BACKORDER-FILE MATHOUT-IN
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE BACKORDER-FILE
           END-IF.

       1350-NOTE-DONE-ORDER.
           PERFORM 1360-CHECK-DONE-ORDER.
           IF NOT ORDER-ALREADY-DONE AND WS-DONE-COUNT < 1000
               ADD 1 TO WS-DONE-COUNT
               MOVE WS-DONE-CHECK-ORDER
                   TO WS-DONE-ORDER(WS-DONE-COUNT)
           END-IF.

       1360-CHECK-DONE-ORDER.
           MOVE "N" TO WS-DONE-FOUND-SW.
           PERFORM VARYING WS-DONE-SUB FROM 1 BY 1
               UNTIL WS-DONE-SUB > WS-DONE-COUNT
               IF WS-DONE-ORDER(WS-DONE-SUB) = WS-DONE-CHECK-ORDER
                   MOVE "Y" TO WS-DONE-FOUND-SW
                   MOVE WS-DONE-COUNT TO WS-DONE-SUB
               END-IF
           END-PERFORM.

      * SKIP THE COSMETIC RULER RECORDS THE SAME WAY HW15BILL DOES.
       2000-READ-MATHOUT.
           MOVE "N" TO WS-MATHOUT-VALID-SW.
           PERFORM UNTIL END-OF-MATHOUT OR ALOC-RECORD-VALID
               READ MATHOUT-IN
                   AT END
                       MOVE "10" TO WS-MATHOUT-STATUS
               END-READ
               IF NOT END-OF-MATHOUT
                   IF MI-SIZE-1 IS NUMERIC AND MI-SIZE-2 IS NUMERIC
                       MOVE "Y" TO WS-MATHOUT-VALID-SW
                   END-IF
               END-IF
           END-PERFORM.

      * AN ORDER WITH NO HEADER DATE QUEUES AS IF PLACED TODAY.
       2100-TABLE-LINE.
           MOVE MI-ORDER-ID TO WS-DONE-CHECK-ORDER.
           PERFORM 1360-CHECK-DONE-ORDER.
           IF ORDER-ALREADY-DONE
               ADD 1 TO WS-SKIPPED-LINE-COUNT
           ELSE
               IF WS-LINE-COUNT >= 1000
                   DISPLAY "MORE THAN 1000 PRICED LINES -- "
                       "ALLOCATION NOT RUN"
                   CLOSE MATHOUT-IN
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-LINE-COUNT
               MOVE MATHOUT-REC-IN TO WS-LINE-IMAGE(WS-LINE-COUNT)
               MOVE MI-ORDER-ID TO WS-LINE-ORDER(WS-LINE-COUNT)
               MOVE SPACES TO WS-LINE-CUST(WS-LINE-COUNT)
               MOVE WS-TODAY TO WS-LINE-DATE(WS-LINE-COUNT)
               PERFORM VARYING WS-ORDH-SUB FROM 1 BY 1
                   UNTIL WS-ORDH-SUB > WS-ORDH-COUNT
                   IF WS-ORDH-ORDER(WS-ORDH-SUB) = MI-ORDER-ID
                       MOVE WS-ORDH-CUST(WS-ORDH-SUB)
                           TO WS-LINE-CUST(WS-LINE-COUNT)
                       IF WS-ORDH-DATE(WS-ORDH-SUB) IS NUMERIC
                           MOVE WS-ORDH-DATE(WS-ORDH-SUB)
                               TO WS-LINE-DATE(WS-LINE-COUNT)
                       END-IF
                       MOVE WS-ORDH-COUNT TO WS-ORDH-SUB
                   END-IF
               END-PERFORM
           END-IF.

       3000-SORT-BY-ORDER-DATE.
           PERFORM VARYING WS-SORT-SUB1 FROM 1 BY 1
               UNTIL WS-SORT-SUB1 >= WS-LINE-COUNT
               PERFORM VARYING WS-SORT-SUB2 FROM 1 BY 1
                   UNTIL WS-SORT-SUB2 >
                       WS-LINE-COUNT - WS-SORT-SUB1
                   IF WS-LINE-KEY(WS-SORT-SUB2) >
                           WS-LINE-KEY(WS-SORT-SUB2 + 1)
                       MOVE WS-LINE-ENTRY(WS-SORT-SUB2)
                           TO WS-LINE-HOLD
                       MOVE WS-LINE-ENTRY(WS-SORT-SUB2 + 1)
                           TO WS-LINE-ENTRY(WS-SORT-SUB2)
                       MOVE WS-LINE-HOLD
                           TO WS-LINE-ENTRY(WS-SORT-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * FREE STOCK IS ON-HAND LESS WHAT IS ALREADY RESERVED.  A LINE
      * IS COVERED WHOLE OR NOT AT ALL -- A RUG CANNOT BE CUT FROM
      * PART OF THE YARDAGE.
       4000-ALLOCATE-LINE.
           MOVE WS-LINE-IMAGE(WS-LINE-SUB) TO MATHOUT-REC-IN.
           PERFORM 4100-FIND-LEDGER-ROW.
           IF ALOC-MATL-FOUND
               COMPUTE WS-AVAILABLE
                   = WS-LED-ON-HAND(WS-LED-FOUND-SUB)
                   - WS-LED-ALLOCATED(WS-LED-FOUND-SUB)
           ELSE
               MOVE ZEROS TO WS-AVAILABLE
           END-IF.
           IF ALOC-MATL-FOUND AND MI-AREA-OUT <= WS-AVAILABLE
               ADD MI-AREA-OUT TO WS-LED-ALLOCATED(WS-LED-FOUND-SUB)
               MOVE MATHOUT-REC-IN TO AL-LINE-IMAGE
               MOVE WS-LINE-CUST(WS-LINE-SUB) TO AL-CUST-NUMBER
               MOVE WS-LINE-DATE(WS-LINE-SUB) TO AL-ORDER-DATE
               MOVE WS-TODAY                  TO AL-ALLOC-DATE
               MOVE "N" TO AL-ISSUED-SW
               MOVE "N" TO AL-WO-PENDING-SW
               MOVE "N" TO AL-ACK-PENDING-SW
               WRITE ALLOCATION-REC
               ADD 1 TO WS-ALLOC-LINE-COUNT
               ADD MI-AREA-OUT TO WS-ALLOC-SQFT
           ELSE
               IF WS-BO-COUNT >= 1000
                   DISPLAY "BACKORDER TABLE FULL -- LINE FOR ORDER "
                       MI-ORDER-ID " NOT BACKORDERED"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE MATHOUT-REC-IN TO BO-LINE-IMAGE
                   MOVE WS-LINE-CUST(WS-LINE-SUB) TO BO-CUST-NUMBER
                   MOVE WS-LINE-DATE(WS-LINE-SUB) TO BO-ORDER-DATE
                   IF WS-AVAILABLE > 0
                       COMPUTE BO-SHORTFALL
                           = MI-AREA-OUT - WS-AVAILABLE
                   ELSE
                       MOVE MI-AREA-OUT TO BO-SHORTFALL
                   END-IF
                   MOVE WS-TODAY TO BO-BACKORDER-DATE
                   ADD 1 TO WS-BO-COUNT
                   MOVE BACKORDER-REC TO WS-BO-ROW(WS-BO-COUNT)
                   ADD 1 TO WS-BO-LINE-COUNT
                   ADD MI-AREA-OUT TO WS-BO-SQFT
               END-IF
           END-IF.

       4100-FIND-LEDGER-ROW.
           MOVE "N" TO WS-LED-FOUND-SW.
           PERFORM VARYING WS-LED-SUB FROM 1 BY 1
               UNTIL WS-LED-SUB > WS-LED-COUNT
               IF WS-LED-MATERIAL(WS-LED-SUB) = MI-MATERIAL-CODE
                   MOVE "Y" TO WS-LED-FOUND-SW
                   MOVE WS-LED-SUB TO WS-LED-FOUND-SUB
                   MOVE WS-LED-COUNT TO WS-LED-SUB
               END-IF
           END-PERFORM.

       6000-REWRITE-LEDGER.
           OPEN OUTPUT MATERIAL-LEDGER.
           PERFORM VARYING WS-LED-SUB FROM 1 BY 1
               UNTIL WS-LED-SUB > WS-LED-COUNT
               MOVE WS-LED-MATERIAL(WS-LED-SUB)
                   TO MINV-MATERIAL-CODE
               MOVE WS-LED-ON-HAND(WS-LED-SUB)  TO MINV-ON-HAND
               MOVE WS-LED-RECEIPTS(WS-LED-SUB)
                   TO MINV-RECEIPTS-YTD
               MOVE WS-LED-ISSUES(WS-LED-SUB)   TO MINV-ISSUES-YTD
               MOVE WS-LED-ALLOCATED(WS-LED-SUB)
                   TO MINV-ALLOCATED
               WRITE MATERIAL-LEDGER-REC
           END-PERFORM.
           CLOSE MATERIAL-LEDGER.

       6100-REWRITE-BACKORDERS.
           OPEN OUTPUT BACKORDER-FILE.
           PERFORM VARYING WS-BO-SUB FROM 1 BY 1
               UNTIL WS-BO-SUB > WS-BO-COUNT
               MOVE WS-BO-ROW(WS-BO-SUB) TO BACKORDER-REC
               WRITE BACKORDER-REC
           END-PERFORM.
           CLOSE BACKORDER-FILE.

      * EVERY OPEN BACKORDER, NOT JUST TONIGHT'S -- ONE LINE PER
      * CUSTOMER UNDER EACH MATERIAL, THEN WHAT THE MATERIAL IS
      * SHORT AFTER WHAT IS FREE ON THE SHELF.
       7000-WRITE-BACKORDER-REPORT.
           PERFORM VARYING WS-BO-SUB FROM 1 BY 1
               UNTIL WS-BO-SUB > WS-BO-COUNT
               MOVE WS-BO-ROW(WS-BO-SUB) TO BACKORDER-REC
               MOVE BO-LINE-IMAGE TO MATHOUT-REC-IN
               ADD 1 TO WS-RPT-COUNT
               MOVE MI-MATERIAL-CODE TO WS-RPT-MATERIAL(WS-RPT-COUNT)
               MOVE BO-CUST-NUMBER   TO WS-RPT-CUST(WS-RPT-COUNT)
               MOVE BO-ORDER-DATE    TO WS-RPT-DATE(WS-RPT-COUNT)
               MOVE MI-AREA-OUT      TO WS-RPT-SQFT(WS-RPT-COUNT)
           END-PERFORM.
           PERFORM VARYING WS-SORT-SUB1 FROM 1 BY 1
               UNTIL WS-SORT-SUB1 >= WS-RPT-COUNT
               PERFORM VARYING WS-SORT-SUB2 FROM 1 BY 1
                   UNTIL WS-SORT-SUB2 >
                       WS-RPT-COUNT - WS-SORT-SUB1
                   IF WS-RPT-KEY(WS-SORT-SUB2) >
                           WS-RPT-KEY(WS-SORT-SUB2 + 1)
                       MOVE WS-RPT-ENTRY(WS-SORT-SUB2)
                           TO WS-RPT-HOLD
                       MOVE WS-RPT-ENTRY(WS-SORT-SUB2 + 1)
                           TO WS-RPT-ENTRY(WS-SORT-SUB2)
                       MOVE WS-RPT-HOLD
                           TO WS-RPT-ENTRY(WS-SORT-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           OPEN OUTPUT BACKORDER-RPT.
           MOVE WS-TODAY TO BRH-RUN-DATE.
           WRITE BACKORDER-RPT-REC FROM WS-BORPT-HDG1.
           WRITE BACKORDER-RPT-REC FROM WS-BORPT-HDG2.
           IF WS-RPT-COUNT = 0
               WRITE BACKORDER-RPT-REC FROM WS-BORPT-NONE
           ELSE
               MOVE WS-RPT-MATERIAL(1) TO WS-PREV-MATERIAL
               MOVE WS-RPT-CUST(1)     TO WS-PREV-CUST
               MOVE WS-RPT-DATE(1)     TO WS-CUST-OLDEST
               PERFORM VARYING WS-RPT-SUB FROM 1 BY 1
                   UNTIL WS-RPT-SUB > WS-RPT-COUNT
                   IF WS-RPT-MATERIAL(WS-RPT-SUB)
                           NOT = WS-PREV-MATERIAL
                       PERFORM 7100-WRITE-CUST-LINE
                       PERFORM 7200-WRITE-MATL-TOTAL
                   ELSE
                       IF WS-RPT-CUST(WS-RPT-SUB) NOT = WS-PREV-CUST
                           PERFORM 7100-WRITE-CUST-LINE
                       END-IF
                   END-IF
                   ADD 1 TO WS-CUST-LINES
                   ADD WS-RPT-SQFT(WS-RPT-SUB) TO WS-CUST-SQFT
                   ADD WS-RPT-SQFT(WS-RPT-SUB) TO WS-MATL-SQFT
               END-PERFORM
               PERFORM 7100-WRITE-CUST-LINE
               PERFORM 7200-WRITE-MATL-TOTAL
           END-IF.
           CLOSE BACKORDER-RPT.

      * THE TABLE IS SORTED ON DATE WITHIN CUSTOMER, SO THE FIRST
      * ROW OF EACH CUSTOMER GROUP CARRIES ITS OLDEST ORDER DATE.
       7100-WRITE-CUST-LINE.
           MOVE WS-PREV-MATERIAL TO BRD-MATERIAL.
           MOVE WS-PREV-CUST     TO BRD-CUST.
           MOVE WS-CUST-LINES    TO BRD-LINES.
           MOVE WS-CUST-SQFT     TO BRD-SQFT.
           MOVE WS-CUST-OLDEST   TO BRD-OLDEST.
           WRITE BACKORDER-RPT-REC FROM WS-BORPT-DETAIL.
           MOVE 0 TO WS-CUST-LINES.
           MOVE 0 TO WS-CUST-SQFT.
           IF WS-RPT-SUB <= WS-RPT-COUNT
               MOVE WS-RPT-CUST(WS-RPT-SUB) TO WS-PREV-CUST
               MOVE WS-RPT-DATE(WS-RPT-SUB) TO WS-CUST-OLDEST
           END-IF.

       7200-WRITE-MATL-TOTAL.
           MOVE WS-PREV-MATERIAL TO BRT-MATERIAL.
           MOVE WS-MATL-SQFT     TO BRT-SQFT.
           MOVE WS-PREV-MATERIAL TO MI-MATERIAL-CODE.
           PERFORM 4100-FIND-LEDGER-ROW.
           IF ALOC-MATL-FOUND
               COMPUTE WS-AVAILABLE
                   = WS-LED-ON-HAND(WS-LED-FOUND-SUB)
                   - WS-LED-ALLOCATED(WS-LED-FOUND-SUB)
           ELSE
               MOVE ZEROS TO WS-AVAILABLE
           END-IF.
           MOVE WS-AVAILABLE TO BRT-AVAILABLE.
           IF WS-AVAILABLE > 0
               COMPUTE WS-TO-BUY = WS-MATL-SQFT - WS-AVAILABLE
           ELSE
               MOVE WS-MATL-SQFT TO WS-TO-BUY
           END-IF.
           IF WS-TO-BUY < 0
               MOVE 0 TO WS-TO-BUY
           END-IF.
           MOVE WS-TO-BUY TO BRT-TO-BUY.
           WRITE BACKORDER-RPT-REC FROM WS-BORPT-MATL-TOTAL.
           MOVE 0 TO WS-MATL-SQFT.
           IF WS-RPT-SUB <= WS-RPT-COUNT
               MOVE WS-RPT-MATERIAL(WS-RPT-SUB) TO WS-PREV-MATERIAL
           END-IF.
