      *the same zone table HW15BILL loads in 1230-LOAD-ZONE-TABLE.
      *Customers finally hear something between placing the order
      *and the invoice, and the "when will it ship" calls stop
      *eating the front desk.  Only an order HW15ALOC fully
      *allocated is acknowledged -- one with a line on backorder
      *waits, and is acknowledged on the first run after HW15MRCV
      *releases its last backordered line, promising from that day.
      *When HW15SCHD has left a capacity file, the order's square
      *feet and perimeter are booked into the first open capacity on
      *each work center in turn, and the promise runs from the day
      *the last center finishes it when that is later than the lead
      *time allows.  Every promise made is recorded for HW15SCHD.
      *An order header naming a ship-to code takes its transit days
      *from that ship-to site's ZIP (RUGSHTO).
      *Transit days are business days on the shared calendar
      *(BUSCAL): an order ready on a weekend or a bank holiday ships
      *the next business day, and no carrier day is counted on one.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT SHIP-TO-FILE ASSIGN TO WS-SHIP-TO-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHIP-TO-STATUS.

           SELECT ZIP-ZONE-FILE ASSIGN TO WS-ZIP-ZONE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ZIP-ZONE-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-DOCS-STATUS.

           SELECT ALLOCATION-REG ASSIGN TO WS-ALLOC-REG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLOC-REG-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO WS-BACKORDER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKORDER-STATUS.

           SELECT CAPACITY-FILE ASSIGN TO WS-CAPACITY-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAPACITY-STATUS.

           SELECT PROMISE-FILE ASSIGN TO WS-PROMISE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROMISE-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES SHAPEOUT,
      *  RUGORDH, RUGCUST, RUGSHTO, ZIPZONE, RUGLEAD, RUGACKD,
      *  RUGALOC, RUGBORD, RUGWCAP, AND RUGPROM, FALLING BACK TO THE
      *  DEVELOPMENT DEFAULTS SHOWN IN 0900.

       DATA DIVISION.
       FILE SECTION.
          05 MI-PRICE-OUT             PIC 9(06)V99.
          05 MI-DISCOUNT-OUT          PIC 9(05)V99.
          05 MI-MATL-COST-OUT         PIC 9(06)V99.
          05 MI-FINISH-PRICE-OUT      PIC 9(05)V99.
          05 MI-FINISH-CODE           PIC X(01).

       FD  ORDER-HEADER-IN
           RECORDING MODE IS F
          05 OH-ORDER-DATE            PIC X(08).
          05 OH-SHIP-TO-ZIP           PIC X(05).
          05 OH-SALESPERSON-ID        PIC X(03).
          05 OH-SHIP-TO-CODE          PIC X(03).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F
          05 CM-BILL-TO-NAME          PIC X(25).
          05 CM-ADDRESS               PIC X(25).
          05 CM-STATE                 PIC X(02).
          05 FILLER                   PIC X(14).

      * CUSTOMER SHIP-TO SITES KEPT BY HW15CMNT.  AN ORDER HEADER
      * NAMING A SHIP-TO CODE SHIPS TO THAT SITE'S ZIP.
       FD  SHIP-TO-FILE
           RECORDING MODE IS F
           DATA RECORD IS SHIP-TO-REC.
       01 SHIP-TO-REC.
          05 ST-CUST-NUMBER           PIC X(05).
          05 ST-SHIP-TO-CODE          PIC X(03).
          05 FILLER                   PIC X(67).
          05 ST-ZIP                   PIC X(05).
          05 ST-ACTIVE-SW             PIC X(01).

       FD  ZIP-ZONE-FILE
           RECORDING MODE IS F
          05 ZZ-NAME                  PIC X(20).
          05 ZZ-RATE                  PIC 9(02)V99.
          05 ZZ-EFF-FROM              PIC X(08).
          05 ZZ-CARRIER               PIC X(04).
       01 ZIP-ZONE-REC-V3 REDEFINES ZIP-ZONE-REC-IN.
          05 ZZ3-PREFIX               PIC X(02).
          05 ZZ3-ZONE-CODE            PIC X(01).
           DATA RECORD IS ACK-DOC-REC.
       01 ACK-DOC-REC                 PIC X(80).

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

      * CAPACITY LEFT PER WORK CENTER PER WORKING DAY AS HW15SCHD
      * LEFT IT, CENTERS IN SEQUENCE AND DAYS IN DATE ORDER.  LOAD
      * BASIS A IS SQUARE FEET, P PERIMETER FEET, F THE PERIMETER OF
      * THE LINES CARRYING AN EDGE FINISH.
       FD  CAPACITY-FILE
           RECORDING MODE IS F
           DATA RECORD IS CAPACITY-REC.
       01 CAPACITY-REC.
          05 CP-CENTER-CODE           PIC X(04).
          05 CP-SEQUENCE              PIC 9(02).
          05 CP-LOAD-BASIS            PIC X(01).
          05 CP-DATE                  PIC X(08).
          05 CP-REMAINING             PIC 9(05)V99.

      * ONE ROW PER PROMISE MADE.  BASIS C WHEN CAPACITY SET THE
      * DATE, L WHEN THE LEAD TIME DID.
       FD  PROMISE-FILE
           RECORDING MODE IS F
           DATA RECORD IS PROMISE-REC.
       01 PROMISE-REC.
          05 PR-ORDER-ID              PIC X(05).
          05 PR-PROMISED-DATE         PIC X(08).
          05 PR-TRANSIT-DAYS          PIC 9(01).
          05 PR-ACK-DATE              PIC X(08).
          05 PR-PROMISE-BASIS         PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-MATHOUT-DSN             PIC X(80).
       01  WS-ORDER-HDR-DSN           PIC X(80).
       01  WS-CUSTOMER-DSN            PIC X(80).
       01  WS-SHIP-TO-DSN             PIC X(80).
       01  WS-ZIP-ZONE-DSN            PIC X(80).
       01  WS-LEAD-TIME-DSN           PIC X(80).
       01  WS-ACK-DOCS-DSN            PIC X(80).
       01  WS-ALLOC-REG-DSN           PIC X(80).
       01  WS-BACKORDER-DSN           PIC X(80).
       01  WS-CAPACITY-DSN            PIC X(80).
       01  WS-PROMISE-DSN             PIC X(80).

       01  WS-MATHOUT-STATUS          PIC X(02) VALUE "00".
           88 END-OF-MATHOUT               VALUE "10".
       01  WS-ORDER-HDR-STATUS        PIC X(02) VALUE "00".
       01  WS-CUSTOMER-STATUS         PIC X(02) VALUE "00".
       01  WS-SHIP-TO-STATUS          PIC X(02) VALUE "00".
       01  WS-ZIP-ZONE-STATUS         PIC X(02) VALUE "00".
       01  WS-LEAD-TIME-STATUS        PIC X(02) VALUE "00".
       01  WS-ACK-DOCS-STATUS         PIC X(02) VALUE "00".
       01  WS-ALLOC-REG-STATUS        PIC X(02) VALUE "00".
       01  WS-BACKORDER-STATUS        PIC X(02) VALUE "00".
       01  WS-CAPACITY-STATUS         PIC X(02) VALUE "00".
       01  WS-PROMISE-STATUS          PIC X(02) VALUE "00".
       01  WS-MATHOUT-VALID-SW        PIC X(01) VALUE "N".
           88 ACK-RECORD-VALID             VALUE "Y".

              10 WS-ORDH-CUST         PIC X(05).
              10 WS-ORDH-DATE         PIC X(08).
              10 WS-ORDH-ZIP          PIC X(05).
       01  WS-SHIP-COUNT              PIC 9(04) VALUE 0.
       01  WS-SHIP-SUB                PIC 9(04).
       01  WS-SHIP-FOUND-SUB          PIC 9(04).
       01  WS-SHIP-TO-TABLE.
           05 WS-SHIP-ENTRY OCCURS 1000 TIMES.
              10 WS-SHIP-KEY          PIC X(08).
              10 WS-SHIP-ZIP          PIC X(05).
       01  WS-LOOK-SHIP-KEY.
           05 WS-LOOK-SHIP-CUST       PIC X(05).
           05 WS-LOOK-SHIP-CODE       PIC X(03).
       01  WS-CUST-COUNT              PIC 9(03) VALUE 0.
       01  WS-CUST-SUB                PIC 9(03).
       01  WS-CUSTOMER-TABLE.
       01  WS-FOUND-TRANSIT-DAYS      PIC 9(01).
       01  WS-PROMISE-INT             PIC 9(08).
       01  WS-PROMISED-DATE           PIC X(08).
       01  WS-READY-INT               PIC 9(08).
       01  WS-TODAY                   PIC X(08).
       01  WS-DATE-N                  PIC 9(08).
       01  WS-ACK-COUNT               PIC 9(04) VALUE 0.
       01  WS-ACK-HELD-COUNT          PIC 9(04) VALUE 0.
       01  WS-ACK-RELEASED-COUNT      PIC 9(04) VALUE 0.

      * THE ALLOCATION REGISTER, REWRITTEN AT THE END WITH THE
      * ACKNOWLEDGMENT PENDING FLAGS CLEARED ON THE ORDERS PRINTED
      * HERE, AND THE ORDERS STILL WAITING ON A BACKORDERED LINE.
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

      * THE ORDER'S LOAD ON THE WORK CENTERS.
       01  WS-ORDER-AREA              PIC 9(07)V99 VALUE 0.
       01  WS-ORDER-PERIMETER         PIC 9(07)V99 VALUE 0.
       01  WS-ORDER-FIN-PERIMETER     PIC 9(07)V99 VALUE 0.

      * THE CAPACITY FILE, REWRITTEN AT THE END WITH THE CAPACITY
      * THE ORDERS ACKNOWLEDGED HERE TOOK, SO IT MUST FIT THE TABLE
      * WHOLE OR IT IS NOT USED.
       01  WS-CAP-COUNT               PIC 9(04) VALUE 0.
       01  WS-CAP-SUB                 PIC 9(04).
       01  WS-CAPACITY-TABLE.
           05 WS-CAP-ENTRY OCCURS 2000 TIMES.
              10 WS-CAP-CENTER        PIC X(04).
              10 WS-CAP-SEQ           PIC 9(02).
              10 WS-CAP-BASIS         PIC X(01).
              10 WS-CAP-DATE          PIC X(08).
              10 WS-CAP-REMAIN        PIC 9(05)V99.
       01  WS-CAP-CHANGED-SW          PIC X(01) VALUE "N".
           88 CAPACITY-CHANGED              VALUE "Y".
       01  WS-CAP-BOOK-SW             PIC X(01).
           88 CAPACITY-BOOKING              VALUE "Y".
       01  WS-CAP-SHORT-SW            PIC X(01).
           88 CAPACITY-SHORT                VALUE "Y".
       01  WS-CAP-CUR-CENTER          PIC X(04).
       01  WS-CAP-START-DATE          PIC X(08).
       01  WS-CAP-FROM-DATE           PIC X(08).
       01  WS-CAP-FINISH-DATE         PIC X(08).
       01  WS-CAP-LEFT                PIC 9(07)V99.
       01  WS-CAP-TAKE                PIC 9(07)V99.
       01  WS-PROMISE-BASIS           PIC X(01).
       01  WS-CAP-PROMISE-COUNT       PIC 9(04) VALUE 0.

      * PARAMETER BLOCK FOR THE SHARED DATE ROUTINE -- THE ORDER
      * DATE IS VALIDATED BEFORE ANY ARITHMETIC RUNS ON IT.
           05 DV-DAYS                 PIC S9(05).
           05 DV-RESULT               PIC X(01).

      * PARAMETER BLOCK FOR THE SHARED BUSINESS-DAY CALENDAR.
       01  WS-BUSCAL-PARMS.
           05 BC-FUNCTION             PIC X(01).
           05 BC-DATE-1               PIC X(08).
           05 BC-DAYS                 PIC 9(03).
           05 BC-DATE-2               PIC X(08).
           05 BC-RESULT               PIC X(01).

       01  WS-DOC-HDR-LINE.
           05 FILLER                  PIC X(23)
                   VALUE "ORDER ACKNOWLEDGMENT --".
           IF WS-ORDER-LINE-COUNT > 0
               PERFORM 5000-FINISH-ACKNOWLEDGMENT
           END-IF.
           PERFORM 7000-SERVE-RELEASED-ORDERS.
           CLOSE MATHOUT-IN ACK-DOCS-OUT PROMISE-FILE.
           IF REGISTER-CHANGED
               PERFORM 7200-REWRITE-REGISTER
           END-IF.
           IF CAPACITY-CHANGED
               PERFORM 7300-REWRITE-CAPACITY
           END-IF.
           DISPLAY "ACKNOWLEDGMENTS PRINTED: " WS-ACK-COUNT.
           DISPLAY "  FROM BACKORDER       : " WS-ACK-RELEASED-COUNT.
           DISPLAY "  PROMISED BY CAPACITY : " WS-CAP-PROMISE-COUNT.
           DISPLAY "ORDERS NOT ALLOCATED   : " WS-ACK-HELD-COUNT.
           DISPLAY "HW15ACK CONCLUDES".
           GOBACK.

               ON EXCEPTION CONTINUE
           END-CALL.
           MOVE GR-DSN TO WS-MATHOUT-DSN.
           ACCEPT WS-SHIP-TO-DSN FROM ENVIRONMENT "RUGSHTO".
           IF WS-SHIP-TO-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15SHTO.dat"
               TO WS-SHIP-TO-DSN
           END-IF.
           ACCEPT WS-ORDER-HDR-DSN FROM ENVIRONMENT "RUGORDH".
           IF WS-ORDER-HDR-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15ORDH.dat"
           MOVE "C:\school\cobol\cobolclass\master\data\HW15ACK.rpt"
               TO WS-ACK-DOCS-DSN
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
           ACCEPT WS-CAPACITY-DSN FROM ENVIRONMENT "RUGWCAP".
           IF WS-CAPACITY-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15WCAP.dat"
               TO WS-CAPACITY-DSN
           END-IF.
           ACCEPT WS-PROMISE-DSN FROM ENVIRONMENT "RUGPROM".
           IF WS-PROMISE-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15PROM.dat"
               TO WS-PROMISE-DSN
           END-IF.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 1300-LOAD-REGISTER.
           PERFORM 1400-LOAD-BACKORDER-ORDERS.
           OPEN INPUT MATHOUT-IN.
           IF WS-MATHOUT-STATUS NOT = "00"
               DISPLAY "MATHOUT NOT AVAILABLE - STATUS "
                   WS-MATHOUT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 1050-LOAD-SHIP-TO-ZIPS.
           PERFORM 1100-LOAD-ORDER-HEADERS.
           PERFORM 1200-LOAD-CUSTOMER-MASTER.
           PERFORM 1230-LOAD-ZONE-TABLE.
           PERFORM 1240-LOAD-LEAD-TIMES.
           PERFORM 1250-LOAD-CAPACITY.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           OPEN OUTPUT ACK-DOCS-OUT.
           OPEN EXTEND PROMISE-FILE.
           IF WS-PROMISE-STATUS = "35"
               OPEN OUTPUT PROMISE-FILE
           END-IF.

       1100-LOAD-ORDER-HEADERS.
           OPEN INPUT ORDER-HEADER-IN.
                       TO WS-ORDH-DATE(WS-ORDH-COUNT)
                   MOVE OH-SHIP-TO-ZIP
                       TO WS-ORDH-ZIP(WS-ORDH-COUNT)
                   IF OH-SHIP-TO-CODE NOT = SPACES
                       MOVE OH-CUST-NUMBER  TO WS-LOOK-SHIP-CUST
                       MOVE OH-SHIP-TO-CODE TO WS-LOOK-SHIP-CODE
                       PERFORM 1150-FIND-SHIP-TO-ZIP
                   END-IF
                   READ ORDER-HEADER-IN
               END-PERFORM
               CLOSE ORDER-HEADER-IN
           END-IF.

      * INACTIVE SITES LOAD TOO -- AN ORDER TAKEN BEFORE THE SITE
      * WAS CLOSED STILL SHIPS THERE.
       1050-LOAD-SHIP-TO-ZIPS.
           OPEN INPUT SHIP-TO-FILE.
           IF WS-SHIP-TO-STATUS = "00"
               READ SHIP-TO-FILE
               PERFORM UNTIL WS-SHIP-TO-STATUS > "00"
                          OR WS-SHIP-COUNT >= 1000
                   ADD 1 TO WS-SHIP-COUNT
                   MOVE SHIP-TO-REC(1:8)
                       TO WS-SHIP-KEY(WS-SHIP-COUNT)
                   MOVE ST-ZIP TO WS-SHIP-ZIP(WS-SHIP-COUNT)
                   READ SHIP-TO-FILE
               END-PERFORM
               CLOSE SHIP-TO-FILE
           END-IF.

      * THE SHIP-TO SITE'S ZIP REPLACES THE ONE KEYED ON THE HEADER;
      * A CODE NOT ON FILE FALLS BACK TO THE HEADER ZIP.
       1150-FIND-SHIP-TO-ZIP.
           MOVE 0 TO WS-SHIP-FOUND-SUB.
           PERFORM VARYING WS-SHIP-SUB FROM 1 BY 1
               UNTIL WS-SHIP-SUB > WS-SHIP-COUNT
               IF WS-SHIP-KEY(WS-SHIP-SUB) = WS-LOOK-SHIP-KEY
                   MOVE WS-SHIP-SUB TO WS-SHIP-FOUND-SUB
                   MOVE WS-SHIP-COUNT TO WS-SHIP-SUB
               END-IF
           END-PERFORM.
           IF WS-SHIP-FOUND-SUB > 0
               MOVE WS-SHIP-ZIP(WS-SHIP-FOUND-SUB)
                   TO WS-ORDH-ZIP(WS-ORDH-COUNT)
           ELSE
               DISPLAY "ORDER " OH-ORDER-ID " SHIP-TO " OH-SHIP-TO-CODE
                   " NOT ON THE SHIP-TO FILE -- HEADER ZIP USED"
           END-IF.

       1200-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-STATUS = "00"

      * GROUND ROWS ONLY; LEGACY PREFIX ROWS WIDEN TO FULL RANGES
      * ON THE WAY IN, THE SAME WAY HW15BILL TAKES THEM.
      * THE CUSTOMER IS QUOTED FROM THE PRIMARY CARRIER'S ROWS (NO
      * CARRIER CODE) WHICHEVER CARRIER THE MANIFEST PICKS.
       1230-LOAD-ZONE-TABLE.
           OPEN INPUT ZIP-ZONE-FILE.
           IF WS-ZIP-ZONE-STATUS = "00"
                          OR WS-ZONE-COUNT >= 1000
                   EVALUATE TRUE
                       WHEN ZIP-ZONE-REC-IN(1:10) IS NUMERIC
                           IF ZZ-SERVICE = "G" AND ZZ-CARRIER = SPACES
                               ADD 1 TO WS-ZONE-COUNT
                               MOVE ZZ-ZIP-LOW
                                   TO WS-ZONE-LOW(WS-ZONE-COUNT)
                   WS-LEAD-TIME-STATUS " -- DEFAULT LEAD USED"
           END-IF.

      * WITHOUT THE CAPACITY FILE, OR WITH MORE OF IT THAN THE TABLE
      * HOLDS, EVERY PROMISE COMES FROM THE LEAD TIME ALONE.
       1250-LOAD-CAPACITY.
           OPEN INPUT CAPACITY-FILE.
           IF WS-CAPACITY-STATUS = "00"
               READ CAPACITY-FILE
               PERFORM UNTIL WS-CAPACITY-STATUS > "00"
                          OR WS-CAP-COUNT >= 2000
                   ADD 1 TO WS-CAP-COUNT
                   MOVE CP-CENTER-CODE TO WS-CAP-CENTER(WS-CAP-COUNT)
                   MOVE CP-SEQUENCE    TO WS-CAP-SEQ(WS-CAP-COUNT)
                   MOVE CP-LOAD-BASIS  TO WS-CAP-BASIS(WS-CAP-COUNT)
                   MOVE CP-DATE        TO WS-CAP-DATE(WS-CAP-COUNT)
                   IF CP-REMAINING IS NUMERIC
                       MOVE CP-REMAINING
                           TO WS-CAP-REMAIN(WS-CAP-COUNT)
                   ELSE
                       MOVE ZEROS TO WS-CAP-REMAIN(WS-CAP-COUNT)
                   END-IF
                   READ CAPACITY-FILE
               END-PERFORM
               IF WS-CAPACITY-STATUS = "00"
                   DISPLAY "CAPACITY FILE OVER 2000 ROWS -- PROMISES "
                       "FROM LEAD TIME"
                   MOVE 0 TO WS-CAP-COUNT
               END-IF
               CLOSE CAPACITY-FILE
           ELSE
               DISPLAY "CAPACITY FILE NOT AVAILABLE - STATUS "
                   WS-CAPACITY-STATUS " -- PROMISES FROM LEAD TIME"
           END-IF.

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
                       "NO ACKNOWLEDGMENTS PRINTED"
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
       2000-READ-MATHOUT.
           MOVE "N" TO WS-MATHOUT-VALID-SW.
               PERFORM 3100-START-ACKNOWLEDGMENT
           END-IF.
           ADD 1 TO WS-ORDER-LINE-COUNT.
           IF ORDER-ALLOCATED
               ADD MI-PRICE-OUT TO WS-ORDER-TOTAL
               MOVE MI-SHAPE-TYPE    TO DOCD-SHAPE
               MOVE MI-SIZE-1        TO DOCD-SIZE-1
               MOVE MI-SIZE-2        TO DOCD-SIZE-2
               MOVE MI-MATERIAL-CODE TO DOCD-MATERIAL
               MOVE MI-PRICE-OUT     TO DOCD-PRICE
               WRITE ACK-DOC-REC FROM WS-DOC-DETAIL
           END-IF.
           IF MI-AREA-OUT IS NUMERIC AND MI-PERIMETER-OUT IS NUMERIC
               ADD MI-AREA-OUT TO WS-ORDER-AREA
               ADD MI-PERIMETER-OUT TO WS-ORDER-PERIMETER
               IF MI-FINISH-CODE NOT = SPACE
                   ADD MI-PERIMETER-OUT TO WS-ORDER-FIN-PERIMETER
               END-IF
           END-IF.
      * THE ORDER'S LEAD IS THE SLOWEST MATERIAL ON IT.
           MOVE WS-DEFAULT-LEAD-DAYS TO WS-LINE-LEAD.
           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
           END-IF.

       3100-START-ACKNOWLEDGMENT.
           PERFORM 3050-CHECK-ALLOCATION.
           IF ORDER-NOT-ALLOCATED
               ADD 1 TO WS-ACK-HELD-COUNT
           ELSE
               PERFORM 3150-PRINT-ACK-HEADING
           END-IF.

      * A PRICED ORDER IS ALLOCATED WHEN IT IS ON THE REGISTER WITH
      * NO LINE LEFT ON BACKORDER.  ONE ALREADY FLAGGED AS RELEASED
      * IS LEFT TO THE RELEASED-ORDER PASS SO IT PRINTS ONLY ONCE.
       3050-CHECK-ALLOCATION.
           IF SERVING-RELEASED
               MOVE "Y" TO WS-ALLOCATED-SW
           ELSE
               MOVE "N" TO WS-ALLOCATED-SW
               PERFORM VARYING WS-REG-SUB2 FROM 1 BY 1
                   UNTIL WS-REG-SUB2 > WS-REG-COUNT
                   MOVE WS-REG-ROW(WS-REG-SUB2) TO ALLOCATION-REC
                   IF AL-ORDER-ID = WS-PREV-ORDER-ID
                       IF AL-ACK-PENDING-SW = "Y"
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

      * A RELEASED ORDER MAY HAVE AGED OFF THE HEADER FILE; THE
      * REGISTER ROW CARRIES ITS CUSTOMER AND ORDER DATE.
       3150-PRINT-ACK-HEADING.
           MOVE SPACES TO WS-FOUND-CUST WS-FOUND-CUST-NAME
                          WS-FOUND-ORDER-DATE WS-FOUND-SHIP-ZIP.
           PERFORM VARYING WS-ORDH-SUB FROM 1 BY 1
                   MOVE WS-ORDH-COUNT TO WS-ORDH-SUB
               END-IF
           END-PERFORM.
           IF SERVING-RELEASED AND WS-FOUND-CUST = SPACES
               MOVE AL-CUST-NUMBER TO WS-FOUND-CUST
               MOVE AL-ORDER-DATE  TO WS-FOUND-ORDER-DATE
           END-IF.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
               IF WS-CUST-NUM(WS-CUST-SUB) = WS-FOUND-CUST
           WRITE ACK-DOC-REC FROM WS-DOC-CUST-LINE.

       5000-FINISH-ACKNOWLEDGMENT.
           IF ORDER-ALLOCATED
               MOVE WS-ORDER-TOTAL TO DOC-TOTAL
               WRITE ACK-DOC-REC FROM WS-DOC-TOTAL-LINE
               PERFORM 5100-COMPUTE-PROMISED-DATE
               MOVE WS-PROMISED-DATE TO DOC-PROMISED
               WRITE ACK-DOC-REC FROM WS-DOC-PROMISE-LINE
               MOVE WS-PREV-ORDER-ID      TO PR-ORDER-ID
               MOVE WS-PROMISED-DATE      TO PR-PROMISED-DATE
               MOVE WS-FOUND-TRANSIT-DAYS TO PR-TRANSIT-DAYS
               MOVE WS-TODAY              TO PR-ACK-DATE
               MOVE WS-PROMISE-BASIS      TO PR-PROMISE-BASIS
               WRITE PROMISE-REC
               WRITE ACK-DOC-REC FROM WS-DOC-CUT-LINE
               ADD 1 TO WS-ACK-COUNT
               IF SERVING-RELEASED
                   ADD 1 TO WS-ACK-RELEASED-COUNT
               END-IF
           END-IF.
           MOVE 0 TO WS-ORDER-LINE-COUNT.
           MOVE 0 TO WS-ORDER-TOTAL.
           MOVE 0 TO WS-ORDER-MAX-LEAD.
           MOVE 0 TO WS-ORDER-AREA WS-ORDER-PERIMETER
                     WS-ORDER-FIN-PERIMETER.

      * ORDER DATE (VALIDATED THROUGH DATEVAL) PLUS THE ORDER'S
      * PRODUCTION LEAD PLUS THE SHIP-TO ZIP'S TRANSIT DAYS.  AN
      * ORDER WITHOUT A REAL HEADER DATE PROMISES FROM TODAY, AS
      * DOES ONE JUST RELEASED FROM BACKORDER -- ITS MATERIAL ONLY
      * CAME IN TODAY.  WHEN THE FLOOR'S OPEN CAPACITY CANNOT FINISH
      * THE ORDER BY THEN, THE DAY IT CAN FINISH TAKES THE LEAD
      * TIME'S PLACE.  TRANSIT DAYS ARE BUSINESS DAYS, COUNTED FROM
      * THE FIRST BUSINESS DAY THE ORDER IS READY.
       5100-COMPUTE-PROMISED-DATE.
           MOVE "V" TO DV-FUNCTION.
           MOVE "2" TO DV-FORMAT-1.
           CALL "DATEVAL" USING WS-DATEVAL-PARMS
               ON EXCEPTION MOVE "1" TO DV-RESULT
           END-CALL.
           IF DV-RESULT NOT = "0" OR SERVING-RELEASED
               MOVE FUNCTION CURRENT-DATE (1:8)
                   TO WS-FOUND-ORDER-DATE
           END-IF.
                   MOVE WS-ZONE-COUNT TO WS-ZONE-SUB
               END-IF
           END-PERFORM.
           COMPUTE WS-READY-INT = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-FOUND-ORDER-DATE))
               + WS-ORDER-MAX-LEAD.
           MOVE "L" TO WS-PROMISE-BASIS.
           IF WS-CAP-COUNT > 0
               PERFORM 5200-BOOK-CAPACITY
           END-IF.
           MOVE FUNCTION DATE-OF-INTEGER(WS-READY-INT)
               TO BC-DATE-1.
           MOVE "A" TO BC-FUNCTION.
           MOVE WS-FOUND-TRANSIT-DAYS TO BC-DAYS.
           CALL "BUSCAL" USING WS-BUSCAL-PARMS
               ON EXCEPTION MOVE "2" TO BC-RESULT
           END-CALL.
           IF BC-RESULT = "0"
               MOVE BC-DATE-2 TO WS-PROMISED-DATE
           ELSE
               COMPUTE WS-PROMISE-INT =
                   WS-READY-INT + WS-FOUND-TRANSIT-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-PROMISE-INT)
                   TO WS-PROMISED-DATE
           END-IF.

      * THE ORDER CANNOT START BEFORE TODAY OR ITS ORDER DATE.  A
      * DRY PASS FIRST MAKES SURE IT FITS INSIDE THE CAPACITY ON
      * FILE; ONLY THEN IS THE CAPACITY TAKEN.
       5200-BOOK-CAPACITY.
           IF WS-FOUND-ORDER-DATE > WS-TODAY
               MOVE WS-FOUND-ORDER-DATE TO WS-CAP-START-DATE
           ELSE
               MOVE WS-TODAY TO WS-CAP-START-DATE
           END-IF.
           MOVE "N" TO WS-CAP-BOOK-SW.
           PERFORM 5210-WALK-CAPACITY.
           IF CAPACITY-SHORT
               DISPLAY "ORDER " WS-PREV-ORDER-ID " RUNS PAST THE "
                   "CAPACITY ON FILE -- PROMISED FROM LEAD TIME"
           ELSE
               MOVE "Y" TO WS-CAP-BOOK-SW
               PERFORM 5210-WALK-CAPACITY
               MOVE "Y" TO WS-CAP-CHANGED-SW
               MOVE WS-CAP-FINISH-DATE TO WS-DATE-N
               IF FUNCTION INTEGER-OF-DATE(WS-DATE-N) > WS-READY-INT
                   COMPUTE WS-READY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-N)
                   MOVE "C" TO WS-PROMISE-BASIS
                   ADD 1 TO WS-CAP-PROMISE-COUNT
               END-IF
           END-IF.

      * CENTER BY CENTER IN FILE ORDER: EACH STARTS THE DAY THE ONE
      * BEFORE IT FINISHED AND TAKES THE FIRST CAPACITY LEFT FROM
      * THERE UNTIL ITS SHARE OF THE ORDER IS PLACED.
       5210-WALK-CAPACITY.
           MOVE SPACES TO WS-CAP-CUR-CENTER.
           MOVE WS-CAP-START-DATE TO WS-CAP-FINISH-DATE.
           MOVE 0 TO WS-CAP-LEFT.
           MOVE "N" TO WS-CAP-SHORT-SW.
           PERFORM VARYING WS-CAP-SUB FROM 1 BY 1
               UNTIL WS-CAP-SUB > WS-CAP-COUNT
               IF WS-CAP-CENTER(WS-CAP-SUB) NOT = WS-CAP-CUR-CENTER
                   IF WS-CAP-LEFT > 0
                       MOVE "Y" TO WS-CAP-SHORT-SW
                   END-IF
                   MOVE WS-CAP-CENTER(WS-CAP-SUB) TO WS-CAP-CUR-CENTER
                   MOVE WS-CAP-FINISH-DATE TO WS-CAP-FROM-DATE
                   EVALUATE WS-CAP-BASIS(WS-CAP-SUB)
                       WHEN "A"
                           MOVE WS-ORDER-AREA TO WS-CAP-LEFT
                       WHEN "P"
                           MOVE WS-ORDER-PERIMETER TO WS-CAP-LEFT
                       WHEN OTHER
                           MOVE WS-ORDER-FIN-PERIMETER TO WS-CAP-LEFT
                   END-EVALUATE
               END-IF
               IF WS-CAP-LEFT > 0
                   AND WS-CAP-DATE(WS-CAP-SUB) >= WS-CAP-FROM-DATE
                   AND WS-CAP-REMAIN(WS-CAP-SUB) > 0
                   IF WS-CAP-REMAIN(WS-CAP-SUB) < WS-CAP-LEFT
                       MOVE WS-CAP-REMAIN(WS-CAP-SUB) TO WS-CAP-TAKE
                   ELSE
                       MOVE WS-CAP-LEFT TO WS-CAP-TAKE
                   END-IF
                   IF CAPACITY-BOOKING
                       SUBTRACT WS-CAP-TAKE
                           FROM WS-CAP-REMAIN(WS-CAP-SUB)
                   END-IF
                   SUBTRACT WS-CAP-TAKE FROM WS-CAP-LEFT
                   MOVE WS-CAP-DATE(WS-CAP-SUB) TO WS-CAP-FINISH-DATE
               END-IF
           END-PERFORM.
           IF WS-CAP-LEFT > 0
               MOVE "Y" TO WS-CAP-SHORT-SW
           END-IF.

      * ORDERS HW15MRCV RELEASED FROM BACKORDER SINCE THE LAST RUN.
      * EACH IS PRINTED FROM ITS REGISTER ROWS, WHICH NEED NOT BE
      * TOGETHER ON THE FILE, AND THE ROWS' FLAGS ARE CLEARED.
       7000-SERVE-RELEASED-ORDERS.
           MOVE "Y" TO WS-PENDING-PASS-SW.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
               MOVE WS-REG-ROW(WS-REG-SUB) TO ALLOCATION-REC
               IF AL-ACK-PENDING-SW = "Y"
                   MOVE AL-ORDER-ID TO WS-PREV-ORDER-ID
                   PERFORM 7100-SERVE-ONE-ORDER
                   PERFORM 5000-FINISH-ACKNOWLEDGMENT
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-PENDING-PASS-SW.

       7100-SERVE-ONE-ORDER.
           PERFORM VARYING WS-REG-SUB2 FROM WS-REG-SUB BY 1
               UNTIL WS-REG-SUB2 > WS-REG-COUNT
               MOVE WS-REG-ROW(WS-REG-SUB2) TO ALLOCATION-REC
               IF AL-ACK-PENDING-SW = "Y"
                   AND AL-ORDER-ID = WS-PREV-ORDER-ID
                   MOVE "N" TO AL-ACK-PENDING-SW
                   MOVE ALLOCATION-REC TO WS-REG-ROW(WS-REG-SUB2)
                   MOVE "Y" TO WS-REG-CHANGED-SW
                   MOVE AL-LINE-IMAGE TO MATHOUT-REC-IN
                   PERFORM 3000-ADD-LINE
               END-IF
           END-PERFORM.

       7200-REWRITE-REGISTER.
           OPEN OUTPUT ALLOCATION-REG.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
               MOVE WS-REG-ROW(WS-REG-SUB) TO ALLOCATION-REC
               WRITE ALLOCATION-REC
           END-PERFORM.
           CLOSE ALLOCATION-REG.

       7300-REWRITE-CAPACITY.
           OPEN OUTPUT CAPACITY-FILE.
           PERFORM VARYING WS-CAP-SUB FROM 1 BY 1
               UNTIL WS-CAP-SUB > WS-CAP-COUNT
               MOVE WS-CAP-CENTER(WS-CAP-SUB) TO CP-CENTER-CODE
               MOVE WS-CAP-SEQ(WS-CAP-SUB)    TO CP-SEQUENCE
               MOVE WS-CAP-BASIS(WS-CAP-SUB)  TO CP-LOAD-BASIS
               MOVE WS-CAP-DATE(WS-CAP-SUB)   TO CP-DATE
               MOVE WS-CAP-REMAIN(WS-CAP-SUB) TO CP-REMAINING
               WRITE CAPACITY-REC
           END-PERFORM.
           CLOSE CAPACITY-FILE.
