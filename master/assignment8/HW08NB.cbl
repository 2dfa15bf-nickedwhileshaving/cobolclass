           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHIP-STAT-STATUS.

           SELECT EDI-PARTNER-IN ASSIGN TO WS-EDI-PARTNER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EDI-PARTNER-STATUS.

           SELECT EDI-XREF-IN ASSIGN TO WS-EDI-XREF-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EDI-XREF-STATUS.

           SELECT EDI-CONTROL ASSIGN TO WS-EDI-CTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EDI-CTL-STATUS.

           SELECT EDI-856-OUT ASSIGN TO WS-EDI-856-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EDI-856-STATUS.

           SELECT CARRIER-MASTER ASSIGN TO WS-CARRIER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARRIER-STATUS.

           SELECT SHIP-PIECES-IN ASSIGN TO WS-SHIP-PCS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHIP-PCS-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM ENVIRONMENT VARIABLES ZIPZONE, BATCHORD,
      *  MANIFEST, AND BATCHREJ, FALLING BACK TO THE DEVELOPMENT
      *  DEFAULTS SHOWN THERE WHEN NOT SET.  AN ORDER THAT CAME IN
      *  BY EDI (RUGEDIX) FOR A PARTNER TAKING SHIP NOTICES (RUGEDIP)
      *  IS ALSO SENT AN X12 856 ON RUGE856 WHEN IT IS MANIFESTED,
      *  NUMBERED FROM THE EDI CONTROL FILE (RUGEDCT).  THE CARRIER
      *  MASTER (SHIPCARR) LISTS EVERY CARRIER WE HAVE AN ACCOUNT
      *  WITH; EACH SHIPMENT IS RATED WITH EVERY CARRIER IT FITS.
      *  THE PIECE FILE (SHIPPCS) FROM HW15BILL LISTS EACH ORDER'S
      *  RUGS; EVERY ROLLED RUG GOES AS ITS OWN PACKAGE, BILLED ON
      *  THE GREATER OF ACTUAL AND DIMENSIONAL WEIGHT, WITH ITS OWN
      *  TRACKING NUMBER UNDER THE ORDER'S MASTER TRACKING NUMBER.

       DATA DIVISION.

          05 ZZ-NAME                    PIC X(20).
          05 ZZ-RATE                    PIC 9(02)V99.
          05 ZZ-EFF-FROM                PIC X(08).
      *   BLANK CARRIER IS THE PRIMARY CARRIER'S ROW, AS EVERY ROW
      *   WAS BEFORE THE SECOND AND THIRD CARRIERS CAME ON.
          05 ZZ-CARRIER                 PIC X(04).
       01 ZIP-ZONE-REC-V3 REDEFINES ZIP-ZONE-REC-IN.
          05 ZZ3-PREFIX                 PIC X(02).
          05 ZZ3-ZONE-CODE              PIC X(01).
          05 SHP-WEIGHT                 PIC 9(03)V99.
          05 SHP-COST                   PIC 9(05)V99.
          05 SHP-DECLARED               PIC 9(07)V99.
          05 SHP-CARRIER                PIC X(04).
      *   EVERY PACKAGE OF A SHIPMENT POINTS AT THE FIRST PACKAGE'S
      *   TRACKING NUMBER AS ITS MASTER.  WEIGHT ABOVE IS THE
      *   PACKAGE'S BILLED WEIGHT.
          05 SHP-MASTER-TRACKING        PIC 9(10).
          05 SHP-PIECE-NUMBER           PIC 9(02).
          05 SHP-PIECE-COUNT            PIC 9(02).

       FD  EDI-PARTNER-IN
           RECORDING MODE IS F
           DATA RECORD IS EDI-PARTNER-REC.
       01 EDI-PARTNER-REC.
          05 TP-CUST-NUMBER             PIC X(05).
          05 TP-ISA-QUAL                PIC X(02).
          05 TP-ISA-ID                  PIC X(15).
          05 TP-GS-ID                   PIC X(15).
          05 TP-SEND-810                PIC X(01).
          05 TP-SEND-856                PIC X(01).
          05 TP-ACTIVE-SW               PIC X(01).

       FD  EDI-XREF-IN
           RECORDING MODE IS F
           DATA RECORD IS EDI-XREF-REC.
       01 EDI-XREF-REC.
          05 EX-ORDER-ID                PIC X(05).
          05 EX-CUST-NUMBER             PIC X(05).
          05 EX-PO-NUMBER               PIC X(22).
          05 EX-PO-DATE                 PIC X(08).

       FD  EDI-CONTROL
           RECORDING MODE IS F
           DATA RECORD IS EDI-CONTROL-REC.
       01 EDI-CONTROL-REC.
          05 ECT-NEXT-ISA               PIC 9(09).
          05 ECT-NEXT-GROUP             PIC 9(09).
          05 ECT-NEXT-ORDER             PIC 9(04).

       FD  EDI-856-OUT
           RECORDING MODE IS F
           DATA RECORD IS EDI-856-REC.
       01 EDI-856-REC                   PIC X(120).

       FD  CARRIER-MASTER
           RECORDING MODE IS F
           DATA RECORD IS CARRIER-MASTER-REC.
       01 CARRIER-MASTER-REC.
          05 CR-CODE                    PIC X(04).
          05 CR-NAME                    PIC X(20).
          05 CR-MODE                    PIC X(01).
             88 CR-PARCEL                   VALUE "P".
             88 CR-LTL                      VALUE "L".
      *   PER-PACKAGE LIMIT (PARCEL) AND MINIMUM WEIGHT (LTL); ZERO
      *   MEANS NO LIMIT.
          05 CR-MAX-WEIGHT              PIC 9(03)V99.
          05 CR-MIN-WEIGHT              PIC 9(03)V99.
          05 CR-MIN-CHARGE              PIC 9(05)V99.
          05 CR-PRIMARY                 PIC X(01).
          05 CR-ACTIVE                  PIC X(01).
      *   CUBIC INCHES PER BILLED POUND.  ZERO BILLS ACTUAL WEIGHT
      *   ONLY; A ROW WITHOUT ONE TAKES THE STANDARD PARCEL DIVISOR,
      *   OR NONE FOR LTL.
          05 CR-DIM-DIVISOR             PIC 9(03).

      * ONE ROW PER RUG ON EACH ORDER IN THE BATCH FILE, WRITTEN BY
      * HW15BILL BESIDE ITS SHIP FEED.
       FD  SHIP-PIECES-IN
           RECORDING MODE IS F
           DATA RECORD IS SHIP-PIECE-REC.
       01 SHIP-PIECE-REC.
          05 SPF-ORDER-ID               PIC X(05).
          05 SPF-SHAPE                  PIC X(10).
          05 SPF-SIZE-1                 PIC 9(03).
          05 SPF-SIZE-2                 PIC 9(03).
          05 SPF-MATERIAL               PIC X(04).
          05 SPF-WEIGHT                 PIC 9(03)V99.
          05 SPF-LINE-VALUE             PIC 9(06)V99.

       WORKING-STORAGE SECTION.

             10 WS-ZONE-NAME            PIC X(20).
             10 WS-ZONE-RATE            PIC 9(02)V99.
             10 WS-ZONE-EFF-FROM        PIC X(08).
             10 WS-ZONE-CARRIER         PIC X(04).
       01 WS-ZONE-SUB                   PIC 9(04).
       01 WS-ZONE-SORT-SUB1             PIC 9(04).
       01 WS-ZONE-SORT-SUB2             PIC 9(04).
       01 WS-ZONE-SORT-HOLD             PIC X(49).
       01 WS-BSRCH-LO                   PIC 9(04).
       01 WS-BSRCH-HI                   PIC 9(04).
       01 WS-BSRCH-MID                  PIC 9(04).
       01 WS-SHIP-DATE-IN               PIC X(08).
       01 WS-ZONE-BEST-EFF              PIC X(08).

      * SHARED BUSINESS-DAY CALENDAR.  NOTHING IS PICKED UP ON A
      * WEEKEND OR A BANK HOLIDAY, SO THE SHIP DATE ROLLS FORWARD TO
      * A BUSINESS DAY, AND THE DELIVERY DATE ON THE SHIP NOTICE IS
      * THE TRANSIT DAYS COUNTED IN BUSINESS DAYS FROM IT.
       01 WS-BUSCAL-PARMS.
          05 BC-FUNCTION                PIC X(01).
          05 BC-DATE-1                  PIC X(08).
          05 BC-DAYS                    PIC 9(03).
          05 BC-DATE-2                  PIC X(08).
          05 BC-RESULT                  PIC X(01).
       01 WS-DELIVERY-DATE              PIC X(08).

      * RATE SHOPPING.  THE PROMISE IS THE PRIMARY CARRIER'S TRANSIT
      * DAYS FOR THE SERVICE ORDERED -- WHAT THE ORDER DESK QUOTES
      * FROM.  EVERY ACTIVE CARRIER THE WEIGHT FITS IS RATED AT EVERY
      * SERVICE LEVEL, AND THE CHEAPEST THAT STILL ARRIVES WITHIN THE
      * PROMISE WINS.  WHEN NONE DOES, THE FASTEST OPTION SHIPS AND
      * THE MANIFEST LINE IS FLAGGED.
       01 WS-CARRIER-DSN                PIC X(80).
       01 WS-CARRIER-STATUS             PIC X(02) VALUE "00".
       01 WS-CARRIER-COUNT              PIC 9(02) VALUE 0.
       01 WS-CARRIER-SUB                PIC 9(02).
       01 WS-CARRIER-TABLE.
          05 WS-CARRIER-ENTRY OCCURS 20 TIMES.
             10 WS-CARR-CODE            PIC X(04).
             10 WS-CARR-NAME            PIC X(20).
             10 WS-CARR-MAX-WEIGHT      PIC 9(03)V99.
             10 WS-CARR-MIN-WEIGHT      PIC 9(03)V99.
             10 WS-CARR-MIN-CHARGE      PIC 9(05)V99.
             10 WS-CARR-DIM-DIVISOR     PIC 9(03).
       01 WS-STD-DIM-DIVISOR            PIC 9(03) VALUE 139.
       01 WS-PRIMARY-CARRIER            PIC X(04) VALUE SPACES.
       01 WS-PRIMARY-SUB                PIC 9(02) VALUE 1.
       01 WS-REQ-CARRIER                PIC X(04) VALUE SPACES.
       01 WS-QUIET-SW                   PIC X(01) VALUE "N".
          88 SHOP-QUIET                      VALUE "Y".
       01 WS-SHOW-OPTIONS-SW            PIC X(01) VALUE "N".
          88 SHOW-OPTIONS                    VALUE "Y".
       01 WS-PROMISE-DAYS               PIC 9(01).
       01 WS-OPTION-COST                PIC 9(05)V99.
       01 WS-BEST-FOUND-SW              PIC X(01).
          88 BEST-FOUND                      VALUE "Y".
       01 WS-FAST-FOUND-SW              PIC X(01).
          88 FAST-FOUND                      VALUE "Y".
       01 WS-BEST-OPTION.
          05 WS-BEST-CARRIER            PIC X(04).
          05 WS-BEST-SERVICE            PIC X(01).
          05 WS-BEST-DAYS               PIC 9(01).
          05 WS-BEST-NAME               PIC X(20).
          05 WS-BEST-RATE               PIC 9(02)V99.
          05 WS-BEST-COST               PIC 9(05)V99.
       01 WS-PRIMARY-OPTION.
          05 WS-PRIM-CARRIER            PIC X(04).
          05 WS-PRIM-SERVICE            PIC X(01).
          05 WS-PRIM-DAYS               PIC 9(01).
          05 WS-PRIM-NAME               PIC X(20).
          05 WS-PRIM-RATE               PIC 9(02)V99.
          05 WS-PRIM-COST               PIC 9(05)V99.
       01 WS-FAST-OPTION.
          05 WS-FAST-CARRIER            PIC X(04).
          05 WS-FAST-SERVICE            PIC X(01).
          05 WS-FAST-DAYS               PIC 9(01).
          05 WS-FAST-NAME               PIC X(20).
          05 WS-FAST-RATE               PIC 9(02)V99.
          05 WS-FAST-COST               PIC 9(05)V99.
       01 WS-LATE-SW                    PIC X(01) VALUE "N".
          88 PROMISE-MISSED                  VALUE "Y".
       01 WS-SWITCHED-COUNT             PIC 9(05) VALUE 0.
       01 WS-LATE-COUNT                 PIC 9(05) VALUE 0.
       01 WS-SHOP-SAVINGS               PIC 9(07)V99 VALUE 0.

      * PACKAGES.  AN ORDER ON THE PIECE FILE SHIPS ONE PACKAGE PER
      * RUG, ROLLED ALONG ITS LONG SIDE: THE ROLL IS AS LONG AS THE
      * SHORT SIDE PLUS END ALLOWANCE, AND ITS DIAMETER IS WHAT THE
      * LONG SIDE WOUND AT THE PILE THICKNESS MAKES AROUND THE CORE.
      * ANY OTHER ORDER, AND EVERY INTERACTIVE QUOTE, IS ONE PACKAGE
      * OF THE ENTERED WEIGHT WITH NO DIMENSIONS.  EACH PACKAGE IS
      * RATED ON ITS OWN BILLED WEIGHT, MINIMUM CHARGE, AND SHARE OF
      * THE DECLARED VALUE, AS THE CARRIER BILLS IT.
       01 WS-SHIP-PCS-DSN               PIC X(80).
       01 WS-SHIP-PCS-STATUS            PIC X(02) VALUE "00".
       01 WS-PFD-COUNT                  PIC 9(04) VALUE 0.
       01 WS-PFD-SUB                    PIC 9(04).
       01 WS-PIECE-FEED-TABLE.
          05 WS-PFD-ENTRY OCCURS 2000 TIMES.
             10 WS-PFD-ORDER            PIC X(05).
             10 WS-PFD-SHAPE            PIC X(10).
             10 WS-PFD-SIZE-1           PIC 9(03).
             10 WS-PFD-SIZE-2           PIC 9(03).
             10 WS-PFD-WEIGHT           PIC 9(03)V99.
             10 WS-PFD-VALUE            PIC 9(06)V99.
       01 WS-PKG-COUNT                  PIC 9(02) VALUE 0.
       01 WS-PKG-SUB                    PIC 9(02).
       01 WS-PACKAGE-TABLE.
          05 WS-PKG-ENTRY OCCURS 50 TIMES.
             10 WS-PKG-WEIGHT           PIC 9(03)V99.
             10 WS-PKG-LENGTH           PIC 9(04).
             10 WS-PKG-DIAMETER         PIC 9(03).
             10 WS-PKG-VALUE            PIC 9(06)V99.
             10 WS-PKG-DECLARED         PIC 9(07)V99.
             10 WS-PKG-BILLED           PIC 9(03)V99.
             10 WS-PKG-COST             PIC 9(05)V99.
       01 WS-TOTAL-WEIGHT               PIC 9(05)V99.
       01 WS-HEAVIEST-PIECE             PIC 9(03)V99.
       01 WS-BILLED-TOTAL               PIC 9(05)V99.
       01 WS-PKG-VALUE-TOTAL            PIC 9(07)V99.
       01 WS-DECLARED-LEFT              PIC 9(07)V99.
       01 WS-PIECE-BILLED               PIC 9(05)V99.
       01 WS-PIECE-COST                 PIC 9(05)V99.
       01 WS-ROLL-SHORT                 PIC 9(03).
       01 WS-ROLL-LONG                  PIC 9(03).
       01 WS-ROLL-WORK                  PIC 9(05)V99.
       01 WS-ROLL-THICKNESS             PIC 9V99 VALUE 0.50.
       01 WS-ROLL-CORE                  PIC 9(02) VALUE 3.
       01 WS-ROLL-END-ALLOW             PIC 9(02) VALUE 4.
       01 WS-PI-CONSTANT                PIC 9V9(05) VALUE 3.14159.
       01 WS-DIM-CUBE                   PIC 9(11).
       01 WS-DIM-WEIGHT                 PIC 9(05).
       01 WS-DIM-REMAINDER              PIC 9(03).
       01 WS-MASTER-TRACKING            PIC 9(10).
       01 WS-PACKAGE-SHIP-COUNT         PIC 9(05) VALUE 0.

       01 WS-MODE-SELECT                PIC X(01).
           88 BATCH-MODE                       VALUE "B", "b".
           88 INTERACTIVE-MODE                 VALUE "I", "i".
       01 WS-SHIP-STAT-STATUS           PIC X(02) VALUE "00".
       01 WS-NEXT-TRACKING              PIC 9(10) VALUE 1000000001.

      * ADVANCE SHIP NOTICES (856) FOR ORDERS RECEIVED BY EDI.
       01 WS-EDI-PARTNER-DSN            PIC X(80).
       01 WS-EDI-XREF-DSN               PIC X(80).
       01 WS-EDI-CTL-DSN                PIC X(80).
       01 WS-EDI-856-DSN                PIC X(80).
       01 WS-EDI-PARTNER-STATUS         PIC X(02) VALUE "00".
       01 WS-EDI-XREF-STATUS            PIC X(02) VALUE "00".
       01 WS-EDI-CTL-STATUS             PIC X(02) VALUE "00".
       01 WS-EDI-856-STATUS             PIC X(02) VALUE "00".
       01 WS-TP-COUNT                   PIC 9(02) VALUE 0.
       01 WS-TP-SUB                     PIC 9(02).
       01 WS-EDI-TP-SUB                 PIC 9(02).
       01 WS-TP-TABLE.
          05 WS-TP-ENTRY OCCURS 50 TIMES.
             10 WS-TP-CUST              PIC X(05).
             10 WS-TP-QUAL              PIC X(02).
             10 WS-TP-ID                PIC X(15).
             10 WS-TP-GS-ID             PIC X(15).
       01 WS-EDX-COUNT                  PIC 9(04) VALUE 0.
       01 WS-EDX-SUB                    PIC 9(04).
       01 WS-EDX-FOUND                  PIC 9(04).
       01 WS-EDX-TABLE.
          05 WS-EDX-ENTRY OCCURS 1000 TIMES.
             10 WS-EDX-ORDER            PIC X(05).
             10 WS-EDX-CUST             PIC X(05).
             10 WS-EDX-PO               PIC X(22).
             10 WS-EDX-PO-DATE          PIC X(08).
       01 WS-EDI-NEXT-ISA               PIC 9(09) VALUE 1.
       01 WS-EDI-NEXT-GROUP             PIC 9(09) VALUE 1.
       01 WS-EDI-NEXT-ORDER             PIC 9(04) VALUE 1.
       01 WS-EDI-ISA-CONTROL            PIC 9(09).
       01 WS-EDI-GRP-CONTROL            PIC 9(09).
       01 WS-EDI-OUR-QUAL               PIC X(02) VALUE "ZZ".
       01 WS-EDI-OUR-ID                 PIC X(15) VALUE "BESTRUGWORKS".
       01 WS-EDI-OUR-GS-ID              PIC X(15) VALUE "BESTRUGWORKS".
       01 WS-EDI-NOW-TIME               PIC X(04).
       01 WS-EDI-SEG                    PIC X(120).
       01 WS-EDI-SEG-COUNT              PIC 9(04).
       01 WS-EDI-DOC-COUNT              PIC 9(05) VALUE 0.
       01 WS-EDI-WEIGHT-EDIT            PIC ZZZZ9.99.
       01 WS-EDI-WEIGHT-TEXT            PIC X(08).
       01 WS-EDI-COUNT-EDIT             PIC ZZZ9.
       01 WS-EDI-COUNT-TEXT             PIC X(04).
       01 WS-EDI-LEAD                   PIC 9(02).

       01 MANIFEST-HDR1.
          05 FILLER                    PIC X(40)
                  VALUE "SHIPPING MANIFEST -- HW08NB".
          05 FILLER                    PIC X(22) VALUE "ZONE".
          05 FILLER                    PIC X(06) VALUE "DAYS".
          05 FILLER                    PIC X(10) VALUE "COST".
          05 FILLER                    PIC X(04) VALUE SPACES.
          05 FILLER                    PIC X(11) VALUE "TRACKING".
          05 FILLER                    PIC X(04) VALUE "CARR".

       01 MANIFEST-DETAIL.
          05 MD-ORDER-ID               PIC X(10).
          05 MD-COST                   PIC Z,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(02) VALUE ALL SPACES.
          05 MD-TRACKING               PIC 9(10).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 MD-CARRIER                PIC X(04).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 MD-LATE-FLAG              PIC X(01).

      * ONE LINE PER PACKAGE UNDER A MULTI-PIECE ORDER'S LINE.
       01 MANIFEST-PIECE-LINE.
          05 FILLER                    PIC X(08) VALUE "  PIECE ".
          05 MP-PIECE-NUMBER           PIC 9(02).
          05 FILLER                    PIC X(01) VALUE "/".
          05 MP-PIECE-COUNT            PIC 9(02).
          05 FILLER                    PIC X(06) VALUE " ROLL ".
          05 MP-LENGTH                 PIC ZZZ9.
          05 FILLER                    PIC X(03) VALUE " X ".
          05 MP-DIAMETER               PIC ZZ9.
          05 FILLER                    PIC X(07) VALUE " IN WT ".
          05 MP-WEIGHT                 PIC ZZ9.99.
          05 FILLER                    PIC X(08) VALUE " BILLED ".
          05 MP-BILLED                 PIC ZZ9.99.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 MP-COST                   PIC ZZ,ZZ9.99.
          05 FILLER                    PIC X(02) VALUE ALL SPACES.
          05 MP-TRACKING               PIC 9(10).

       01 MANIFEST-TOTAL-LINE.
          05 FILLER                    PIC X(20)
       Begin.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-SHIP-DATE.
           PERFORM 0950-ROLL-SHIP-DATE.
           PERFORM 1050-LOAD-CARRIERS.
           PERFORM 1000-LOAD-ZONE-TABLE.

           DISPLAY "Enter I for interactive or B for batch mode - "
           MOVE "C:\school\cobol\cobolclass\master\data\HW08SHIP.dat"
               TO WS-SHIP-STAT-DSN
           END-IF.
           ACCEPT WS-EDI-PARTNER-DSN FROM ENVIRONMENT "RUGEDIP".
           IF WS-EDI-PARTNER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15EDIP.dat"
               TO WS-EDI-PARTNER-DSN
           END-IF.
           ACCEPT WS-EDI-XREF-DSN FROM ENVIRONMENT "RUGEDIX".
           IF WS-EDI-XREF-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15EDIX.dat"
               TO WS-EDI-XREF-DSN
           END-IF.
           ACCEPT WS-EDI-CTL-DSN FROM ENVIRONMENT "RUGEDCT".
           IF WS-EDI-CTL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15EDCT.dat"
               TO WS-EDI-CTL-DSN
           END-IF.
           ACCEPT WS-EDI-856-DSN FROM ENVIRONMENT "RUGE856".
           IF WS-EDI-856-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15E856.dat"
               TO WS-EDI-856-DSN
           END-IF.
           ACCEPT WS-CARRIER-DSN FROM ENVIRONMENT "SHIPCARR".
           IF WS-CARRIER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW08CARR.dat"
               TO WS-CARRIER-DSN
           END-IF.
           ACCEPT WS-SHIP-PCS-DSN FROM ENVIRONMENT "SHIPPCS".
           IF WS-SHIP-PCS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15SHPP.dat"
               TO WS-SHIP-PCS-DSN
           END-IF.

       0950-ROLL-SHIP-DATE.
           MOVE "A" TO BC-FUNCTION.
           MOVE WS-SHIP-DATE TO BC-DATE-1.
           MOVE 0 TO BC-DAYS.
           CALL "BUSCAL" USING WS-BUSCAL-PARMS
               ON EXCEPTION MOVE "2" TO BC-RESULT
           END-CALL.
           IF BC-RESULT = "0" AND BC-DATE-2 NOT = WS-SHIP-DATE
               DISPLAY "SHIP DATE " WS-SHIP-DATE " IS NOT A BUSINESS "
                   "DAY -- SHIPPING " BC-DATE-2
               MOVE BC-DATE-2 TO WS-SHIP-DATE
           END-IF.

       1500-INTERACTIVE-MODE.
           DISPLAY "Enter the ship date YYYYMMDD, blank for today - "
           ACCEPT WS-SHIP-DATE-IN.
           IF WS-SHIP-DATE-IN IS NUMERIC
               MOVE WS-SHIP-DATE-IN TO WS-SHIP-DATE
               PERFORM 0950-ROLL-SHIP-DATE
           END-IF.
           DISPLAY "Enter a zip code, 5 digits or ZIP+4 "
               "(12345 or 123456789 or 12345-6789) - "
               "0 if none - "
               WITH NO ADVANCING.
           ACCEPT WS-DECLARED-VALUE.
           PERFORM 3400-ONE-PACKAGE.

           PERFORM 1600-VALIDATE-ZIP.

               DISPLAY "IT IS NUMERIC."
      * QUOTE ALL THREE SERVICE LEVELS SIDE BY SIDE SO THE DESK CAN
      * OFFER ALTERNATIVES ON ONE CALL.
               MOVE WS-PRIMARY-CARRIER TO WS-REQ-CARRIER
               PERFORM VARYING WS-SVC-LOOP FROM 1 BY 1
                   UNTIL WS-SVC-LOOP > 3
                   MOVE WS-SVC-CODES(WS-SVC-LOOP:1)
                   PERFORM 4000-DO-SHIPPING
               END-PERFORM
               MOVE "G" TO WS-REQ-SERVICE
      * THEN EVERY CARRIER'S OPTIONS AGAINST THE GROUND PROMISE.
               IF WS-CARRIER-COUNT > 1
                   MOVE "Y" TO WS-QUIET-SW
                   PERFORM 3000-CHECK-AREA
                   MOVE "N" TO WS-QUIET-SW
                   MOVE WS-FOUND-ZONE-DAYS TO WS-PROMISE-DAYS
                   DISPLAY "CARRIER OPTIONS AGAINST THE "
                       WS-PROMISE-DAYS "-DAY GROUND PROMISE:"
                   MOVE "Y" TO WS-SHOW-OPTIONS-SW
                   PERFORM 3500-SHOP-CARRIERS
                   MOVE "N" TO WS-SHOW-OPTIONS-SW
                   IF BEST-FOUND
                       DISPLAY "CHEAPEST ON TIME: " WS-BEST-CARRIER
                           " SERVICE " WS-BEST-SERVICE " "
                           WS-BEST-DAYS " DAYS COST " WS-BEST-COST
                   ELSE
                       DISPLAY "NO CARRIER MEETS THE PROMISE"
                   END-IF
               END-IF
           END-IF.

           MOVE ENTRY-VALUE(1:2) TO ZIP-INPUT.
                           MOVE "00000000"
                               TO WS-ZONE-EFF-FROM(WS-ZONE-SUB)
                       END-IF
                       IF ZZ-CARRIER = SPACES
                           MOVE WS-PRIMARY-CARRIER
                               TO WS-ZONE-CARRIER(WS-ZONE-SUB)
                       ELSE
                           MOVE ZZ-CARRIER
                               TO WS-ZONE-CARRIER(WS-ZONE-SUB)
                       END-IF
                   WHEN ZZ3-SERVICE = "G" OR "2" OR "O"
      * OLDER PREFIX ROW WITH A SERVICE LEVEL.
                       MOVE SPACES TO WS-ZONE-LOW(WS-ZONE-SUB)
                           MOVE "00000000"
                               TO WS-ZONE-EFF-FROM(WS-ZONE-SUB)
                       END-IF
                       MOVE WS-PRIMARY-CARRIER
                           TO WS-ZONE-CARRIER(WS-ZONE-SUB)
                   WHEN OTHER
      * OLDEST PREFIX ROW -- GROUND, ALWAYS IN EFFECT.
                       MOVE SPACES TO WS-ZONE-LOW(WS-ZONE-SUB)
                           MOVE "00000000"
                               TO WS-ZONE-EFF-FROM(WS-ZONE-SUB)
                       END-IF
                       MOVE WS-PRIMARY-CARRIER
                           TO WS-ZONE-CARRIER(WS-ZONE-SUB)
               END-EVALUATE
               READ ZIP-ZONE-FILE
           END-PERFORM.
           CLOSE ZIP-ZONE-FILE.
           PERFORM 1100-SORT-ZONE-TABLE.

      * NO CARRIER MASTER MEANS THE ONE CARRIER THE ZONE TABLE WAS
      * BUILT FOR, WITH NO LIMITS -- THE WAY THE MANIFEST RATED
      * BEFORE THERE WAS A CHOICE.  THE PRIMARY IS THE ROW FLAGGED
      * SO, OR THE FIRST ROW.
       1050-LOAD-CARRIERS.
           OPEN INPUT CARRIER-MASTER.
           IF WS-CARRIER-STATUS = "00"
               READ CARRIER-MASTER
               PERFORM UNTIL WS-CARRIER-STATUS > "00"
                          OR WS-CARRIER-COUNT >= 20
                   IF CR-ACTIVE NOT = "N"
                       ADD 1 TO WS-CARRIER-COUNT
                       MOVE CR-CODE TO WS-CARR-CODE(WS-CARRIER-COUNT)
                       MOVE CR-NAME TO WS-CARR-NAME(WS-CARRIER-COUNT)
                       MOVE CR-MAX-WEIGHT
                           TO WS-CARR-MAX-WEIGHT(WS-CARRIER-COUNT)
                       MOVE CR-MIN-WEIGHT
                           TO WS-CARR-MIN-WEIGHT(WS-CARRIER-COUNT)
                       MOVE CR-MIN-CHARGE
                           TO WS-CARR-MIN-CHARGE(WS-CARRIER-COUNT)
                       EVALUATE TRUE
                           WHEN CR-DIM-DIVISOR IS NUMERIC
                               MOVE CR-DIM-DIVISOR
                                TO WS-CARR-DIM-DIVISOR(WS-CARRIER-COUNT)
                           WHEN CR-LTL
                               MOVE 0
                                TO WS-CARR-DIM-DIVISOR(WS-CARRIER-COUNT)
                           WHEN OTHER
                               MOVE WS-STD-DIM-DIVISOR
                                TO WS-CARR-DIM-DIVISOR(WS-CARRIER-COUNT)
                       END-EVALUATE
                       IF CR-PRIMARY = "Y"
                           MOVE WS-CARRIER-COUNT TO WS-PRIMARY-SUB
                       END-IF
                   END-IF
                   READ CARRIER-MASTER
               END-PERFORM
               CLOSE CARRIER-MASTER
           END-IF.
           IF WS-CARRIER-COUNT = 0
               MOVE 1 TO WS-CARRIER-COUNT
               MOVE SPACES TO WS-CARR-CODE(1)
               MOVE "PRIMARY CARRIER" TO WS-CARR-NAME(1)
               MOVE 0 TO WS-CARR-MAX-WEIGHT(1) WS-CARR-MIN-WEIGHT(1)
                         WS-CARR-MIN-CHARGE(1)
               MOVE WS-STD-DIM-DIVISOR TO WS-CARR-DIM-DIVISOR(1)
           END-IF.
           MOVE WS-CARR-CODE(WS-PRIMARY-SUB) TO WS-PRIMARY-CARRIER.
           MOVE WS-PRIMARY-CARRIER TO WS-REQ-CARRIER.

      * ORDER BY LOW ZIP SO 3000-CHECK-AREA CAN BINARY SEARCH.
       1100-SORT-ZONE-TABLE.
           PERFORM VARYING WS-ZONE-SORT-SUB1 FROM 1 BY 1
                       AND WS-ZONE-HIGH(WS-ZONE-SUB) >= WS-ZIP-FIVE
                       AND WS-ZONE-SVC(WS-ZONE-SUB)
                           = WS-REQ-SERVICE
                       AND WS-ZONE-CARRIER(WS-ZONE-SUB)
                           = WS-REQ-CARRIER
                       AND WS-ZONE-EFF-FROM(WS-ZONE-SUB)
                           <= WS-SHIP-DATE
                       AND (WS-ZONE-BEST-EFF = SPACES
               END-PERFORM
           END-IF.
           IF ZONE-FOUND
               IF NOT SHOP-QUIET
                   DISPLAY "This is " WS-FOUND-ZONE-NAME
               END-IF
           ELSE
               MOVE 4 TO WS-FOUND-ZONE-DAYS
               MOVE "Outside Service Area" TO WS-FOUND-ZONE-NAME
               MOVE 9.99 TO WS-FOUND-ZONE-RATE
               IF NOT SHOP-QUIET
                   DISPLAY "Outside Bi-State Region"
               END-IF
           END-IF.

      * RATE THE CURRENT ZIP AND PACKAGES WITH EVERY CARRIER AT
      * EVERY SERVICE LEVEL.  THE CHEAPEST OPTION WITHIN
      * WS-PROMISE-DAYS IS LEFT IN WS-BEST-OPTION, THE FASTEST
      * (CHEAPEST AMONG EQUALS) IN WS-FAST-OPTION.  THE PER-PACKAGE
      * LIMIT IS HELD AGAINST THE HEAVIEST PACKAGE, THE MINIMUM
      * AGAINST THE WHOLE SHIPMENT.
       3500-SHOP-CARRIERS.
           MOVE "N" TO WS-BEST-FOUND-SW WS-FAST-FOUND-SW.
           MOVE "Y" TO WS-QUIET-SW.
           PERFORM VARYING WS-CARRIER-SUB FROM 1 BY 1
               UNTIL WS-CARRIER-SUB > WS-CARRIER-COUNT
               IF (WS-CARR-MAX-WEIGHT(WS-CARRIER-SUB) = 0
                   OR WS-HEAVIEST-PIECE
                       <= WS-CARR-MAX-WEIGHT(WS-CARRIER-SUB))
                   AND WS-TOTAL-WEIGHT
                       >= WS-CARR-MIN-WEIGHT(WS-CARRIER-SUB)
                   MOVE WS-CARR-CODE(WS-CARRIER-SUB) TO WS-REQ-CARRIER
                   PERFORM VARYING WS-SVC-LOOP FROM 1 BY 1
                       UNTIL WS-SVC-LOOP > 3
                       MOVE WS-SVC-CODES(WS-SVC-LOOP:1)
                           TO WS-REQ-SERVICE
                       PERFORM 3000-CHECK-AREA
                       IF ZONE-FOUND
                           PERFORM 3510-PRICE-OPTION
                       END-IF
                   END-PERFORM
               ELSE
                   IF SHOW-OPTIONS
                       DISPLAY "  " WS-CARR-CODE(WS-CARRIER-SUB)
                           " NOT ELIGIBLE AT THIS WEIGHT"
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-QUIET-SW.

       3510-PRICE-OPTION.
           PERFORM 3520-PRICE-PACKAGES.
           IF SHOW-OPTIONS
               DISPLAY "  " WS-REQ-CARRIER " SERVICE " WS-REQ-SERVICE
                   " " WS-FOUND-ZONE-DAYS " DAYS COST " WS-OPTION-COST
           END-IF.
           IF WS-FOUND-ZONE-DAYS <= WS-PROMISE-DAYS
               AND (NOT BEST-FOUND OR WS-OPTION-COST < WS-BEST-COST)
               MOVE "Y" TO WS-BEST-FOUND-SW
               MOVE WS-REQ-CARRIER     TO WS-BEST-CARRIER
               MOVE WS-REQ-SERVICE     TO WS-BEST-SERVICE
               MOVE WS-FOUND-ZONE-DAYS TO WS-BEST-DAYS
               MOVE WS-FOUND-ZONE-NAME TO WS-BEST-NAME
               MOVE WS-FOUND-ZONE-RATE TO WS-BEST-RATE
               MOVE WS-OPTION-COST     TO WS-BEST-COST
           END-IF.
           IF NOT FAST-FOUND
               OR WS-FOUND-ZONE-DAYS < WS-FAST-DAYS
               OR (WS-FOUND-ZONE-DAYS = WS-FAST-DAYS
                   AND WS-OPTION-COST < WS-FAST-COST)
               MOVE "Y" TO WS-FAST-FOUND-SW
               MOVE WS-REQ-CARRIER     TO WS-FAST-CARRIER
               MOVE WS-REQ-SERVICE     TO WS-FAST-SERVICE
               MOVE WS-FOUND-ZONE-DAYS TO WS-FAST-DAYS
               MOVE WS-FOUND-ZONE-NAME TO WS-FAST-NAME
               MOVE WS-FOUND-ZONE-RATE TO WS-FAST-RATE
               MOVE WS-OPTION-COST     TO WS-FAST-COST
           END-IF.

      * THE CARRIER IN WS-CARRIER-SUB AT WS-FOUND-ZONE-RATE: EACH
      * PACKAGE'S BILLED WEIGHT TIMES THE RATE, RAISED TO THE
      * CARRIER'S MINIMUM CHARGE, PLUS 1 PERCENT OF ITS SHARE OF
      * THE DECLARED VALUE WHEN THAT SHARE IS OVER 500.  THE TOTAL
      * IS LEFT IN WS-OPTION-COST, EACH PACKAGE'S IN THE TABLE.
       3520-PRICE-PACKAGES.
           MOVE 0 TO WS-OPTION-COST WS-INSURANCE-SURCHARGE
                     WS-BILLED-TOTAL.
           PERFORM VARYING WS-PKG-SUB FROM 1 BY 1
               UNTIL WS-PKG-SUB > WS-PKG-COUNT
               PERFORM 3530-BILLED-WEIGHT
               COMPUTE WS-PIECE-COST
                   = WS-PIECE-BILLED * WS-FOUND-ZONE-RATE
               IF WS-PIECE-COST < WS-CARR-MIN-CHARGE(WS-CARRIER-SUB)
                   MOVE WS-CARR-MIN-CHARGE(WS-CARRIER-SUB)
                       TO WS-PIECE-COST
               END-IF
               IF WS-PKG-DECLARED(WS-PKG-SUB) > WS-INSURANCE-THRESHOLD
                   COMPUTE WS-INSURANCE-SURCHARGE =
                       WS-INSURANCE-SURCHARGE
                       + WS-PKG-DECLARED(WS-PKG-SUB) * 0.01
                   COMPUTE WS-PIECE-COST = WS-PIECE-COST
                       + WS-PKG-DECLARED(WS-PKG-SUB) * 0.01
               END-IF
               MOVE WS-PIECE-COST TO WS-PKG-COST(WS-PKG-SUB)
               ADD WS-PIECE-COST TO WS-OPTION-COST
               ADD WS-PIECE-BILLED TO WS-BILLED-TOTAL
           END-PERFORM.

      * GREATER OF ACTUAL AND DIMENSIONAL WEIGHT -- LENGTH TIMES
      * DIAMETER SQUARED OVER THE CARRIER'S DIVISOR, TO THE NEXT
      * WHOLE POUND.  A PACKAGE WITH NO DIMENSIONS, OR A CARRIER
      * THAT BILLS ACTUAL WEIGHT, TAKES THE ACTUAL WEIGHT.
       3530-BILLED-WEIGHT.
           MOVE WS-PKG-WEIGHT(WS-PKG-SUB) TO WS-PIECE-BILLED.
           IF WS-CARR-DIM-DIVISOR(WS-CARRIER-SUB) > 0
               AND WS-PKG-LENGTH(WS-PKG-SUB) > 0
               COMPUTE WS-DIM-CUBE = WS-PKG-LENGTH(WS-PKG-SUB)
                   * WS-PKG-DIAMETER(WS-PKG-SUB)
                   * WS-PKG-DIAMETER(WS-PKG-SUB)
               DIVIDE WS-DIM-CUBE BY WS-CARR-DIM-DIVISOR(WS-CARRIER-SUB)
                   GIVING WS-DIM-WEIGHT REMAINDER WS-DIM-REMAINDER
               IF WS-DIM-REMAINDER > 0
                   ADD 1 TO WS-DIM-WEIGHT
               END-IF
               IF WS-DIM-WEIGHT > WS-PIECE-BILLED
                   MOVE WS-DIM-WEIGHT TO WS-PIECE-BILLED
               END-IF
           END-IF.
           IF WS-PIECE-BILLED > 999.99
               MOVE 999.99 TO WS-PIECE-BILLED
           END-IF.
           MOVE WS-PIECE-BILLED TO WS-PKG-BILLED(WS-PKG-SUB).

      * THE ENTERED WEIGHT AND DECLARED VALUE AS A SINGLE PACKAGE.
       3400-ONE-PACKAGE.
           MOVE 1 TO WS-PKG-COUNT.
           MOVE WS-WEIGHT TO WS-PKG-WEIGHT(1).
           MOVE 0 TO WS-PKG-LENGTH(1) WS-PKG-DIAMETER(1)
                     WS-PKG-VALUE(1).
           MOVE WS-DECLARED-VALUE TO WS-PKG-DECLARED(1).
           PERFORM 3410-PACKAGE-TOTALS.

       3410-PACKAGE-TOTALS.
           MOVE 0 TO WS-TOTAL-WEIGHT WS-HEAVIEST-PIECE.
           PERFORM VARYING WS-PKG-SUB FROM 1 BY 1
               UNTIL WS-PKG-SUB > WS-PKG-COUNT
               ADD WS-PKG-WEIGHT(WS-PKG-SUB) TO WS-TOTAL-WEIGHT
               IF WS-PKG-WEIGHT(WS-PKG-SUB) > WS-HEAVIEST-PIECE
                   MOVE WS-PKG-WEIGHT(WS-PKG-SUB) TO WS-HEAVIEST-PIECE
               END-IF
           END-PERFORM.

      * THE PRIMARY CARRIER'S QUOTE ON THE PACKAGES.
       4000-DO-SHIPPING.
           MOVE WS-PRIMARY-SUB TO WS-CARRIER-SUB.
           PERFORM 3520-PRICE-PACKAGES.
           MOVE WS-OPTION-COST TO WS-SHIP-COST.
           DISPLAY WS-FOUND-ZONE-NAME " is " WS-FOUND-ZONE-DAYS
               " day shipping."
           IF WS-PKG-COUNT > 1
               DISPLAY WS-PKG-COUNT " PIECES, BILLED WEIGHT "
                   WS-BILLED-TOTAL
           END-IF.
           IF WS-INSURANCE-SURCHARGE > 0
               DISPLAY "INSURANCE SURCHARGE APPLIED: "
                   WS-INSURANCE-SURCHARGE
           WRITE MANIFEST-REC-OUT FROM MANIFEST-HDR2.
           OPEN OUTPUT BATCH-REJECT.
           PERFORM 7400-READ-TRACKING-CONTROL.
           PERFORM 7800-LOAD-SHIP-PIECES.
           PERFORM 7700-LOAD-EDI-PARTNERS.
           OPEN EXTEND SHIPMENT-STATUS.
           IF WS-SHIP-STAT-STATUS = "35"
               OPEN OUTPUT SHIPMENT-STATUS
                   MOVE BATCH-ORDER-WEIGHT TO WS-WEIGHT
                   MOVE BATCH-ORDER-DECLARED-VALUE
                       TO WS-DECLARED-VALUE
                   MOVE WS-PRIMARY-CARRIER TO WS-REQ-CARRIER
                   PERFORM 7060-BUILD-PACKAGES
                   PERFORM 3000-CHECK-AREA
                   PERFORM 4000-DO-SHIPPING
                   PERFORM 7050-CHOOSE-CARRIER
                   PERFORM 7100-WRITE-MANIFEST-LINE
               ELSE
                   PERFORM 7300-WRITE-BATCH-REJECT
           CLOSE BATCH-ORDERS-IN MANIFEST-OUT BATCH-REJECT
                 SHIPMENT-STATUS.
           PERFORM 7500-WRITE-TRACKING-CONTROL.
           IF WS-EDI-DOC-COUNT > 0
               CLOSE EDI-856-OUT
               PERFORM 7790-WRITE-EDI-CONTROL
           END-IF.
           MOVE "HW08NB" TO RST-PROGRAM.
           MOVE WS-BATCH-READ-COUNT TO RST-RECORDS-READ.
           MOVE WS-BATCH-ORDER-COUNT TO RST-RECORDS-WRITTEN.
           DISPLAY "RECORDS READ    : " WS-BATCH-READ-COUNT.
           DISPLAY "RECORDS REJECTED: " WS-BATCH-REJECT-COUNT.
           DISPLAY "MANIFEST COST   : " WS-BATCH-TOTAL-COST.
           DISPLAY "EDI SHIP NOTICES: " WS-EDI-DOC-COUNT.
           DISPLAY "OFF PRIMARY     : " WS-SWITCHED-COUNT.
           DISPLAY "SAVED BY SHOPPING: " WS-SHOP-SAVINGS.
           DISPLAY "PROMISE MISSED  : " WS-LATE-COUNT.
           DISPLAY "PACKAGES SHIPPED: " WS-PACKAGE-SHIP-COUNT.

      * THE PRIMARY CARRIER'S QUOTE FOR THE SERVICE ORDERED SETS THE
      * PROMISE; THE CHEAPEST CARRIER MEETING IT SHIPS.  IF NO
      * CARRIER MEETS IT THE FASTEST ONE SHIPS, FLAGGED.  IF THE
      * ZIP IS OUTSIDE EVERY CARRIER'S TABLE, OR NO CARRIER TAKES
      * THE WEIGHT, THE PRIMARY QUOTE STANDS AS BEFORE.
       7050-CHOOSE-CARRIER.
           MOVE WS-FOUND-ZONE-DAYS TO WS-PROMISE-DAYS.
           MOVE WS-PRIMARY-CARRIER TO WS-PRIM-CARRIER.
           MOVE WS-REQ-SERVICE     TO WS-PRIM-SERVICE.
           MOVE WS-FOUND-ZONE-DAYS TO WS-PRIM-DAYS.
           MOVE WS-FOUND-ZONE-NAME TO WS-PRIM-NAME.
           MOVE WS-FOUND-ZONE-RATE TO WS-PRIM-RATE.
           MOVE WS-SHIP-COST       TO WS-PRIM-COST.
           MOVE "N" TO WS-LATE-SW.
           PERFORM 3500-SHOP-CARRIERS.
           EVALUATE TRUE
               WHEN BEST-FOUND
                   CONTINUE
               WHEN FAST-FOUND
                   MOVE WS-FAST-OPTION TO WS-BEST-OPTION
                   MOVE "Y" TO WS-LATE-SW
                   ADD 1 TO WS-LATE-COUNT
               WHEN OTHER
                   MOVE WS-PRIMARY-OPTION TO WS-BEST-OPTION
           END-EVALUATE.
           MOVE WS-BEST-DAYS TO WS-FOUND-ZONE-DAYS.
           MOVE WS-BEST-NAME TO WS-FOUND-ZONE-NAME.
           MOVE WS-BEST-RATE TO WS-FOUND-ZONE-RATE.
           MOVE WS-BEST-COST TO WS-SHIP-COST.
           MOVE WS-BEST-CARRIER TO WS-REQ-CARRIER.
           MOVE WS-BEST-SERVICE TO WS-REQ-SERVICE.
           IF WS-REQ-CARRIER NOT = WS-PRIMARY-CARRIER
               ADD 1 TO WS-SWITCHED-COUNT
           END-IF.
           IF WS-SHIP-COST < WS-PRIM-COST
               COMPUTE WS-SHOP-SAVINGS =
                   WS-SHOP-SAVINGS + WS-PRIM-COST - WS-SHIP-COST
           END-IF.
      * REPRICE WITH THE CHOSEN CARRIER SO EACH PACKAGE CARRIES THE
      * BILLED WEIGHT AND COST THAT CARRIER WILL BILL.
           PERFORM VARYING WS-CARRIER-SUB FROM 1 BY 1
               UNTIL WS-CARRIER-SUB > WS-CARRIER-COUNT
                  OR WS-CARR-CODE(WS-CARRIER-SUB) = WS-REQ-CARRIER
               CONTINUE
           END-PERFORM.
           IF WS-CARRIER-SUB > WS-CARRIER-COUNT
               MOVE WS-PRIMARY-SUB TO WS-CARRIER-SUB
           END-IF.
           PERFORM 3520-PRICE-PACKAGES.

      * THE ORDER'S RUGS FROM THE PIECE FILE, ONE PACKAGE EACH, WITH
      * THE DECLARED VALUE SPREAD OVER THEM BY LINE VALUE (THE LAST
      * PACKAGE TAKES THE ROUNDING).  NO PIECES, ONE PACKAGE.
       7060-BUILD-PACKAGES.
           MOVE 0 TO WS-PKG-COUNT WS-PKG-VALUE-TOTAL.
           PERFORM VARYING WS-PFD-SUB FROM 1 BY 1
               UNTIL WS-PFD-SUB > WS-PFD-COUNT
               IF WS-PFD-ORDER(WS-PFD-SUB) = BATCH-ORDER-ID
                   AND WS-PKG-COUNT < 50
                   ADD 1 TO WS-PKG-COUNT
                   MOVE WS-PFD-WEIGHT(WS-PFD-SUB)
                       TO WS-PKG-WEIGHT(WS-PKG-COUNT)
                   MOVE WS-PFD-VALUE(WS-PFD-SUB)
                       TO WS-PKG-VALUE(WS-PKG-COUNT)
                   ADD WS-PFD-VALUE(WS-PFD-SUB) TO WS-PKG-VALUE-TOTAL
                   PERFORM 7070-ROLL-DIMENSIONS
               END-IF
           END-PERFORM.
           IF WS-PKG-COUNT = 0
               PERFORM 3400-ONE-PACKAGE
           ELSE
               MOVE WS-DECLARED-VALUE TO WS-DECLARED-LEFT
               PERFORM VARYING WS-PKG-SUB FROM 1 BY 1
                   UNTIL WS-PKG-SUB > WS-PKG-COUNT
                   IF WS-PKG-SUB = WS-PKG-COUNT
                       MOVE WS-DECLARED-LEFT
                           TO WS-PKG-DECLARED(WS-PKG-SUB)
                   ELSE
                       IF WS-PKG-VALUE-TOTAL > 0
                           COMPUTE WS-PKG-DECLARED(WS-PKG-SUB) ROUNDED
                               = WS-DECLARED-VALUE
                               * WS-PKG-VALUE(WS-PKG-SUB)
                               / WS-PKG-VALUE-TOTAL
                       ELSE
                           MOVE 0 TO WS-PKG-DECLARED(WS-PKG-SUB)
                       END-IF
                       SUBTRACT WS-PKG-DECLARED(WS-PKG-SUB)
                           FROM WS-DECLARED-LEFT
                   END-IF
               END-PERFORM
               PERFORM 3410-PACKAGE-TOTALS
           END-IF.

      * ROUND AND SQUARE RUGS ARE SIZE-1 EACH WAY; ANY OTHER SHAPE
      * ROLLS ON ITS LONGER SIDE.  INCHES, ROUNDED UP.
       7070-ROLL-DIMENSIONS.
           IF WS-PFD-SHAPE(WS-PFD-SUB) = "ROUND"
               OR WS-PFD-SHAPE(WS-PFD-SUB) = "SQUARE"
               OR WS-PFD-SIZE-2(WS-PFD-SUB) NOT NUMERIC
               OR WS-PFD-SIZE-2(WS-PFD-SUB) = 0
               MOVE WS-PFD-SIZE-1(WS-PFD-SUB) TO WS-ROLL-SHORT
                                                 WS-ROLL-LONG
           ELSE
               IF WS-PFD-SIZE-1(WS-PFD-SUB) < WS-PFD-SIZE-2(WS-PFD-SUB)
                   MOVE WS-PFD-SIZE-1(WS-PFD-SUB) TO WS-ROLL-SHORT
                   MOVE WS-PFD-SIZE-2(WS-PFD-SUB) TO WS-ROLL-LONG
               ELSE
                   MOVE WS-PFD-SIZE-2(WS-PFD-SUB) TO WS-ROLL-SHORT
                   MOVE WS-PFD-SIZE-1(WS-PFD-SUB) TO WS-ROLL-LONG
               END-IF
           END-IF.
           COMPUTE WS-PKG-LENGTH(WS-PKG-COUNT)
               = WS-ROLL-SHORT * 12 + WS-ROLL-END-ALLOW.
           COMPUTE WS-ROLL-WORK ROUNDED = FUNCTION SQRT
               (4 * WS-ROLL-THICKNESS * WS-ROLL-LONG * 12
                / WS-PI-CONSTANT) + WS-ROLL-CORE.
           COMPUTE WS-PKG-DIAMETER(WS-PKG-COUNT) = WS-ROLL-WORK + 0.99.

      * SAME ZIP RULES INTERACTIVE MODE ENFORCES THROUGH
      * 1600-VALIDATE-ZIP, PLUS SANE-RANGE WEIGHT AND NUMERIC
           WRITE BATCH-REJECT-REC.
           ADD 1 TO WS-BATCH-REJECT-COUNT.

      * THE ORDER LINE CARRIES THE MASTER TRACKING NUMBER -- THE
      * FIRST PACKAGE'S -- AND A MULTI-PIECE ORDER LISTS EACH PACKAGE
      * UNDER IT.
       7100-WRITE-MANIFEST-LINE.
           ADD 1 TO WS-BATCH-ORDER-COUNT.
           ADD WS-SHIP-COST TO WS-BATCH-TOTAL-COST.
           MOVE WS-FOUND-ZONE-DAYS TO MD-DAYS.
           MOVE WS-SHIP-COST TO MD-COST.
           MOVE WS-NEXT-TRACKING TO MD-TRACKING.
           MOVE WS-REQ-CARRIER TO MD-CARRIER.
           IF PROMISE-MISSED
               MOVE "*" TO MD-LATE-FLAG
           ELSE
               MOVE SPACE TO MD-LATE-FLAG
           END-IF.
           WRITE MANIFEST-REC-OUT FROM MANIFEST-DETAIL.
           IF WS-PKG-COUNT > 1
               PERFORM VARYING WS-PKG-SUB FROM 1 BY 1
                   UNTIL WS-PKG-SUB > WS-PKG-COUNT
                   MOVE WS-PKG-SUB   TO MP-PIECE-NUMBER
                   MOVE WS-PKG-COUNT TO MP-PIECE-COUNT
                   MOVE WS-PKG-LENGTH(WS-PKG-SUB)   TO MP-LENGTH
                   MOVE WS-PKG-DIAMETER(WS-PKG-SUB) TO MP-DIAMETER
                   MOVE WS-PKG-WEIGHT(WS-PKG-SUB)   TO MP-WEIGHT
                   MOVE WS-PKG-BILLED(WS-PKG-SUB)   TO MP-BILLED
                   MOVE WS-PKG-COST(WS-PKG-SUB)     TO MP-COST
                   COMPUTE MP-TRACKING = WS-NEXT-TRACKING
                       + WS-PKG-SUB - 1
                   WRITE MANIFEST-REC-OUT FROM MANIFEST-PIECE-LINE
               END-PERFORM
           END-IF.
           IF WS-TP-COUNT > 0
               PERFORM 7710-WRITE-SHIP-NOTICE
           END-IF.
           PERFORM 7600-WRITE-SHIPMENT-STATUS.

       7400-READ-TRACKING-CONTROL.
           WRITE TRACKING-CONTROL-REC.
           CLOSE TRACKING-CONTROL.

      * ONE ROW PER PACKAGE, EACH WITH ITS OWN TRACKING NUMBER.
       7600-WRITE-SHIPMENT-STATUS.
           MOVE WS-NEXT-TRACKING TO WS-MASTER-TRACKING.
           PERFORM VARYING WS-PKG-SUB FROM 1 BY 1
               UNTIL WS-PKG-SUB > WS-PKG-COUNT
               MOVE WS-NEXT-TRACKING   TO SHP-TRACKING-NUMBER
               MOVE BATCH-ORDER-ID     TO SHP-ORDER-ID
               MOVE BATCH-ORDER-ZIP    TO SHP-ZIP
               MOVE WS-REQ-SERVICE     TO SHP-SERVICE
               MOVE WS-SHIP-DATE       TO SHP-SHIP-DATE
               MOVE WS-FOUND-ZONE-DAYS TO SHP-PROMISED-DAYS
               MOVE "O"                TO SHP-STATUS
               MOVE SPACES             TO SHP-DELIVERED-DATE
               MOVE WS-PKG-BILLED(WS-PKG-SUB)   TO SHP-WEIGHT
               MOVE WS-PKG-COST(WS-PKG-SUB)     TO SHP-COST
               MOVE WS-PKG-DECLARED(WS-PKG-SUB) TO SHP-DECLARED
               MOVE WS-REQ-CARRIER     TO SHP-CARRIER
               MOVE WS-MASTER-TRACKING TO SHP-MASTER-TRACKING
               MOVE WS-PKG-SUB         TO SHP-PIECE-NUMBER
               MOVE WS-PKG-COUNT       TO SHP-PIECE-COUNT
               WRITE SHIPMENT-STATUS-REC
               ADD 1 TO WS-NEXT-TRACKING
               ADD 1 TO WS-PACKAGE-SHIP-COUNT
           END-PERFORM.

       7800-LOAD-SHIP-PIECES.
           OPEN INPUT SHIP-PIECES-IN.
           IF WS-SHIP-PCS-STATUS = "00"
               READ SHIP-PIECES-IN
               PERFORM UNTIL WS-SHIP-PCS-STATUS > "00"
                          OR WS-PFD-COUNT >= 2000
                   IF SPF-WEIGHT IS NUMERIC AND SPF-WEIGHT > 0
                       AND SPF-SIZE-1 IS NUMERIC
                       ADD 1 TO WS-PFD-COUNT
                       MOVE SPF-ORDER-ID TO WS-PFD-ORDER(WS-PFD-COUNT)
                       MOVE SPF-SHAPE    TO WS-PFD-SHAPE(WS-PFD-COUNT)
                       MOVE SPF-SIZE-1   TO WS-PFD-SIZE-1(WS-PFD-COUNT)
                       MOVE SPF-SIZE-2   TO WS-PFD-SIZE-2(WS-PFD-COUNT)
                       MOVE SPF-WEIGHT   TO WS-PFD-WEIGHT(WS-PFD-COUNT)
                       IF SPF-LINE-VALUE IS NUMERIC
                           MOVE SPF-LINE-VALUE
                               TO WS-PFD-VALUE(WS-PFD-COUNT)
                       ELSE
                           MOVE 0 TO WS-PFD-VALUE(WS-PFD-COUNT)
                       END-IF
                   END-IF
                   READ SHIP-PIECES-IN
               END-PERFORM
               CLOSE SHIP-PIECES-IN
           ELSE
               DISPLAY "NO SHIP PIECE FILE - STATUS "
                   WS-SHIP-PCS-STATUS " -- EACH ORDER IS ONE PACKAGE"
           END-IF.

      * ONLY PARTNERS TAKING 856S, AND ONLY THEN THE PO CROSS-
      * REFERENCE AND THE CONTROL NUMBERS.
       7700-LOAD-EDI-PARTNERS.
           OPEN INPUT EDI-PARTNER-IN.
           IF WS-EDI-PARTNER-STATUS = "00"
               READ EDI-PARTNER-IN
               PERFORM UNTIL WS-EDI-PARTNER-STATUS > "00"
                          OR WS-TP-COUNT >= 50
                   IF TP-SEND-856 = "Y" AND TP-ACTIVE-SW NOT = "I"
                       ADD 1 TO WS-TP-COUNT
                       MOVE TP-CUST-NUMBER TO WS-TP-CUST(WS-TP-COUNT)
                       MOVE TP-ISA-QUAL    TO WS-TP-QUAL(WS-TP-COUNT)
                       MOVE TP-ISA-ID      TO WS-TP-ID(WS-TP-COUNT)
                       MOVE TP-GS-ID       TO WS-TP-GS-ID(WS-TP-COUNT)
                   END-IF
                   READ EDI-PARTNER-IN
               END-PERFORM
               CLOSE EDI-PARTNER-IN
           END-IF.
           IF WS-TP-COUNT > 0
               OPEN INPUT EDI-XREF-IN
               IF WS-EDI-XREF-STATUS = "00"
                   READ EDI-XREF-IN
                   PERFORM UNTIL WS-EDI-XREF-STATUS > "00"
                              OR WS-EDX-COUNT >= 1000
                       ADD 1 TO WS-EDX-COUNT
                       MOVE EX-ORDER-ID    TO WS-EDX-ORDER(WS-EDX-COUNT)
                       MOVE EX-CUST-NUMBER TO WS-EDX-CUST(WS-EDX-COUNT)
                       MOVE EX-PO-NUMBER   TO WS-EDX-PO(WS-EDX-COUNT)
                       MOVE EX-PO-DATE
                           TO WS-EDX-PO-DATE(WS-EDX-COUNT)
                       READ EDI-XREF-IN
                   END-PERFORM
                   CLOSE EDI-XREF-IN
               END-IF
               OPEN INPUT EDI-CONTROL
               IF WS-EDI-CTL-STATUS = "00"
                   READ EDI-CONTROL
                   IF WS-EDI-CTL-STATUS = "00"
                       MOVE ECT-NEXT-ISA   TO WS-EDI-NEXT-ISA
                       MOVE ECT-NEXT-GROUP TO WS-EDI-NEXT-GROUP
                       MOVE ECT-NEXT-ORDER TO WS-EDI-NEXT-ORDER
                   END-IF
                   CLOSE EDI-CONTROL
               END-IF
           END-IF.

      * ONE INTERCHANGE PER SHIPMENT: SHIPMENT LEVEL WITH THE PACKAGE
      * COUNT, WEIGHT, MASTER TRACKING NUMBER, AND SHIP DATE, THEN
      * THE ORDER LEVEL QUOTING THE PARTNER'S PO AND OUR ORDER ID.
      * THE MASTER IS THE FIRST NUMBER 7600-WRITE-SHIPMENT-STATUS IS
      * ABOUT TO ASSIGN.
       7710-WRITE-SHIP-NOTICE.
           MOVE 0 TO WS-EDX-FOUND WS-EDI-TP-SUB.
           PERFORM VARYING WS-EDX-SUB FROM 1 BY 1
               UNTIL WS-EDX-SUB > WS-EDX-COUNT
               IF WS-EDX-ORDER(WS-EDX-SUB) = BATCH-ORDER-ID
                   MOVE WS-EDX-SUB TO WS-EDX-FOUND
                   MOVE WS-EDX-COUNT TO WS-EDX-SUB
               END-IF
           END-PERFORM.
           IF WS-EDX-FOUND > 0
               PERFORM VARYING WS-TP-SUB FROM 1 BY 1
                   UNTIL WS-TP-SUB > WS-TP-COUNT
                   IF WS-TP-CUST(WS-TP-SUB)
                          = WS-EDX-CUST(WS-EDX-FOUND)
                       MOVE WS-TP-SUB TO WS-EDI-TP-SUB
                       MOVE WS-TP-COUNT TO WS-TP-SUB
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-EDI-TP-SUB > 0
               PERFORM 7720-START-SHIP-NOTICE
               PERFORM 7730-WRITE-SHIP-NOTICE-BODY
               PERFORM 7740-END-SHIP-NOTICE
           END-IF.

       7720-START-SHIP-NOTICE.
           IF WS-EDI-DOC-COUNT = 0
               OPEN EXTEND EDI-856-OUT
               IF WS-EDI-856-STATUS = "35"
                   OPEN OUTPUT EDI-856-OUT
               END-IF
           END-IF.
           ADD 1 TO WS-EDI-DOC-COUNT.
           MOVE FUNCTION CURRENT-DATE (9:4) TO WS-EDI-NOW-TIME.
           MOVE WS-EDI-NEXT-ISA TO WS-EDI-ISA-CONTROL.
           ADD 1 TO WS-EDI-NEXT-ISA.
           MOVE WS-EDI-NEXT-GROUP TO WS-EDI-GRP-CONTROL.
           ADD 1 TO WS-EDI-NEXT-GROUP.
           MOVE SPACES TO WS-EDI-SEG.
           STRING "ISA*00*          *00*          *"
                  WS-EDI-OUR-QUAL "*" WS-EDI-OUR-ID "*"
                  WS-TP-QUAL(WS-EDI-TP-SUB) "*"
                  WS-TP-ID(WS-EDI-TP-SUB) "*"
                  WS-SHIP-DATE(3:6) "*" WS-EDI-NOW-TIME
                  "*U*00401*" WS-EDI-ISA-CONTROL "*0*P*>~"
                      DELIMITED BY SIZE
               INTO WS-EDI-SEG
           END-STRING.
           WRITE EDI-856-REC FROM WS-EDI-SEG.
           MOVE SPACES TO WS-EDI-SEG.
           STRING "GS*SH*" DELIMITED BY SIZE
                  WS-EDI-OUR-GS-ID DELIMITED BY SPACE
                  "*" DELIMITED BY SIZE
                  WS-TP-GS-ID(WS-EDI-TP-SUB) DELIMITED BY SPACE
                  "*" WS-SHIP-DATE "*" WS-EDI-NOW-TIME "*"
                  WS-EDI-GRP-CONTROL "*X*004010~"
                      DELIMITED BY SIZE
               INTO WS-EDI-SEG
           END-STRING.
           WRITE EDI-856-REC FROM WS-EDI-SEG.
           MOVE 0 TO WS-EDI-SEG-COUNT.
           MOVE "ST*856*0001~" TO WS-EDI-SEG.
           PERFORM 7780-WRITE-EDI-SEGMENT.

       7730-WRITE-SHIP-NOTICE-BODY.
           MOVE SPACES TO WS-EDI-SEG.
           STRING "BSN*00*" WS-NEXT-TRACKING "*" WS-SHIP-DATE "*"
                  WS-EDI-NOW-TIME "~" DELIMITED BY SIZE
               INTO WS-EDI-SEG
           END-STRING.
           PERFORM 7780-WRITE-EDI-SEGMENT.
           MOVE "HL*1**S~" TO WS-EDI-SEG.
           PERFORM 7780-WRITE-EDI-SEGMENT.
           MOVE WS-TOTAL-WEIGHT TO WS-EDI-WEIGHT-EDIT.
           MOVE 0 TO WS-EDI-LEAD.
           INSPECT WS-EDI-WEIGHT-EDIT TALLYING WS-EDI-LEAD
               FOR LEADING SPACES.
           MOVE SPACES TO WS-EDI-WEIGHT-TEXT.
           MOVE WS-EDI-WEIGHT-EDIT(WS-EDI-LEAD + 1:)
               TO WS-EDI-WEIGHT-TEXT.
           MOVE WS-PKG-COUNT TO WS-EDI-COUNT-EDIT.
           MOVE 0 TO WS-EDI-LEAD.
           INSPECT WS-EDI-COUNT-EDIT TALLYING WS-EDI-LEAD
               FOR LEADING SPACES.
           MOVE SPACES TO WS-EDI-COUNT-TEXT.
           MOVE WS-EDI-COUNT-EDIT(WS-EDI-LEAD + 1:)
               TO WS-EDI-COUNT-TEXT.
           MOVE SPACES TO WS-EDI-SEG.
           STRING "TD1*CTN*" DELIMITED BY SIZE
                  WS-EDI-COUNT-TEXT DELIMITED BY SPACE
                  "****G*" DELIMITED BY SIZE
                  WS-EDI-WEIGHT-TEXT DELIMITED BY SPACE
                  "*LB~" DELIMITED BY SIZE
               INTO WS-EDI-SEG
           END-STRING.
           PERFORM 7780-WRITE-EDI-SEGMENT.
           MOVE SPACES TO WS-EDI-SEG.
           STRING "REF*CN*" WS-NEXT-TRACKING "~" DELIMITED BY SIZE
               INTO WS-EDI-SEG
           END-STRING.
           PERFORM 7780-WRITE-EDI-SEGMENT.
           MOVE SPACES TO WS-EDI-SEG.
           STRING "DTM*011*" WS-SHIP-DATE "~" DELIMITED BY SIZE
               INTO WS-EDI-SEG
           END-STRING.
           PERFORM 7780-WRITE-EDI-SEGMENT.
           PERFORM 7735-FIGURE-DELIVERY-DATE.
           IF WS-DELIVERY-DATE NOT = SPACES
               MOVE SPACES TO WS-EDI-SEG
               STRING "DTM*017*" WS-DELIVERY-DATE "~"
                   DELIMITED BY SIZE
                   INTO WS-EDI-SEG
               END-STRING
               PERFORM 7780-WRITE-EDI-SEGMENT
           END-IF.
           MOVE "HL*2*1*O~" TO WS-EDI-SEG.
           PERFORM 7780-WRITE-EDI-SEGMENT.
           MOVE SPACES TO WS-EDI-SEG.
           STRING "PRF*" DELIMITED BY SIZE
                  WS-EDX-PO(WS-EDX-FOUND) DELIMITED BY SPACE
                  "***" WS-EDX-PO-DATE(WS-EDX-FOUND) "~"
                      DELIMITED BY SIZE
               INTO WS-EDI-SEG
           END-STRING.
           PERFORM 7780-WRITE-EDI-SEGMENT.
           MOVE SPACES TO WS-EDI-SEG.
           STRING "REF*VN*" BATCH-ORDER-ID "~" DELIMITED BY SIZE
               INTO WS-EDI-SEG
           END-STRING.
           PERFORM 7780-WRITE-EDI-SEGMENT.
           MOVE "CTT*2~" TO WS-EDI-SEG.
           PERFORM 7780-WRITE-EDI-SEGMENT.

      * ESTIMATED DELIVERY -- THE SHIPPING CARRIER'S TRANSIT DAYS
      * COUNTED IN BUSINESS DAYS FROM THE SHIP DATE.
       7735-FIGURE-DELIVERY-DATE.
           MOVE SPACES TO WS-DELIVERY-DATE.
           MOVE "A" TO BC-FUNCTION.
           MOVE WS-SHIP-DATE TO BC-DATE-1.
           MOVE WS-FOUND-ZONE-DAYS TO BC-DAYS.
           CALL "BUSCAL" USING WS-BUSCAL-PARMS
               ON EXCEPTION MOVE "2" TO BC-RESULT
           END-CALL.
           IF BC-RESULT = "0"
               MOVE BC-DATE-2 TO WS-DELIVERY-DATE
           END-IF.

       7740-END-SHIP-NOTICE.
           ADD 1 TO WS-EDI-SEG-COUNT.
           MOVE WS-EDI-SEG-COUNT TO WS-EDI-COUNT-EDIT.
           MOVE 0 TO WS-EDI-LEAD.
           INSPECT WS-EDI-COUNT-EDIT TALLYING WS-EDI-LEAD
               FOR LEADING SPACES.
           MOVE SPACES TO WS-EDI-COUNT-TEXT.
           MOVE WS-EDI-COUNT-EDIT(WS-EDI-LEAD + 1:)
               TO WS-EDI-COUNT-TEXT.
           MOVE SPACES TO WS-EDI-SEG.
           STRING "SE*" DELIMITED BY SIZE
                  WS-EDI-COUNT-TEXT DELIMITED BY SPACE
                  "*0001~" DELIMITED BY SIZE
               INTO WS-EDI-SEG
           END-STRING.
           WRITE EDI-856-REC FROM WS-EDI-SEG.
           MOVE SPACES TO WS-EDI-SEG.
           STRING "GE*1*" WS-EDI-GRP-CONTROL "~" DELIMITED BY SIZE
               INTO WS-EDI-SEG
           END-STRING.
           WRITE EDI-856-REC FROM WS-EDI-SEG.
           MOVE SPACES TO WS-EDI-SEG.
           STRING "IEA*1*" WS-EDI-ISA-CONTROL "~" DELIMITED BY SIZE
               INTO WS-EDI-SEG
           END-STRING.
           WRITE EDI-856-REC FROM WS-EDI-SEG.

       7780-WRITE-EDI-SEGMENT.
           WRITE EDI-856-REC FROM WS-EDI-SEG.
           ADD 1 TO WS-EDI-SEG-COUNT.

       7790-WRITE-EDI-CONTROL.
           OPEN OUTPUT EDI-CONTROL.
           MOVE WS-EDI-NEXT-ISA   TO ECT-NEXT-ISA.
           MOVE WS-EDI-NEXT-GROUP TO ECT-NEXT-GROUP.
           MOVE WS-EDI-NEXT-ORDER TO ECT-NEXT-ORDER.
           WRITE EDI-CONTROL-REC.
           CLOSE EDI-CONTROL.
