      * ZIPZONE.dat RATES, AND REPORTS OVERCHARGES, SHIPMENTS
      * BILLED BUT NOT ON OUR MANIFEST, AND MANIFESTED SHIPMENTS
      * NEVER BILLED.  OTHER SHOPS RECOVER A FEW PERCENT OF FREIGHT
      * SPEND THIS WAY; UNTIL NOW WE RECOVERED NOTHING.  EACH
      * SHIPMENT IS RE-RATED WITH THE CARRIER HW08NB CHOSE FOR IT,
      * FROM THAT CARRIER'S OWN ZONE ROWS AND MINIMUM CHARGE, AND A
      * LINE BILLED BY A DIFFERENT CARRIER IS REPORTED.  THE REPORT
      * ENDS WITH EACH CARRIER'S BILLED AND OVERCHARGE TOTALS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-RPT-STATUS.

           SELECT CARRIER-MASTER ASSIGN TO WS-CARRIER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARRIER-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES SHIPCBIL,
      *  SHIPSTAT, ZIPZONE, SHIPFAUD, AND SHIPCARR, FALLING BACK TO THE
      *  DEVELOPMENT DEFAULTS SHOWN IN 0900.

       DATA DIVISION.
       01 CARRIER-BILL-REC.
          05 CB-TRACKING-NUMBER       PIC 9(10).
          05 CB-BILLED-AMOUNT         PIC 9(05)V99.
      *   THE BILLING CARRIER, WHEN ITS FILE CARRIES ONE.
          05 CB-CARRIER               PIC X(04).

       FD  SHIPMENT-STATUS
           RECORDING MODE IS F
          05 SHP-WEIGHT               PIC 9(03)V99.
          05 SHP-COST                 PIC 9(05)V99.
          05 SHP-DECLARED             PIC 9(07)V99.
          05 SHP-CARRIER              PIC X(04).
          05 SHP-MASTER-TRACKING      PIC 9(10).
          05 SHP-PIECE-NUMBER         PIC 9(02).
          05 SHP-PIECE-COUNT          PIC 9(02).

       FD  ZIP-ZONE-FILE
           RECORDING MODE IS F
          05 ZZ-NAME                  PIC X(20).
          05 ZZ-RATE                  PIC 9(02)V99.
          05 ZZ-EFF-FROM              PIC X(08).
          05 ZZ-CARRIER               PIC X(04).
       01 ZIP-ZONE-REC-V3 REDEFINES ZIP-ZONE-REC-IN.
          05 ZZ3-PREFIX               PIC X(02).
          05 ZZ3-ZONE-CODE            PIC X(01).
           DATA RECORD IS AUDIT-RPT-REC.
       01 AUDIT-RPT-REC               PIC X(90).

       FD  CARRIER-MASTER
           RECORDING MODE IS F
           DATA RECORD IS CARRIER-MASTER-REC.
       01 CARRIER-MASTER-REC.
          05 CR-CODE                  PIC X(04).
          05 CR-NAME                  PIC X(20).
          05 CR-MODE                  PIC X(01).
          05 CR-MAX-WEIGHT            PIC 9(03)V99.
          05 CR-MIN-WEIGHT            PIC 9(03)V99.
          05 CR-MIN-CHARGE            PIC 9(05)V99.
          05 CR-PRIMARY               PIC X(01).
          05 CR-ACTIVE                PIC X(01).
          05 CR-DIM-DIVISOR           PIC 9(03).

       WORKING-STORAGE SECTION.
       01 WS-CARRIER-BILL-DSN         PIC X(80).
       01 WS-SHIP-STAT-DSN            PIC X(80).
       01 WS-ZIP-ZONE-DSN             PIC X(80).
       01 WS-AUDIT-RPT-DSN            PIC X(80).
       01 WS-CARRIER-DSN              PIC X(80).

       01 WS-CARRIER-BILL-STATUS      PIC X(02) VALUE "00".
       01 WS-SHIP-STAT-STATUS         PIC X(02) VALUE "00".
       01 WS-ZIP-ZONE-STATUS          PIC X(02) VALUE "00".
       01 WS-AUDIT-RPT-STATUS         PIC X(02) VALUE "00".
       01 WS-CARRIER-STATUS           PIC X(02) VALUE "00".

      * EVERY CARRIER ON THE MASTER, ACTIVE OR NOT -- A RETIRED
      * CARRIER'S LAST BILL STILL AUDITS.  SHIPMENTS AND ZONE ROWS
      * WITH NO CARRIER CODE BELONG TO THE PRIMARY.
       01 WS-CARRIER-COUNT            PIC 9(02) VALUE 0.
       01 WS-CARRIER-SUB              PIC 9(02).
       01 WS-CARRIER-FOUND-SUB        PIC 9(02).
       01 WS-CARRIER-TABLE.
          05 WS-CARRIER-ENTRY OCCURS 20 TIMES.
             10 WS-CARR-CODE          PIC X(04).
             10 WS-CARR-MIN-CHARGE    PIC 9(05)V99.
             10 WS-CARR-BILL-COUNT    PIC 9(05).
             10 WS-CARR-BILLED        PIC 9(07)V99.
             10 WS-CARR-OVER-COUNT    PIC 9(05).
             10 WS-CARR-OVERCHARGE    PIC 9(07)V99.
       01 WS-PRIMARY-CARRIER          PIC X(04) VALUE SPACES.
       01 WS-FIND-CARRIER             PIC X(04).
       01 WS-WRONG-CARRIER-COUNT      PIC 9(05) VALUE 0.

      * THE MANIFEST SIDE, LOADED FROM THE SHIPMENT STATUS FILE.
       01 WS-SHIP-COUNT               PIC 9(04) VALUE 0.
             10 WS-SHP-SHIP-DATE      PIC X(08).
             10 WS-SHP-WEIGHT         PIC 9(03)V99.
             10 WS-SHP-DECLARED       PIC 9(07)V99.
             10 WS-SHP-CARRIER        PIC X(04).
             10 WS-SHP-BILLED-SW      PIC X(01).

      * THE SAME ZONE TABLE AND RATE PICK HW08NB MAKES IN
             10 WS-ZONE-SVC           PIC X(01).
             10 WS-ZONE-RATE          PIC 9(02)V99.
             10 WS-ZONE-EFF           PIC X(08).
             10 WS-ZONE-CARRIER       PIC X(04).
       01 WS-ZONE-BEST-EFF            PIC X(08).
       01 WS-FOUND-ZONE-RATE          PIC 9(02)V99.
       01 WS-ZONE-FOUND-SW            PIC X(01).
          05 ADL-RATED                PIC ZZ,ZZ9.99.
          05 FILLER                   PIC X(06) VALUE " DIFF ".
          05 ADL-DIFF                 PIC ZZ,ZZ9.99-.
          05 FILLER                   PIC X(01) VALUE SPACE.
          05 ADL-CARRIER              PIC X(04).

       01 WS-CARRIER-TOTAL-LINE.
          05 FILLER                   PIC X(08) VALUE "CARRIER ".
          05 CTL-CARRIER              PIC X(04).
          05 FILLER                   PIC X(08) VALUE " BILLS  ".
          05 CTL-BILL-COUNT           PIC ZZ,ZZ9.
          05 FILLER                   PIC X(08) VALUE " BILLED ".
          05 CTL-BILLED               PIC Z,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(08) VALUE " OVER   ".
          05 CTL-OVER-COUNT           PIC ZZ,ZZ9.
          05 FILLER                   PIC X(01) VALUE SPACE.
          05 CTL-OVERCHARGE           PIC Z,ZZZ,ZZ9.99.

       01  WS-RUNSTAT-PARMS.
           05 RST-PROGRAM             PIC X(08).
       0000-MAINLINE.
           DISPLAY "HW08AUD - CARRIER FREIGHT BILL AUDIT".
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 1050-LOAD-CARRIERS.
           PERFORM 1000-LOAD-SHIPMENTS.
           PERFORM 1100-LOAD-ZONE-TABLE.
           OPEN OUTPUT AUDIT-RPT-OUT.
               CLOSE CARRIER-BILL-IN
           END-IF.
           PERFORM 4000-REPORT-NEVER-BILLED.
           PERFORM 4500-REPORT-CARRIER-TOTALS.
           CLOSE AUDIT-RPT-OUT.
           DISPLAY "BILL LINES READ    : " WS-BILL-COUNT.
           DISPLAY "OVERCHARGES        : " WS-OVERCHARGE-COUNT.
           DISPLAY "OVERCHARGE DOLLARS : " WS-OVERCHARGE-TOTAL.
           DISPLAY "NOT ON MANIFEST    : " WS-NOT-MANIFESTED-COUNT.
           DISPLAY "NEVER BILLED       : " WS-NEVER-BILLED-COUNT.
           DISPLAY "WRONG CARRIER      : " WS-WRONG-CARRIER-COUNT.
           IF WS-OVERCHARGE-COUNT > 0
               OR WS-NOT-MANIFESTED-COUNT > 0
               OR WS-WRONG-CARRIER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "HW08AUD" TO RST-PROGRAM.
           MOVE "C:\school\cobol\cobolclass\master\data\HW08AUD.rpt"
               TO WS-AUDIT-RPT-DSN
           END-IF.
           ACCEPT WS-CARRIER-DSN FROM ENVIRONMENT "SHIPCARR".
           IF WS-CARRIER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW08CARR.dat"
               TO WS-CARRIER-DSN
           END-IF.

      * NO CARRIER MASTER MEANS THE ONE PRIMARY CARRIER, BLANK CODE,
      * NO MINIMUM CHARGE.
       1050-LOAD-CARRIERS.
           OPEN INPUT CARRIER-MASTER.
           IF WS-CARRIER-STATUS = "00"
               READ CARRIER-MASTER
               PERFORM UNTIL WS-CARRIER-STATUS > "00"
                          OR WS-CARRIER-COUNT >= 20
                   ADD 1 TO WS-CARRIER-COUNT
                   MOVE CR-CODE TO WS-CARR-CODE(WS-CARRIER-COUNT)
                   MOVE CR-MIN-CHARGE
                       TO WS-CARR-MIN-CHARGE(WS-CARRIER-COUNT)
                   IF CR-PRIMARY = "Y"
                       MOVE CR-CODE TO WS-PRIMARY-CARRIER
                   END-IF
                   READ CARRIER-MASTER
               END-PERFORM
               CLOSE CARRIER-MASTER
           END-IF.
           IF WS-CARRIER-COUNT = 0
               MOVE 1 TO WS-CARRIER-COUNT
               MOVE SPACES TO WS-CARR-CODE(1)
               MOVE 0 TO WS-CARR-MIN-CHARGE(1)
           END-IF.
           IF WS-PRIMARY-CARRIER = SPACES
               MOVE WS-CARR-CODE(1) TO WS-PRIMARY-CARRIER
           END-IF.
           PERFORM VARYING WS-CARRIER-SUB FROM 1 BY 1
               UNTIL WS-CARRIER-SUB > WS-CARRIER-COUNT
               MOVE 0 TO WS-CARR-BILL-COUNT(WS-CARRIER-SUB)
                         WS-CARR-BILLED(WS-CARRIER-SUB)
                         WS-CARR-OVER-COUNT(WS-CARRIER-SUB)
                         WS-CARR-OVERCHARGE(WS-CARRIER-SUB)
           END-PERFORM.

      * LEAVES WS-CARRIER-FOUND-SUB ON WS-FIND-CARRIER'S ROW, OR
      * ZERO.
       1060-FIND-CARRIER.
           MOVE 0 TO WS-CARRIER-FOUND-SUB.
           PERFORM VARYING WS-CARRIER-SUB FROM 1 BY 1
               UNTIL WS-CARRIER-SUB > WS-CARRIER-COUNT
               IF WS-CARR-CODE(WS-CARRIER-SUB) = WS-FIND-CARRIER
                   MOVE WS-CARRIER-SUB TO WS-CARRIER-FOUND-SUB
                   MOVE WS-CARRIER-COUNT TO WS-CARRIER-SUB
               END-IF
           END-PERFORM.

       1000-LOAD-SHIPMENTS.
           OPEN INPUT SHIPMENT-STATUS.
                       MOVE ZEROS
                           TO WS-SHP-DECLARED(WS-SHIP-COUNT)
                   END-IF
                   IF SHP-CARRIER = SPACES
                       MOVE WS-PRIMARY-CARRIER
                           TO WS-SHP-CARRIER(WS-SHIP-COUNT)
                   ELSE
                       MOVE SHP-CARRIER
                           TO WS-SHP-CARRIER(WS-SHIP-COUNT)
                   END-IF
                   MOVE "N" TO WS-SHP-BILLED-SW(WS-SHIP-COUNT)
                   READ SHIPMENT-STATUS
               END-PERFORM
                               MOVE "00000000"
                                   TO WS-ZONE-EFF(WS-ZONE-SUB)
                           END-IF
                           IF ZZ-CARRIER = SPACES
                               MOVE WS-PRIMARY-CARRIER
                                   TO WS-ZONE-CARRIER(WS-ZONE-SUB)
                           ELSE
                               MOVE ZZ-CARRIER
                                   TO WS-ZONE-CARRIER(WS-ZONE-SUB)
                           END-IF
                       WHEN ZZ3-SERVICE = "G" OR "2" OR "O"
                           MOVE SPACES
                               TO WS-ZONE-LOW(WS-ZONE-SUB)
                               MOVE "00000000"
                                   TO WS-ZONE-EFF(WS-ZONE-SUB)
                           END-IF
                           MOVE WS-PRIMARY-CARRIER
                               TO WS-ZONE-CARRIER(WS-ZONE-SUB)
                       WHEN OTHER
                           MOVE SPACES
                               TO WS-ZONE-LOW(WS-ZONE-SUB)
                               TO WS-ZONE-RATE(WS-ZONE-SUB)
                           MOVE "00000000"
                               TO WS-ZONE-EFF(WS-ZONE-SUB)
                           MOVE WS-PRIMARY-CARRIER
                               TO WS-ZONE-CARRIER(WS-ZONE-SUB)
                   END-EVALUATE
                   READ ZIP-ZONE-FILE
               END-PERFORM
               MOVE CB-TRACKING-NUMBER TO ADL-TRACKING
               MOVE CB-BILLED-AMOUNT   TO ADL-BILLED
               MOVE ZEROS TO ADL-RATED ADL-DIFF
               MOVE CB-CARRIER TO ADL-CARRIER
               WRITE AUDIT-RPT-REC FROM WS-AUDIT-LINE
               IF CB-CARRIER = SPACES
                   MOVE WS-PRIMARY-CARRIER TO WS-FIND-CARRIER
               ELSE
                   MOVE CB-CARRIER TO WS-FIND-CARRIER
               END-IF
               PERFORM 2200-COUNT-CARRIER-BILL
           ELSE
               MOVE "Y"
                   TO WS-SHP-BILLED-SW(WS-SHIP-FOUND-SUB)
               MOVE WS-SHP-CARRIER(WS-SHIP-FOUND-SUB)
                   TO WS-FIND-CARRIER
               PERFORM 2200-COUNT-CARRIER-BILL
               PERFORM 2100-RERATE-SHIPMENT
               COMPUTE WS-COST-DIFF
                   = CB-BILLED-AMOUNT - WS-RERATED-COST
               MOVE WS-SHP-CARRIER(WS-SHIP-FOUND-SUB) TO ADL-CARRIER
               IF CB-CARRIER NOT = SPACES
                   AND CB-CARRIER
                       NOT = WS-SHP-CARRIER(WS-SHIP-FOUND-SUB)
                   ADD 1 TO WS-WRONG-CARRIER-COUNT
                   MOVE "WRONG CARRIER " TO ADL-TAG
                   MOVE CB-CARRIER TO ADL-TAG(15:4)
                   MOVE CB-TRACKING-NUMBER TO ADL-TRACKING
                   MOVE CB-BILLED-AMOUNT   TO ADL-BILLED
                   MOVE WS-RERATED-COST    TO ADL-RATED
                   MOVE WS-COST-DIFF       TO ADL-DIFF
                   WRITE AUDIT-RPT-REC FROM WS-AUDIT-LINE
               END-IF
               IF WS-COST-DIFF > WS-TOLERANCE
                   ADD 1 TO WS-OVERCHARGE-COUNT
                   ADD WS-COST-DIFF TO WS-OVERCHARGE-TOTAL
                   IF WS-CARRIER-FOUND-SUB > 0
                       ADD 1
                         TO WS-CARR-OVER-COUNT(WS-CARRIER-FOUND-SUB)
                       ADD WS-COST-DIFF
                         TO WS-CARR-OVERCHARGE(WS-CARRIER-FOUND-SUB)
                   END-IF
                   MOVE "OVERCHARGE        " TO ADL-TAG
                   MOVE CB-TRACKING-NUMBER TO ADL-TRACKING
                   MOVE CB-BILLED-AMOUNT   TO ADL-BILLED
               END-IF
           END-IF.

       2200-COUNT-CARRIER-BILL.
           PERFORM 1060-FIND-CARRIER.
           IF WS-CARRIER-FOUND-SUB > 0
               ADD 1 TO WS-CARR-BILL-COUNT(WS-CARRIER-FOUND-SUB)
               ADD CB-BILLED-AMOUNT
                   TO WS-CARR-BILLED(WS-CARRIER-FOUND-SUB)
           END-IF.

      * RATE PICK AND INSURANCE RULE AS IN HW08NB'S 3000-CHECK-AREA
      * AND 3510-PRICE-OPTION: THE SHIPMENT CARRIER'S ROW FOR THE
      * SERVICE WITH THE LATEST EFFECTIVE DATE ON OR BEFORE THE SHIP
      * DATE, TIMES THE WEIGHT, RAISED TO THE CARRIER'S MINIMUM
      * CHARGE, PLUS 1 PERCENT OF DECLARED VALUE OVER 500.
       2100-RERATE-SHIPMENT.
           MOVE "N" TO WS-ZONE-FOUND-SW.
           MOVE 9.99 TO WS-FOUND-ZONE-RATE.
                       >= WS-SHP-ZIP(WS-SHIP-FOUND-SUB)
                   AND WS-ZONE-SVC(WS-ZONE-SUB)
                       = WS-SHP-SERVICE(WS-SHIP-FOUND-SUB)
                   AND WS-ZONE-CARRIER(WS-ZONE-SUB)
                       = WS-SHP-CARRIER(WS-SHIP-FOUND-SUB)
                   AND WS-ZONE-EFF(WS-ZONE-SUB)
                       <= WS-SHP-SHIP-DATE(WS-SHIP-FOUND-SUB)
                   AND (WS-ZONE-BEST-EFF = SPACES
           COMPUTE WS-RERATED-COST ROUNDED
               = WS-SHP-WEIGHT(WS-SHIP-FOUND-SUB)
               * WS-FOUND-ZONE-RATE.
           IF WS-CARRIER-FOUND-SUB > 0
               IF WS-RERATED-COST
                       < WS-CARR-MIN-CHARGE(WS-CARRIER-FOUND-SUB)
                   MOVE WS-CARR-MIN-CHARGE(WS-CARRIER-FOUND-SUB)
                       TO WS-RERATED-COST
               END-IF
           END-IF.
           IF WS-SHP-DECLARED(WS-SHIP-FOUND-SUB)
                   > WS-INSURANCE-THRESHOLD
               COMPUTE WS-RERATED-COST ROUNDED
                   MOVE WS-SHP-TRACKING(WS-SHIP-SUB)
                       TO ADL-TRACKING
                   MOVE ZEROS TO ADL-BILLED ADL-RATED ADL-DIFF
                   MOVE WS-SHP-CARRIER(WS-SHIP-SUB) TO ADL-CARRIER
                   WRITE AUDIT-RPT-REC FROM WS-AUDIT-LINE
               END-IF
           END-PERFORM.

       4500-REPORT-CARRIER-TOTALS.
           MOVE SPACES TO AUDIT-RPT-REC.
           WRITE AUDIT-RPT-REC.
           PERFORM VARYING WS-CARRIER-SUB FROM 1 BY 1
               UNTIL WS-CARRIER-SUB > WS-CARRIER-COUNT
               IF WS-CARR-BILL-COUNT(WS-CARRIER-SUB) > 0
                   MOVE WS-CARR-CODE(WS-CARRIER-SUB) TO CTL-CARRIER
                   MOVE WS-CARR-BILL-COUNT(WS-CARRIER-SUB)
                       TO CTL-BILL-COUNT
                   MOVE WS-CARR-BILLED(WS-CARRIER-SUB) TO CTL-BILLED
                   MOVE WS-CARR-OVER-COUNT(WS-CARRIER-SUB)
                       TO CTL-OVER-COUNT
                   MOVE WS-CARR-OVERCHARGE(WS-CARRIER-SUB)
                       TO CTL-OVERCHARGE
                   WRITE AUDIT-RPT-REC FROM WS-CARRIER-TOTAL-LINE
               END-IF
           END-PERFORM.
