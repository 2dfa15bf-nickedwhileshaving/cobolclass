           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT FINISH-PRICE-IN
           ASSIGN TO WS-FINISH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FINISH-STATUS.

002110*  IMPORTANT:  AN ADDITIONAL SELECT STATEMENT IS NEEDED
002120*              HERE FOR THE REPORT.  AN ASSOCIATED FD STATEMENT
002121*              IS ALSO NEEDED BELOW.
002113*      SHAPEIN     SHAPEOUT     SHAPERPT
002114*      SHAPEREJ    SHAPEQUOTE   SHAPECSV    RUGMATL
002117*      RUGPBK (PRICE BOOK)   RUGORDH (ORDER HEADERS W/DATE)
      *      RUGFINP (EDGE-FINISH RATES PER LINEAR FOOT)
002115*      BATCHERRLOG - SHARED ACROSS HW15NB, HW16NB, AND HW19NB SO
002116*      FILE-STATUS ERRORS FROM ALL THREE PROGRAMS LAND IN ONE LOG
002200 DATA DIVISION.
002400 FD  SHAPE-FILE-IN
002500     RECORDING MODE IS F
002600     DATA RECORD IS SHAPE-REC-IN.
002700 01 SHAPE-REC-IN.
             05 SHAPE-IN-LINE          PIC X(31).
      *      EDGE FINISH CODE -- SPACE FOR A PLAIN CUT EDGE.
             05 SHAPE-IN-EDGE-FINISH   PIC X(01).
002800
002900 FD  SHAPE-FILE-OUT
003000     RECORDING MODE IS F
003100     DATA RECORD IS SHAPE-REC-OUT.
003200 01 SHAPE-REC-OUT             PIC X(74).

       FD  SHAPE-REPORT-OUT
003000     RECORDING MODE IS F
          05 MM-MATERIAL-CODE          PIC X(04).
          05 MM-COST-PER-SQFT          PIC 9(03)V99.
          05 MM-WEIGHT-PER-SQFT        PIC 9(02)V99.
          05 FILLER                    PIC X(24).

       FD  QUOTE-FILE
           RECORDING MODE IS F
       01 QUOTE-FILE-REC.
          05 QU-QUOTE-NUMBER           PIC 9(05).
          05 QU-EXPIRES                PIC X(08).
          05 QU-LINE-IMAGE.
             10 QU-SHAPE-LINE          PIC X(31).
             10 QU-EDGE-FINISH         PIC X(01).

       FD  QUOTE-CONTROL
           RECORDING MODE IS F
          05 OH-ORDER-DATE             PIC X(08).
          05 OH-SHIP-TO-ZIP            PIC X(05).
          05 OH-SALESPERSON-ID         PIC X(03).
          05 OH-SHIP-TO-CODE           PIC X(03).

      * CUSTOMER CONTRACT PRICES -- NEGOTIATED RATES FOR A CUSTOMER
      * AND SHAPE/MATERIAL, WITH EFFECTIVE AND EXPIRY DATES.  A
          05 CP-EFF-FROM               PIC X(08).
          05 CP-EXPIRES                PIC X(08).

      * EDGE-FINISH RATES -- PRICE PER LINEAR FOOT OF PERIMETER BY
      * FINISH CODE AND MATERIAL.  A ROW WITH A BLANK MATERIAL IS THE
      * RATE FOR ANY MATERIAL WITHOUT A ROW OF ITS OWN.
       FD  FINISH-PRICE-IN
           RECORDING MODE IS F
           DATA RECORD IS FINISH-PRICE-REC.
       01 FINISH-PRICE-REC.
          05 FP-FINISH-CODE            PIC X(01).
          05 FP-MATERIAL-CODE          PIC X(04).
          05 FP-RATE-PER-FOOT          PIC 9(02)V99.
          05 FP-FINISH-NAME            PIC X(12).

003400 working-storage section.
003500 01  CALCULATED-SHAPES-RECORD.
003600     05 SHAPE-TYPE             PIC X(10).
004300        10 PRICE-OUT           PIC 9(06)V99.
004350        10 DISCOUNT-OUT        PIC 9(05)V99.
              10 MATL-COST-OUT       PIC 9(06)V99.
      *       EDGE FINISH -- PERIMETER TIMES THE FINISH RATE, ALREADY
      *       INCLUDED IN PRICE-OUT (THE DISCOUNT IS ON THE RUG ONLY).
              10 FINISH-PRICE-OUT    PIC 9(05)V99.
           05 EDGE-FINISH-CODE       PIC X(01).
004400
004500 01  WS-CALCULATION-FIELDS.
004600     05 WS-RECORD-COUNT-IN     PIC 9(02).
       01  WS-OVERRIDE-KEPT-COUNT    PIC 9(05) VALUE 0.
       01  WS-BOOK-PRICE-DISP        PIC 999.99.

      * EDGE-FINISH RATE TABLE, LOADED AT INITIALIZE.  A FINISHED
      * LINE WITH NO RATE FOR ITS FINISH AND MATERIAL IS REJECTED.
       01  WS-FINISH-DSN             PIC X(80).
       01  WS-FINISH-STATUS          PIC X(02) VALUE "00".
       01  WS-FIN-COUNT              PIC 9(02) VALUE 0.
       01  WS-FIN-SUB                PIC 9(02).
       01  WS-FINISH-TABLE.
           05 WS-FIN-ENTRY OCCURS 50 TIMES.
              10 WS-FIN-CODE         PIC X(01).
              10 WS-FIN-MATERIAL     PIC X(04).
              10 WS-FIN-RATE         PIC 9(02)V99.
       01  WS-FIN-RATE-FOUND-SW      PIC X(01).
           88 FINISH-RATE-FOUND           VALUE "Y".
       01  WS-FINISH-RATE            PIC 9(02)V99.

       01  WS-PI-CONSTANT            PIC 9V9(5) VALUE 3.14159.
       01  WS-TRIANGLE-HYPOTENUSE    PIC 9(04)V99.
004900
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CPRC.dat"
               TO WS-CONTRACT-DSN
           END-IF.
           ACCEPT WS-FINISH-DSN FROM ENVIRONMENT "RUGFINP".
           IF WS-FINISH-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15FINP.dat"
               TO WS-FINISH-DSN
           END-IF.
           ACCEPT WS-MATERIAL-DSN FROM ENVIRONMENT "RUGMATL".
           IF WS-MATERIAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15MATL.dat"
           PERFORM 1800-LOAD-PRICE-BOOK.
           PERFORM 1850-LOAD-CONTRACT-PRICES.
           PERFORM 1900-LOAD-ORDER-HEADERS.
           PERFORM 1950-LOAD-FINISH-RATES.

       1700-LOAD-MATERIAL-MASTER.
           OPEN INPUT MATERIAL-MASTER.
       1660-WRITE-QUOTE-LINE.
           MOVE WS-QUOTE-NUMBER  TO QU-QUOTE-NUMBER.
           MOVE WS-QUOTE-EXPIRES TO QU-EXPIRES.
           MOVE CALCULATED-SHAPES-RECORD(1:31) TO QU-SHAPE-LINE.
           MOVE EDGE-FINISH-CODE TO QU-EDGE-FINISH.
           WRITE QUOTE-FILE-REC.
           ADD 1 TO WS-QUOTE-LINE-COUNT.

               CLOSE ORDER-HEADER-IN
           END-IF.

       1950-LOAD-FINISH-RATES.
           OPEN INPUT FINISH-PRICE-IN.
           IF WS-FINISH-STATUS = "00"
               READ FINISH-PRICE-IN
               PERFORM UNTIL WS-FINISH-STATUS > "00"
                          OR WS-FIN-COUNT >= 50
                   ADD 1 TO WS-FIN-COUNT
                   MOVE FP-FINISH-CODE
                       TO WS-FIN-CODE(WS-FIN-COUNT)
                   MOVE FP-MATERIAL-CODE
                       TO WS-FIN-MATERIAL(WS-FIN-COUNT)
                   MOVE FP-RATE-PER-FOOT
                       TO WS-FIN-RATE(WS-FIN-COUNT)
                   READ FINISH-PRICE-IN
               END-PERFORM
               CLOSE FINISH-PRICE-IN
           ELSE
               DISPLAY "FINISH RATES NOT AVAILABLE - STATUS "
                   WS-FINISH-STATUS " -- FINISHED LINES REJECTED"
           END-IF.

      * THE PRICE ACTUALLY USED COMES FROM THE BOOK FOR THE ORDER
      * DATE.  A KEYED PRICE THAT DISAGREES IS REPRICED, OR KEPT AND
      * FLAGGED TO THE EXCEPTION LISTING WHEN THE OVERRIDE INDICATOR
009900       at end
010000         display "END OF SHAPE FILE"
010100       not AT end
010200         add 1 to WS-RECORD-COUNT-IN
               MOVE SHAPE-IN-EDGE-FINISH TO EDGE-FINISH-CODE.
008900

       2500-EDIT-SHAPE-RECORD.
                                                 WS-SHAPE-REJECT-REASON
               END-IF
           END-IF.
           IF SHAPE-RECORD-VALID
               PERFORM 2550-FIND-FINISH-RATE
               IF NOT FINISH-RATE-FOUND
                   SET SHAPE-RECORD-INVALID TO TRUE
                   MOVE "NO RATE FOR EDGE FINISH AND MATERIAL" TO
                                                 WS-SHAPE-REJECT-REASON
               END-IF
           END-IF.

      * A ROW FOR THE LINE'S OWN MATERIAL BEATS THE BLANK-MATERIAL
      * ROW FOR THE SAME FINISH.  A PLAIN EDGE NEEDS NO RATE.
       2550-FIND-FINISH-RATE.
           MOVE ZEROS TO WS-FINISH-RATE.
           IF EDGE-FINISH-CODE = SPACE
               MOVE "Y" TO WS-FIN-RATE-FOUND-SW
           ELSE
               MOVE "N" TO WS-FIN-RATE-FOUND-SW
               PERFORM VARYING WS-FIN-SUB FROM 1 BY 1
                   UNTIL WS-FIN-SUB > WS-FIN-COUNT
                   IF WS-FIN-CODE(WS-FIN-SUB) = EDGE-FINISH-CODE
                       IF WS-FIN-MATERIAL(WS-FIN-SUB) = MATERIAL-CODE
                           MOVE "Y" TO WS-FIN-RATE-FOUND-SW
                           MOVE WS-FIN-RATE(WS-FIN-SUB)
                               TO WS-FINISH-RATE
                           MOVE WS-FIN-COUNT TO WS-FIN-SUB
                       ELSE
                           IF WS-FIN-MATERIAL(WS-FIN-SUB) = SPACES
                               MOVE "Y" TO WS-FIN-RATE-FOUND-SW
                               MOVE WS-FIN-RATE(WS-FIN-SUB)
                                   TO WS-FINISH-RATE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       2600-WRITE-SHAPE-REJECT.
           MOVE SPACES TO SHAPE-REJECT-REC.
           END-EVALUATE.
           COMPUTE DISCOUNT-OUT ROUNDED = PRICE-OUT * WS-DISCOUNT-PCT.
           SUBTRACT DISCOUNT-OUT FROM PRICE-OUT.
           COMPUTE FINISH-PRICE-OUT ROUNDED
               = PERIMETER-OUT * WS-FINISH-RATE.
           ADD FINISH-PRICE-OUT TO PRICE-OUT.
           MOVE ZEROS TO WS-MATL-FOUND-COST.
           PERFORM VARYING WS-MATL-SUB FROM 1 BY 1
               UNTIL WS-MATL-SUB > WS-MATL-COUNT
