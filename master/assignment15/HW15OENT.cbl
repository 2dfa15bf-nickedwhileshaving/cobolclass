      *2500-EDIT-SHAPE-RECORD applies while the customer is still on
      *the phone, shows a live price preview using the same formulas
      *3000-CALCULATE-FIELDS prices with, and appends accepted lines
      *to the day's SHAPE-FILE-IN feed.  The edge finish is priced
      *from the perimeter at the RUGFINP rate, as HW15NB prices it.
      *A customer flagged cash-only (after repeated returned checks)
      *gets an order line only with the payment in hand; otherwise
      *the line is held for credit review like an over-limit line.
      *The session locks the feed (DSNLOCK, exclusive) before it
      *opens it, so no line is appended while the pricing run is
      *reading the feed; if the chain holds it the session stops
      *with the holder named and nothing entered.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CREDIT-HOLD-STATUS.

           SELECT FINISH-PRICE-IN ASSIGN TO WS-FINISH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FINISH-STATUS.

      *  THE FEED APPENDED TO IS THE SAME SHAPEIN DATASET HW15NB
      *  READS, RESOLVED FROM THE SAME ENVIRONMENT VARIABLE.  THE
      *  CUSTOMER MASTER (RUGCUST), OPEN AR (RUGAR), AND CREDIT-HOLD
      *  QUEUE (RUGCHLD) RESOLVE THE SAME WAY, AS DO THE EDGE-FINISH
      *  RATES (RUGFINP).

       DATA DIVISION.
       FILE SECTION.
       FD  SHAPE-FILE-OUT
           RECORDING MODE IS F
           DATA RECORD IS SHAPE-REC-OUT.
       01 SHAPE-REC-OUT               PIC X(32).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F
          05 CM-CREDIT-LIMIT          PIC 9(07)V99.
          05 CM-CREDIT-STATUS         PIC X(01).
          05 CM-TERMS-CODE            PIC X(03).
          05 CM-ACTIVE-SW             PIC X(01).
          05 CM-CASH-ONLY-SW          PIC X(01).

       FD  AR-OPEN-ITEM
           RECORDING MODE IS F
           DATA RECORD IS CREDIT-HOLD-REC.
       01 CREDIT-HOLD-REC.
          05 CHLD-CUST-NUMBER         PIC X(05).
          05 CHLD-LINE-IMAGE          PIC X(32).

      * EDGE-FINISH RATES, SAME FILE HW15NB PRICES FROM.
       FD  FINISH-PRICE-IN
           RECORDING MODE IS F
           DATA RECORD IS FINISH-PRICE-REC.
       01 FINISH-PRICE-REC.
          05 FP-FINISH-CODE           PIC X(01).
          05 FP-MATERIAL-CODE         PIC X(04).
          05 FP-RATE-PER-FOOT         PIC 9(02)V99.
          05 FP-FINISH-NAME           PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-SHAPE-IN-DSN            PIC X(80).
       01  WS-CUSTOMER-STATUS         PIC X(02) VALUE "00".
       01  WS-AR-OPEN-STATUS          PIC X(02) VALUE "00".
       01  WS-CREDIT-HOLD-STATUS      PIC X(02) VALUE "00".
       01  WS-FINISH-DSN              PIC X(80).
       01  WS-FINISH-STATUS           PIC X(02) VALUE "00".

       01  WS-FIN-COUNT               PIC 9(02) VALUE 0.
       01  WS-FIN-SUB                 PIC 9(02).
       01  WS-FINISH-TABLE.
           05 WS-FIN-ENTRY OCCURS 50 TIMES.
              10 WS-FIN-CODE          PIC X(01).
              10 WS-FIN-MATERIAL      PIC X(04).
              10 WS-FIN-RATE          PIC 9(02)V99.
              10 WS-FIN-NAME          PIC X(12).
       01  WS-FIN-RATE-FOUND-SW       PIC X(01).
           88 FINISH-RATE-FOUND             VALUE "Y".
       01  WS-FINISH-RATE             PIC 9(02)V99.
       01  WS-FINISH-NAME             PIC X(12).

      * CREDIT EXPOSURE CHECKED WHILE THE ORDER IS STILL BEING
      * KEYED: OPEN AR BALANCE PLUS EVERYTHING KEYED THIS SESSION.
              10 WS-CUST-NAME         PIC X(25).
              10 WS-CUST-LIMIT        PIC 9(07)V99.
              10 WS-CUST-CRED-STAT    PIC X(01).
              10 WS-CUST-ACTIVE       PIC X(01).
              10 WS-CUST-CASH-ONLY    PIC X(01).
              10 WS-CUST-AR-BAL       PIC S9(08)V99.
              10 WS-CUST-KEYED        PIC 9(08)V99.
       01  WS-IN-CUSTOMER             PIC X(05).
       01  WS-EXPOSURE                PIC S9(09)V99.
       01  WS-CREDIT-OK-SW            PIC X(01).
           88 CREDIT-OK                     VALUE "Y".
       01  WS-IN-PAID                 PIC X(01).
           88 PAYMENT-IN-HAND               VALUE "Y", "y".
       01  WS-HELD-LINE-COUNT         PIC 9(04) VALUE 0.
       01  WS-EXPOSURE-DISP           PIC $,$$$,$$9.99-.

           05 EN-ORDER-ID             PIC X(05).
           05 EN-MATERIAL-CODE        PIC X(04).
           05 EN-OVERRIDE-IND         PIC X(01).
           05 EN-EDGE-FINISH          PIC X(01).

      * A BLANK SHAPE ALSO EXITS SO AN OPERATOR WHO JUST PRESSES
      * ENTER IS NEVER TRAPPED IN THE PROMPT LOOP.
       01  WS-IN-ORDER                PIC X(05).
       01  WS-IN-MATERIAL             PIC X(04).
       01  WS-IN-OVERRIDE             PIC X(01).
       01  WS-IN-FINISH               PIC X(01).
       01  WS-IN-ACCEPT               PIC X(01).
           88 LINE-ACCEPTED                 VALUE "Y", "y".

       01  WS-PRICE                   PIC 9(06)V99.
       01  WS-DISCOUNT                PIC 9(05)V99.
       01  WS-DISCOUNT-PCT            PIC V99.
       01  WS-FINISH-PRICE            PIC 9(05)V99.
       01  WS-PREVIEW-FINISH          PIC $ZZ,ZZ9.99.
       01  WS-PREVIEW-PRICE           PIC $ZZZ,ZZ9.99.
       01  WS-PREVIEW-DISC            PIC $ZZ,ZZ9.99.
       01  WS-PREVIEW-AREA            PIC ZZZ,ZZ9.99.

       01  WS-LINES-WRITTEN           PIC 9(04) VALUE 0.

      * DATASET ENQUEUE (DSNLOCK) ON THE FEED.  AN ABSENT MODULE
      * MEANS NO LOCKING IS IN FORCE YET, SO ENTRY PROCEEDS.
       01  WS-DSNLOCK-PARMS.
           05 DL-FUNCTION             PIC X(01).
           05 DL-HOLDER               PIC X(08).
           05 DL-USER                 PIC X(08).
           05 DL-LOGICAL              PIC X(12).
           05 DL-MODE                 PIC X(01).
           05 DL-RESULT               PIC X(01).
              88 DL-HELD                   VALUE "4".
           05 DL-HELD-BY              PIC X(08).
           05 DL-HELD-USER            PIC X(08).
           05 DL-HELD-MODE            PIC X(01).
           05 DL-HELD-DATE            PIC X(08).
           05 DL-HELD-TIME            PIC X(06).
           05 DL-COUNT                PIC 9(03).

       PROCEDURE DIVISION.

       0000-DRIVER.
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CHLD.dat"
               TO WS-CREDIT-HOLD-DSN
           END-IF.
           ACCEPT WS-FINISH-DSN FROM ENVIRONMENT "RUGFINP".
           IF WS-FINISH-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15FINP.dat"
               TO WS-FINISH-DSN
           END-IF.
           MOVE "L" TO DL-FUNCTION.
           MOVE "HW15OENT" TO DL-HOLDER.
           MOVE SPACES TO DL-USER.
           MOVE "SHAPEIN" TO DL-LOGICAL.
           MOVE "X" TO DL-MODE.
           MOVE "0" TO DL-RESULT.
           CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF DL-HELD
               DISPLAY "ORDER FEED IN USE BY " DL-HELD-BY " "
                   DL-HELD-USER " SINCE " DL-HELD-DATE " "
                   DL-HELD-TIME
               DISPLAY "NO ORDERS TAKEN -- TRY AGAIN WHEN THE PRICING "
                   "RUN IS DONE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND SHAPE-FILE-OUT.
           IF WS-SHAPE-FILE-STATUS = "35"
               OPEN OUTPUT SHAPE-FILE-OUT
           END-IF.
           PERFORM 0500-LOAD-CUSTOMER-CREDIT.
           PERFORM 0600-LOAD-AR-EXPOSURE.
           PERFORM 0700-LOAD-FINISH-RATES.
           PERFORM 1000-ENTER-ONE-LINE.
           PERFORM UNTIL ENTRY-EXIT
               PERFORM 1000-ENTER-ONE-LINE
           CLOSE SHAPE-FILE-OUT CREDIT-HOLD-FILE.
           DISPLAY "LINES WRITTEN TO THE FEED: " WS-LINES-WRITTEN.
           DISPLAY "LINES HELD FOR CREDIT    : " WS-HELD-LINE-COUNT.
           MOVE "R" TO DL-FUNCTION.
           CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           DISPLAY "HW15OENT CONCLUDES".
           GOBACK.

                   END-IF
                   MOVE CM-CREDIT-STATUS
                       TO WS-CUST-CRED-STAT(WS-CUST-COUNT)
                   MOVE CM-ACTIVE-SW
                       TO WS-CUST-ACTIVE(WS-CUST-COUNT)
                   MOVE CM-CASH-ONLY-SW
                       TO WS-CUST-CASH-ONLY(WS-CUST-COUNT)
                   MOVE ZEROS TO WS-CUST-AR-BAL(WS-CUST-COUNT)
                   MOVE ZEROS TO WS-CUST-KEYED(WS-CUST-COUNT)
                   READ CUSTOMER-MASTER
               CLOSE AR-OPEN-ITEM
           END-IF.

       0700-LOAD-FINISH-RATES.
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
                   MOVE FP-FINISH-NAME
                       TO WS-FIN-NAME(WS-FIN-COUNT)
                   READ FINISH-PRICE-IN
               END-PERFORM
               CLOSE FINISH-PRICE-IN
           ELSE
               DISPLAY "FINISH RATES NOT AVAILABLE - STATUS "
                   WS-FINISH-STATUS " -- PLAIN EDGES ONLY"
           END-IF.

      * EXPOSURE = OPEN AR PLUS TODAY'S KEYED UNBILLED LINES PLUS
      * THE LINE ON THE SCREEN.  A ZERO LIMIT MEANS NO LIMIT SET;
      * A CREDIT STATUS OF "H" HOLDS THE ORDER REGARDLESS.  A
      * CASH-ONLY CUSTOMER IS TAKEN ONLY WITH THE PAYMENT IN HAND,
      * AND THEN THE LIMIT DOES NOT ENTER INTO IT.
       1100-CHECK-CUSTOMER-CREDIT.
           MOVE "Y" TO WS-CREDIT-OK-SW.
           MOVE "N" TO WS-CUST-FOUND-SW.
           IF NOT OENT-CUST-FOUND
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-CUST-CRED-STAT(WS-CUST-FOUND-SUB) = "H"
                       MOVE "N" TO WS-CREDIT-OK-SW
                       DISPLAY "  CUSTOMER IS ON CREDIT HOLD"
                   WHEN WS-CUST-CASH-ONLY(WS-CUST-FOUND-SUB) = "Y"
                       DISPLAY "  CUSTOMER IS CASH ONLY -- PAYMENT IN "
                           "HAND (Y/N)? " WITH NO ADVANCING
                       ACCEPT WS-IN-PAID
                       IF NOT PAYMENT-IN-HAND
                           MOVE "N" TO WS-CREDIT-OK-SW
                       END-IF
                   WHEN WS-CUST-LIMIT(WS-CUST-FOUND-SUB) > 0
                       COMPUTE WS-EXPOSURE
                           = WS-CUST-AR-BAL(WS-CUST-FOUND-SUB)
                           + WS-CUST-KEYED(WS-CUST-FOUND-SUB)
                           DISPLAY "  EXPOSURE " WS-EXPOSURE-DISP
                               " EXCEEDS THE CREDIT LIMIT"
                       END-IF
               END-EVALUATE
           END-IF.

       1000-ENTER-ONE-LINE.
               ACCEPT WS-IN-MATERIAL
               DISPLAY "PRICE OVERRIDE (Y/N): " WITH NO ADVANCING
               ACCEPT WS-IN-OVERRIDE
               DISPLAY "EDGE FINISH (B/S/F, BLANK FOR NONE): "
                   WITH NO ADVANCING
               ACCEPT WS-IN-FINISH
               PERFORM 2000-EDIT-ENTRY
               IF ENTRY-EDIT-OK
                   PERFORM 3000-PRICE-PREVIEW
               MOVE "N" TO WS-EDIT-OK-SW
               DISPLAY "ORDER ID IS REQUIRED"
           END-IF.
           IF ENTRY-EDIT-OK
               PERFORM 2100-FIND-FINISH-RATE
               IF NOT FINISH-RATE-FOUND
                   MOVE "N" TO WS-EDIT-OK-SW
                   DISPLAY "NO RATE FOR EDGE FINISH AND MATERIAL"
               END-IF
           END-IF.
           IF ENTRY-EDIT-OK
               PERFORM 2050-CHECK-CUSTOMER-ACTIVE
           END-IF.

      * A CUSTOMER INACTIVATED THROUGH HW15CMNT TAKES NO NEW ORDERS.
      * ONE NOT ON THE MASTER AT ALL IS LEFT TO THE CREDIT CHECK.
       2050-CHECK-CUSTOMER-ACTIVE.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
               IF WS-CUST-NUM(WS-CUST-SUB) = WS-IN-CUSTOMER
                   IF WS-CUST-ACTIVE(WS-CUST-SUB) = "I"
                       MOVE "N" TO WS-EDIT-OK-SW
                       DISPLAY "CUSTOMER " WS-IN-CUSTOMER
                           " IS INACTIVE -- NO NEW ORDERS"
                   END-IF
                   MOVE WS-CUST-COUNT TO WS-CUST-SUB
               END-IF
           END-PERFORM.

      * SAME LOOKUP AS HW15NB: THE MATERIAL'S OWN ROW BEATS THE
      * BLANK-MATERIAL ROW FOR THE FINISH.
       2100-FIND-FINISH-RATE.
           MOVE ZEROS TO WS-FINISH-RATE.
           MOVE SPACES TO WS-FINISH-NAME.
           IF WS-IN-FINISH = SPACE
               MOVE "Y" TO WS-FIN-RATE-FOUND-SW
           ELSE
               MOVE "N" TO WS-FIN-RATE-FOUND-SW
               PERFORM VARYING WS-FIN-SUB FROM 1 BY 1
                   UNTIL WS-FIN-SUB > WS-FIN-COUNT
                   IF WS-FIN-CODE(WS-FIN-SUB) = WS-IN-FINISH
                       IF WS-FIN-MATERIAL(WS-FIN-SUB) = WS-IN-MATERIAL
                           MOVE "Y" TO WS-FIN-RATE-FOUND-SW
                           MOVE WS-FIN-RATE(WS-FIN-SUB)
                               TO WS-FINISH-RATE
                           MOVE WS-FIN-NAME(WS-FIN-SUB)
                               TO WS-FINISH-NAME
                           MOVE WS-FIN-COUNT TO WS-FIN-SUB
                       ELSE
                           IF WS-FIN-MATERIAL(WS-FIN-SUB) = SPACES
                               MOVE "Y" TO WS-FIN-RATE-FOUND-SW
                               MOVE WS-FIN-RATE(WS-FIN-SUB)
                                   TO WS-FINISH-RATE
                               MOVE WS-FIN-NAME(WS-FIN-SUB)
                                   TO WS-FINISH-NAME
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * LIVE PREVIEW WITH THE 3000-CALCULATE-FIELDS FORMULAS SO THE
      * CLERK CAN QUOTE WHILE THE CUSTOMER IS STILL ON THE PHONE.
               WHEN "ROUND"
                   COMPUTE WS-AREA ROUNDED = WS-PI-CONSTANT
                       * (EN-SIZE-1 / 2) * (EN-SIZE-1 / 2)
                   COMPUTE WS-PERIMETER ROUNDED
                       = WS-PI-CONSTANT * EN-SIZE-1
               WHEN "SQUARE"
                   COMPUTE WS-AREA = EN-SIZE-1 * EN-SIZE-1
                   COMPUTE WS-PERIMETER = EN-SIZE-1 * 4
               WHEN "TRIANGLE"
                   COMPUTE WS-AREA ROUNDED
                       = 0.5 * EN-SIZE-1 * EN-SIZE-2
                   COMPUTE WS-TRIANGLE-HYPOTENUSE ROUNDED =
                       FUNCTION SQRT((EN-SIZE-1 ** 2)
                                   + (EN-SIZE-2 ** 2))
                   COMPUTE WS-PERIMETER ROUNDED = EN-SIZE-1
                       + EN-SIZE-2 + WS-TRIANGLE-HYPOTENUSE
               WHEN OTHER
                   COMPUTE WS-AREA = EN-SIZE-1 * EN-SIZE-2
                   COMPUTE WS-PERIMETER
                       = (EN-SIZE-1 * 2) + (EN-SIZE-2 * 2)
           END-EVALUATE.
           COMPUTE WS-PRICE = WS-AREA * EN-SQ-FT-PRICE.
           EVALUATE TRUE
           END-EVALUATE.
           COMPUTE WS-DISCOUNT ROUNDED = WS-PRICE * WS-DISCOUNT-PCT.
           SUBTRACT WS-DISCOUNT FROM WS-PRICE.
           COMPUTE WS-FINISH-PRICE ROUNDED
               = WS-PERIMETER * WS-FINISH-RATE.
           ADD WS-FINISH-PRICE TO WS-PRICE.
           MOVE WS-AREA     TO WS-PREVIEW-AREA.
           MOVE WS-PRICE    TO WS-PREVIEW-PRICE.
           MOVE WS-DISCOUNT TO WS-PREVIEW-DISC.
           DISPLAY "  AREA     : " WS-PREVIEW-AREA " SQ FT".
           DISPLAY "  DISCOUNT : " WS-PREVIEW-DISC.
           IF WS-IN-FINISH NOT = SPACE
               MOVE WS-FINISH-PRICE TO WS-PREVIEW-FINISH
               DISPLAY "  FINISH   : " WS-PREVIEW-FINISH " "
                   WS-FINISH-NAME " (" WS-PERIMETER " LIN FT)"
           END-IF.
           DISPLAY "  PRICE    : " WS-PREVIEW-PRICE.

       4000-WRITE-FEED-LINE.
           ELSE
               MOVE SPACE TO EN-OVERRIDE-IND
           END-IF.
           MOVE WS-IN-FINISH   TO EN-EDGE-FINISH.
           WRITE SHAPE-REC-OUT FROM WS-ENTRY-LINE.
           ADD 1 TO WS-LINES-WRITTEN.
           DISPLAY "  LINE ADDED TO THE FEED.".
           ELSE
               MOVE SPACE TO EN-OVERRIDE-IND
           END-IF.
           MOVE WS-IN-FINISH   TO EN-EDGE-FINISH.
           MOVE WS-IN-CUSTOMER TO CHLD-CUST-NUMBER.
           MOVE WS-ENTRY-LINE  TO CHLD-LINE-IMAGE.
           WRITE CREDIT-HOLD-REC.
