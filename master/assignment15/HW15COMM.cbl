      *results are also appended to the commission summary file so
      *HW13PAYF can carry each share into payroll as a type-C
      *earnings record.
      *A salesperson whose master record carries basis C is paid on
      *collected cash instead: the commission figured on the
      *period's sales is held on the commission ledger, order by
      *order and share by share, and released as HW15CASH applies
      *payments to the order's open items (from the cash-apply
      *history).  The part of an order HW15WOFF writes off is never
      *released.  Commission already paid on an order that is later
      *written off -- or released on a check HW15NSF reverses -- is
      *clawed back out of the next run's commission; a clawback
      *larger than the commission is carried forward.  Statements
      *show earned, held, and clawed-back amounts separately, and
      *the summary row carries the net paid.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSUM-STATUS.

           SELECT COMM-LEDGER ASSIGN TO WS-CLDG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLDG-STATUS.

           SELECT CASH-APPLY-HIST ASSIGN TO WS-CASH-HIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASH-HIST-STATUS.

           SELECT AR-OPEN-ITEM ASSIGN TO WS-AR-OPEN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AR-OPEN-STATUS.

           SELECT AR-HISTORY ASSIGN TO WS-AR-HIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AR-HIST-STATUS.

           SELECT WRITEOFF-REGISTER ASSIGN TO WS-WOFF-REG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WOFF-REG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM ENVIRONMENT VARIABLES SHAPEOUT, RUGORDH,
      *  RUGCOMM, RUGCSPL, HW13SLSM, HW13CSUM, RUGCLDG, RUGCAPH,
      *  RUGAR, RUGARH, AND RUGWREG, FALLING BACK TO THE DEVELOPMENT
      *  DEFAULTS SHOWN THERE WHEN NOT SET.

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

       FD  COMM-STMT-OUT
           RECORDING MODE IS F
          05 SLSM-TIER-1-MAX          PIC 9(04)V99.
          05 SLSM-TIER-2-MAX          PIC 9(04)V99.
          05 SLSM-EMP-NUMBER          PIC X(03).
          05 FILLER                   PIC X(25).
          05 SLSM-COMM-BASIS          PIC X(01).
             88 SLSM-PAID-ON-COLLECTED       VALUE "C".

       FD  COMM-SUMMARY-OUT
           RECORDING MODE IS F
          05 CSUM-EMP-NUMBER          PIC X(03).
          05 CSUM-COMM-AMOUNT         PIC 9(06)V99.

      * ONE "O" ROW PER ORDER SHARE COMMISSIONED -- WHAT WAS FIGURED,
      * HOW MUCH OF IT HAS BEEN PAID, HOW MUCH WAS FORFEITED TO A
      * WRITE-OFF, AND HOW MUCH OF WHAT WAS PAID HAS BEEN CLAWED
      * BACK -- AND ONE "K" ROW PER SALESPERSON CARRYING A CLAWBACK
      * FORWARD.
       FD  COMM-LEDGER
           RECORDING MODE IS F
           DATA RECORD IS COMM-LEDGER-REC.
       01 COMM-LEDGER-REC.
          05 CLG-TYPE                 PIC X(01).
             88 CLG-ORDER-SHARE              VALUE "O".
             88 CLG-CLAWBACK-CARRIED         VALUE "K".
          05 CLG-ORDER-ID             PIC X(05).
          05 CLG-SLSP-ID              PIC X(03).
          05 CLG-BASIS                PIC X(01).
          05 CLG-RUN-DATE             PIC X(08).
          05 CLG-BASE                 PIC 9(08)V99.
          05 CLG-COMM                 PIC 9(07)V99.
          05 CLG-PAID                 PIC 9(07)V99.
          05 CLG-FORFEIT              PIC 9(07)V99.
          05 CLG-CLAWED               PIC 9(07)V99.

       FD  CASH-APPLY-HIST
           RECORDING MODE IS F
           DATA RECORD IS CASH-APPLY-HIST-REC.
       01 CASH-APPLY-HIST-REC.
          05 CAH-APPLY-DATE           PIC X(08).
          05 CAH-CUST-NUMBER          PIC X(05).
          05 CAH-ORDER-ID             PIC X(05).
          05 CAH-CHECK-NO             PIC X(10).
          05 CAH-AMOUNT               PIC 9(08)V99.
          05 CAH-RELIEVED             PIC 9(08)V99.
          05 CAH-DUE-DATE             PIC X(08).
          05 CAH-SOURCE               PIC X(01).
          05 CAH-REVERSED-SW          PIC X(01).

       FD  AR-OPEN-ITEM
           RECORDING MODE IS F
           DATA RECORD IS AR-OPEN-ITEM-REC.
       01 AR-OPEN-ITEM-REC.
          05 AR-CUST-NUMBER           PIC X(05).
          05 AR-ORDER-ID              PIC X(05).
          05 AR-INVOICE-DATE          PIC X(08).
          05 AR-AMOUNT-DUE            PIC 9(08)V99.
          05 AR-AMOUNT-PAID           PIC 9(08)V99.
          05 AR-STATUS                PIC X(01).
          05 AR-DUE-DATE              PIC X(08).

       FD  AR-HISTORY
           RECORDING MODE IS F
           DATA RECORD IS AR-HISTORY-REC.
       01 AR-HISTORY-REC.
          05 ARH-CUST-NUMBER          PIC X(05).
          05 ARH-ORDER-ID             PIC X(05).
          05 ARH-INVOICE-DATE         PIC X(08).
          05 ARH-AMOUNT-DUE           PIC 9(08)V99.
          05 ARH-AMOUNT-PAID          PIC 9(08)V99.
          05 ARH-STATUS               PIC X(01).
          05 ARH-DUE-DATE             PIC X(08).

       FD  WRITEOFF-REGISTER
           RECORDING MODE IS F
           DATA RECORD IS WRITEOFF-REGISTER-REC.
       01 WRITEOFF-REGISTER-REC.
          05 WOF-DATE                 PIC X(08).
          05 WOF-CUST-NUMBER          PIC X(05).
          05 WOF-ORDER-ID             PIC X(05).
          05 WOF-AMOUNT               PIC 9(08)V99.
          05 WOF-REASON               PIC X(02).
          05 WOF-POSTED-FLAG          PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-MATHOUT-DSN             PIC X(80).
       01  WS-ORDER-HDR-DSN           PIC X(80).
       01  WS-SLSM-STATUS             PIC X(02) VALUE "00".
       01  WS-CSUM-DSN                PIC X(80).
       01  WS-CSUM-STATUS             PIC X(02) VALUE "00".
       01  WS-CLDG-DSN                PIC X(80).
       01  WS-CLDG-STATUS             PIC X(02) VALUE "00".
       01  WS-CASH-HIST-DSN           PIC X(80).
       01  WS-CASH-HIST-STATUS        PIC X(02) VALUE "00".
       01  WS-AR-OPEN-DSN             PIC X(80).
       01  WS-AR-OPEN-STATUS          PIC X(02) VALUE "00".
       01  WS-AR-HIST-DSN             PIC X(80).
       01  WS-AR-HIST-STATUS          PIC X(02) VALUE "00".
       01  WS-WOFF-REG-DSN            PIC X(80).
       01  WS-WOFF-REG-STATUS         PIC X(02) VALUE "00".
       01  WS-TODAY                   PIC X(08).
       01  WS-MATHOUT-VALID-SW        PIC X(01) VALUE "N".
           88 COMM-RECORD-VALID            VALUE "Y".

              10 WS-SLSP-ID           PIC X(03).
              10 WS-SLSP-GROSS        PIC 9(08)V99.
              10 WS-SLSP-SPLIT-SW     PIC X(01).
              10 WS-SLSP-BASIS        PIC X(01).
              10 WS-SLSP-RATE         PIC V99.
              10 WS-SLSP-COMM         PIC 9(07)V99.
              10 WS-SLSP-EARNED       PIC 9(07)V99.
              10 WS-SLSP-HELD         PIC 9(07)V99.
              10 WS-SLSP-CLAWED       PIC 9(07)V99.
              10 WS-SLSP-CARRY-IN     PIC 9(07)V99.
              10 WS-SLSP-CARRY-OUT    PIC 9(07)V99.
              10 WS-SLSP-ALLOC        PIC 9(07)V99.
              10 WS-SLSP-LAST-SHR     PIC 9(04).

      * COMMISSION SPLITS -- OPTIONAL FILE OF (ORDER, SALESPERSON,
      * PERCENT) ROWS.  AN ORDER WHOSE PERCENTS DO NOT SUM TO 100
           05 WS-SLSM-ENTRY OCCURS 100 TIMES.
              10 WS-SLSM-ID           PIC X(03).
              10 WS-SLSM-EMP-NUM      PIC X(03).
              10 WS-SLSM-BASIS        PIC X(01).
       01  WS-CSUM-EMP-NUMBER         PIC X(03).

      * THIS RUN'S SALES BY ORDER AND SALESPERSON, FOR THE LEDGER.
       01  WS-SHR-COUNT               PIC 9(04) VALUE 0.
       01  WS-SHR-SUB                 PIC 9(04).
       01  WS-SHR-FOUND-SUB           PIC 9(04).
       01  WS-SHR-TABLE.
           05 WS-SHR-ENTRY OCCURS 1000 TIMES.
              10 WS-SHR-ORDER         PIC X(05).
              10 WS-SHR-SLSP          PIC X(03).
              10 WS-SHR-BASE          PIC 9(08)V99.

      * THE COMMISSION LEDGER, HELD IN MEMORY AND REWRITTEN WHOLE.
       01  WS-CLG-COUNT               PIC 9(04) VALUE 0.
       01  WS-CLG-SUB                 PIC 9(04).
       01  WS-CLG-FOUND-SUB           PIC 9(04).
       01  WS-CLG-OVERFLOW-SW         PIC X(01) VALUE "N".
           88 CLG-TABLE-OVERFLOW             VALUE "Y".
       01  WS-CLG-TABLE.
           05 WS-CLG-ENTRY OCCURS 3000 TIMES.
              10 WS-CLG-ORDER         PIC X(05).
              10 WS-CLG-SLSP          PIC X(03).
              10 WS-CLG-BASIS         PIC X(01).
              10 WS-CLG-RUN-DATE      PIC X(08).
              10 WS-CLG-BASE          PIC 9(08)V99.
              10 WS-CLG-COMM          PIC 9(07)V99.
              10 WS-CLG-PAID          PIC 9(07)V99.
              10 WS-CLG-FORFEIT       PIC 9(07)V99.
              10 WS-CLG-CLAWED        PIC 9(07)V99.
              10 WS-CLG-KEEP-SW       PIC X(01).

      * WHAT EACH LEDGER ORDER WAS BILLED, HAS COLLECTED (LESS ANY
      * CHECK HW15NSF REVERSED), AND HAS HAD WRITTEN OFF.
       01  WS-OMY-COUNT               PIC 9(04) VALUE 0.
       01  WS-OMY-SUB                 PIC 9(04).
       01  WS-OMY-FOUND-SUB           PIC 9(04).
       01  WS-OMY-TABLE.
           05 WS-OMY-ENTRY OCCURS 3000 TIMES.
              10 WS-OMY-ORDER         PIC X(05).
              10 WS-OMY-BILLED        PIC 9(09)V99.
              10 WS-OMY-COLLECTED     PIC 9(09)V99.
              10 WS-OMY-WRITTEN-OFF   PIC 9(09)V99.
              10 WS-OMY-OPEN-SW       PIC X(01).
       01  WS-FIND-ORDER              PIC X(05).
       01  WS-ITEM-ORDER              PIC X(05).
       01  WS-ITEM-DUE                PIC 9(08)V99.
       01  WS-ITEM-STAT               PIC X(01).

       01  WS-SHARE-COMM              PIC S9(07)V99.
       01  WS-WO-CAPPED               PIC 9(09)V99.
       01  WS-FORFEIT                 PIC 9(07)V99.
       01  WS-TARGET                  PIC 9(07)V99.
       01  WS-COLLECTED-CAPPED        PIC 9(09)V99.
       01  WS-NET-PAID                PIC S9(08)V99.

       01  WS-COMM-AMOUNT             PIC 9(07)V99.
       01  WS-COMM-PCT                PIC 99.
       01  WS-UNATTRIBUTED            PIC 9(08)V99 VALUE 0.
           05 STMT-COMM               PIC $$,$$$,$$9.99.
       01  WS-STMT-SPLIT-NOTE         PIC X(33)
               VALUE "  INCLUDES SPLIT-ORDER SHARES".
       01  WS-STMT-BASIS-NOTE         PIC X(60) VALUE
               "  PAID ON COLLECTED CASH -- PERIOD COMMISSION IS HELD".
       01  WS-STMT-AMOUNT-LINE.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 STMT-AMT-LABEL          PIC X(28).
           05 STMT-AMT                PIC $$,$$$,$$9.99.
       01  WS-STMT-CUT                PIC X(60) VALUE ALL "-".

       01  WS-GENRES-PARMS.
               PERFORM 2000-READ-MATHOUT
           END-PERFORM.
           CLOSE MATHOUT-IN.
           PERFORM 3500-FIGURE-PERIOD-COMMISSION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM 6000-LOAD-COMM-LEDGER.
           PERFORM 6100-POST-PERIOD-SHARES.
      * A LEDGER THAT DOES NOT FIT IN THE TABLE CANNOT BE REWRITTEN
      * WHOLE, SO NOTHING IS PAID UNTIL THE TABLE IS ENLARGED.
           IF CLG-TABLE-OVERFLOW
               DISPLAY "COMMISSION LEDGER EXCEEDS 3000 ORDER SHARES"
                   " -- NO STATEMENTS OR SUMMARY ROWS WRITTEN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 6200-LOAD-ORDER-MONEY.
           PERFORM 6300-SETTLE-LEDGER.
           PERFORM 4000-WRITE-STATEMENTS.
           PERFORM 6500-REWRITE-COMM-LEDGER.
           DISPLAY "SALESPEOPLE PAID : " WS-SLSP-COUNT.
           DISPLAY "UNATTRIBUTED REV : " WS-UNATTRIBUTED.
           DISPLAY "HW15COMM CONCLUDES".
           MOVE "C:\school\cobol\cobolclass\master\data\HW13CSUM.dat"
               TO WS-CSUM-DSN
           END-IF.
           ACCEPT WS-CLDG-DSN FROM ENVIRONMENT "RUGCLDG".
           IF WS-CLDG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CLDG.dat"
               TO WS-CLDG-DSN
           END-IF.
           ACCEPT WS-CASH-HIST-DSN FROM ENVIRONMENT "RUGCAPH".
           IF WS-CASH-HIST-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CAPH.dat"
               TO WS-CASH-HIST-DSN
           END-IF.
           ACCEPT WS-AR-OPEN-DSN FROM ENVIRONMENT "RUGAR".
           IF WS-AR-OPEN-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15AR.dat"
               TO WS-AR-OPEN-DSN
           END-IF.
           ACCEPT WS-AR-HIST-DSN FROM ENVIRONMENT "RUGARH".
           IF WS-AR-HIST-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15ARH.dat"
               TO WS-AR-HIST-DSN
           END-IF.
           ACCEPT WS-WOFF-REG-DSN FROM ENVIRONMENT "RUGWREG".
           IF WS-WOFF-REG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15WREG.dat"
               TO WS-WOFF-REG-DSN
           END-IF.

       1000-LOAD-ORDER-HEADERS.
           OPEN INPUT ORDER-HEADER-IN.
                       TO WS-SLSM-ID(WS-SLSM-SUB)
                   MOVE SLSM-EMP-NUMBER
                       TO WS-SLSM-EMP-NUM(WS-SLSM-SUB)
                   MOVE SLSM-COMM-BASIS
                       TO WS-SLSM-BASIS(WS-SLSM-SUB)
                   READ SALESPERSON-MASTER-IN
               END-PERFORM
               CLOSE SALESPERSON-MASTER-IN
           END-IF.

       3100-ADD-TO-SALESPERSON.
           PERFORM 3600-FIND-OR-ADD-SALESPERSON.
           ADD WS-ADD-AMOUNT TO WS-SLSP-GROSS(WS-SLSP-FOUND-SUB).
           IF WS-ADD-SPLIT-SW = "Y"
               MOVE "Y" TO WS-SLSP-SPLIT-SW(WS-SLSP-FOUND-SUB)
           END-IF.
           PERFORM 3150-ADD-TO-ORDER-SHARE.

      * THE SAME ORDER CAN REACH ONE SALESPERSON ON SEVERAL LINES;
      * THE LEDGER CARRIES ONE ROW PER ORDER AND SALESPERSON.
       3150-ADD-TO-ORDER-SHARE.
           MOVE 0 TO WS-SHR-FOUND-SUB.
           PERFORM VARYING WS-SHR-SUB FROM 1 BY 1
               UNTIL WS-SHR-SUB > WS-SHR-COUNT
               IF WS-SHR-ORDER(WS-SHR-SUB) = MI-ORDER-ID
                   AND WS-SHR-SLSP(WS-SHR-SUB) = WS-ADD-SLSP-ID
                   MOVE WS-SHR-SUB TO WS-SHR-FOUND-SUB
                   MOVE WS-SHR-COUNT TO WS-SHR-SUB
               END-IF
           END-PERFORM.
           IF WS-SHR-FOUND-SUB = 0
               IF WS-SHR-COUNT >= 1000
                   MOVE "Y" TO WS-CLG-OVERFLOW-SW
               ELSE
                   ADD 1 TO WS-SHR-COUNT
                   MOVE WS-SHR-COUNT TO WS-SHR-FOUND-SUB
                   MOVE MI-ORDER-ID
                       TO WS-SHR-ORDER(WS-SHR-FOUND-SUB)
                   MOVE WS-ADD-SLSP-ID
                       TO WS-SHR-SLSP(WS-SHR-FOUND-SUB)
                   MOVE ZEROS TO WS-SHR-BASE(WS-SHR-FOUND-SUB)
                   MOVE WS-SHR-FOUND-SUB
                       TO WS-SLSP-LAST-SHR(WS-SLSP-FOUND-SUB)
               END-IF
           END-IF.
           IF WS-SHR-FOUND-SUB > 0
               ADD WS-ADD-AMOUNT TO WS-SHR-BASE(WS-SHR-FOUND-SUB)
           END-IF.

       3200-CHECK-FOR-SPLIT.
           MOVE 0 TO WS-SPLIT-MATCHES.
               END-IF
           END-PERFORM.

      * THE TIER RATE IS SET ON THE PERIOD'S WHOLE GROSS WHATEVER THE
      * BASIS -- THE BASIS ONLY DECIDES WHEN THE COMMISSION IS PAID.
       3500-FIGURE-PERIOD-COMMISSION.
           PERFORM VARYING WS-SLSP-SUB FROM 1 BY 1
               UNTIL WS-SLSP-SUB > WS-SLSP-COUNT
               PERFORM 1900-DETERMINE-COMM-RATE
               MOVE WS-COMM-RATE TO WS-SLSP-RATE(WS-SLSP-SUB)
               COMPUTE WS-SLSP-COMM(WS-SLSP-SUB) ROUNDED
                   = WS-SLSP-GROSS(WS-SLSP-SUB) * WS-COMM-RATE
           END-PERFORM.

      * LOOKS UP WS-ADD-SLSP-ID, ADDING A ZEROED ENTRY (WITH THE
      * COMMISSION BASIS FROM THE SALESPERSON MASTER) WHEN IT IS NEW.
       3600-FIND-OR-ADD-SALESPERSON.
           MOVE "N" TO WS-SLSP-FOUND-SW.
           PERFORM VARYING WS-SLSP-SUB FROM 1 BY 1
               UNTIL WS-SLSP-SUB > WS-SLSP-COUNT
               IF WS-SLSP-ID(WS-SLSP-SUB) = WS-ADD-SLSP-ID
                   MOVE "Y" TO WS-SLSP-FOUND-SW
                   MOVE WS-SLSP-SUB TO WS-SLSP-FOUND-SUB
                   MOVE WS-SLSP-COUNT TO WS-SLSP-SUB
               END-IF
           END-PERFORM.
           IF NOT COMM-SLSP-FOUND
               ADD 1 TO WS-SLSP-COUNT
               MOVE WS-SLSP-COUNT TO WS-SLSP-FOUND-SUB
               MOVE WS-ADD-SLSP-ID
                   TO WS-SLSP-ID(WS-SLSP-FOUND-SUB)
               MOVE ZEROS TO WS-SLSP-GROSS(WS-SLSP-FOUND-SUB)
                             WS-SLSP-RATE(WS-SLSP-FOUND-SUB)
                             WS-SLSP-COMM(WS-SLSP-FOUND-SUB)
                             WS-SLSP-EARNED(WS-SLSP-FOUND-SUB)
                             WS-SLSP-HELD(WS-SLSP-FOUND-SUB)
                             WS-SLSP-CLAWED(WS-SLSP-FOUND-SUB)
                             WS-SLSP-CARRY-IN(WS-SLSP-FOUND-SUB)
                             WS-SLSP-CARRY-OUT(WS-SLSP-FOUND-SUB)
                             WS-SLSP-ALLOC(WS-SLSP-FOUND-SUB)
                             WS-SLSP-LAST-SHR(WS-SLSP-FOUND-SUB)
               MOVE "N" TO WS-SLSP-SPLIT-SW(WS-SLSP-FOUND-SUB)
               MOVE "A" TO WS-SLSP-BASIS(WS-SLSP-FOUND-SUB)
               PERFORM VARYING WS-SLSM-SUB FROM 1 BY 1
                   UNTIL WS-SLSM-SUB > WS-SLSM-COUNT
                   IF WS-SLSM-ID(WS-SLSM-SUB) = WS-ADD-SLSP-ID
                       IF WS-SLSM-BASIS(WS-SLSM-SUB) = "C"
                           MOVE "C"
                               TO WS-SLSP-BASIS(WS-SLSP-FOUND-SUB)
                       END-IF
                       MOVE WS-SLSM-COUNT TO WS-SLSM-SUB
                   END-IF
               END-PERFORM
           END-IF.

      * SAME TIER LOGIC AS HW13NB'S 1900-DETERMINE-COMM-RATE.
       1900-DETERMINE-COMM-RATE.
           EVALUATE TRUE
           END-IF.
           PERFORM VARYING WS-SLSP-SUB FROM 1 BY 1
               UNTIL WS-SLSP-SUB > WS-SLSP-COUNT
               COMPUTE WS-NET-PAID = WS-SLSP-EARNED(WS-SLSP-SUB)
                   - WS-SLSP-CLAWED(WS-SLSP-SUB)
                   - WS-SLSP-CARRY-IN(WS-SLSP-SUB)
               IF WS-NET-PAID < 0
                   COMPUTE WS-SLSP-CARRY-OUT(WS-SLSP-SUB)
                       = 0 - WS-NET-PAID
                   MOVE 0 TO WS-NET-PAID
               END-IF
               MOVE WS-NET-PAID TO WS-COMM-AMOUNT
               MOVE WS-SLSP-ID(WS-SLSP-SUB) TO STMT-SLSP-ID
               WRITE COMM-STMT-REC FROM WS-STMT-HDR
               MOVE WS-SLSP-GROSS(WS-SLSP-SUB) TO STMT-GROSS
               COMPUTE WS-COMM-PCT = WS-SLSP-RATE(WS-SLSP-SUB) * 100
               MOVE WS-COMM-PCT    TO STMT-RATE
               MOVE WS-SLSP-COMM(WS-SLSP-SUB) TO STMT-COMM
               WRITE COMM-STMT-REC FROM WS-STMT-LINE
               IF WS-SLSP-SPLIT-SW(WS-SLSP-SUB) = "Y"
                   WRITE COMM-STMT-REC FROM WS-STMT-SPLIT-NOTE
               END-IF
               IF WS-SLSP-BASIS(WS-SLSP-SUB) = "C"
                   WRITE COMM-STMT-REC FROM WS-STMT-BASIS-NOTE
               END-IF
               PERFORM 4200-WRITE-AMOUNT-LINES
               WRITE COMM-STMT-REC FROM WS-STMT-CUT
               IF WS-SLSP-GROSS(WS-SLSP-SUB) > 0
                   OR WS-COMM-AMOUNT > 0
                   PERFORM 4100-WRITE-SUMMARY-ROW
               END-IF
           END-PERFORM.
           CLOSE COMM-STMT-OUT COMM-SUMMARY-OUT.

      * THE SUMMARY ROW IS WHAT HW13PAYF TURNS INTO THE TYPE-C
      * PAYROLL RECORD, SO EACH REP'S SHARE REACHES THEIR OWN
      * PAYCHECK.  IT CARRIES THE NET PAID -- EARNED LESS CLAWBACKS.
       4100-WRITE-SUMMARY-ROW.
           MOVE SPACES TO WS-CSUM-EMP-NUMBER.
           PERFORM VARYING WS-SLSM-SUB FROM 1 BY 1
           MOVE WS-CSUM-EMP-NUMBER      TO CSUM-EMP-NUMBER.
           MOVE WS-COMM-AMOUNT          TO CSUM-COMM-AMOUNT.
           WRITE COMM-SUMMARY-REC.

      * EARNED IS WHAT BECAME PAYABLE THIS RUN (NEW SALES ON THE
      * SALES BASIS, RELEASES ON THE COLLECTED BASIS); HELD IS ALL
      * COMMISSION STILL WAITING ON CASH.
       4200-WRITE-AMOUNT-LINES.
           MOVE "EARNED THIS PERIOD" TO STMT-AMT-LABEL.
           MOVE WS-SLSP-EARNED(WS-SLSP-SUB) TO STMT-AMT.
           WRITE COMM-STMT-REC FROM WS-STMT-AMOUNT-LINE.
           MOVE "HELD PENDING COLLECTION" TO STMT-AMT-LABEL.
           MOVE WS-SLSP-HELD(WS-SLSP-SUB) TO STMT-AMT.
           WRITE COMM-STMT-REC FROM WS-STMT-AMOUNT-LINE.
           MOVE "CLAWED BACK THIS PERIOD" TO STMT-AMT-LABEL.
           MOVE WS-SLSP-CLAWED(WS-SLSP-SUB) TO STMT-AMT.
           WRITE COMM-STMT-REC FROM WS-STMT-AMOUNT-LINE.
           IF WS-SLSP-CARRY-IN(WS-SLSP-SUB) > 0
               MOVE "CLAWBACK CARRIED FROM LAST" TO STMT-AMT-LABEL
               MOVE WS-SLSP-CARRY-IN(WS-SLSP-SUB) TO STMT-AMT
               WRITE COMM-STMT-REC FROM WS-STMT-AMOUNT-LINE
           END-IF.
           MOVE "NET COMMISSION PAID" TO STMT-AMT-LABEL.
           MOVE WS-COMM-AMOUNT TO STMT-AMT.
           WRITE COMM-STMT-REC FROM WS-STMT-AMOUNT-LINE.
           IF WS-SLSP-CARRY-OUT(WS-SLSP-SUB) > 0
               MOVE "CLAWBACK CARRIED FORWARD" TO STMT-AMT-LABEL
               MOVE WS-SLSP-CARRY-OUT(WS-SLSP-SUB) TO STMT-AMT
               WRITE COMM-STMT-REC FROM WS-STMT-AMOUNT-LINE
           END-IF.

      * THE LEDGER IS OPTIONAL THE FIRST TIME -- NO FILE MEANS NO
      * COMMISSION IS YET HELD OR CARRIED.
       6000-LOAD-COMM-LEDGER.
           OPEN INPUT COMM-LEDGER.
           IF WS-CLDG-STATUS = "00"
               READ COMM-LEDGER
               PERFORM UNTIL WS-CLDG-STATUS > "00"
                   IF CLG-CLAWBACK-CARRIED
                       MOVE CLG-SLSP-ID TO WS-ADD-SLSP-ID
                       PERFORM 3600-FIND-OR-ADD-SALESPERSON
                       ADD CLG-CLAWED
                           TO WS-SLSP-CARRY-IN(WS-SLSP-FOUND-SUB)
                   END-IF
                   IF CLG-ORDER-SHARE
                       IF WS-CLG-COUNT >= 3000
                           MOVE "Y" TO WS-CLG-OVERFLOW-SW
                       ELSE
                           ADD 1 TO WS-CLG-COUNT
                           MOVE WS-CLG-COUNT TO WS-CLG-SUB
                           MOVE CLG-ORDER-ID
                               TO WS-CLG-ORDER(WS-CLG-SUB)
                           MOVE CLG-SLSP-ID
                               TO WS-CLG-SLSP(WS-CLG-SUB)
                           MOVE CLG-BASIS
                               TO WS-CLG-BASIS(WS-CLG-SUB)
                           MOVE CLG-RUN-DATE
                               TO WS-CLG-RUN-DATE(WS-CLG-SUB)
                           MOVE CLG-BASE TO WS-CLG-BASE(WS-CLG-SUB)
                           MOVE CLG-COMM TO WS-CLG-COMM(WS-CLG-SUB)
                           MOVE CLG-PAID TO WS-CLG-PAID(WS-CLG-SUB)
                           MOVE CLG-FORFEIT
                               TO WS-CLG-FORFEIT(WS-CLG-SUB)
                           MOVE CLG-CLAWED
                               TO WS-CLG-CLAWED(WS-CLG-SUB)
                           MOVE "Y" TO WS-CLG-KEEP-SW(WS-CLG-SUB)
                       END-IF
                   END-IF
                   READ COMM-LEDGER
               END-PERFORM
               CLOSE COMM-LEDGER
           ELSE
               IF WS-CLDG-STATUS NOT = "35"
                   DISPLAY "COMMISSION LEDGER NOT AVAILABLE - STATUS "
                       WS-CLDG-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      * EACH ORDER SHARE'S COMMISSION IS ITS BASE AT THE SALESPERSON'S
      * PERIOD RATE; THE SALESPERSON'S LAST SHARE TAKES THE ROUNDING
      * SO THE SHARES SUM BACK TO THE PERIOD COMMISSION.  ON THE SALES
      * BASIS THE SHARE IS PAID NOW; ON THE COLLECTED BASIS IT WAITS.
       6100-POST-PERIOD-SHARES.
           PERFORM VARYING WS-SHR-SUB FROM 1 BY 1
               UNTIL WS-SHR-SUB > WS-SHR-COUNT
               MOVE WS-SHR-SLSP(WS-SHR-SUB) TO WS-ADD-SLSP-ID
               PERFORM 3600-FIND-OR-ADD-SALESPERSON
               IF WS-SHR-SUB = WS-SLSP-LAST-SHR(WS-SLSP-FOUND-SUB)
                   COMPUTE WS-SHARE-COMM
                       = WS-SLSP-COMM(WS-SLSP-FOUND-SUB)
                       - WS-SLSP-ALLOC(WS-SLSP-FOUND-SUB)
               ELSE
                   COMPUTE WS-SHARE-COMM ROUNDED
                       = WS-SHR-BASE(WS-SHR-SUB)
                       * WS-SLSP-RATE(WS-SLSP-FOUND-SUB)
               END-IF
               IF WS-SHARE-COMM < 0
                   MOVE 0 TO WS-SHARE-COMM
               END-IF
               ADD WS-SHARE-COMM TO WS-SLSP-ALLOC(WS-SLSP-FOUND-SUB)
               MOVE WS-SHR-ORDER(WS-SHR-SUB) TO WS-FIND-ORDER
               PERFORM 6150-FIND-OR-ADD-LEDGER-ROW
               IF WS-CLG-FOUND-SUB > 0
                   ADD WS-SHR-BASE(WS-SHR-SUB)
                       TO WS-CLG-BASE(WS-CLG-FOUND-SUB)
                   ADD WS-SHARE-COMM
                       TO WS-CLG-COMM(WS-CLG-FOUND-SUB)
                   IF WS-CLG-BASIS(WS-CLG-FOUND-SUB) NOT = "C"
                       ADD WS-SHARE-COMM
                           TO WS-CLG-PAID(WS-CLG-FOUND-SUB)
                       ADD WS-SHARE-COMM
                           TO WS-SLSP-EARNED(WS-SLSP-FOUND-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       6150-FIND-OR-ADD-LEDGER-ROW.
           MOVE 0 TO WS-CLG-FOUND-SUB.
           PERFORM VARYING WS-CLG-SUB FROM 1 BY 1
               UNTIL WS-CLG-SUB > WS-CLG-COUNT
               IF WS-CLG-ORDER(WS-CLG-SUB) = WS-FIND-ORDER
                   AND WS-CLG-SLSP(WS-CLG-SUB) = WS-ADD-SLSP-ID
                   MOVE WS-CLG-SUB TO WS-CLG-FOUND-SUB
                   MOVE WS-CLG-COUNT TO WS-CLG-SUB
               END-IF
           END-PERFORM.
           IF WS-CLG-FOUND-SUB = 0
               IF WS-CLG-COUNT >= 3000
                   MOVE "Y" TO WS-CLG-OVERFLOW-SW
               ELSE
                   ADD 1 TO WS-CLG-COUNT
                   MOVE WS-CLG-COUNT TO WS-CLG-FOUND-SUB
                   MOVE WS-FIND-ORDER
                       TO WS-CLG-ORDER(WS-CLG-FOUND-SUB)
                   MOVE WS-ADD-SLSP-ID
                       TO WS-CLG-SLSP(WS-CLG-FOUND-SUB)
                   MOVE WS-SLSP-BASIS(WS-SLSP-FOUND-SUB)
                       TO WS-CLG-BASIS(WS-CLG-FOUND-SUB)
                   MOVE WS-TODAY
                       TO WS-CLG-RUN-DATE(WS-CLG-FOUND-SUB)
                   MOVE ZEROS TO WS-CLG-BASE(WS-CLG-FOUND-SUB)
                                 WS-CLG-COMM(WS-CLG-FOUND-SUB)
                                 WS-CLG-PAID(WS-CLG-FOUND-SUB)
                                 WS-CLG-FORFEIT(WS-CLG-FOUND-SUB)
                                 WS-CLG-CLAWED(WS-CLG-FOUND-SUB)
                   MOVE "Y" TO WS-CLG-KEEP-SW(WS-CLG-FOUND-SUB)
               END-IF
           END-IF.

      * BILLED IS EVERY INVOICE ITEM OF THE ORDER, OPEN OR ARCHIVED,
      * EXCEPT CREDIT MEMOS.  COLLECTED IS WHAT HW15CASH RELIEVED
      * AGAINST IT, LESS APPLICATIONS HW15NSF HAS REVERSED.
       6200-LOAD-ORDER-MONEY.
           PERFORM VARYING WS-CLG-SUB FROM 1 BY 1
               UNTIL WS-CLG-SUB > WS-CLG-COUNT
               MOVE WS-CLG-ORDER(WS-CLG-SUB) TO WS-FIND-ORDER
               PERFORM 6250-FIND-ORDER-MONEY
               IF WS-OMY-FOUND-SUB = 0
                   ADD 1 TO WS-OMY-COUNT
                   MOVE WS-FIND-ORDER TO WS-OMY-ORDER(WS-OMY-COUNT)
                   MOVE ZEROS TO WS-OMY-BILLED(WS-OMY-COUNT)
                                 WS-OMY-COLLECTED(WS-OMY-COUNT)
                                 WS-OMY-WRITTEN-OFF(WS-OMY-COUNT)
                   MOVE "N" TO WS-OMY-OPEN-SW(WS-OMY-COUNT)
               END-IF
           END-PERFORM.
           OPEN INPUT AR-OPEN-ITEM.
           IF WS-AR-OPEN-STATUS = "00"
               READ AR-OPEN-ITEM
               PERFORM UNTIL WS-AR-OPEN-STATUS > "00"
                   MOVE AR-ORDER-ID    TO WS-ITEM-ORDER
                   MOVE AR-AMOUNT-DUE  TO WS-ITEM-DUE
                   MOVE AR-STATUS      TO WS-ITEM-STAT
                   PERFORM 6260-ADD-AR-ITEM
                   IF WS-OMY-FOUND-SUB > 0
                       MOVE "Y" TO WS-OMY-OPEN-SW(WS-OMY-FOUND-SUB)
                   END-IF
                   READ AR-OPEN-ITEM
               END-PERFORM
               CLOSE AR-OPEN-ITEM
           ELSE
               DISPLAY "AR OPEN-ITEM FILE NOT AVAILABLE - STATUS "
                   WS-AR-OPEN-STATUS
           END-IF.
           OPEN INPUT AR-HISTORY.
           IF WS-AR-HIST-STATUS = "00"
               READ AR-HISTORY
               PERFORM UNTIL WS-AR-HIST-STATUS > "00"
                   MOVE ARH-ORDER-ID   TO WS-ITEM-ORDER
                   MOVE ARH-AMOUNT-DUE TO WS-ITEM-DUE
                   MOVE ARH-STATUS     TO WS-ITEM-STAT
                   PERFORM 6260-ADD-AR-ITEM
                   READ AR-HISTORY
               END-PERFORM
               CLOSE AR-HISTORY
           END-IF.
           OPEN INPUT CASH-APPLY-HIST.
           IF WS-CASH-HIST-STATUS = "00"
               READ CASH-APPLY-HIST
               PERFORM UNTIL WS-CASH-HIST-STATUS > "00"
                   IF CAH-REVERSED-SW NOT = "R"
                       MOVE CAH-ORDER-ID TO WS-FIND-ORDER
                       PERFORM 6250-FIND-ORDER-MONEY
                       IF WS-OMY-FOUND-SUB > 0
                           ADD CAH-RELIEVED
                               TO WS-OMY-COLLECTED(WS-OMY-FOUND-SUB)
                       END-IF
                   END-IF
                   READ CASH-APPLY-HIST
               END-PERFORM
               CLOSE CASH-APPLY-HIST
           END-IF.
           OPEN INPUT WRITEOFF-REGISTER.
           IF WS-WOFF-REG-STATUS = "00"
               READ WRITEOFF-REGISTER
               PERFORM UNTIL WS-WOFF-REG-STATUS > "00"
                   MOVE WOF-ORDER-ID TO WS-FIND-ORDER
                   PERFORM 6250-FIND-ORDER-MONEY
                   IF WS-OMY-FOUND-SUB > 0
                       ADD WOF-AMOUNT
                           TO WS-OMY-WRITTEN-OFF(WS-OMY-FOUND-SUB)
                   END-IF
                   READ WRITEOFF-REGISTER
               END-PERFORM
               CLOSE WRITEOFF-REGISTER
           END-IF.

       6250-FIND-ORDER-MONEY.
           MOVE 0 TO WS-OMY-FOUND-SUB.
           PERFORM VARYING WS-OMY-SUB FROM 1 BY 1
               UNTIL WS-OMY-SUB > WS-OMY-COUNT
               IF WS-OMY-ORDER(WS-OMY-SUB) = WS-FIND-ORDER
                   MOVE WS-OMY-SUB TO WS-OMY-FOUND-SUB
                   MOVE WS-OMY-COUNT TO WS-OMY-SUB
               END-IF
           END-PERFORM.

       6260-ADD-AR-ITEM.
           MOVE WS-ITEM-ORDER TO WS-FIND-ORDER.
           PERFORM 6250-FIND-ORDER-MONEY.
           IF WS-OMY-FOUND-SUB > 0
               AND WS-ITEM-STAT NOT = "M"
               ADD WS-ITEM-DUE TO WS-OMY-BILLED(WS-OMY-FOUND-SUB)
           END-IF.

      * EACH SHARE IS ENTITLED TO ITS COMMISSION IN PROPORTION TO
      * WHAT THE ORDER HAS COLLECTED (COLLECTED BASIS) OR TO WHAT HAS
      * NOT BEEN WRITTEN OFF (SALES BASIS).  ENTITLEMENT ABOVE WHAT IS
      * ALREADY PAID IS RELEASED; PAYMENT ABOVE ENTITLEMENT IS CLAWED
      * BACK.  A SHARE WHOSE ORDER HAS LEFT THE OPEN-ITEM FILE IS
      * SETTLED -- ANYTHING STILL HELD IS FORFEITED -- AND DROPPED.
       6300-SETTLE-LEDGER.
           PERFORM VARYING WS-CLG-SUB FROM 1 BY 1
               UNTIL WS-CLG-SUB > WS-CLG-COUNT
               MOVE WS-CLG-SLSP(WS-CLG-SUB) TO WS-ADD-SLSP-ID
               PERFORM 3600-FIND-OR-ADD-SALESPERSON
               MOVE WS-CLG-ORDER(WS-CLG-SUB) TO WS-FIND-ORDER
               PERFORM 6250-FIND-ORDER-MONEY
               PERFORM 6350-SETTLE-ONE-SHARE
           END-PERFORM.

       6350-SETTLE-ONE-SHARE.
           MOVE 0 TO WS-FORFEIT.
           IF WS-OMY-BILLED(WS-OMY-FOUND-SUB) > 0
               MOVE WS-OMY-WRITTEN-OFF(WS-OMY-FOUND-SUB)
                   TO WS-WO-CAPPED
               IF WS-WO-CAPPED > WS-OMY-BILLED(WS-OMY-FOUND-SUB)
                   MOVE WS-OMY-BILLED(WS-OMY-FOUND-SUB)
                       TO WS-WO-CAPPED
               END-IF
               COMPUTE WS-FORFEIT ROUNDED
                   = WS-CLG-COMM(WS-CLG-SUB) * WS-WO-CAPPED
                   / WS-OMY-BILLED(WS-OMY-FOUND-SUB)
           END-IF.
           IF WS-CLG-BASIS(WS-CLG-SUB) = "C"
               IF WS-OMY-BILLED(WS-OMY-FOUND-SUB) = 0
                   MOVE 0 TO WS-TARGET
               ELSE
                   MOVE WS-OMY-COLLECTED(WS-OMY-FOUND-SUB)
                       TO WS-COLLECTED-CAPPED
                   IF WS-COLLECTED-CAPPED >
                       WS-OMY-BILLED(WS-OMY-FOUND-SUB) - WS-WO-CAPPED
                       COMPUTE WS-COLLECTED-CAPPED
                           = WS-OMY-BILLED(WS-OMY-FOUND-SUB)
                           - WS-WO-CAPPED
                   END-IF
                   COMPUTE WS-TARGET ROUNDED
                       = WS-CLG-COMM(WS-CLG-SUB) * WS-COLLECTED-CAPPED
                       / WS-OMY-BILLED(WS-OMY-FOUND-SUB)
               END-IF
           ELSE
               COMPUTE WS-TARGET = WS-CLG-COMM(WS-CLG-SUB) - WS-FORFEIT
           END-IF.
           COMPUTE WS-NET-PAID = WS-CLG-PAID(WS-CLG-SUB)
               - WS-CLG-CLAWED(WS-CLG-SUB).
           IF WS-TARGET > WS-NET-PAID
               COMPUTE WS-SHARE-COMM = WS-TARGET - WS-NET-PAID
               ADD WS-SHARE-COMM TO WS-CLG-PAID(WS-CLG-SUB)
               ADD WS-SHARE-COMM TO WS-SLSP-EARNED(WS-SLSP-FOUND-SUB)
           END-IF.
           IF WS-TARGET < WS-NET-PAID
               COMPUTE WS-SHARE-COMM = WS-NET-PAID - WS-TARGET
               ADD WS-SHARE-COMM TO WS-CLG-CLAWED(WS-CLG-SUB)
               ADD WS-SHARE-COMM TO WS-SLSP-CLAWED(WS-SLSP-FOUND-SUB)
           END-IF.
           MOVE WS-FORFEIT TO WS-CLG-FORFEIT(WS-CLG-SUB).
           IF WS-OMY-BILLED(WS-OMY-FOUND-SUB) > 0
               AND WS-OMY-OPEN-SW(WS-OMY-FOUND-SUB) = "N"
               MOVE "N" TO WS-CLG-KEEP-SW(WS-CLG-SUB)
           ELSE
               IF WS-CLG-BASIS(WS-CLG-SUB) = "C"
                   COMPUTE WS-SHARE-COMM = WS-CLG-COMM(WS-CLG-SUB)
                       - WS-FORFEIT - WS-TARGET
                   IF WS-SHARE-COMM > 0
                       ADD WS-SHARE-COMM
                           TO WS-SLSP-HELD(WS-SLSP-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

      * THE LEDGER IS REWRITTEN WHOLE: OPEN SHARES, THEN ONE CARRY
      * ROW FOR EACH SALESPERSON WHOSE CLAWBACK EXCEEDED THE RUN.
       6500-REWRITE-COMM-LEDGER.
           OPEN OUTPUT COMM-LEDGER.
           IF WS-CLDG-STATUS NOT = "00"
               DISPLAY "COMMISSION LEDGER NOT REWRITTEN - STATUS "
                   WS-CLDG-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-CLG-SUB FROM 1 BY 1
               UNTIL WS-CLG-SUB > WS-CLG-COUNT
               IF WS-CLG-KEEP-SW(WS-CLG-SUB) = "Y"
                   MOVE "O" TO CLG-TYPE
                   MOVE WS-CLG-ORDER(WS-CLG-SUB)    TO CLG-ORDER-ID
                   MOVE WS-CLG-SLSP(WS-CLG-SUB)     TO CLG-SLSP-ID
                   MOVE WS-CLG-BASIS(WS-CLG-SUB)    TO CLG-BASIS
                   MOVE WS-CLG-RUN-DATE(WS-CLG-SUB) TO CLG-RUN-DATE
                   MOVE WS-CLG-BASE(WS-CLG-SUB)     TO CLG-BASE
                   MOVE WS-CLG-COMM(WS-CLG-SUB)     TO CLG-COMM
                   MOVE WS-CLG-PAID(WS-CLG-SUB)     TO CLG-PAID
                   MOVE WS-CLG-FORFEIT(WS-CLG-SUB)  TO CLG-FORFEIT
                   MOVE WS-CLG-CLAWED(WS-CLG-SUB)   TO CLG-CLAWED
                   WRITE COMM-LEDGER-REC
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SLSP-SUB FROM 1 BY 1
               UNTIL WS-SLSP-SUB > WS-SLSP-COUNT
               IF WS-SLSP-CARRY-OUT(WS-SLSP-SUB) > 0
                   MOVE "K" TO CLG-TYPE
                   MOVE SPACES TO CLG-ORDER-ID
                   MOVE WS-SLSP-ID(WS-SLSP-SUB) TO CLG-SLSP-ID
                   MOVE WS-SLSP-BASIS(WS-SLSP-SUB) TO CLG-BASIS
                   MOVE WS-TODAY TO CLG-RUN-DATE
                   MOVE ZEROS TO CLG-BASE CLG-COMM CLG-PAID
                                 CLG-FORFEIT
                   MOVE WS-SLSP-CARRY-OUT(WS-SLSP-SUB) TO CLG-CLAWED
                   WRITE COMM-LEDGER-REC
               END-IF
           END-PERFORM.
           CLOSE COMM-LEDGER.
