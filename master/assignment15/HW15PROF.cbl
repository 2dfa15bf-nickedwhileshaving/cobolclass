       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW15PROF.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Quarterly customer profitability.  Brings together, per
      *customer, the net sales and material cost of what was
      *invoiced in the quarter (the cumulative invoice history
      *HW15BILL posts, which carries each line's material cost --
      *lines written before it did take the order's cost from the
      *MATHOUT generation the way HW15MARG does), what the carriers
      *actually charged to ship those orders (SHP-COST on HW08NB's
      *shipment status file) against the freight billed, the
      *returns credited through HW15RMA, the bad debt written off
      *through HW15WOFF, and the average days to pay on what was
      *collected in the quarter.  Customers are ranked by
      *contribution, and any whose freight shortfall or returns
      *wipe out the material margin are flagged.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-HISTORY ASSIGN TO WS-INV-HIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-HIST-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO WS-CUSTOMER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT SHIPMENT-STATUS ASSIGN TO WS-SHIP-STAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHIP-STAT-STATUS.

           SELECT AR-OPEN-ITEM ASSIGN TO WS-AR-OPEN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AR-OPEN-STATUS.

           SELECT AR-HISTORY ASSIGN TO WS-AR-HIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AR-HIST-STATUS.

           SELECT CASH-APPLY-HIST ASSIGN TO WS-CASH-HIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASH-HIST-STATUS.

           SELECT WRITEOFF-REGISTER ASSIGN TO WS-WOFF-REG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WOFF-REG-STATUS.

           SELECT MATHOUT-IN ASSIGN TO WS-MATHOUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATHOUT-STATUS.

           SELECT PROFIT-RPT-OUT ASSIGN TO WS-PROFIT-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFIT-RPT-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES RUGIHST,
      *  RUGCUST, SHIPSTAT, RUGAR, RUGARH, RUGCAPH, RUGWREG, SHAPEOUT,
      *  AND RUGPROF, FALLING BACK TO THE DEVELOPMENT DEFAULTS SHOWN
      *  IN 0900.  RUGPRFQ NAMES THE QUARTER AS CCYYQn (2026Q3); LEFT
      *  UNSET, THE LAST COMPLETED QUARTER IS REPORTED.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-HISTORY
           RECORDING MODE IS F
           DATA RECORD IS INVOICE-HISTORY-REC.
       01 INVOICE-HISTORY-REC.
          05 IH-TYPE                  PIC X(01).
          05 IH-INV-DATE              PIC X(08).
          05 IH-CUST-NUMBER           PIC X(05).
          05 IH-ORDER-ID              PIC X(05).
          05 IH-INVOICE-NUMBER        PIC 9(07).
          05 IH-GROSS                 PIC 9(08)V99.
          05 IH-DISCOUNT              PIC 9(08)V99.
          05 IH-TAX                   PIC 9(08)V99.
          05 IH-FREIGHT               PIC 9(08)V99.
          05 IH-NET                   PIC 9(08)V99.
       01 INVOICE-HISTORY-LINE-REC.
          05 IHL-TYPE                 PIC X(01).
          05 IHL-INV-DATE             PIC X(08).
          05 IHL-CUST-NUMBER          PIC X(05).
          05 IHL-ORDER-ID             PIC X(05).
          05 IHL-MATERIAL             PIC X(04).
          05 IHL-SHAPE                PIC X(10).
          05 IHL-LINE-NET             PIC 9(08)V99.
          05 IHL-MATL-COST            PIC 9(06)V99.
          05 FILLER                   PIC X(30).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F
           DATA RECORD IS CUSTOMER-MASTER-REC.
       01 CUSTOMER-MASTER-REC.
          05 CM-CUST-NUMBER           PIC X(05).
          05 CM-BILL-TO-NAME          PIC X(25).
          05 FILLER                   PIC X(42).

       FD  SHIPMENT-STATUS
           RECORDING MODE IS F
           DATA RECORD IS SHIPMENT-STATUS-REC.
       01 SHIPMENT-STATUS-REC.
          05 SHP-TRACKING-NUMBER      PIC 9(10).
          05 SHP-ORDER-ID             PIC X(05).
          05 SHP-ZIP                  PIC X(05).
          05 SHP-SERVICE              PIC X(01).
          05 SHP-SHIP-DATE            PIC X(08).
          05 SHP-PROMISED-DAYS        PIC 9(01).
          05 SHP-STATUS               PIC X(01).
          05 SHP-DELIVERED-DATE       PIC X(08).
          05 SHP-WEIGHT               PIC 9(03)V99.
          05 SHP-COST                 PIC 9(05)V99.
          05 SHP-DECLARED             PIC 9(07)V99.
          05 SHP-CARRIER              PIC X(04).
          05 SHP-MASTER-TRACKING      PIC 9(10).
          05 SHP-PIECE-NUMBER         PIC 9(02).
          05 SHP-PIECE-COUNT          PIC 9(02).

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

       FD  PROFIT-RPT-OUT
           RECORDING MODE IS F
           DATA RECORD IS PROFIT-RPT-REC.
       01 PROFIT-RPT-REC              PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-INV-HIST-DSN            PIC X(80).
       01  WS-CUSTOMER-DSN            PIC X(80).
       01  WS-SHIP-STAT-DSN           PIC X(80).
       01  WS-AR-OPEN-DSN             PIC X(80).
       01  WS-AR-HIST-DSN             PIC X(80).
       01  WS-CASH-HIST-DSN           PIC X(80).
       01  WS-WOFF-REG-DSN            PIC X(80).
       01  WS-MATHOUT-DSN             PIC X(80).
       01  WS-PROFIT-RPT-DSN          PIC X(80).

       01  WS-INV-HIST-STATUS         PIC X(02) VALUE "00".
       01  WS-CUSTOMER-STATUS         PIC X(02) VALUE "00".
       01  WS-SHIP-STAT-STATUS        PIC X(02) VALUE "00".
       01  WS-AR-OPEN-STATUS          PIC X(02) VALUE "00".
       01  WS-AR-HIST-STATUS          PIC X(02) VALUE "00".
       01  WS-CASH-HIST-STATUS        PIC X(02) VALUE "00".
       01  WS-WOFF-REG-STATUS         PIC X(02) VALUE "00".
       01  WS-MATHOUT-STATUS          PIC X(02) VALUE "00".
       01  WS-PROFIT-RPT-STATUS       PIC X(02) VALUE "00".

      * THE QUARTER REPORTED, AND ITS FIRST AND LAST DAYS.
       01  WS-QTR-IN                  PIC X(06).
       01  WS-QTR-NAME.
           05 WS-QTR-YEAR             PIC 9(04).
           05 FILLER                  PIC X(01) VALUE "Q".
           05 WS-QTR-NUMBER           PIC 9(01).
       01  WS-QTR-FROM                PIC X(08).
       01  WS-QTR-TO                  PIC X(08).
       01  WS-TODAY                   PIC X(08).
       01  WS-TODAY-MONTH             PIC 9(02).
       01  WS-QTR-BOUNDS-TABLE.
           05 FILLER                  PIC X(08) VALUE "01010331".
           05 FILLER                  PIC X(08) VALUE "04010630".
           05 FILLER                  PIC X(08) VALUE "07010930".
           05 FILLER                  PIC X(08) VALUE "10011231".
       01  WS-QTR-BOUNDS REDEFINES WS-QTR-BOUNDS-TABLE.
           05 WS-QTR-BOUND OCCURS 4 TIMES.
              10 WS-QTR-FROM-MMDD     PIC X(04).
              10 WS-QTR-TO-MMDD       PIC X(04).

       01  WS-CUST-COUNT              PIC 9(03) VALUE 0.
       01  WS-CUST-SUB                PIC 9(03).
       01  WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 100 TIMES.
              10 WS-CUST-NUM          PIC X(05).
              10 WS-CUST-NAME         PIC X(25).

      * ONE ROW PER CUSTOMER WITH ANY ACTIVITY IN THE QUARTER.
       01  WS-PRF-COUNT               PIC 9(03) VALUE 0.
       01  WS-PRF-SUB                 PIC 9(03).
       01  WS-PRF-FOUND-SUB           PIC 9(03).
       01  WS-PRF-OVERFLOW-SW         PIC X(01) VALUE "N".
           88 PRF-TABLE-OVERFLOW             VALUE "Y".
       01  WS-PRF-TABLE.
           05 WS-PRF-ENTRY OCCURS 500 TIMES.
              10 WS-PRF-CONTRIB       PIC S9(09)V99.
              10 WS-PRF-CUST          PIC X(05).
              10 WS-PRF-NET-SALES     PIC 9(09)V99.
              10 WS-PRF-MATL-COST     PIC 9(09)V99.
              10 WS-PRF-MARGIN        PIC S9(09)V99.
              10 WS-PRF-FRT-BILLED    PIC 9(09)V99.
              10 WS-PRF-CARRIER       PIC 9(09)V99.
              10 WS-PRF-RETURNS       PIC 9(09)V99.
              10 WS-PRF-BAD-DEBT      PIC 9(09)V99.
              10 WS-PRF-PAID          PIC 9(09)V99.
              10 WS-PRF-PAID-DAYS     PIC 9(13)V99.
              10 WS-PRF-FLAG          PIC X(12).
       01  WS-PRF-HOLD                PIC X(131).
       01  WS-SORT-SUB1               PIC 9(03).
       01  WS-SORT-SUB2               PIC 9(03).
       01  WS-THIS-CUST               PIC X(05).

      * ORDERS INVOICED IN THE QUARTER -- FOR THE CARRIER COST AND
      * FOR THE MATERIAL COST OF LINES THE HISTORY HAS NO COST ON.
       01  WS-ORD-COUNT               PIC 9(04) VALUE 0.
       01  WS-ORD-SUB                 PIC 9(04).
       01  WS-ORD-FOUND-SUB           PIC 9(04).
       01  WS-ORD-TABLE.
           05 WS-ORD-ENTRY OCCURS 2000 TIMES.
              10 WS-ORD-ID            PIC X(05).
              10 WS-ORD-CUST          PIC X(05).
              10 WS-ORD-COST-SW       PIC X(01).
                 88 ORD-COST-ON-HISTORY      VALUE "Y".
                 88 ORD-COST-FROM-MATHOUT    VALUE "M".
       01  WS-ORDERS-UNCOSTED         PIC 9(04) VALUE 0.
       01  WS-FIND-ORDER              PIC X(05).

      * CREDIT MEMOS DATED IN THE QUARTER.  THE CREDIT INCLUDES THE
      * SALES TAX GIVEN BACK, WHICH IS NOT LOST SALES; THE ORIGINAL
      * INVOICE'S TAX SHARE IS TAKEN BACK OUT OF IT.
       01  WS-RTN-COUNT               PIC 9(03) VALUE 0.
       01  WS-RTN-SUB                 PIC 9(03).
       01  WS-RTN-TABLE.
           05 WS-RTN-ENTRY OCCURS 500 TIMES.
              10 WS-RTN-ORDER         PIC X(05).
              10 WS-RTN-CUST          PIC X(05).
              10 WS-RTN-AMOUNT        PIC 9(08)V99.
              10 WS-RTN-INV-BASE      PIC 9(08)V99.
              10 WS-RTN-INV-TAX       PIC 9(08)V99.
       01  WS-RTN-NET                 PIC 9(08)V99.

      * PAYMENTS APPLIED IN THE QUARTER, WAITING FOR THE INVOICE DATE
      * OF THE ITEM THEY PAID FROM THE OPEN-ITEM OR HISTORY FILE.
       01  WS-PAY-COUNT               PIC 9(04) VALUE 0.
       01  WS-PAY-SUB                 PIC 9(04).
       01  WS-PAY-TABLE.
           05 WS-PAY-ENTRY OCCURS 3000 TIMES.
              10 WS-PAY-CUST          PIC X(05).
              10 WS-PAY-ORDER         PIC X(05).
              10 WS-PAY-DATE          PIC 9(08).
              10 WS-PAY-RELIEVED      PIC 9(08)V99.
              10 WS-PAY-INV-DATE      PIC X(08).
       01  WS-PAY-INV-N               PIC 9(08).
       01  WS-PAY-DAYS                PIC S9(07).

      * ONE AR ITEM FROM EITHER THE OPEN-ITEM OR THE HISTORY FILE.
       01  WS-ITEM.
           05 WS-ITEM-CUST            PIC X(05).
           05 WS-ITEM-ORDER           PIC X(05).
           05 WS-ITEM-DATE            PIC X(08).
           05 WS-ITEM-DUE             PIC 9(08)V99.
           05 WS-ITEM-PAID            PIC 9(08)V99.
           05 WS-ITEM-STAT            PIC X(01).
       01  WS-ITEM-KIND-SW            PIC X(01).
           88 ITEM-IS-CREDIT                 VALUE "C".
           88 ITEM-IS-INVOICE                VALUE "I".

       01  WS-FREIGHT-SHORT           PIC S9(09)V99.
       01  WS-MARGIN-EATERS           PIC S9(09)V99.
       01  WS-AVG-DAYS                PIC 9(03).
       01  WS-FLAGGED-COUNT           PIC 9(03) VALUE 0.

       01  WS-TOT-NET-SALES           PIC 9(11)V99 VALUE 0.
       01  WS-TOT-MARGIN              PIC S9(11)V99 VALUE 0.
       01  WS-TOT-FRT-BILLED          PIC 9(11)V99 VALUE 0.
       01  WS-TOT-CARRIER             PIC 9(11)V99 VALUE 0.
       01  WS-TOT-RETURNS             PIC 9(11)V99 VALUE 0.
       01  WS-TOT-BAD-DEBT            PIC 9(11)V99 VALUE 0.
       01  WS-TOT-CONTRIB             PIC S9(11)V99 VALUE 0.

       01  WS-PROF-HDR1.
           05 FILLER                  PIC X(42)
                   VALUE "CUSTOMER PROFITABILITY -- HW15PROF  ".
           05 FILLER                  PIC X(08) VALUE "QUARTER ".
           05 PH-QUARTER              PIC X(06).
           05 FILLER                  PIC X(02) VALUE " (".
           05 PH-FROM                 PIC X(08).
           05 FILLER                  PIC X(03) VALUE " - ".
           05 PH-TO                   PIC X(08).
           05 FILLER                  PIC X(01) VALUE ")".
       01  WS-PROF-HDR2.
           05 FILLER                  PIC X(31)
                   VALUE "RANK CUST  NAME                ".
           05 FILLER                  PIC X(14) VALUE "     NET SALES".
           05 FILLER                  PIC X(14) VALUE "   MATL MARGIN".
           05 FILLER                  PIC X(14) VALUE "    FRT BILLED".
           05 FILLER                  PIC X(14) VALUE "  CARRIER COST".
           05 FILLER                  PIC X(14) VALUE "       RETURNS".
           05 FILLER                  PIC X(14) VALUE "      BAD DEBT".
           05 FILLER                  PIC X(14) VALUE "  CONTRIBUTION".
           05 FILLER                  PIC X(18)
                   VALUE " DTP  FLAG".
       01  WS-PROF-DETAIL.
           05 PD-RANK                 PIC ZZZ.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 PD-CUST                 PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PD-NAME                 PIC X(20).
           05 PD-NET-SALES            PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PD-MARGIN               PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PD-FRT-BILLED           PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PD-CARRIER              PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PD-RETURNS              PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PD-BAD-DEBT             PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PD-CONTRIB              PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PD-DAYS                 PIC ZZZ.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 PD-FLAG                 PIC X(12).
       01  WS-PROF-NOTE-LINE          PIC X(120).

       01  WS-GENRES-PARMS.
           05 GR-MODE                 PIC X(01).
           05 GR-LOGICAL-NAME         PIC X(12).
           05 GR-DSN                  PIC X(80).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW15PROF BEGINS".
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 1000-SET-QUARTER.
           DISPLAY "QUARTER " WS-QTR-NAME " " WS-QTR-FROM
               " THRU " WS-QTR-TO.
           OPEN INPUT INVOICE-HISTORY.
           IF WS-INV-HIST-STATUS NOT = "00"
               DISPLAY "INVOICE HISTORY NOT AVAILABLE - STATUS "
                   WS-INV-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE INVOICE-HISTORY.
           PERFORM 1100-LOAD-CUSTOMERS.
           PERFORM 2000-LOAD-CASH-APPLICATIONS.
           PERFORM 2100-READ-AR-FILES.
           PERFORM 2200-SCAN-INVOICE-HISTORY.
           IF WS-ORDERS-UNCOSTED > 0
               PERFORM 2300-COST-FROM-MATHOUT
           END-IF.
           PERFORM 2400-ADD-CARRIER-COST.
           PERFORM 2500-ADD-WRITE-OFFS.
           PERFORM 3000-FIGURE-CONTRIBUTION.
           PERFORM 3100-RANK-CUSTOMERS.
           PERFORM 4000-WRITE-PROFIT-REPORT.
           IF PRF-TABLE-OVERFLOW
               DISPLAY "MORE THAN 500 CUSTOMERS ACTIVE IN THE QUARTER"
                   " -- THE LAST ROW CARRIES THE OVERFLOW"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "CUSTOMERS REPORTED : " WS-PRF-COUNT.
           DISPLAY "MARGIN WIPED OUT   : " WS-FLAGGED-COUNT.
           DISPLAY "HW15PROF CONCLUDES".
           GOBACK.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-INV-HIST-DSN FROM ENVIRONMENT "RUGIHST".
           IF WS-INV-HIST-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15IHST.dat"
               TO WS-INV-HIST-DSN
           END-IF.
           ACCEPT WS-CUSTOMER-DSN FROM ENVIRONMENT "RUGCUST".
           IF WS-CUSTOMER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CUST.dat"
               TO WS-CUSTOMER-DSN
           END-IF.
           ACCEPT WS-SHIP-STAT-DSN FROM ENVIRONMENT "SHIPSTAT".
           IF WS-SHIP-STAT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW08SHIP.dat"
               TO WS-SHIP-STAT-DSN
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
           ACCEPT WS-CASH-HIST-DSN FROM ENVIRONMENT "RUGCAPH".
           IF WS-CASH-HIST-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CAPH.dat"
               TO WS-CASH-HIST-DSN
           END-IF.
           ACCEPT WS-WOFF-REG-DSN FROM ENVIRONMENT "RUGWREG".
           IF WS-WOFF-REG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15WREG.dat"
               TO WS-WOFF-REG-DSN
           END-IF.
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
           ACCEPT WS-PROFIT-RPT-DSN FROM ENVIRONMENT "RUGPROF".
           IF WS-PROFIT-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15PROF.rpt"
               TO WS-PROFIT-RPT-DSN
           END-IF.

      * A QUARTER NAMED ON RUGPRFQ, OTHERWISE THE ONE BEFORE THE
      * QUARTER TODAY FALLS IN.
       1000-SET-QUARTER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           ACCEPT WS-QTR-IN FROM ENVIRONMENT "RUGPRFQ".
           IF WS-QTR-IN(1:4) IS NUMERIC
               AND (WS-QTR-IN(5:1) = "Q" OR WS-QTR-IN(5:1) = "q")
               AND WS-QTR-IN(6:1) >= "1" AND WS-QTR-IN(6:1) <= "4"
               MOVE WS-QTR-IN(1:4) TO WS-QTR-YEAR
               MOVE WS-QTR-IN(6:1) TO WS-QTR-NUMBER
           ELSE
               IF WS-QTR-IN NOT = SPACES
                   DISPLAY "RUGPRFQ " WS-QTR-IN " IS NOT CCYYQn --"
                       " REPORTING THE LAST COMPLETED QUARTER"
               END-IF
               MOVE WS-TODAY(1:4) TO WS-QTR-YEAR
               MOVE WS-TODAY(5:2) TO WS-TODAY-MONTH
               COMPUTE WS-QTR-NUMBER = (WS-TODAY-MONTH + 2) / 3
               IF WS-QTR-NUMBER = 1
                   SUBTRACT 1 FROM WS-QTR-YEAR
                   MOVE 4 TO WS-QTR-NUMBER
               ELSE
                   SUBTRACT 1 FROM WS-QTR-NUMBER
               END-IF
           END-IF.
           MOVE WS-QTR-YEAR TO WS-QTR-FROM(1:4) WS-QTR-TO(1:4).
           MOVE WS-QTR-FROM-MMDD(WS-QTR-NUMBER) TO WS-QTR-FROM(5:4).
           MOVE WS-QTR-TO-MMDD(WS-QTR-NUMBER) TO WS-QTR-TO(5:4).

       1100-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-STATUS = "00"
               READ CUSTOMER-MASTER
               PERFORM UNTIL WS-CUSTOMER-STATUS > "00"
                          OR WS-CUST-COUNT >= 100
                   ADD 1 TO WS-CUST-COUNT
                   MOVE CM-CUST-NUMBER  TO WS-CUST-NUM(WS-CUST-COUNT)
                   MOVE CM-BILL-TO-NAME TO WS-CUST-NAME(WS-CUST-COUNT)
                   READ CUSTOMER-MASTER
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           END-IF.

      * A PAYMENT LATER REVERSED BY HW15NSF NEVER PAID ANYTHING.
       2000-LOAD-CASH-APPLICATIONS.
           OPEN INPUT CASH-APPLY-HIST.
           IF WS-CASH-HIST-STATUS = "00"
               READ CASH-APPLY-HIST
               PERFORM UNTIL WS-CASH-HIST-STATUS > "00"
                   IF CAH-APPLY-DATE >= WS-QTR-FROM
                       AND CAH-APPLY-DATE <= WS-QTR-TO
                       AND CAH-APPLY-DATE IS NUMERIC
                       AND CAH-REVERSED-SW NOT = "R"
                       AND CAH-RELIEVED IS NUMERIC
                       AND WS-PAY-COUNT < 3000
                       ADD 1 TO WS-PAY-COUNT
                       MOVE CAH-CUST-NUMBER TO WS-PAY-CUST(WS-PAY-COUNT)
                       MOVE CAH-ORDER-ID   TO WS-PAY-ORDER(WS-PAY-COUNT)
                       MOVE CAH-APPLY-DATE TO WS-PAY-DATE(WS-PAY-COUNT)
                       MOVE CAH-RELIEVED
                           TO WS-PAY-RELIEVED(WS-PAY-COUNT)
                       MOVE SPACES TO WS-PAY-INV-DATE(WS-PAY-COUNT)
                   END-IF
                   READ CASH-APPLY-HIST
               END-PERFORM
               CLOSE CASH-APPLY-HIST
           END-IF.

      * THE LIVE OPEN-ITEM FILE AND THE ARCHIVE HW15ARCH BUILDS ARE
      * READ ALIKE -- AN ITEM IS IN ONE OR THE OTHER, NEVER BOTH.
       2100-READ-AR-FILES.
           OPEN INPUT AR-OPEN-ITEM.
           IF WS-AR-OPEN-STATUS = "00"
               READ AR-OPEN-ITEM
               PERFORM UNTIL WS-AR-OPEN-STATUS > "00"
                   MOVE AR-CUST-NUMBER  TO WS-ITEM-CUST
                   MOVE AR-ORDER-ID     TO WS-ITEM-ORDER
                   MOVE AR-INVOICE-DATE TO WS-ITEM-DATE
                   MOVE AR-AMOUNT-DUE   TO WS-ITEM-DUE
                   MOVE AR-AMOUNT-PAID  TO WS-ITEM-PAID
                   MOVE AR-STATUS       TO WS-ITEM-STAT
                   PERFORM 2150-JUDGE-AR-ITEM
                   READ AR-OPEN-ITEM
               END-PERFORM
               CLOSE AR-OPEN-ITEM
           ELSE
               DISPLAY "AR OPEN-ITEM FILE NOT AVAILABLE - STATUS "
                   WS-AR-OPEN-STATUS " -- NO RETURNS OR DAYS TO PAY"
           END-IF.
           OPEN INPUT AR-HISTORY.
           IF WS-AR-HIST-STATUS = "00"
               READ AR-HISTORY
               PERFORM UNTIL WS-AR-HIST-STATUS > "00"
                   MOVE ARH-CUST-NUMBER  TO WS-ITEM-CUST
                   MOVE ARH-ORDER-ID     TO WS-ITEM-ORDER
                   MOVE ARH-INVOICE-DATE TO WS-ITEM-DATE
                   MOVE ARH-AMOUNT-DUE   TO WS-ITEM-DUE
                   MOVE ARH-AMOUNT-PAID  TO WS-ITEM-PAID
                   MOVE ARH-STATUS       TO WS-ITEM-STAT
                   PERFORM 2150-JUDGE-AR-ITEM
                   READ AR-HISTORY
               END-PERFORM
               CLOSE AR-HISTORY
           END-IF.

      * A CREDIT MEMO IS STATUS M, OR STATUS R WHEN HW15RFND REFUNDED
      * IT (AN OVERPAYMENT REFUNDED IS ALSO R, BUT PAID IS OVER DUE).
      * EVERYTHING ELSE WAS BILLED AND IS WHAT A PAYMENT WAS AGAINST.
       2150-JUDGE-AR-ITEM.
           IF WS-ITEM-STAT = "M"
               OR (WS-ITEM-STAT = "R" AND WS-ITEM-PAID < WS-ITEM-DUE)
               MOVE "C" TO WS-ITEM-KIND-SW
           ELSE
               MOVE "I" TO WS-ITEM-KIND-SW
           END-IF.
           IF ITEM-IS-CREDIT
               IF WS-ITEM-DATE >= WS-QTR-FROM
                   AND WS-ITEM-DATE <= WS-QTR-TO
                   AND WS-RTN-COUNT < 500
                   ADD 1 TO WS-RTN-COUNT
                   MOVE WS-ITEM-ORDER TO WS-RTN-ORDER(WS-RTN-COUNT)
                   MOVE WS-ITEM-CUST  TO WS-RTN-CUST(WS-RTN-COUNT)
                   MOVE WS-ITEM-DUE   TO WS-RTN-AMOUNT(WS-RTN-COUNT)
                   MOVE ZEROS TO WS-RTN-INV-BASE(WS-RTN-COUNT)
                                 WS-RTN-INV-TAX(WS-RTN-COUNT)
               END-IF
           ELSE
               PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
                   UNTIL WS-PAY-SUB > WS-PAY-COUNT
                   IF WS-PAY-ORDER(WS-PAY-SUB) = WS-ITEM-ORDER
                       AND WS-PAY-CUST(WS-PAY-SUB) = WS-ITEM-CUST
                       MOVE WS-ITEM-DATE TO WS-PAY-INV-DATE(WS-PAY-SUB)
                   END-IF
               END-PERFORM
           END-IF.

      * SALES AND FREIGHT BILLED FROM THE HEADERS, MATERIAL COST FROM
      * THE LINES, BOTH FOR INVOICES DATED IN THE QUARTER.  ANY
      * HEADER, WHATEVER ITS DATE, SUPPLIES THE TAX SHARE FOR A
      * RETURN AGAINST ITS ORDER.
       2200-SCAN-INVOICE-HISTORY.
           OPEN INPUT INVOICE-HISTORY.
           READ INVOICE-HISTORY.
           PERFORM UNTIL WS-INV-HIST-STATUS > "00"
               IF IH-TYPE = "H"
                   PERFORM 2250-ADD-INVOICE-HEADER
               END-IF
               IF IHL-TYPE = "L"
                   AND IHL-INV-DATE >= WS-QTR-FROM
                   AND IHL-INV-DATE <= WS-QTR-TO
                   PERFORM 2260-ADD-INVOICE-LINE
               END-IF
               READ INVOICE-HISTORY
           END-PERFORM.
           CLOSE INVOICE-HISTORY.
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-ORD-COUNT
               IF NOT ORD-COST-ON-HISTORY(WS-ORD-SUB)
                   ADD 1 TO WS-ORDERS-UNCOSTED
               END-IF
           END-PERFORM.

       2250-ADD-INVOICE-HEADER.
           PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
               UNTIL WS-RTN-SUB > WS-RTN-COUNT
               IF WS-RTN-ORDER(WS-RTN-SUB) = IH-ORDER-ID
                   AND WS-RTN-CUST(WS-RTN-SUB) = IH-CUST-NUMBER
                   COMPUTE WS-RTN-INV-BASE(WS-RTN-SUB)
                       = IH-GROSS - IH-DISCOUNT
                   MOVE IH-TAX TO WS-RTN-INV-TAX(WS-RTN-SUB)
               END-IF
           END-PERFORM.
           IF IH-INV-DATE >= WS-QTR-FROM
               AND IH-INV-DATE <= WS-QTR-TO
               MOVE IH-CUST-NUMBER TO WS-THIS-CUST
               PERFORM 2600-FIND-OR-ADD-CUSTOMER
               COMPUTE WS-PRF-NET-SALES(WS-PRF-FOUND-SUB)
                   = WS-PRF-NET-SALES(WS-PRF-FOUND-SUB)
                   + IH-GROSS - IH-DISCOUNT
               ADD IH-FREIGHT TO WS-PRF-FRT-BILLED(WS-PRF-FOUND-SUB)
               MOVE IH-ORDER-ID TO WS-FIND-ORDER
               PERFORM 2270-FIND-ORDER
               IF WS-ORD-FOUND-SUB = 0 AND WS-ORD-COUNT < 2000
                   ADD 1 TO WS-ORD-COUNT
                   MOVE IH-ORDER-ID TO WS-ORD-ID(WS-ORD-COUNT)
                   MOVE IH-CUST-NUMBER TO WS-ORD-CUST(WS-ORD-COUNT)
                   MOVE "N" TO WS-ORD-COST-SW(WS-ORD-COUNT)
               END-IF
           END-IF.

      * LINES WRITTEN BEFORE THE HISTORY CARRIED THE MATERIAL COST
      * HAVE SPACES THERE; THEIR ORDER IS COSTED FROM MATHOUT.
       2260-ADD-INVOICE-LINE.
           IF IHL-MATL-COST IS NUMERIC
               MOVE IHL-CUST-NUMBER TO WS-THIS-CUST
               PERFORM 2600-FIND-OR-ADD-CUSTOMER
               ADD IHL-MATL-COST TO WS-PRF-MATL-COST(WS-PRF-FOUND-SUB)
               MOVE IHL-ORDER-ID TO WS-FIND-ORDER
               PERFORM 2270-FIND-ORDER
               IF WS-ORD-FOUND-SUB > 0
                   MOVE "Y" TO WS-ORD-COST-SW(WS-ORD-FOUND-SUB)
               END-IF
           END-IF.

       2270-FIND-ORDER.
           MOVE 0 TO WS-ORD-FOUND-SUB.
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-ORD-COUNT
               IF WS-ORD-ID(WS-ORD-SUB) = WS-FIND-ORDER
                   MOVE WS-ORD-SUB TO WS-ORD-FOUND-SUB
                   MOVE WS-ORD-COUNT TO WS-ORD-SUB
               END-IF
           END-PERFORM.

       2300-COST-FROM-MATHOUT.
           OPEN INPUT MATHOUT-IN.
           IF WS-MATHOUT-STATUS = "00"
               READ MATHOUT-IN
               PERFORM UNTIL WS-MATHOUT-STATUS > "00"
                   IF MI-SIZE-1 IS NUMERIC AND MI-SIZE-2 IS NUMERIC
                       AND MI-MATL-COST-OUT IS NUMERIC
                       MOVE MI-ORDER-ID TO WS-FIND-ORDER
                       PERFORM 2270-FIND-ORDER
                       IF WS-ORD-FOUND-SUB > 0
                           AND NOT ORD-COST-ON-HISTORY(WS-ORD-FOUND-SUB)
                           MOVE "M" TO WS-ORD-COST-SW(WS-ORD-FOUND-SUB)
                           MOVE WS-ORD-CUST(WS-ORD-FOUND-SUB)
                               TO WS-THIS-CUST
                           PERFORM 2600-FIND-OR-ADD-CUSTOMER
                           ADD MI-MATL-COST-OUT
                               TO WS-PRF-MATL-COST(WS-PRF-FOUND-SUB)
                       END-IF
                   END-IF
                   READ MATHOUT-IN
               END-PERFORM
               CLOSE MATHOUT-IN
           END-IF.
           MOVE 0 TO WS-ORDERS-UNCOSTED.
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-ORD-COUNT
               IF WS-ORD-COST-SW(WS-ORD-SUB) = "N"
                   ADD 1 TO WS-ORDERS-UNCOSTED
               END-IF
           END-PERFORM.

      * WHAT THE CARRIER CHARGED FOR EVERY PACKAGE OF AN ORDER
      * INVOICED IN THE QUARTER.
       2400-ADD-CARRIER-COST.
           OPEN INPUT SHIPMENT-STATUS.
           IF WS-SHIP-STAT-STATUS = "00"
               READ SHIPMENT-STATUS
               PERFORM UNTIL WS-SHIP-STAT-STATUS > "00"
                   IF SHP-COST IS NUMERIC
                       MOVE SHP-ORDER-ID TO WS-FIND-ORDER
                       PERFORM 2270-FIND-ORDER
                       IF WS-ORD-FOUND-SUB > 0
                           MOVE WS-ORD-CUST(WS-ORD-FOUND-SUB)
                               TO WS-THIS-CUST
                           PERFORM 2600-FIND-OR-ADD-CUSTOMER
                           ADD SHP-COST
                               TO WS-PRF-CARRIER(WS-PRF-FOUND-SUB)
                       END-IF
                   END-IF
                   READ SHIPMENT-STATUS
               END-PERFORM
               CLOSE SHIPMENT-STATUS
           ELSE
               DISPLAY "SHIPMENT STATUS FILE NOT AVAILABLE - STATUS "
                   WS-SHIP-STAT-STATUS " -- NO CARRIER COST"
           END-IF.

       2500-ADD-WRITE-OFFS.
           OPEN INPUT WRITEOFF-REGISTER.
           IF WS-WOFF-REG-STATUS = "00"
               READ WRITEOFF-REGISTER
               PERFORM UNTIL WS-WOFF-REG-STATUS > "00"
                   IF WOF-DATE >= WS-QTR-FROM
                       AND WOF-DATE <= WS-QTR-TO
                       AND WOF-AMOUNT IS NUMERIC
                       MOVE WOF-CUST-NUMBER TO WS-THIS-CUST
                       PERFORM 2600-FIND-OR-ADD-CUSTOMER
                       ADD WOF-AMOUNT
                           TO WS-PRF-BAD-DEBT(WS-PRF-FOUND-SUB)
                   END-IF
                   READ WRITEOFF-REGISTER
               END-PERFORM
               CLOSE WRITEOFF-REGISTER
           END-IF.

       2600-FIND-OR-ADD-CUSTOMER.
           MOVE 0 TO WS-PRF-FOUND-SUB.
           PERFORM VARYING WS-PRF-SUB FROM 1 BY 1
               UNTIL WS-PRF-SUB > WS-PRF-COUNT
               IF WS-PRF-CUST(WS-PRF-SUB) = WS-THIS-CUST
                   MOVE WS-PRF-SUB TO WS-PRF-FOUND-SUB
                   MOVE WS-PRF-COUNT TO WS-PRF-SUB
               END-IF
           END-PERFORM.
           IF WS-PRF-FOUND-SUB = 0
               IF WS-PRF-COUNT < 500
                   ADD 1 TO WS-PRF-COUNT
                   MOVE WS-PRF-COUNT TO WS-PRF-FOUND-SUB
                   MOVE WS-THIS-CUST TO WS-PRF-CUST(WS-PRF-COUNT)
                   MOVE ZEROS TO WS-PRF-CONTRIB(WS-PRF-COUNT)
                       WS-PRF-NET-SALES(WS-PRF-COUNT)
                       WS-PRF-MATL-COST(WS-PRF-COUNT)
                       WS-PRF-MARGIN(WS-PRF-COUNT)
                       WS-PRF-FRT-BILLED(WS-PRF-COUNT)
                       WS-PRF-CARRIER(WS-PRF-COUNT)
                       WS-PRF-RETURNS(WS-PRF-COUNT)
                       WS-PRF-BAD-DEBT(WS-PRF-COUNT)
                       WS-PRF-PAID(WS-PRF-COUNT)
                       WS-PRF-PAID-DAYS(WS-PRF-COUNT)
                   MOVE SPACES TO WS-PRF-FLAG(WS-PRF-COUNT)
               ELSE
                   MOVE "Y" TO WS-PRF-OVERFLOW-SW
                   MOVE WS-PRF-COUNT TO WS-PRF-FOUND-SUB
               END-IF
           END-IF.

      ******************************************************************
      * RETURNS AND DAYS TO PAY ONTO EACH CUSTOMER, THEN THE MARGIN,
      * THE CONTRIBUTION, AND THE FLAG.  CONTRIBUTION IS MATERIAL
      * MARGIN PLUS FREIGHT BILLED LESS CARRIER COST, RETURNS, AND
      * BAD DEBT.  THE MARGIN IS WIPED OUT WHEN THE FREIGHT SHORTFALL
      * (CARRIER COST OVER FREIGHT BILLED) AND THE RETURNS BETWEEN
      * THEM COME TO AS MUCH AS THE MATERIAL MARGIN.
      ******************************************************************
       3000-FIGURE-CONTRIBUTION.
           PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
               UNTIL WS-RTN-SUB > WS-RTN-COUNT
               IF WS-RTN-INV-BASE(WS-RTN-SUB)
                   + WS-RTN-INV-TAX(WS-RTN-SUB) > 0
                   COMPUTE WS-RTN-NET ROUNDED
                       = WS-RTN-AMOUNT(WS-RTN-SUB)
                       * WS-RTN-INV-BASE(WS-RTN-SUB)
                       / (WS-RTN-INV-BASE(WS-RTN-SUB)
                          + WS-RTN-INV-TAX(WS-RTN-SUB))
               ELSE
                   MOVE WS-RTN-AMOUNT(WS-RTN-SUB) TO WS-RTN-NET
               END-IF
               MOVE WS-RTN-CUST(WS-RTN-SUB) TO WS-THIS-CUST
               PERFORM 2600-FIND-OR-ADD-CUSTOMER
               ADD WS-RTN-NET TO WS-PRF-RETURNS(WS-PRF-FOUND-SUB)
           END-PERFORM.
           PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
               UNTIL WS-PAY-SUB > WS-PAY-COUNT
               IF WS-PAY-INV-DATE(WS-PAY-SUB) IS NUMERIC
                   MOVE WS-PAY-INV-DATE(WS-PAY-SUB) TO WS-PAY-INV-N
                   COMPUTE WS-PAY-DAYS = FUNCTION INTEGER-OF-DATE
                       (WS-PAY-DATE(WS-PAY-SUB))
                       - FUNCTION INTEGER-OF-DATE(WS-PAY-INV-N)
                   IF WS-PAY-DAYS < 0
                       MOVE 0 TO WS-PAY-DAYS
                   END-IF
                   MOVE WS-PAY-CUST(WS-PAY-SUB) TO WS-THIS-CUST
                   PERFORM 2600-FIND-OR-ADD-CUSTOMER
                   ADD WS-PAY-RELIEVED(WS-PAY-SUB)
                       TO WS-PRF-PAID(WS-PRF-FOUND-SUB)
                   COMPUTE WS-PRF-PAID-DAYS(WS-PRF-FOUND-SUB)
                       = WS-PRF-PAID-DAYS(WS-PRF-FOUND-SUB)
                       + WS-PAY-RELIEVED(WS-PAY-SUB) * WS-PAY-DAYS
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PRF-SUB FROM 1 BY 1
               UNTIL WS-PRF-SUB > WS-PRF-COUNT
               COMPUTE WS-PRF-MARGIN(WS-PRF-SUB)
                   = WS-PRF-NET-SALES(WS-PRF-SUB)
                   - WS-PRF-MATL-COST(WS-PRF-SUB)
               COMPUTE WS-PRF-CONTRIB(WS-PRF-SUB)
                   = WS-PRF-MARGIN(WS-PRF-SUB)
                   + WS-PRF-FRT-BILLED(WS-PRF-SUB)
                   - WS-PRF-CARRIER(WS-PRF-SUB)
                   - WS-PRF-RETURNS(WS-PRF-SUB)
                   - WS-PRF-BAD-DEBT(WS-PRF-SUB)
               COMPUTE WS-FREIGHT-SHORT = WS-PRF-CARRIER(WS-PRF-SUB)
                   - WS-PRF-FRT-BILLED(WS-PRF-SUB)
               IF WS-FREIGHT-SHORT < 0
                   MOVE 0 TO WS-FREIGHT-SHORT
               END-IF
               COMPUTE WS-MARGIN-EATERS = WS-FREIGHT-SHORT
                   + WS-PRF-RETURNS(WS-PRF-SUB)
               MOVE SPACES TO WS-PRF-FLAG(WS-PRF-SUB)
               IF WS-MARGIN-EATERS > 0
                   AND WS-MARGIN-EATERS >= WS-PRF-MARGIN(WS-PRF-SUB)
                   ADD 1 TO WS-FLAGGED-COUNT
                   EVALUATE TRUE
                       WHEN WS-FREIGHT-SHORT > 0
                            AND WS-FREIGHT-SHORT
                                >= WS-PRF-MARGIN(WS-PRF-SUB)
                           MOVE "** FREIGHT" TO WS-PRF-FLAG(WS-PRF-SUB)
                       WHEN WS-PRF-RETURNS(WS-PRF-SUB) > 0
                            AND WS-PRF-RETURNS(WS-PRF-SUB)
                                >= WS-PRF-MARGIN(WS-PRF-SUB)
                           MOVE "** RETURNS" TO WS-PRF-FLAG(WS-PRF-SUB)
                       WHEN OTHER
                           MOVE "** FRT+RTN" TO WS-PRF-FLAG(WS-PRF-SUB)
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * HIGHEST CONTRIBUTION FIRST -- THE SAME BUBBLE SORT HW15ALOC
      * USES, SWAPPING ONLY ON A STRICTLY SMALLER KEY.
       3100-RANK-CUSTOMERS.
           PERFORM VARYING WS-SORT-SUB1 FROM 1 BY 1
               UNTIL WS-SORT-SUB1 >= WS-PRF-COUNT
               PERFORM VARYING WS-SORT-SUB2 FROM 1 BY 1
                   UNTIL WS-SORT-SUB2 >
                       WS-PRF-COUNT - WS-SORT-SUB1
                   IF WS-PRF-CONTRIB(WS-SORT-SUB2) <
                           WS-PRF-CONTRIB(WS-SORT-SUB2 + 1)
                       MOVE WS-PRF-ENTRY(WS-SORT-SUB2)
                           TO WS-PRF-HOLD
                       MOVE WS-PRF-ENTRY(WS-SORT-SUB2 + 1)
                           TO WS-PRF-ENTRY(WS-SORT-SUB2)
                       MOVE WS-PRF-HOLD
                           TO WS-PRF-ENTRY(WS-SORT-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4000-WRITE-PROFIT-REPORT.
           OPEN OUTPUT PROFIT-RPT-OUT.
           MOVE WS-QTR-NAME TO PH-QUARTER.
           MOVE WS-QTR-FROM TO PH-FROM.
           MOVE WS-QTR-TO   TO PH-TO.
           WRITE PROFIT-RPT-REC FROM WS-PROF-HDR1.
           MOVE SPACES TO PROFIT-RPT-REC.
           WRITE PROFIT-RPT-REC.
           WRITE PROFIT-RPT-REC FROM WS-PROF-HDR2.
           PERFORM VARYING WS-PRF-SUB FROM 1 BY 1
               UNTIL WS-PRF-SUB > WS-PRF-COUNT
               MOVE WS-PRF-SUB TO PD-RANK
               MOVE WS-PRF-CUST(WS-PRF-SUB) TO PD-CUST
               MOVE "** NOT ON CUSTOMER MASTER" TO PD-NAME
               PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-COUNT
                   IF WS-CUST-NUM(WS-CUST-SUB) = WS-PRF-CUST(WS-PRF-SUB)
                       MOVE WS-CUST-NAME(WS-CUST-SUB) TO PD-NAME
                       MOVE WS-CUST-COUNT TO WS-CUST-SUB
                   END-IF
               END-PERFORM
               MOVE WS-PRF-NET-SALES(WS-PRF-SUB)  TO PD-NET-SALES
               MOVE WS-PRF-MARGIN(WS-PRF-SUB)     TO PD-MARGIN
               MOVE WS-PRF-FRT-BILLED(WS-PRF-SUB) TO PD-FRT-BILLED
               MOVE WS-PRF-CARRIER(WS-PRF-SUB)    TO PD-CARRIER
               MOVE WS-PRF-RETURNS(WS-PRF-SUB)    TO PD-RETURNS
               MOVE WS-PRF-BAD-DEBT(WS-PRF-SUB)   TO PD-BAD-DEBT
               MOVE WS-PRF-CONTRIB(WS-PRF-SUB)    TO PD-CONTRIB
               IF WS-PRF-PAID(WS-PRF-SUB) > 0
                   COMPUTE WS-AVG-DAYS ROUNDED
                       = WS-PRF-PAID-DAYS(WS-PRF-SUB)
                       / WS-PRF-PAID(WS-PRF-SUB)
                   MOVE WS-AVG-DAYS TO PD-DAYS
               ELSE
                   MOVE ZERO TO PD-DAYS
               END-IF
               MOVE WS-PRF-FLAG(WS-PRF-SUB) TO PD-FLAG
               WRITE PROFIT-RPT-REC FROM WS-PROF-DETAIL
               ADD WS-PRF-NET-SALES(WS-PRF-SUB)  TO WS-TOT-NET-SALES
               ADD WS-PRF-MARGIN(WS-PRF-SUB)     TO WS-TOT-MARGIN
               ADD WS-PRF-FRT-BILLED(WS-PRF-SUB) TO WS-TOT-FRT-BILLED
               ADD WS-PRF-CARRIER(WS-PRF-SUB)    TO WS-TOT-CARRIER
               ADD WS-PRF-RETURNS(WS-PRF-SUB)    TO WS-TOT-RETURNS
               ADD WS-PRF-BAD-DEBT(WS-PRF-SUB)   TO WS-TOT-BAD-DEBT
               ADD WS-PRF-CONTRIB(WS-PRF-SUB)    TO WS-TOT-CONTRIB
           END-PERFORM.
           MOVE SPACES TO PROFIT-RPT-REC.
           WRITE PROFIT-RPT-REC.
           MOVE ZERO TO PD-RANK.
           MOVE ZERO TO PD-DAYS.
           MOVE SPACES TO PD-CUST PD-FLAG.
           MOVE "QUARTER TOTAL" TO PD-NAME.
           MOVE WS-TOT-NET-SALES  TO PD-NET-SALES.
           MOVE WS-TOT-MARGIN     TO PD-MARGIN.
           MOVE WS-TOT-FRT-BILLED TO PD-FRT-BILLED.
           MOVE WS-TOT-CARRIER    TO PD-CARRIER.
           MOVE WS-TOT-RETURNS    TO PD-RETURNS.
           MOVE WS-TOT-BAD-DEBT   TO PD-BAD-DEBT.
           MOVE WS-TOT-CONTRIB    TO PD-CONTRIB.
           WRITE PROFIT-RPT-REC FROM WS-PROF-DETAIL.
           MOVE SPACES TO PROFIT-RPT-REC.
           WRITE PROFIT-RPT-REC.
           MOVE SPACES TO WS-PROF-NOTE-LINE.
           STRING "RETURNS ARE NET OF THE SALES TAX CREDITED BACK.  "
                  "DTP IS AVERAGE DAYS TO PAY, WEIGHTED BY DOLLARS "
                  "COLLECTED." DELIMITED BY SIZE
               INTO WS-PROF-NOTE-LINE.
           WRITE PROFIT-RPT-REC FROM WS-PROF-NOTE-LINE.
           MOVE SPACES TO WS-PROF-NOTE-LINE.
           STRING "** MARKS A CUSTOMER WHOSE FREIGHT SHORTFALL, "
                  "RETURNS, OR BOTH WIPE OUT THE MATERIAL MARGIN."
                  DELIMITED BY SIZE
               INTO WS-PROF-NOTE-LINE.
           WRITE PROFIT-RPT-REC FROM WS-PROF-NOTE-LINE.
           IF WS-ORDERS-UNCOSTED > 0
               MOVE SPACES TO WS-PROF-NOTE-LINE
               STRING "ORDERS WITH NO MATERIAL COST FOUND: "
                   WS-ORDERS-UNCOSTED DELIMITED BY SIZE
                   INTO WS-PROF-NOTE-LINE
               WRITE PROFIT-RPT-REC FROM WS-PROF-NOTE-LINE
           END-IF.
           CLOSE PROFIT-RPT-OUT.
