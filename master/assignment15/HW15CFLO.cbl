       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW15CFLO.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Thirteen-week cash-flow forecast.  Starting from the opening
      *bank balance keyed in at the terminal, projects cash week by
      *week for thirteen weeks from today: collections on the open
      *AR items, each expected on its due date moved by the
      *customer's historical days late (dollar-weighted from the
      *cash-apply history); refunds owed on deposits HW15OCHG has
      *released from cancelled orders; for every pay date on the
      *HW16CAL pay calendar, the net pay and the tax deposit of the
      *last payroll on the pay-history file; and the AP open items
      *due to suppliers.  Anything already past due falls in the
      *first week.  Any week that closes below the minimum cash
      *level keyed in is flagged.  Unapplied deposits held are
      *customer money already in the opening balance and are shown
      *on the report for reference only.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-ITEM ASSIGN TO WS-AR-OPEN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AR-OPEN-STATUS.

           SELECT CASH-APPLY-HIST ASSIGN TO WS-CASH-HIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASH-HIST-STATUS.

           SELECT DEPOSITS-HELD ASSIGN TO WS-DEPOSITS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPOSITS-STATUS.

           SELECT PAY-CALENDAR ASSIGN TO WS-PAY-CAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-CAL-STATUS.

           SELECT PAYROLL-HISTORY ASSIGN TO WS-PAY-HIST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS WS-PAY-HIST-STATUS.

           SELECT AP-OPEN-ITEMS ASSIGN TO WS-AP-ITEM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-ITEM-STATUS.

           SELECT CASH-FCST-OUT ASSIGN TO WS-CASH-FCST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASH-FCST-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES RUGAR,
      *  RUGCAPH, RUGDEPO, HW16CAL, PAYHIST, RUGAPOI, AND RUGCFLO,
      *  FALLING BACK TO THE DEVELOPMENT DEFAULTS SHOWN IN 0900.

       DATA DIVISION.
       FILE SECTION.
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

       FD  DEPOSITS-HELD
           RECORDING MODE IS F
           DATA RECORD IS DEPOSITS-HELD-REC.
       01 DEPOSITS-HELD-REC.
          05 DEP-ORDER-ID             PIC X(05).
          05 DEP-CUST-NUMBER          PIC X(05).
          05 DEP-DATE                 PIC X(08).
          05 DEP-AMOUNT               PIC 9(08)V99.
          05 DEP-STATUS               PIC X(01).

       FD  PAY-CALENDAR
           RECORDING MODE IS F
           DATA RECORD IS PAY-CALENDAR-REC.
       01 PAY-CALENDAR-REC.
          05 CAL-PAY-DATE             PIC X(06).

       FD  PAYROLL-HISTORY
           DATA RECORD IS PAYROLL-HIST-REC.
       01 PAYROLL-HIST-REC.
          05 HIST-KEY.
             10 HIST-EMP-NUMBER         PIC X(05).
             10 HIST-PAY-DATE           PIC X(08).
             10 HIST-EARN-TYPE         PIC X(01).
          05 HIST-HOURS                 PIC 9(03)V99.
          05 HIST-RATE                  PIC 9(02)V99.
          05 HIST-GROSS                 PIC 9(06)V99.
          05 HIST-SSN-MED               PIC 9(05)V99.
          05 HIST-STATE                 PIC 9(05)V99.
          05 HIST-LOCAL                 PIC 9(05)V99.
          05 HIST-FED                   PIC 9(05)V99.
          05 HIST-OPT-DEDUCT            PIC 9(06)V99.
          05 HIST-NET                   PIC 9(06)V99.
          05 HIST-ER-MATCH              PIC 9(06)V99.
          05 HIST-FIT-WAGES             PIC 9(06)V99.
          05 HIST-SS-WAGES              PIC 9(06)V99.
          05 HIST-MED-WAGES             PIC 9(06)V99.

       FD  AP-OPEN-ITEMS
           RECORDING MODE IS F
           DATA RECORD IS AP-OPEN-ITEM-REC.
       01 AP-OPEN-ITEM-REC.
          05 AP-VENDOR-ID             PIC X(05).
          05 AP-INVOICE-NO            PIC X(10).
          05 AP-INVOICE-DATE          PIC X(08).
          05 AP-PO-NUMBER             PIC X(06).
          05 AP-PO-LINE               PIC X(02).
          05 AP-MATERIAL-CODE         PIC X(04).
          05 AP-QTY                   PIC 9(07)V99.
          05 AP-UNIT-PRICE            PIC 9(03)V99.
          05 AP-AMOUNT                PIC 9(07)V99.
          05 AP-DUE-DATE              PIC X(08).
          05 AP-DISC-DATE             PIC X(08).
          05 AP-DISC-PCT              PIC 9(02)V99.
          05 AP-STATUS                PIC X(01).
          05 AP-HOLD-REASON           PIC X(01).
          05 AP-CHECK-NUMBER          PIC 9(07).
          05 AP-PAID-DATE             PIC X(08).
          05 AP-DISC-TAKEN            PIC 9(07)V99.
          05 AP-JOURNAL-SW            PIC X(01).
          05 AP-ENTERED-DATE          PIC X(08).

       FD  CASH-FCST-OUT
           RECORDING MODE IS F
           DATA RECORD IS CASH-FCST-REC.
       01 CASH-FCST-REC               PIC X(140).

       WORKING-STORAGE SECTION.
       01  WS-AR-OPEN-DSN             PIC X(80).
       01  WS-CASH-HIST-DSN           PIC X(80).
       01  WS-DEPOSITS-DSN            PIC X(80).
       01  WS-PAY-CAL-DSN             PIC X(80).
       01  WS-PAY-HIST-DSN            PIC X(80).
       01  WS-AP-ITEM-DSN             PIC X(80).
       01  WS-CASH-FCST-DSN           PIC X(80).

       01  WS-AR-OPEN-STATUS          PIC X(02) VALUE "00".
       01  WS-CASH-HIST-STATUS        PIC X(02) VALUE "00".
       01  WS-DEPOSITS-STATUS         PIC X(02) VALUE "00".
       01  WS-PAY-CAL-STATUS          PIC X(02) VALUE "00".
       01  WS-PAY-HIST-STATUS         PIC X(02) VALUE "00".
       01  WS-AP-ITEM-STATUS          PIC X(02) VALUE "00".
       01  WS-CASH-FCST-STATUS        PIC X(02) VALUE "00".

      * KEYED AT THE TERMINAL.
       01  WS-IN-AMOUNT               PIC X(10).
       01  WS-OPENING-BALANCE         PIC 9(08)V99 VALUE 0.
       01  WS-MINIMUM-CASH            PIC 9(08)V99 VALUE 25000.00.
       01  WS-ENTRY-SW                PIC X(01).
           88 ENTRY-OK                       VALUE "Y".

       01  WS-TODAY                   PIC X(08).
       01  WS-TODAY-INT               PIC 9(08).
       01  WS-HORIZON-INT             PIC 9(08).
       01  WS-DATE-N                  PIC 9(08).
       01  WS-DATE-INT                PIC S9(08).
       01  WS-WEEK-NO                 PIC S9(05).
       01  WS-WEEK-SUB                PIC 9(02).
       01  WS-AMOUNT                  PIC 9(09)V99.

      * THIRTEEN WEEKS, THE FIRST BEGINNING TODAY, AND A FOURTEENTH
      * BUCKET FOR WHAT FALLS BEYOND THEM.
       01  WS-WEEK-TABLE.
           05 WS-WEEK-ENTRY OCCURS 14 TIMES.
              10 WS-WK-START          PIC 9(08).
              10 WS-WK-END            PIC 9(08).
              10 WS-WK-COLLECT        PIC 9(09)V99.
              10 WS-WK-REFUNDS        PIC 9(09)V99.
              10 WS-WK-NET-PAY        PIC 9(09)V99.
              10 WS-WK-PAY-TAX        PIC 9(09)V99.
              10 WS-WK-AP-DUE         PIC 9(09)V99.
              10 WS-WK-PAY-DATES      PIC 9(01).
       01  WS-RUNNING-CASH            PIC S9(09)V99.
       01  WS-WEEK-OPEN               PIC S9(09)V99.
       01  WS-WEEK-NET                PIC S9(09)V99.
       01  WS-LOW-WEEK-COUNT          PIC 9(02) VALUE 0.

      * EACH CUSTOMER'S DAYS LATE, DOLLAR-WEIGHTED, FROM THE PAYMENTS
      * APPLIED ON THE CASH-APPLY HISTORY.  A PAYMENT LATER REVERSED
      * BY HW15NSF IS LEFT OUT.
       01  WS-LATE-COUNT              PIC 9(03) VALUE 0.
       01  WS-LATE-SUB                PIC 9(03).
       01  WS-LATE-FOUND-SUB          PIC 9(03).
       01  WS-LATE-TABLE.
           05 WS-LATE-ENTRY OCCURS 500 TIMES.
              10 WS-LATE-CUST         PIC X(05).
              10 WS-LATE-DOLLARS      PIC 9(11)V99.
              10 WS-LATE-DAY-DOLLARS  PIC S9(15)V99.
       01  WS-LATE-DAYS               PIC S9(05).
       01  WS-APPLY-N                 PIC 9(08).
       01  WS-DUE-N                   PIC 9(08).

      * THE LAST PAYROLL ON THE PAY-HISTORY FILE.  BONUS (B) AND
      * COMMISSION (C) RUNS ARE OFF-CYCLE AND ARE NOT REPEATED.
       01  WS-LAST-PAY-DATE           PIC 9(08) VALUE 0.
       01  WS-LAST-NET-PAY            PIC 9(09)V99 VALUE 0.
       01  WS-LAST-PAY-TAX            PIC 9(09)V99 VALUE 0.
       01  WS-CONV-MMDDCCYY           PIC X(08).
       01  WS-CONV-DATE.
           05 WS-CONV-CC              PIC 9(02).
           05 WS-CONV-YY              PIC 9(02).
           05 WS-CONV-MM              PIC 9(02).
           05 WS-CONV-DD              PIC 9(02).
       01  WS-CONV-DATE-NUM REDEFINES WS-CONV-DATE
                                      PIC 9(08).
       01  WS-CAL-CCYYMMDD            PIC X(08).
       01  WS-PAY-DATES-IN-RANGE      PIC 9(02) VALUE 0.

       01  WS-DEPOSITS-UNAPPLIED      PIC 9(09)V99 VALUE 0.
       01  WS-AR-ITEMS-USED           PIC 9(05) VALUE 0.
       01  WS-AP-ITEMS-USED           PIC 9(05) VALUE 0.

       01  WS-FCST-HDR1.
           05 FILLER                  PIC X(40)
                   VALUE "HW15CFLO  THIRTEEN-WEEK CASH FORECAST".
           05 FILLER                  PIC X(07) VALUE "AS OF ".
           05 FH-TODAY                PIC X(08).
           05 FILLER                  PIC X(18)
                   VALUE "   OPENING CASH ".
           05 FH-OPENING              PIC $$,$$$,$$9.99.
           05 FILLER                  PIC X(18)
                   VALUE "   MINIMUM CASH ".
           05 FH-MINIMUM              PIC $$,$$$,$$9.99.
       01  WS-FCST-HDR2.
           05 FILLER                  PIC X(22)
                   VALUE "WK  FROM     THRU    ".
           05 FILLER                  PIC X(14) VALUE "   COLLECTIONS".
           05 FILLER                  PIC X(14) VALUE "  DEP REFUNDS".
           05 FILLER                  PIC X(14) VALUE "       NET PAY".
           05 FILLER                  PIC X(14) VALUE "  TAX DEPOSITS".
           05 FILLER                  PIC X(14) VALUE "        AP DUE".
           05 FILLER                  PIC X(15) VALUE "    NET CHANGE".
           05 FILLER                  PIC X(15) VALUE "  CLOSING CASH".
       01  WS-FCST-DETAIL.
           05 FD-WEEK                 PIC Z9.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 FD-START                PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FD-END                  PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FD-COLLECT              PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FD-REFUNDS              PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FD-NET-PAY              PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FD-PAY-TAX              PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FD-AP-DUE               PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FD-NET                  PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FD-CLOSING              PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FD-FLAG                 PIC X(16).
       01  WS-FCST-NOTE-LINE.
           05 FN-LABEL                PIC X(60).
           05 FN-AMOUNT               PIC $$$,$$$,$$9.99.
       01  WS-FCST-NOTE-DATE          PIC X(08).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW15CFLO - THIRTEEN-WEEK CASH FORECAST".
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 1000-KEY-BALANCES.
           PERFORM 1100-SET-WEEKS.
           PERFORM 2000-LOAD-DAYS-LATE.
           PERFORM 2100-SPREAD-COLLECTIONS.
           PERFORM 2200-SPREAD-DEPOSIT-REFUNDS.
           PERFORM 2300-LOAD-LAST-PAYROLL.
           PERFORM 2400-SPREAD-PAYROLL.
           PERFORM 2500-SPREAD-PAYABLES.
           PERFORM 3000-WRITE-FORECAST.
           DISPLAY "AR ITEMS FORECAST  : " WS-AR-ITEMS-USED.
           DISPLAY "PAY DATES IN RANGE : " WS-PAY-DATES-IN-RANGE.
           DISPLAY "AP ITEMS FORECAST  : " WS-AP-ITEMS-USED.
           DISPLAY "WEEKS BELOW MINIMUM: " WS-LOW-WEEK-COUNT.
           IF WS-LOW-WEEK-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "HW15CFLO CONCLUDES".
           GOBACK.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-AR-OPEN-DSN FROM ENVIRONMENT "RUGAR".
           IF WS-AR-OPEN-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15AR.dat"
               TO WS-AR-OPEN-DSN
           END-IF.
           ACCEPT WS-CASH-HIST-DSN FROM ENVIRONMENT "RUGCAPH".
           IF WS-CASH-HIST-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CAPH.dat"
               TO WS-CASH-HIST-DSN
           END-IF.
           ACCEPT WS-DEPOSITS-DSN FROM ENVIRONMENT "RUGDEPO".
           IF WS-DEPOSITS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15DEPO.dat"
               TO WS-DEPOSITS-DSN
           END-IF.
           ACCEPT WS-PAY-CAL-DSN FROM ENVIRONMENT "HW16CAL".
           IF WS-PAY-CAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16CAL.dat"
               TO WS-PAY-CAL-DSN
           END-IF.
           ACCEPT WS-PAY-HIST-DSN FROM ENVIRONMENT "PAYHIST".
           IF WS-PAY-HIST-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16HIST.dat"
               TO WS-PAY-HIST-DSN
           END-IF.
           ACCEPT WS-AP-ITEM-DSN FROM ENVIRONMENT "RUGAPOI".
           IF WS-AP-ITEM-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15APOI.dat"
               TO WS-AP-ITEM-DSN
           END-IF.
           ACCEPT WS-CASH-FCST-DSN FROM ENVIRONMENT "RUGCFLO".
           IF WS-CASH-FCST-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CFLO.rpt"
               TO WS-CASH-FCST-DSN
           END-IF.

      * THE OPENING BALANCE IS WHAT THE BANK SHOWS THIS MORNING; THE
      * MINIMUM MAY BE LEFT BLANK TO TAKE THE STANDING LEVEL.
       1000-KEY-BALANCES.
           MOVE "N" TO WS-ENTRY-SW.
           PERFORM UNTIL ENTRY-OK
               DISPLAY "OPENING BANK BALANCE "
                   "(9999999999=99999999.99): " WITH NO ADVANCING
               ACCEPT WS-IN-AMOUNT
               IF WS-IN-AMOUNT IS NUMERIC
                   MOVE WS-IN-AMOUNT TO WS-OPENING-BALANCE
                   MOVE "Y" TO WS-ENTRY-SW
               ELSE
                   DISPLAY "AMOUNT NOT NUMERIC -- KEY TEN DIGITS"
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-ENTRY-SW.
           PERFORM UNTIL ENTRY-OK
               DISPLAY "MINIMUM CASH LEVEL (BLANK = "
                   WS-MINIMUM-CASH "): " WITH NO ADVANCING
               ACCEPT WS-IN-AMOUNT
               EVALUATE TRUE
                   WHEN WS-IN-AMOUNT = SPACES
                       MOVE "Y" TO WS-ENTRY-SW
                   WHEN WS-IN-AMOUNT IS NUMERIC
                       MOVE WS-IN-AMOUNT TO WS-MINIMUM-CASH
                       MOVE "Y" TO WS-ENTRY-SW
                   WHEN OTHER
                       DISPLAY "AMOUNT NOT NUMERIC -- KEY TEN DIGITS"
               END-EVALUATE
           END-PERFORM.

       1100-SET-WEEKS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-DATE-N.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-N).
           COMPUTE WS-HORIZON-INT = WS-TODAY-INT + 90.
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 14
               COMPUTE WS-WK-START(WS-WEEK-SUB) = FUNCTION
                   DATE-OF-INTEGER(WS-TODAY-INT
                                   + (WS-WEEK-SUB - 1) * 7)
               COMPUTE WS-WK-END(WS-WEEK-SUB) = FUNCTION
                   DATE-OF-INTEGER(WS-TODAY-INT
                                   + (WS-WEEK-SUB - 1) * 7 + 6)
               MOVE ZEROS TO WS-WK-COLLECT(WS-WEEK-SUB)
                   WS-WK-REFUNDS(WS-WEEK-SUB)
                   WS-WK-NET-PAY(WS-WEEK-SUB)
                   WS-WK-PAY-TAX(WS-WEEK-SUB)
                   WS-WK-AP-DUE(WS-WEEK-SUB)
                   WS-WK-PAY-DATES(WS-WEEK-SUB)
           END-PERFORM.

      * WS-DATE-INT HOLDS THE INTEGER DATE; THE WEEK IT FALLS IN IS
      * LEFT IN WS-WEEK-SUB -- PAST DATES IN WEEK 1, DATES AFTER THE
      * THIRTEENTH WEEK IN 14.
       1200-FIND-WEEK.
           COMPUTE WS-WEEK-NO = (WS-DATE-INT - WS-TODAY-INT) / 7.
           IF WS-DATE-INT < WS-TODAY-INT
               MOVE 0 TO WS-WEEK-NO
           END-IF.
           IF WS-WEEK-NO > 13
               MOVE 13 TO WS-WEEK-NO
           END-IF.
           COMPUTE WS-WEEK-SUB = WS-WEEK-NO + 1.

       2000-LOAD-DAYS-LATE.
           OPEN INPUT CASH-APPLY-HIST.
           IF WS-CASH-HIST-STATUS = "00"
               READ CASH-APPLY-HIST
               PERFORM UNTIL WS-CASH-HIST-STATUS > "00"
                   IF CAH-REVERSED-SW NOT = "R"
                       AND CAH-APPLY-DATE IS NUMERIC
                       AND CAH-DUE-DATE IS NUMERIC
                       AND CAH-DUE-DATE NOT = ZEROS
                       AND CAH-RELIEVED IS NUMERIC
                       PERFORM 2050-ADD-PAYMENT-LATENESS
                   END-IF
                   READ CASH-APPLY-HIST
               END-PERFORM
               CLOSE CASH-APPLY-HIST
           ELSE
               DISPLAY "CASH-APPLY HISTORY NOT AVAILABLE - STATUS "
                   WS-CASH-HIST-STATUS " -- ITEMS FORECAST ON DUE DATE"
           END-IF.

       2050-ADD-PAYMENT-LATENESS.
           MOVE CAH-APPLY-DATE TO WS-APPLY-N.
           MOVE CAH-DUE-DATE TO WS-DUE-N.
           COMPUTE WS-LATE-DAYS = FUNCTION INTEGER-OF-DATE(WS-APPLY-N)
               - FUNCTION INTEGER-OF-DATE(WS-DUE-N).
           MOVE 0 TO WS-LATE-FOUND-SUB.
           PERFORM VARYING WS-LATE-SUB FROM 1 BY 1
               UNTIL WS-LATE-SUB > WS-LATE-COUNT
               IF WS-LATE-CUST(WS-LATE-SUB) = CAH-CUST-NUMBER
                   MOVE WS-LATE-SUB TO WS-LATE-FOUND-SUB
                   MOVE WS-LATE-COUNT TO WS-LATE-SUB
               END-IF
           END-PERFORM.
           IF WS-LATE-FOUND-SUB = 0 AND WS-LATE-COUNT < 500
               ADD 1 TO WS-LATE-COUNT
               MOVE WS-LATE-COUNT TO WS-LATE-FOUND-SUB
               MOVE CAH-CUST-NUMBER TO WS-LATE-CUST(WS-LATE-COUNT)
               MOVE ZEROS TO WS-LATE-DOLLARS(WS-LATE-COUNT)
                             WS-LATE-DAY-DOLLARS(WS-LATE-COUNT)
           END-IF.
           IF WS-LATE-FOUND-SUB > 0
               ADD CAH-RELIEVED TO WS-LATE-DOLLARS(WS-LATE-FOUND-SUB)
               COMPUTE WS-LATE-DAY-DOLLARS(WS-LATE-FOUND-SUB)
                   = WS-LATE-DAY-DOLLARS(WS-LATE-FOUND-SUB)
                   + CAH-RELIEVED * WS-LATE-DAYS
           END-IF.

      * THE OPEN BALANCE OF EACH OPEN INVOICE, EXPECTED ON ITS DUE
      * DATE PLUS THE CUSTOMER'S AVERAGE DAYS LATE.  AN ITEM WITH NO
      * DUE DATE IS TAKEN AS DUE THIRTY DAYS FROM ITS INVOICE DATE.
       2100-SPREAD-COLLECTIONS.
           OPEN INPUT AR-OPEN-ITEM.
           IF WS-AR-OPEN-STATUS NOT = "00"
               DISPLAY "AR OPEN-ITEM FILE NOT AVAILABLE - STATUS "
                   WS-AR-OPEN-STATUS " -- NO COLLECTIONS FORECAST"
           ELSE
               READ AR-OPEN-ITEM
               PERFORM UNTIL WS-AR-OPEN-STATUS > "00"
                   IF AR-STATUS = "O"
                       AND AR-AMOUNT-DUE > AR-AMOUNT-PAID
                       PERFORM 2150-FORECAST-AR-ITEM
                   END-IF
                   READ AR-OPEN-ITEM
               END-PERFORM
               CLOSE AR-OPEN-ITEM
           END-IF.

       2150-FORECAST-AR-ITEM.
           IF AR-DUE-DATE IS NUMERIC AND AR-DUE-DATE NOT = ZEROS
               MOVE AR-DUE-DATE TO WS-DATE-N
               COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-N)
           ELSE
               IF AR-INVOICE-DATE IS NUMERIC
                   MOVE AR-INVOICE-DATE TO WS-DATE-N
                   COMPUTE WS-DATE-INT
                       = FUNCTION INTEGER-OF-DATE(WS-DATE-N) + 30
               ELSE
                   MOVE WS-TODAY-INT TO WS-DATE-INT
               END-IF
           END-IF.
           PERFORM VARYING WS-LATE-SUB FROM 1 BY 1
               UNTIL WS-LATE-SUB > WS-LATE-COUNT
               IF WS-LATE-CUST(WS-LATE-SUB) = AR-CUST-NUMBER
                   AND WS-LATE-DOLLARS(WS-LATE-SUB) > 0
                   COMPUTE WS-LATE-DAYS ROUNDED
                       = WS-LATE-DAY-DOLLARS(WS-LATE-SUB)
                       / WS-LATE-DOLLARS(WS-LATE-SUB)
                   ADD WS-LATE-DAYS TO WS-DATE-INT
                   MOVE WS-LATE-COUNT TO WS-LATE-SUB
               END-IF
           END-PERFORM.
           PERFORM 1200-FIND-WEEK.
           COMPUTE WS-AMOUNT = AR-AMOUNT-DUE - AR-AMOUNT-PAID.
           ADD WS-AMOUNT TO WS-WK-COLLECT(WS-WEEK-SUB).
           ADD 1 TO WS-AR-ITEMS-USED.

      * A DEPOSIT ON A CANCELLED ORDER (R) IS OWED BACK NOW.  AN
      * UNAPPLIED ONE (U) IS ALREADY IN THE BANK AND IS ONLY NOTED.
       2200-SPREAD-DEPOSIT-REFUNDS.
           OPEN INPUT DEPOSITS-HELD.
           IF WS-DEPOSITS-STATUS = "00"
               READ DEPOSITS-HELD
               PERFORM UNTIL WS-DEPOSITS-STATUS > "00"
                   EVALUATE DEP-STATUS
                       WHEN "R"
                           ADD DEP-AMOUNT TO WS-WK-REFUNDS(1)
                       WHEN "U"
                           ADD DEP-AMOUNT TO WS-DEPOSITS-UNAPPLIED
                   END-EVALUATE
                   READ DEPOSITS-HELD
               END-PERFORM
               CLOSE DEPOSITS-HELD
           END-IF.

      * NET PAY AND THE TAX DEPOSIT OF THE LAST REGULAR PAYROLL --
      * WITHHELD FEDERAL, STATE, AND LOCAL TAX, AND SOCIAL SECURITY
      * AND MEDICARE TWICE OVER FOR THE EMPLOYER'S MATCHING SHARE.
       2300-LOAD-LAST-PAYROLL.
           OPEN INPUT PAYROLL-HISTORY.
           IF WS-PAY-HIST-STATUS NOT = "00"
               DISPLAY "PAY HISTORY NOT AVAILABLE - STATUS "
                   WS-PAY-HIST-STATUS " -- NO PAYROLL FORECAST"
           ELSE
               READ PAYROLL-HISTORY NEXT RECORD
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL WS-PAY-HIST-STATUS NOT = "00"
                   IF HIST-EARN-TYPE NOT = "B"
                       AND HIST-EARN-TYPE NOT = "C"
                       PERFORM 2350-ADD-HISTORY-ROW
                   END-IF
                   READ PAYROLL-HISTORY NEXT RECORD
                       AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-HISTORY
           END-IF.

       2350-ADD-HISTORY-ROW.
           MOVE HIST-PAY-DATE TO WS-CONV-MMDDCCYY.
           PERFORM 8010-MMDDCCYY-TO-DATE.
           IF WS-CONV-DATE-NUM > WS-LAST-PAY-DATE
               MOVE WS-CONV-DATE-NUM TO WS-LAST-PAY-DATE
               MOVE ZEROS TO WS-LAST-NET-PAY WS-LAST-PAY-TAX
           END-IF.
           IF WS-CONV-DATE-NUM = WS-LAST-PAY-DATE
               AND WS-CONV-DATE-NUM > 0
               ADD HIST-NET TO WS-LAST-NET-PAY
               COMPUTE WS-LAST-PAY-TAX = WS-LAST-PAY-TAX
                   + HIST-FED + HIST-STATE + HIST-LOCAL
                   + HIST-SSN-MED * 2
           END-IF.

       2400-SPREAD-PAYROLL.
           OPEN INPUT PAY-CALENDAR.
           IF WS-PAY-CAL-STATUS NOT = "00"
               DISPLAY "PAY CALENDAR NOT AVAILABLE - STATUS "
                   WS-PAY-CAL-STATUS " -- NO PAYROLL FORECAST"
           ELSE
               READ PAY-CALENDAR
               PERFORM UNTIL WS-PAY-CAL-STATUS > "00"
                   IF CAL-PAY-DATE IS NUMERIC
                       IF CAL-PAY-DATE(5:2) >= "70"
                           MOVE "19" TO WS-CAL-CCYYMMDD(1:2)
                       ELSE
                           MOVE "20" TO WS-CAL-CCYYMMDD(1:2)
                       END-IF
                       MOVE CAL-PAY-DATE(5:2) TO WS-CAL-CCYYMMDD(3:2)
                       MOVE CAL-PAY-DATE(1:4) TO WS-CAL-CCYYMMDD(5:4)
                       MOVE WS-CAL-CCYYMMDD TO WS-DATE-N
                       COMPUTE WS-DATE-INT
                           = FUNCTION INTEGER-OF-DATE(WS-DATE-N)
                       IF WS-DATE-INT >= WS-TODAY-INT
                           AND WS-DATE-INT <= WS-HORIZON-INT
                           PERFORM 1200-FIND-WEEK
                           ADD WS-LAST-NET-PAY
                               TO WS-WK-NET-PAY(WS-WEEK-SUB)
                           ADD WS-LAST-PAY-TAX
                               TO WS-WK-PAY-TAX(WS-WEEK-SUB)
                           ADD 1 TO WS-WK-PAY-DATES(WS-WEEK-SUB)
                           ADD 1 TO WS-PAY-DATES-IN-RANGE
                       END-IF
                   END-IF
                   READ PAY-CALENDAR
               END-PERFORM
               CLOSE PAY-CALENDAR
           END-IF.

      * OPEN AND HELD SUPPLIER INVOICES, ON THEIR DUE DATES.
       2500-SPREAD-PAYABLES.
           OPEN INPUT AP-OPEN-ITEMS.
           IF WS-AP-ITEM-STATUS NOT = "00"
               DISPLAY "AP OPEN-ITEM FILE NOT AVAILABLE - STATUS "
                   WS-AP-ITEM-STATUS " -- NO PAYABLES FORECAST"
           ELSE
               READ AP-OPEN-ITEMS
               PERFORM UNTIL WS-AP-ITEM-STATUS > "00"
                   IF (AP-STATUS = "O" OR AP-STATUS = "H")
                       AND AP-AMOUNT IS NUMERIC
                       IF AP-DUE-DATE IS NUMERIC
                           AND AP-DUE-DATE NOT = ZEROS
                           MOVE AP-DUE-DATE TO WS-DATE-N
                           COMPUTE WS-DATE-INT
                               = FUNCTION INTEGER-OF-DATE(WS-DATE-N)
                       ELSE
                           MOVE WS-TODAY-INT TO WS-DATE-INT
                       END-IF
                       PERFORM 1200-FIND-WEEK
                       ADD AP-AMOUNT TO WS-WK-AP-DUE(WS-WEEK-SUB)
                       ADD 1 TO WS-AP-ITEMS-USED
                   END-IF
                   READ AP-OPEN-ITEMS
               END-PERFORM
               CLOSE AP-OPEN-ITEMS
           END-IF.

       3000-WRITE-FORECAST.
           OPEN OUTPUT CASH-FCST-OUT.
           MOVE WS-TODAY TO FH-TODAY.
           MOVE WS-OPENING-BALANCE TO FH-OPENING.
           MOVE WS-MINIMUM-CASH TO FH-MINIMUM.
           WRITE CASH-FCST-REC FROM WS-FCST-HDR1.
           MOVE SPACES TO CASH-FCST-REC.
           WRITE CASH-FCST-REC.
           WRITE CASH-FCST-REC FROM WS-FCST-HDR2.
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-CASH.
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 13
               MOVE WS-RUNNING-CASH TO WS-WEEK-OPEN
               COMPUTE WS-WEEK-NET = WS-WK-COLLECT(WS-WEEK-SUB)
                   - WS-WK-REFUNDS(WS-WEEK-SUB)
                   - WS-WK-NET-PAY(WS-WEEK-SUB)
                   - WS-WK-PAY-TAX(WS-WEEK-SUB)
                   - WS-WK-AP-DUE(WS-WEEK-SUB)
               ADD WS-WEEK-NET TO WS-RUNNING-CASH
               MOVE WS-WEEK-SUB TO FD-WEEK
               MOVE WS-WK-START(WS-WEEK-SUB)   TO FD-START
               MOVE WS-WK-END(WS-WEEK-SUB)     TO FD-END
               MOVE WS-WK-COLLECT(WS-WEEK-SUB) TO FD-COLLECT
               MOVE WS-WK-REFUNDS(WS-WEEK-SUB) TO FD-REFUNDS
               MOVE WS-WK-NET-PAY(WS-WEEK-SUB) TO FD-NET-PAY
               MOVE WS-WK-PAY-TAX(WS-WEEK-SUB) TO FD-PAY-TAX
               MOVE WS-WK-AP-DUE(WS-WEEK-SUB)  TO FD-AP-DUE
               MOVE WS-WEEK-NET                TO FD-NET
               MOVE WS-RUNNING-CASH            TO FD-CLOSING
               IF WS-RUNNING-CASH < WS-MINIMUM-CASH
                   MOVE "** BELOW MINIMUM" TO FD-FLAG
                   ADD 1 TO WS-LOW-WEEK-COUNT
               ELSE
                   MOVE SPACES TO FD-FLAG
               END-IF
               WRITE CASH-FCST-REC FROM WS-FCST-DETAIL
           END-PERFORM.
           MOVE SPACES TO CASH-FCST-REC.
           WRITE CASH-FCST-REC.
           MOVE WS-WK-COLLECT(14) TO FN-AMOUNT.
           MOVE WS-WK-START(14) TO WS-FCST-NOTE-DATE.
           MOVE SPACES TO FN-LABEL.
           STRING "AR EXPECTED AFTER THE THIRTEENTH WEEK (FROM "
                  WS-FCST-NOTE-DATE ")"
                  DELIMITED BY SIZE
               INTO FN-LABEL.
           WRITE CASH-FCST-REC FROM WS-FCST-NOTE-LINE.
           MOVE WS-WK-AP-DUE(14) TO FN-AMOUNT.
           MOVE SPACES TO FN-LABEL.
           STRING "AP DUE AFTER THE THIRTEENTH WEEK (FROM "
                  WS-FCST-NOTE-DATE ")"
                  DELIMITED BY SIZE
               INTO FN-LABEL.
           WRITE CASH-FCST-REC FROM WS-FCST-NOTE-LINE.
           MOVE WS-DEPOSITS-UNAPPLIED TO FN-AMOUNT.
           MOVE "CUSTOMER DEPOSITS HELD, INCLUDED IN OPENING CASH"
               TO FN-LABEL.
           WRITE CASH-FCST-REC FROM WS-FCST-NOTE-LINE.
           MOVE WS-LAST-NET-PAY TO FN-AMOUNT.
           MOVE WS-LAST-PAY-DATE TO WS-FCST-NOTE-DATE.
           MOVE SPACES TO FN-LABEL.
           STRING "NET PAY PER PAY DATE, FROM THE PAYROLL OF "
                  WS-FCST-NOTE-DATE
                  DELIMITED BY SIZE
               INTO FN-LABEL.
           WRITE CASH-FCST-REC FROM WS-FCST-NOTE-LINE.
           MOVE WS-LAST-PAY-TAX TO FN-AMOUNT.
           MOVE "TAX DEPOSIT PER PAY DATE, INCLUDING EMPLOYER FICA"
               TO FN-LABEL.
           WRITE CASH-FCST-REC FROM WS-FCST-NOTE-LINE.
           CLOSE CASH-FCST-OUT.

       8010-MMDDCCYY-TO-DATE.
           MOVE 0 TO WS-CONV-DATE-NUM.
           IF WS-CONV-MMDDCCYY IS NUMERIC
               AND WS-CONV-MMDDCCYY(1:2) >= "01"
               AND WS-CONV-MMDDCCYY(1:2) <= "12"
               AND WS-CONV-MMDDCCYY(3:2) >= "01"
               AND WS-CONV-MMDDCCYY(3:2) <= "31"
               MOVE WS-CONV-MMDDCCYY(5:2) TO WS-CONV-CC
               MOVE WS-CONV-MMDDCCYY(7:2) TO WS-CONV-YY
               MOVE WS-CONV-MMDDCCYY(1:2) TO WS-CONV-MM
               MOVE WS-CONV-MMDDCCYY(3:2) TO WS-CONV-DD
           END-IF.
