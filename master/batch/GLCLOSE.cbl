       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLCLOSE.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *General ledger fiscal year-end close (the fiscal year is the
      *calendar year, periods CCYY01 through CCYY12).  Runs only when
      *PERCTL shows every period of the year closed, and refuses a
      *year already on its own year-end control file, the way
      *HW16YRND refuses to roll the payroll YTD over twice.  The
      *revenue and expense accounts are the ones the income
      *statement lines of the GLFSTMT layout cover.  Each of them
      *with a balance is zeroed by a closing entry posted to the
      *closing period CCYY13, and the net of the year goes to the
      *retained earnings account (the RETEARN row on the account
      *map) in the same period -- outside the twelve months, so the
      *December and year-to-date statements still show the year.
      *Every other account's balance is then carried forward as an
      *opening balance in period CCYY00 of the new year, which the
      *statements, the inventory valuation, and the next close
      *start from.  The closing report lists the closing entries,
      *the net income or loss taken to retained earnings, and the
      *opening balances, each with its debit and credit totals.
      *With a company master (COMPANY) every company's ledger is
      *closed on its own -- its own closing entries, its own net to
      *its own retained earnings, its own opening balances -- under
      *a company heading on the report.  Balances with no company
      *belong to the home company, as they do in GLPOST.  The
      *year-end control row carries the net income of all the
      *companies together.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-MASTER ASSIGN TO WS-GL-BAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-BAL-STATUS.

           SELECT STATEMENT-LAYOUT ASSIGN TO WS-LAYOUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LAYOUT-STATUS.

           SELECT ACCOUNT-MAP-IN ASSIGN TO WS-ACCT-MAP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCT-MAP-STATUS.

           SELECT YEAR-END-CONTROL ASSIGN TO WS-YE-CONTROL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YE-CONTROL-STATUS.

           SELECT CLOSING-RPT ASSIGN TO WS-CLOSING-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOSING-RPT-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES GLBAL,
      *  GLSLAY, RUGAMAP, GLYEC, AND GLCLRPT, FALLING BACK TO THE
      *  DEVELOPMENT DEFAULTS SHOWN IN 0900.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS GL-BALANCE-REC.
       01 GL-BALANCE-REC.
          05 GLB-ACCOUNT              PIC X(06).
          05 GLB-PERIOD               PIC X(06).
          05 GLB-DEBITS               PIC 9(11)V99.
          05 GLB-CREDITS              PIC 9(11)V99.
          05 GLB-COMPANY              PIC X(02).

       FD  STATEMENT-LAYOUT
           RECORDING MODE IS F
           DATA RECORD IS STATEMENT-LAYOUT-REC.
       01 STATEMENT-LAYOUT-REC.
          05 SL-STATEMENT             PIC X(01).
          05 SL-TYPE                  PIC X(01).
          05 SL-LEVEL                 PIC 9(01).
          05 SL-SIGN                  PIC X(01).
          05 SL-ACCT-FROM             PIC X(06).
          05 SL-ACCT-TO               PIC X(06).
          05 SL-DESCRIPTION           PIC X(30).

       FD  ACCOUNT-MAP-IN
           RECORDING MODE IS F
           DATA RECORD IS ACCOUNT-MAP-REC.
       01 ACCOUNT-MAP-REC.
          05 AMAP-TYPE                PIC X(01).
          05 AMAP-KEY                 PIC X(15).
          05 AMAP-ACCOUNT             PIC X(06).

       FD  YEAR-END-CONTROL
           RECORDING MODE IS F
           DATA RECORD IS YEAR-END-CONTROL-REC.
       01 YEAR-END-CONTROL-REC.
          05 YEC-YEAR-CLOSED          PIC X(04).
          05 FILLER                   PIC X(01).
          05 YEC-CLOSED-ON            PIC X(08).
          05 FILLER                   PIC X(01).
          05 YEC-NET-INCOME           PIC S9(11)V99
                                      SIGN IS LEADING SEPARATE.

       FD  CLOSING-RPT
           RECORDING MODE IS F
           DATA RECORD IS CLOSING-RPT-REC.
       01 CLOSING-RPT-REC             PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-GL-BAL-DSN              PIC X(80).
       01  WS-LAYOUT-DSN              PIC X(80).
       01  WS-ACCT-MAP-DSN            PIC X(80).
       01  WS-YE-CONTROL-DSN          PIC X(80).
       01  WS-CLOSING-RPT-DSN         PIC X(80).
       01  WS-GL-BAL-STATUS           PIC X(02) VALUE "00".
       01  WS-LAYOUT-STATUS           PIC X(02) VALUE "00".
       01  WS-ACCT-MAP-STATUS         PIC X(02) VALUE "00".
       01  WS-YE-CONTROL-STATUS       PIC X(02) VALUE "00".
       01  WS-CLOSING-RPT-STATUS      PIC X(02) VALUE "00".

       01  WS-CLOSING-YEAR            PIC X(04).
       01  WS-CLOSING-YEAR-N REDEFINES WS-CLOSING-YEAR PIC 9(04).
       01  WS-ALREADY-CLOSED-SW       PIC X(01) VALUE "N".
           88 YEAR-ALREADY-CLOSED            VALUE "Y".
       01  WS-OPEN-PERIOD-COUNT       PIC 9(02) VALUE 0.

      * THE PERIODS THE CLOSE WORKS WITH.
       01  WS-WORK-PERIOD.
           05 WS-WORK-YEAR            PIC X(04).
           05 WS-WORK-MONTH           PIC 9(02).
       01  WS-LAST-PERIOD             PIC X(06).
       01  WS-CLOSING-PERIOD          PIC X(06).
       01  WS-THIS-OPENING            PIC X(06).
       01  WS-NEW-OPENING.
           05 WS-NEW-YEAR             PIC 9(04).
           05 FILLER                  PIC X(02) VALUE "00".
       01  WS-SUM-FROM-PERIOD         PIC X(06).

       01  WS-RETAINED-ACCOUNT        PIC X(06) VALUE SPACES.

       01  WS-RANGE-COUNT             PIC 9(03) VALUE 0.
       01  WS-RANGE-SUB               PIC 9(03).
       01  WS-RANGE-TABLE.
           05 WS-RANGE-ENTRY OCCURS 200 TIMES.
              10 WS-RANGE-FROM        PIC X(06).
              10 WS-RANGE-TO          PIC X(06).
       01  WS-NOMINAL-SW              PIC X(01).
           88 ACCOUNT-IS-NOMINAL            VALUE "Y".
       01  WS-TEST-ACCOUNT            PIC X(06).

       01  WS-BAL-COUNT               PIC 9(04) VALUE 0.
       01  WS-BAL-SUB                 PIC 9(04).
       01  WS-BALANCE-TABLE.
           05 WS-BAL-ENTRY OCCURS 2000 TIMES.
              10 WS-BAL-ACCOUNT       PIC X(06).
              10 WS-BAL-PERIOD        PIC X(06).
              10 WS-BAL-DEBITS        PIC 9(11)V99.
              10 WS-BAL-CREDITS       PIC 9(11)V99.
              10 WS-BAL-COMPANY       PIC X(02).
       01  WS-ALREADY-CARRIED-SW      PIC X(01) VALUE "N".
           88 ROWS-ALREADY-CARRIED          VALUE "Y".

      * ONE ROW PER ACCOUNT: ITS BALANCE AT THE END OF THE YEAR
      * (DEBITS LESS CREDITS), AND WHAT THE CLOSE DOES TO IT.
       01  WS-ACCT-COUNT              PIC 9(03) VALUE 0.
       01  WS-ACCT-SUB                PIC 9(03).
       01  WS-ACCT-FOUND-SW           PIC X(01).
           88 ACCOUNT-LISTED                VALUE "Y".
       01  WS-ACCOUNT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 500 TIMES.
              10 WS-ACCT-NO           PIC X(06).
              10 WS-ACCT-NET          PIC S9(11)V99.
              10 WS-ACCT-NOMINAL      PIC X(01).

       01  WS-NET-TO-RETAINED         PIC S9(11)V99 VALUE 0.
       01  WS-YEAR-NET                PIC S9(11)V99 VALUE 0.
       01  WS-POST-ACCOUNT            PIC X(06).
       01  WS-POST-PERIOD             PIC X(06).
       01  WS-POST-AMOUNT             PIC S9(11)V99.
       01  WS-CLOSE-DEBITS            PIC 9(11)V99 VALUE 0.
       01  WS-CLOSE-CREDITS           PIC 9(11)V99 VALUE 0.
       01  WS-OPEN-DEBITS             PIC 9(11)V99 VALUE 0.
       01  WS-OPEN-CREDITS            PIC 9(11)V99 VALUE 0.
       01  WS-CLOSING-ENTRIES         PIC 9(03) VALUE 0.
       01  WS-OPENING-ROWS            PIC 9(03) VALUE 0.

      * THE LEDGERS TO CLOSE, ONE PER COMPANY ON THE BALANCE MASTER
      * (ONE WITH A BLANK CODE WITHOUT A COMPANY MASTER).
       01  WS-HOME-COMPANY            PIC X(02) VALUE SPACES.
       01  WS-CLOSE-COMPANY           PIC X(02) VALUE SPACES.
       01  WS-CO-COUNT                PIC 9(02) VALUE 0.
       01  WS-CO-SUB                  PIC 9(02).
       01  WS-CO-FOUND-SW             PIC X(01).
           88 COMPANY-LISTED                VALUE "Y".
       01  WS-CO-TABLE.
           05 WS-CO-CODE OCCURS 50 TIMES PIC X(02).
       01  WS-COMPANY-PARMS.
           05 CO-FUNCTION             PIC X(01).
           05 CO-CODE                 PIC X(02).
           05 CO-RESULT               PIC X(01).
              88 CO-FOUND                  VALUE "0".
           05 CO-NAME                 PIC X(30).
           05 CO-FED-EIN              PIC X(09).
           05 CO-STATE-ID             PIC X(12).
           05 CO-BANK-ROUTING         PIC X(09).
           05 CO-BANK-ACCOUNT         PIC X(17).
           05 CO-COA-PREFIX           PIC X(02).
           05 CO-DUE-FROM-ACCT        PIC X(06).
           05 CO-DUE-TO-ACCT          PIC X(06).
           05 CO-HOME-CODE            PIC X(02).
           05 CO-STREET               PIC X(22).
           05 CO-CITY                 PIC X(22).
           05 CO-ADDR-STATE           PIC X(02).
           05 CO-ZIP                  PIC X(05).
           05 CO-ZIP-EXT              PIC X(04).
           05 CO-BANK-NAME            PIC X(30).
           05 CO-BANK-CITY            PIC X(30).

       01  WS-PERCTL-PARMS.
           05 PC-FUNCTION             PIC X(01).
           05 PC-PROGRAM              PIC X(08).
           05 PC-PERIOD               PIC X(06).
           05 PC-NOTE                 PIC X(40).
           05 PC-RESULT               PIC X(01).

       01  WS-YEC-LINE.
           05 WYE-YEAR                PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WYE-CLOSED-ON           PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WYE-NET-INCOME          PIC S9(11)V99
                                      SIGN IS LEADING SEPARATE.

       01  WS-RPT-TITLE.
           05 FILLER                  PIC X(30)
                                 VALUE "GLCLOSE  YEAR-END CLOSE  YEAR ".
           05 RTT-YEAR                PIC X(04).
           05 FILLER                  PIC X(10) VALUE "  RUN ON  ".
           05 RTT-RUN-DATE            PIC X(08).
       01  WS-RPT-COMPANY-LINE.
           05 FILLER                  PIC X(08) VALUE "COMPANY ".
           05 RPC-COMPANY             PIC X(02).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPC-NAME                PIC X(30).
       01  WS-RPT-DETAIL.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPD-ACCOUNT             PIC X(06).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPD-PERIOD              PIC X(06).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPD-BALANCE             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPD-DEBIT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPD-CREDIT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-COLUMNS.
           05 FILLER                  PIC X(18)
                                      VALUE "  ACCOUNT PERIOD  ".
           05 FILLER                  PIC X(20)
                                      VALUE "  BALANCE (DR - CR) ".
           05 FILLER                  PIC X(19)
                                      VALUE "              DEBIT".
           05 FILLER                  PIC X(19)
                                      VALUE "             CREDIT".
       01  WS-RPT-TOTAL.
           05 RPT-TOTAL-LABEL         PIC X(38).
           05 RPT-TOTAL-DEBITS        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-TOTAL-CREDITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-NET-LINE.
           05 RPN-LABEL               PIC X(38).
           05 RPN-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "GLCLOSE - GENERAL LEDGER YEAR-END CLOSE".
           PERFORM 0900-RESOLVE-FILE-NAMES.
           DISPLAY "ENTER THE CLOSING YEAR (CCYY): "
               WITH NO ADVANCING.
           ACCEPT WS-CLOSING-YEAR.
           IF WS-CLOSING-YEAR IS NOT NUMERIC
               DISPLAY "INVALID YEAR -- CLOSE NOT RUN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-CHECK-ALREADY-CLOSED.
           IF YEAR-ALREADY-CLOSED
               DISPLAY "YEAR " WS-CLOSING-YEAR
                   " HAS ALREADY BEEN CLOSED -- CLOSE REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1100-CHECK-PERIODS-CLOSED.
           IF WS-OPEN-PERIOD-COUNT > 0
               DISPLAY WS-OPEN-PERIOD-COUNT " PERIOD(S) OF "
                   WS-CLOSING-YEAR " STILL OPEN -- CLOSE REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1200-FIND-RETAINED-EARNINGS.
           PERFORM 1300-LOAD-NOMINAL-RANGES.
           PERFORM 1400-LOAD-BALANCES.
           IF RETURN-CODE NOT = 0
               DISPLAY "*** CLOSE ABANDONED -- LEDGER LEFT UNTOUCHED "
                   "***"
               GOBACK
           END-IF.
           PERFORM 1500-LIST-COMPANIES.
           OPEN OUTPUT CLOSING-RPT.
           MOVE WS-CLOSING-YEAR TO RTT-YEAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RTT-RUN-DATE.
           WRITE CLOSING-RPT-REC FROM WS-RPT-TITLE.
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT
               MOVE WS-CO-CODE(WS-CO-SUB) TO WS-CLOSE-COMPANY
               PERFORM 1900-CLOSE-ONE-COMPANY
           END-PERFORM.
           CLOSE CLOSING-RPT.
           PERFORM 5000-REWRITE-BALANCE-MASTER.
           PERFORM 6000-RECORD-YEAR-CLOSED.
           DISPLAY "CLOSING ENTRIES    : " WS-CLOSING-ENTRIES.
           DISPLAY "OPENING BALANCES   : " WS-OPENING-ROWS.
           DISPLAY "YEAR " WS-CLOSING-YEAR " CLOSED TO RETAINED "
               "EARNINGS ACCOUNT " WS-RETAINED-ACCOUNT.
           DISPLAY "GLCLOSE CONCLUDES".
           GOBACK.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-GL-BAL-DSN FROM ENVIRONMENT "GLBAL".
           IF WS-GL-BAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\GLBAL.dat"
               TO WS-GL-BAL-DSN
           END-IF.
           ACCEPT WS-LAYOUT-DSN FROM ENVIRONMENT "GLSLAY".
           IF WS-LAYOUT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\GLSLAY.dat"
               TO WS-LAYOUT-DSN
           END-IF.
           ACCEPT WS-ACCT-MAP-DSN FROM ENVIRONMENT "RUGAMAP".
           IF WS-ACCT-MAP-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15AMAP.dat"
               TO WS-ACCT-MAP-DSN
           END-IF.
           ACCEPT WS-YE-CONTROL-DSN FROM ENVIRONMENT "GLYEC".
           IF WS-YE-CONTROL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\GLYEC.dat"
               TO WS-YE-CONTROL-DSN
           END-IF.
           ACCEPT WS-CLOSING-RPT-DSN FROM ENVIRONMENT "GLCLRPT".
           IF WS-CLOSING-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\GLCLOSE.rpt"
               TO WS-CLOSING-RPT-DSN
           END-IF.

       1000-CHECK-ALREADY-CLOSED.
           OPEN INPUT YEAR-END-CONTROL.
           IF WS-YE-CONTROL-STATUS = "00"
               READ YEAR-END-CONTROL
               PERFORM UNTIL WS-YE-CONTROL-STATUS > "00"
                   IF YEC-YEAR-CLOSED = WS-CLOSING-YEAR
                       MOVE "Y" TO WS-ALREADY-CLOSED-SW
                   END-IF
                   READ YEAR-END-CONTROL
               END-PERFORM
               CLOSE YEAR-END-CONTROL
           END-IF.

      * A PERIOD WITH NO CONTROL ROW READS AS OPEN, AND SO DOES
      * EVERY PERIOD WHEN THE PERCTL MODULE CANNOT BE REACHED.
       1100-CHECK-PERIODS-CLOSED.
           MOVE WS-CLOSING-YEAR TO WS-WORK-YEAR.
           PERFORM VARYING WS-WORK-MONTH FROM 1 BY 1
               UNTIL WS-WORK-MONTH > 12
               MOVE "C" TO PC-FUNCTION
               MOVE "GLCLOSE" TO PC-PROGRAM
               MOVE WS-WORK-PERIOD TO PC-PERIOD
               MOVE SPACES TO PC-NOTE
               MOVE "O" TO PC-RESULT
               CALL "PERCTL" USING WS-PERCTL-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
               IF PC-RESULT NOT = "C"
                   ADD 1 TO WS-OPEN-PERIOD-COUNT
                   DISPLAY "PERIOD " WS-WORK-PERIOD
                       " IS NOT CLOSED ON THE PERIOD CONTROL FILE"
               END-IF
           END-PERFORM.
           MOVE WS-CLOSING-YEAR TO WS-WORK-YEAR.
           MOVE 12 TO WS-WORK-MONTH.
           MOVE WS-WORK-PERIOD TO WS-LAST-PERIOD.
           MOVE WS-CLOSING-YEAR TO WS-CLOSING-PERIOD(1:4).
           MOVE "13" TO WS-CLOSING-PERIOD(5:2).
           MOVE WS-CLOSING-YEAR TO WS-THIS-OPENING(1:4).
           MOVE "00" TO WS-THIS-OPENING(5:2).
           COMPUTE WS-NEW-YEAR = WS-CLOSING-YEAR-N + 1.

       1200-FIND-RETAINED-EARNINGS.
           OPEN INPUT ACCOUNT-MAP-IN.
           IF WS-ACCT-MAP-STATUS = "00"
               READ ACCOUNT-MAP-IN
               PERFORM UNTIL WS-ACCT-MAP-STATUS > "00"
                   IF AMAP-TYPE = "L" AND AMAP-KEY = "RETEARN"
                       MOVE AMAP-ACCOUNT TO WS-RETAINED-ACCOUNT
                   END-IF
                   READ ACCOUNT-MAP-IN
               END-PERFORM
               CLOSE ACCOUNT-MAP-IN
           END-IF.
           IF WS-RETAINED-ACCOUNT = SPACES
               DISPLAY "NO RETEARN ROW ON THE ACCOUNT MAP -- NOWHERE "
                   "TO CLOSE THE YEAR TO"
               MOVE 16 TO RETURN-CODE
           END-IF.

      * THE REVENUE AND EXPENSE ACCOUNTS ARE EXACTLY THE ONES THE
      * INCOME STATEMENT SHOWS, SO THE CLOSE AND THE STATEMENTS
      * CAN NEVER DISAGREE ABOUT WHICH ACCOUNTS RESET.
       1300-LOAD-NOMINAL-RANGES.
           OPEN INPUT STATEMENT-LAYOUT.
           IF WS-LAYOUT-STATUS = "00"
               READ STATEMENT-LAYOUT
               PERFORM UNTIL WS-LAYOUT-STATUS > "00"
                          OR WS-RANGE-COUNT >= 200
                   IF SL-STATEMENT = "I" AND SL-TYPE = "D"
                       ADD 1 TO WS-RANGE-COUNT
                       MOVE SL-ACCT-FROM
                           TO WS-RANGE-FROM(WS-RANGE-COUNT)
                       MOVE SL-ACCT-TO
                           TO WS-RANGE-TO(WS-RANGE-COUNT)
                   END-IF
                   READ STATEMENT-LAYOUT
               END-PERFORM
               CLOSE STATEMENT-LAYOUT
           END-IF.
           IF WS-RANGE-COUNT = 0
               DISPLAY "NO INCOME STATEMENT LINES ON THE STATEMENT "
                   "LAYOUT -- REVENUE AND EXPENSE ACCOUNTS UNKNOWN"
               MOVE 16 TO RETURN-CODE
           END-IF.
           IF WS-RETAINED-ACCOUNT NOT = SPACES
               MOVE WS-RETAINED-ACCOUNT TO WS-TEST-ACCOUNT
               PERFORM 2200-TEST-NOMINAL
               IF ACCOUNT-IS-NOMINAL
                   DISPLAY "RETAINED EARNINGS ACCOUNT "
                       WS-RETAINED-ACCOUNT " IS ON THE INCOME "
                       "STATEMENT -- IT CANNOT TAKE THE CLOSE"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      * THE WHOLE LEDGER MUST FIT IN THE TABLE, BECAUSE IT IS
      * WRITTEN BACK FROM IT.  ROWS ALREADY IN THE CLOSING PERIOD
      * OR THE NEW YEAR'S OPENING PERIOD MEAN A CLOSE WAS STARTED
      * BY HAND -- NOTHING IS TOUCHED.
       1400-LOAD-BALANCES.
           OPEN INPUT GL-BALANCE-MASTER.
           IF WS-GL-BAL-STATUS NOT = "00"
               DISPLAY "GL BALANCE MASTER NOT AVAILABLE - STATUS "
                   WS-GL-BAL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               READ GL-BALANCE-MASTER
               PERFORM UNTIL WS-GL-BAL-STATUS > "00"
                          OR WS-BAL-COUNT >= 2000
                   ADD 1 TO WS-BAL-COUNT
                   MOVE GLB-ACCOUNT TO WS-BAL-ACCOUNT(WS-BAL-COUNT)
                   MOVE GLB-PERIOD  TO WS-BAL-PERIOD(WS-BAL-COUNT)
                   MOVE GLB-DEBITS  TO WS-BAL-DEBITS(WS-BAL-COUNT)
                   MOVE GLB-CREDITS TO WS-BAL-CREDITS(WS-BAL-COUNT)
                   MOVE GLB-COMPANY TO WS-BAL-COMPANY(WS-BAL-COUNT)
                   IF GLB-PERIOD = WS-CLOSING-PERIOD
                       OR GLB-PERIOD = WS-NEW-OPENING
                       MOVE "Y" TO WS-ALREADY-CARRIED-SW
                   END-IF
                   READ GL-BALANCE-MASTER
               END-PERFORM
               IF WS-GL-BAL-STATUS = "00"
                   DISPLAY "GL BALANCE MASTER OVER 2000 ROWS"
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE GL-BALANCE-MASTER
               IF ROWS-ALREADY-CARRIED
                   DISPLAY "LEDGER ALREADY HAS ROWS IN "
                       WS-CLOSING-PERIOD " OR " WS-NEW-OPENING
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      * ONE LEDGER PER COMPANY CODE ON THE BALANCES, IN THE ORDER
      * THEY FIRST APPEAR.  BALANCES WITH NO COMPANY ARE THE HOME
      * COMPANY'S WHEN THERE IS A COMPANY MASTER, AND ARE WRITTEN
      * BACK UNDER ITS CODE.
       1500-LIST-COMPANIES.
           MOVE "G" TO CO-FUNCTION.
           MOVE SPACES TO CO-CODE.
           MOVE "8" TO CO-RESULT.
           CALL "COMPANY" USING WS-COMPANY-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF CO-FOUND
               MOVE CO-CODE TO WS-HOME-COMPANY
           END-IF.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT
               IF WS-BAL-COMPANY(WS-BAL-SUB) = SPACES
                   MOVE WS-HOME-COMPANY TO WS-BAL-COMPANY(WS-BAL-SUB)
               END-IF
               MOVE "N" TO WS-CO-FOUND-SW
               PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-COUNT
                   IF WS-CO-CODE(WS-CO-SUB) = WS-BAL-COMPANY(WS-BAL-SUB)
                       MOVE "Y" TO WS-CO-FOUND-SW
                   END-IF
               END-PERFORM
               IF NOT COMPANY-LISTED
                   IF WS-CO-COUNT < 50
                       ADD 1 TO WS-CO-COUNT
                       MOVE WS-BAL-COMPANY(WS-BAL-SUB)
                           TO WS-CO-CODE(WS-CO-COUNT)
                   ELSE
                       DISPLAY "OVER 50 COMPANIES ON THE LEDGER -- "
                           WS-BAL-COMPANY(WS-BAL-SUB) " NOT CLOSED"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CO-COUNT = 0
               MOVE 1 TO WS-CO-COUNT
               MOVE WS-HOME-COMPANY TO WS-CO-CODE(1)
           END-IF.

      * ONE COMPANY'S CLOSE, START TO FINISH.  THE REPORT TOTALS ARE
      * THE COMPANY'S; THE ENTRY COUNTS ARE THE RUN'S.
       1900-CLOSE-ONE-COMPANY.
           MOVE 0 TO WS-ACCT-COUNT WS-NET-TO-RETAINED
                     WS-CLOSE-DEBITS WS-CLOSE-CREDITS
                     WS-OPEN-DEBITS WS-OPEN-CREDITS.
           IF WS-CLOSE-COMPANY NOT = SPACES
               MOVE "G" TO CO-FUNCTION
               MOVE WS-CLOSE-COMPANY TO CO-CODE
               MOVE "8" TO CO-RESULT
               CALL "COMPANY" USING WS-COMPANY-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
               MOVE WS-CLOSE-COMPANY TO RPC-COMPANY
               IF CO-FOUND
                   MOVE CO-NAME TO RPC-NAME
               ELSE
                   MOVE "** NOT ON THE COMPANY MASTER **" TO RPC-NAME
               END-IF
               MOVE SPACES TO CLOSING-RPT-REC
               WRITE CLOSING-RPT-REC
               WRITE CLOSING-RPT-REC FROM WS-RPT-COMPANY-LINE
           END-IF.
           PERFORM 2000-BUILD-YEAR-END-BALANCES.
           PERFORM 3000-CLOSE-NOMINAL-ACCOUNTS.
           PERFORM 4000-CARRY-BALANCES-FORWARD.
           ADD WS-NET-TO-RETAINED TO WS-YEAR-NET.

      * EACH ACCOUNT'S BALANCE AT THE END OF DECEMBER: FROM THIS
      * YEAR'S OPENING ROWS WHEN THE PRIOR YEAR WAS CLOSED HERE,
      * OTHERWISE EVERY PERIOD ON THE LEDGER THROUGH DECEMBER.
       2000-BUILD-YEAR-END-BALANCES.
           MOVE "000000" TO WS-SUM-FROM-PERIOD.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT
               IF WS-BAL-PERIOD(WS-BAL-SUB) = WS-THIS-OPENING
                   AND WS-BAL-COMPANY(WS-BAL-SUB) = WS-CLOSE-COMPANY
                   MOVE WS-THIS-OPENING TO WS-SUM-FROM-PERIOD
               END-IF
           END-PERFORM.
           MOVE WS-RETAINED-ACCOUNT TO WS-TEST-ACCOUNT.
           PERFORM 2100-FIND-OR-ADD-ACCOUNT.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT
               IF WS-BAL-PERIOD(WS-BAL-SUB) >= WS-SUM-FROM-PERIOD
                   AND WS-BAL-PERIOD(WS-BAL-SUB) <= WS-LAST-PERIOD
                   AND WS-BAL-COMPANY(WS-BAL-SUB) = WS-CLOSE-COMPANY
                   MOVE WS-BAL-ACCOUNT(WS-BAL-SUB) TO WS-TEST-ACCOUNT
                   PERFORM 2100-FIND-OR-ADD-ACCOUNT
                   COMPUTE WS-ACCT-NET(WS-ACCT-SUB)
                       = WS-ACCT-NET(WS-ACCT-SUB)
                       + WS-BAL-DEBITS(WS-BAL-SUB)
                       - WS-BAL-CREDITS(WS-BAL-SUB)
               END-IF
           END-PERFORM.

      * LEAVES WS-ACCT-SUB ON THE ACCOUNT'S ROW.
       2100-FIND-OR-ADD-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND-SW.
           MOVE 1 TO WS-ACCT-SUB.
           PERFORM UNTIL WS-ACCT-SUB > WS-ACCT-COUNT OR ACCOUNT-LISTED
               IF WS-ACCT-NO(WS-ACCT-SUB) = WS-TEST-ACCOUNT
                   MOVE "Y" TO WS-ACCT-FOUND-SW
               ELSE
                   ADD 1 TO WS-ACCT-SUB
               END-IF
           END-PERFORM.
           IF NOT ACCOUNT-LISTED
               IF WS-ACCT-COUNT < 500
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-SUB
                   MOVE WS-TEST-ACCOUNT TO WS-ACCT-NO(WS-ACCT-SUB)
                   MOVE 0 TO WS-ACCT-NET(WS-ACCT-SUB)
                   PERFORM 2200-TEST-NOMINAL
                   MOVE WS-NOMINAL-SW TO WS-ACCT-NOMINAL(WS-ACCT-SUB)
               ELSE
                   MOVE WS-ACCT-COUNT TO WS-ACCT-SUB
               END-IF
           END-IF.

       2200-TEST-NOMINAL.
           MOVE "N" TO WS-NOMINAL-SW.
           PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
               UNTIL WS-RANGE-SUB > WS-RANGE-COUNT
               IF WS-TEST-ACCOUNT >= WS-RANGE-FROM(WS-RANGE-SUB)
                   AND WS-TEST-ACCOUNT <= WS-RANGE-TO(WS-RANGE-SUB)
                   MOVE "Y" TO WS-NOMINAL-SW
                   MOVE WS-RANGE-COUNT TO WS-RANGE-SUB
               END-IF
           END-PERFORM.

      *****************************************************************
      * CLOSING ENTRIES: EVERY REVENUE AND EXPENSE BALANCE REVERSED
      * INTO CCYY13, THE NET TO RETAINED EARNINGS.
      *****************************************************************
       3000-CLOSE-NOMINAL-ACCOUNTS.
           MOVE SPACES TO CLOSING-RPT-REC.
           WRITE CLOSING-RPT-REC.
           MOVE "CLOSING ENTRIES" TO CLOSING-RPT-REC.
           WRITE CLOSING-RPT-REC.
           WRITE CLOSING-RPT-REC FROM WS-RPT-COLUMNS.
           MOVE WS-CLOSING-PERIOD TO WS-POST-PERIOD.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-ACCT-NOMINAL(WS-ACCT-SUB) = "Y"
                   AND WS-ACCT-NET(WS-ACCT-SUB) NOT = 0
                   ADD WS-ACCT-NET(WS-ACCT-SUB) TO WS-NET-TO-RETAINED
                   MOVE WS-ACCT-NO(WS-ACCT-SUB) TO WS-POST-ACCOUNT
                   COMPUTE WS-POST-AMOUNT
                       = 0 - WS-ACCT-NET(WS-ACCT-SUB)
                   MOVE WS-ACCT-NET(WS-ACCT-SUB) TO RPD-BALANCE
                   PERFORM 3100-POST-CLOSING-LINE
                   MOVE 0 TO WS-ACCT-NET(WS-ACCT-SUB)
               END-IF
           END-PERFORM.
      * THE YEAR'S NET: A PROFIT IS A CREDIT TO RETAINED EARNINGS.
           MOVE WS-RETAINED-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE WS-RETAINED-ACCOUNT TO WS-TEST-ACCOUNT.
           PERFORM 2100-FIND-OR-ADD-ACCOUNT.
           MOVE WS-ACCT-NET(WS-ACCT-SUB) TO RPD-BALANCE.
           MOVE WS-NET-TO-RETAINED TO WS-POST-AMOUNT.
           IF WS-POST-AMOUNT NOT = 0
               PERFORM 3100-POST-CLOSING-LINE
               ADD WS-NET-TO-RETAINED TO WS-ACCT-NET(WS-ACCT-SUB)
           END-IF.
           MOVE "  TOTAL CLOSING ENTRIES" TO RPT-TOTAL-LABEL.
           MOVE WS-CLOSE-DEBITS  TO RPT-TOTAL-DEBITS.
           MOVE WS-CLOSE-CREDITS TO RPT-TOTAL-CREDITS.
           WRITE CLOSING-RPT-REC FROM WS-RPT-TOTAL.
           IF WS-NET-TO-RETAINED > 0
               MOVE "  NET LOSS FOR THE YEAR" TO RPN-LABEL
           ELSE
               MOVE "  NET INCOME FOR THE YEAR" TO RPN-LABEL
           END-IF.
           COMPUTE RPN-AMOUNT = 0 - WS-NET-TO-RETAINED.
           WRITE CLOSING-RPT-REC FROM WS-RPT-NET-LINE.

      * WS-POST-AMOUNT IS DEBITS LESS CREDITS; RPD-BALANCE HOLDS THE
      * BALANCE BEING CLOSED.
       3100-POST-CLOSING-LINE.
           MOVE WS-POST-ACCOUNT TO RPD-ACCOUNT.
           MOVE WS-POST-PERIOD  TO RPD-PERIOD.
           MOVE 0 TO RPD-DEBIT RPD-CREDIT.
           IF WS-POST-AMOUNT > 0
               MOVE WS-POST-AMOUNT TO RPD-DEBIT
               ADD WS-POST-AMOUNT TO WS-CLOSE-DEBITS
           ELSE
               COMPUTE RPD-CREDIT = 0 - WS-POST-AMOUNT
               SUBTRACT WS-POST-AMOUNT FROM WS-CLOSE-CREDITS
           END-IF.
           WRITE CLOSING-RPT-REC FROM WS-RPT-DETAIL.
           PERFORM 5100-ADD-BALANCE-ROW.
           ADD 1 TO WS-CLOSING-ENTRIES.

      *****************************************************************
      * OPENING BALANCES FOR THE NEW YEAR -- EVERY ACCOUNT THE CLOSE
      * DID NOT ZERO, RETAINED EARNINGS INCLUDED.
      *****************************************************************
       4000-CARRY-BALANCES-FORWARD.
           MOVE SPACES TO CLOSING-RPT-REC.
           WRITE CLOSING-RPT-REC.
           MOVE "OPENING BALANCES CARRIED FORWARD" TO CLOSING-RPT-REC.
           WRITE CLOSING-RPT-REC.
           WRITE CLOSING-RPT-REC FROM WS-RPT-COLUMNS.
           MOVE WS-NEW-OPENING TO WS-POST-PERIOD.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-ACCT-NOMINAL(WS-ACCT-SUB) NOT = "Y"
                   AND WS-ACCT-NET(WS-ACCT-SUB) NOT = 0
                   MOVE WS-ACCT-NO(WS-ACCT-SUB) TO WS-POST-ACCOUNT
                   MOVE WS-ACCT-NET(WS-ACCT-SUB) TO WS-POST-AMOUNT
                   MOVE WS-ACCT-NET(WS-ACCT-SUB) TO RPD-BALANCE
                   MOVE WS-POST-ACCOUNT TO RPD-ACCOUNT
                   MOVE WS-POST-PERIOD  TO RPD-PERIOD
                   MOVE 0 TO RPD-DEBIT RPD-CREDIT
                   IF WS-POST-AMOUNT > 0
                       MOVE WS-POST-AMOUNT TO RPD-DEBIT
                       ADD WS-POST-AMOUNT TO WS-OPEN-DEBITS
                   ELSE
                       COMPUTE RPD-CREDIT = 0 - WS-POST-AMOUNT
                       SUBTRACT WS-POST-AMOUNT FROM WS-OPEN-CREDITS
                   END-IF
                   WRITE CLOSING-RPT-REC FROM WS-RPT-DETAIL
                   PERFORM 5100-ADD-BALANCE-ROW
                   ADD 1 TO WS-OPENING-ROWS
               END-IF
           END-PERFORM.
           MOVE "  TOTAL OPENING BALANCES" TO RPT-TOTAL-LABEL.
           MOVE WS-OPEN-DEBITS  TO RPT-TOTAL-DEBITS.
           MOVE WS-OPEN-CREDITS TO RPT-TOTAL-CREDITS.
           WRITE CLOSING-RPT-REC FROM WS-RPT-TOTAL.
           IF WS-OPEN-DEBITS NOT = WS-OPEN-CREDITS
               MOVE "*** OPENING BALANCES OUT OF BALANCE -- THE LEDGER W
      -            "AS OUT OF BALANCE BEFORE THE CLOSE ***"
                   TO CLOSING-RPT-REC
               WRITE CLOSING-RPT-REC
               DISPLAY "OPENING BALANCES OUT OF BALANCE"
               MOVE 4 TO RETURN-CODE
           END-IF.

       5000-REWRITE-BALANCE-MASTER.
           OPEN OUTPUT GL-BALANCE-MASTER.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT
               MOVE WS-BAL-ACCOUNT(WS-BAL-SUB) TO GLB-ACCOUNT
               MOVE WS-BAL-PERIOD(WS-BAL-SUB)  TO GLB-PERIOD
               MOVE WS-BAL-DEBITS(WS-BAL-SUB)  TO GLB-DEBITS
               MOVE WS-BAL-CREDITS(WS-BAL-SUB) TO GLB-CREDITS
               MOVE WS-BAL-COMPANY(WS-BAL-SUB) TO GLB-COMPANY
               WRITE GL-BALANCE-REC
           END-PERFORM.
           CLOSE GL-BALANCE-MASTER.

      * THE LEDGER WAS CHECKED FREE OF CLOSING-PERIOD AND OPENING
      * ROWS, AND EACH ACCOUNT IS POSTED ONCE PER PERIOD, SO EVERY
      * POSTING HERE IS A NEW ROW.
       5100-ADD-BALANCE-ROW.
           IF WS-BAL-COUNT < 2000
               ADD 1 TO WS-BAL-COUNT
               MOVE WS-POST-ACCOUNT TO WS-BAL-ACCOUNT(WS-BAL-COUNT)
               MOVE WS-POST-PERIOD  TO WS-BAL-PERIOD(WS-BAL-COUNT)
               MOVE WS-CLOSE-COMPANY TO WS-BAL-COMPANY(WS-BAL-COUNT)
               MOVE 0 TO WS-BAL-DEBITS(WS-BAL-COUNT)
               MOVE 0 TO WS-BAL-CREDITS(WS-BAL-COUNT)
               IF WS-POST-AMOUNT > 0
                   MOVE WS-POST-AMOUNT TO WS-BAL-DEBITS(WS-BAL-COUNT)
               ELSE
                   COMPUTE WS-BAL-CREDITS(WS-BAL-COUNT)
                       = 0 - WS-POST-AMOUNT
               END-IF
           ELSE
               DISPLAY "GL BALANCE TABLE FULL -- " WS-POST-ACCOUNT
                   " " WS-POST-PERIOD " NOT CARRIED"
               MOVE 16 TO RETURN-CODE
           END-IF.

       6000-RECORD-YEAR-CLOSED.
           MOVE WS-CLOSING-YEAR TO WYE-YEAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WYE-CLOSED-ON.
           COMPUTE WYE-NET-INCOME = 0 - WS-YEAR-NET.
           OPEN EXTEND YEAR-END-CONTROL.
           IF WS-YE-CONTROL-STATUS = "35"
               OPEN OUTPUT YEAR-END-CONTROL
           END-IF.
           WRITE YEAR-END-CONTROL-REC FROM WS-YEC-LINE.
           CLOSE YEAR-END-CONTROL.
