       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLFSTMT.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Financial statements from the general ledger -- what the
      *owner and the bank read instead of the GLPOST trial balance.
      *The statement layout file says what goes on each statement:
      *headings, account ranges that make a statement line, and
      *subtotals at up to five levels (a subtotal of level n prints
      *everything added since the last subtotal of that level or
      *higher, so gross profit and net income fall out of the same
      *rows).  From the GL balance master the program prints the
      *income statement for the month and year to date with the
      *same month and year to date of the prior year, the budget-
      *versus-actual income statement against the budget file
      *(budget, actual, variance, and variance percent for the
      *month and the year to date), the balance sheet at the end of
      *the month beside the same month last year, and the income
      *statement again by department, two departments to a band,
      *from GLPOST's department balance file, so labor by
      *department lines up against its budget.  The period is the
      *current month unless GLSTPER names one.  When a year's
      *opening balances (period CCYY00) are on the ledger they start
      *the balance sheet; otherwise every period to date is summed.
      *The balance sheet lines should cover every account; if they
      *do not net to zero the statement is flagged and the step
      *ends with return code 4.  With more than one company on the
      *ledger the statements are consolidated: every company's
      *balances are added together, so the intercompany due-from
      *and due-to accounts net away when the balance sheet lines
      *take them in together.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-MASTER ASSIGN TO WS-GL-BAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-BAL-STATUS.

           SELECT GL-DEPT-BALANCE ASSIGN TO WS-GL-DBAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-DBAL-STATUS.

           SELECT STATEMENT-LAYOUT ASSIGN TO WS-LAYOUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LAYOUT-STATUS.

           SELECT BUDGET-FILE ASSIGN TO WS-BUDGET-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUDGET-STATUS.

           SELECT STATEMENT-RPT ASSIGN TO WS-STATEMENT-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATEMENT-RPT-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES GLBAL,
      *  GLDBAL, GLSLAY, GLBUDG, AND GLFSRPT, FALLING BACK TO THE
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

       FD  GL-DEPT-BALANCE
           RECORDING MODE IS F
           DATA RECORD IS GL-DEPT-BALANCE-REC.
       01 GL-DEPT-BALANCE-REC.
          05 GLD-ACCOUNT              PIC X(06).
          05 GLD-DEPT                 PIC X(15).
          05 GLD-PERIOD               PIC X(06).
          05 GLD-DEBITS               PIC 9(11)V99.
          05 GLD-CREDITS              PIC 9(11)V99.

      * ONE ROW PER STATEMENT LINE, IN PRINT ORDER.
      *   SL-STATEMENT  I = INCOME STATEMENT, B = BALANCE SHEET
      *   SL-TYPE       H = HEADING (BLANK TEXT = BLANK LINE)
      *                 D = ACCOUNT RANGE SL-ACCT-FROM THRU -TO
      *                 S = SUBTOTAL OF LEVEL SL-LEVEL (1-5)
      *   SL-SIGN       + SHOWS CREDITS LESS DEBITS (REVENUE,
      *                   LIABILITIES, EQUITY, PROFIT)
      *                 - SHOWS DEBITS LESS CREDITS (EXPENSES,
      *                   ASSETS)
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

      * BUDGET BY ACCOUNT AND PERIOD, KEYED AS A POSITIVE AMOUNT IN
      * THE DIRECTION THE STATEMENT LINE SHOWS IT.  A DEPARTMENT
      * BUDGET CARRIES THE DEPARTMENT NAME AS IT APPEARS ON THE
      * JOURNAL LINES; THE COMPANY BUDGET IS EVERY ROW FOR THE
      * ACCOUNT, WITH OR WITHOUT A DEPARTMENT.
       FD  BUDGET-FILE
           RECORDING MODE IS F
           DATA RECORD IS BUDGET-REC.
       01 BUDGET-REC.
          05 BUD-ACCOUNT              PIC X(06).
          05 BUD-DEPT                 PIC X(15).
          05 BUD-PERIOD               PIC X(06).
          05 BUD-AMOUNT               PIC 9(09)V99.

       FD  STATEMENT-RPT
           RECORDING MODE IS F
           DATA RECORD IS STATEMENT-RPT-REC.
       01 STATEMENT-RPT-REC           PIC X(136).

       WORKING-STORAGE SECTION.
       01  WS-GL-BAL-DSN              PIC X(80).
       01  WS-GL-DBAL-DSN             PIC X(80).
       01  WS-LAYOUT-DSN              PIC X(80).
       01  WS-BUDGET-DSN              PIC X(80).
       01  WS-STATEMENT-RPT-DSN       PIC X(80).
       01  WS-GL-BAL-STATUS           PIC X(02) VALUE "00".
       01  WS-GL-DBAL-STATUS          PIC X(02) VALUE "00".
       01  WS-LAYOUT-STATUS           PIC X(02) VALUE "00".
       01  WS-BUDGET-STATUS           PIC X(02) VALUE "00".
       01  WS-STATEMENT-RPT-STATUS    PIC X(02) VALUE "00".

      * THE STATEMENT MONTH AND THE PERIOD RANGES BUILT FROM IT.
       01  WS-STMT-PERIOD.
           05 WS-STMT-YEAR            PIC 9(04).
           05 WS-STMT-MONTH           PIC 9(02).
       01  WS-PRIOR-PERIOD.
           05 WS-PRIOR-YEAR           PIC 9(04).
           05 WS-PRIOR-MONTH          PIC 9(02).
       01  WS-YTD-FROM.
           05 WS-YTD-FROM-YEAR        PIC 9(04).
           05 FILLER                  PIC X(02) VALUE "01".
       01  WS-PRIOR-YTD-FROM.
           05 WS-PRIOR-YTD-FROM-YEAR  PIC 9(04).
           05 FILLER                  PIC X(02) VALUE "01".
      * A CLOSED YEAR CARRIES ITS OPENING ROWS IN PERIOD
      * CCYY00; THE BALANCE SHEET STARTS FROM THEM WHEN THEY EXIST.
       01  WS-OPENING-PERIOD.
           05 WS-OPENING-YEAR         PIC 9(04).
           05 FILLER                  PIC X(02) VALUE "00".
       01  WS-CUR-BS-FROM             PIC X(06).
       01  WS-PRIOR-BS-FROM           PIC X(06).

       01  WS-BAL-COUNT               PIC 9(04) VALUE 0.
       01  WS-BAL-SUB                 PIC 9(04).
       01  WS-BALANCE-TABLE.
           05 WS-BAL-ENTRY OCCURS 2000 TIMES.
              10 WS-BAL-ACCOUNT       PIC X(06).
              10 WS-BAL-PERIOD        PIC X(06).
              10 WS-BAL-NET           PIC S9(11)V99.

       01  WS-DBAL-COUNT              PIC 9(04) VALUE 0.
       01  WS-DBAL-SUB                PIC 9(04).
       01  WS-DEPT-BALANCE-TABLE.
           05 WS-DBAL-ENTRY OCCURS 3000 TIMES.
              10 WS-DBAL-ACCOUNT      PIC X(06).
              10 WS-DBAL-DEPT         PIC X(15).
              10 WS-DBAL-PERIOD       PIC X(06).
              10 WS-DBAL-NET          PIC S9(11)V99.

       01  WS-BUD-COUNT               PIC 9(04) VALUE 0.
       01  WS-BUD-SUB                 PIC 9(04).
       01  WS-BUDGET-TABLE.
           05 WS-BUD-ENTRY OCCURS 2000 TIMES.
              10 WS-BUD-ACCOUNT       PIC X(06).
              10 WS-BUD-DEPT          PIC X(15).
              10 WS-BUD-PERIOD        PIC X(06).
              10 WS-BUD-AMOUNT        PIC 9(09)V99.

       01  WS-LAY-COUNT               PIC 9(03) VALUE 0.
       01  WS-LAY-SUB                 PIC 9(03).
       01  WS-LAYOUT-TABLE.
           05 WS-LAY-ROW OCCURS 200 TIMES PIC X(46).

      * DEPARTMENTS WITH ACTIVITY OR BUDGET THIS YEAR TO DATE.
       01  WS-DEPT-COUNT              PIC 9(02) VALUE 0.
       01  WS-DEPT-SUB                PIC 9(02).
       01  WS-DEPT-FOUND-SW           PIC X(01).
           88 DEPT-ALREADY-LISTED           VALUE "Y".
       01  WS-DEPT-TABLE.
           05 WS-DEPT-NAME OCCURS 20 TIMES PIC X(15).
       01  WS-BAND-DEPT-1             PIC X(15).
       01  WS-BAND-DEPT-2             PIC X(15).
       01  WS-CANDIDATE-DEPT          PIC X(15).

      * WHICH STATEMENT IS PRINTING: I = INCOME STATEMENT WITH PRIOR
      * YEAR, V = BUDGET VERSUS ACTUAL, B = BALANCE SHEET, D = ONE
      * BAND OF DEPARTMENT COLUMNS.
       01  WS-PASS                    PIC X(01).
           88 PASS-INCOME                   VALUE "I".
           88 PASS-VARIANCE                 VALUE "V".
           88 PASS-BALANCE-SHEET            VALUE "B".
           88 PASS-DEPARTMENT               VALUE "D".
       01  WS-RUN-STATEMENT           PIC X(01).

      * FOUR VALUE COLUMNS PER LINE, ALL HELD AS CREDITS LESS DEBITS;
      * SL-SIGN TURNS THEM AROUND FOR PRINTING.
       01  WS-COL-SUB                 PIC 9(01).
       01  WS-LEVEL-SUB               PIC 9(01).
       01  WS-LINE-VALUES.
           05 WS-COL-VAL OCCURS 4 TIMES PIC S9(11)V99.
       01  WS-ACCUMULATORS.
           05 WS-ACC-LEVEL OCCURS 5 TIMES.
              10 WS-ACC-VAL OCCURS 4 TIMES PIC S9(11)V99.
       01  WS-SIGN-FACTOR             PIC S9(01).
       01  WS-BS-CHECK                PIC S9(11)V99 VALUE 0.

       01  WS-SUM-FROM                PIC X(06).
       01  WS-SUM-TO                  PIC X(06).
       01  WS-SUM-LOW                 PIC X(06).
       01  WS-SUM-HIGH                PIC X(06).
       01  WS-SUM-DEPT                PIC X(15).
       01  WS-SUM-NET                 PIC S9(11)V99.
       01  WS-SUM-BUDGET              PIC S9(11)V99.

       01  WS-SHOW-ACTUAL             PIC S9(11)V99.
       01  WS-SHOW-BUDGET             PIC S9(11)V99.
       01  WS-SHOW-VARIANCE           PIC S9(11)V99.
       01  WS-SHOW-PCT                PIC S9(05)V9.
       01  WS-SHOW-VALUE              PIC S9(11)V99.

       01  WS-STATEMENT-LINES         PIC 9(04) VALUE 0.
       01  WS-LAYOUT-REJECTS          PIC 9(03) VALUE 0.

       01  WS-TITLE-LINE.
           05 TTL-TEXT                PIC X(50).
           05 FILLER                  PIC X(08) VALUE "PERIOD  ".
           05 TTL-PERIOD              PIC X(06).
       01  WS-BAND-TITLE-LINE.
           05 FILLER                  PIC X(30) VALUE SPACES.
           05 BTL-DEPT-1              PIC X(45).
           05 BTL-DEPT-2              PIC X(45).
       01  WS-INCOME-HEADING.
           05 FILLER                  PIC X(30) VALUE SPACES.
           05 FILLER                  PIC X(15) VALUE "          MONTH".
           05 FILLER                  PIC X(15) VALUE "     PRIOR YEAR".
           05 FILLER                  PIC X(15) VALUE "   YEAR TO DATE".
           05 FILLER                  PIC X(15) VALUE "  PRIOR YR YTD ".
       01  WS-BALANCE-HEADING.
           05 FILLER                  PIC X(30) VALUE SPACES.
           05 FILLER                  PIC X(15) VALUE "     THIS MONTH".
           05 FILLER                  PIC X(15) VALUE "     PRIOR YEAR".
       01  WS-VARIANCE-HEADING.
           05 FILLER                  PIC X(30) VALUE SPACES.
           05 FILLER                  PIC X(15) VALUE "   MONTH ACTUAL".
           05 FILLER                  PIC X(15) VALUE "   MONTH BUDGET".
           05 FILLER                  PIC X(15) VALUE "       VARIANCE".
           05 FILLER                  PIC X(08) VALUE "    PCT ".
           05 FILLER                  PIC X(15) VALUE "     YTD ACTUAL".
           05 FILLER                  PIC X(15) VALUE "     YTD BUDGET".
           05 FILLER                  PIC X(15) VALUE "       VARIANCE".
           05 FILLER                  PIC X(08) VALUE "    PCT ".
       01  WS-DEPT-HEADING.
           05 FILLER                  PIC X(30) VALUE SPACES.
           05 FILLER                  PIC X(15) VALUE "   MONTH ACTUAL".
           05 FILLER                  PIC X(15) VALUE "   MONTH BUDGET".
           05 FILLER                  PIC X(15) VALUE "       VARIANCE".
           05 FILLER                  PIC X(15) VALUE "   MONTH ACTUAL".
           05 FILLER                  PIC X(15) VALUE "   MONTH BUDGET".
           05 FILLER                  PIC X(15) VALUE "       VARIANCE".

       01  WS-CMP-LINE.
           05 CMP-DESCRIPTION         PIC X(30).
           05 CMP-CELL OCCURS 4 TIMES.
              10 FILLER               PIC X(01).
              10 CMP-AMOUNT           PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-VAR-LINE.
           05 VAR-DESCRIPTION         PIC X(30).
           05 VAR-HALF OCCURS 2 TIMES.
              10 FILLER               PIC X(01).
              10 VAR-ACTUAL           PIC ZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(01).
              10 VAR-BUDGET           PIC ZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(01).
              10 VAR-VARIANCE         PIC ZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(01).
              10 VAR-PCT              PIC ZZZ9.9-.
       01  WS-DEPT-LINE.
           05 DPT-DESCRIPTION         PIC X(30).
           05 DPT-HALF OCCURS 2 TIMES.
              10 FILLER               PIC X(01).
              10 DPT-ACTUAL           PIC ZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(01).
              10 DPT-BUDGET           PIC ZZ,ZZZ,ZZ9.99-.
              10 FILLER               PIC X(01).
              10 DPT-VARIANCE         PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "GLFSTMT BEGINS".
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 1000-INITIALIZE.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           OPEN OUTPUT STATEMENT-RPT.
           PERFORM 2000-PRINT-INCOME-STATEMENT.
           PERFORM 2100-PRINT-BUDGET-VARIANCE.
           PERFORM 2200-PRINT-BALANCE-SHEET.
           PERFORM 2300-PRINT-DEPARTMENT-BAND
               VARYING WS-DEPT-SUB FROM 1 BY 2
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
           CLOSE STATEMENT-RPT.
           DISPLAY "STATEMENT PERIOD   : " WS-STMT-PERIOD.
           DISPLAY "LAYOUT ROWS        : " WS-LAY-COUNT.
           DISPLAY "BALANCE ROWS       : " WS-BAL-COUNT.
           DISPLAY "BUDGET ROWS        : " WS-BUD-COUNT.
           DISPLAY "DEPARTMENTS        : " WS-DEPT-COUNT.
           DISPLAY "STATEMENT LINES    : " WS-STATEMENT-LINES.
           IF WS-BS-CHECK NOT = 0 OR WS-LAYOUT-REJECTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "GLFSTMT CONCLUDES".
           GOBACK.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-GL-BAL-DSN FROM ENVIRONMENT "GLBAL".
           IF WS-GL-BAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\GLBAL.dat"
               TO WS-GL-BAL-DSN
           END-IF.
           ACCEPT WS-GL-DBAL-DSN FROM ENVIRONMENT "GLDBAL".
           IF WS-GL-DBAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\GLDBAL.dat"
               TO WS-GL-DBAL-DSN
           END-IF.
           ACCEPT WS-LAYOUT-DSN FROM ENVIRONMENT "GLSLAY".
           IF WS-LAYOUT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\GLSLAY.dat"
               TO WS-LAYOUT-DSN
           END-IF.
           ACCEPT WS-BUDGET-DSN FROM ENVIRONMENT "GLBUDG".
           IF WS-BUDGET-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\GLBUDG.dat"
               TO WS-BUDGET-DSN
           END-IF.
           ACCEPT WS-STATEMENT-RPT-DSN FROM ENVIRONMENT "GLFSRPT".
           IF WS-STATEMENT-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\GLFSTMT.rpt"
               TO WS-STATEMENT-RPT-DSN
           END-IF.
           MOVE SPACES TO WS-STMT-PERIOD.
           ACCEPT WS-STMT-PERIOD FROM ENVIRONMENT "GLSTPER".
           IF WS-STMT-PERIOD IS NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE (1:6) TO WS-STMT-PERIOD
           END-IF.

       1000-INITIALIZE.
           IF WS-STMT-MONTH < 1 OR WS-STMT-MONTH > 12
               DISPLAY "STATEMENT PERIOD " WS-STMT-PERIOD
                   " IS NOT A MONTH -- NO STATEMENTS"
               MOVE 16 TO RETURN-CODE
           ELSE
               COMPUTE WS-PRIOR-YEAR = WS-STMT-YEAR - 1
               MOVE WS-STMT-MONTH TO WS-PRIOR-MONTH
               MOVE WS-STMT-YEAR TO WS-YTD-FROM-YEAR
               MOVE WS-PRIOR-YEAR TO WS-PRIOR-YTD-FROM-YEAR
               PERFORM 1100-LOAD-BALANCES
               PERFORM 1200-LOAD-DEPT-BALANCES
               PERFORM 1300-LOAD-LAYOUT
               PERFORM 1400-LOAD-BUDGET
               PERFORM 1500-FIND-DEPARTMENTS
               MOVE WS-STMT-YEAR TO WS-OPENING-YEAR
               MOVE "000000" TO WS-CUR-BS-FROM
               PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-COUNT
                   IF WS-BAL-PERIOD(WS-BAL-SUB) = WS-OPENING-PERIOD
                       MOVE WS-OPENING-PERIOD TO WS-CUR-BS-FROM
                   END-IF
               END-PERFORM
               MOVE WS-PRIOR-YEAR TO WS-OPENING-YEAR
               MOVE "000000" TO WS-PRIOR-BS-FROM
               PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-COUNT
                   IF WS-BAL-PERIOD(WS-BAL-SUB) = WS-OPENING-PERIOD
                       MOVE WS-OPENING-PERIOD TO WS-PRIOR-BS-FROM
                   END-IF
               END-PERFORM
           END-IF.

      * NOTHING ON THE LEDGER IS NOT AN ERROR -- THE STATEMENTS PRINT
      * WITH ZEROS.  A LAYOUT IS REQUIRED.
       1100-LOAD-BALANCES.
           OPEN INPUT GL-BALANCE-MASTER.
           IF WS-GL-BAL-STATUS = "00"
               READ GL-BALANCE-MASTER
               PERFORM UNTIL WS-GL-BAL-STATUS > "00"
                          OR WS-BAL-COUNT >= 2000
                   ADD 1 TO WS-BAL-COUNT
                   MOVE GLB-ACCOUNT TO WS-BAL-ACCOUNT(WS-BAL-COUNT)
                   MOVE GLB-PERIOD  TO WS-BAL-PERIOD(WS-BAL-COUNT)
                   COMPUTE WS-BAL-NET(WS-BAL-COUNT)
                       = GLB-CREDITS - GLB-DEBITS
                   READ GL-BALANCE-MASTER
               END-PERFORM
               CLOSE GL-BALANCE-MASTER
           ELSE
               DISPLAY "GL BALANCE MASTER NOT AVAILABLE - STATUS "
                   WS-GL-BAL-STATUS
           END-IF.

       1200-LOAD-DEPT-BALANCES.
           OPEN INPUT GL-DEPT-BALANCE.
           IF WS-GL-DBAL-STATUS = "00"
               READ GL-DEPT-BALANCE
               PERFORM UNTIL WS-GL-DBAL-STATUS > "00"
                          OR WS-DBAL-COUNT >= 3000
                   ADD 1 TO WS-DBAL-COUNT
                   MOVE GLD-ACCOUNT TO WS-DBAL-ACCOUNT(WS-DBAL-COUNT)
                   MOVE GLD-DEPT    TO WS-DBAL-DEPT(WS-DBAL-COUNT)
                   MOVE GLD-PERIOD  TO WS-DBAL-PERIOD(WS-DBAL-COUNT)
                   COMPUTE WS-DBAL-NET(WS-DBAL-COUNT)
                       = GLD-CREDITS - GLD-DEBITS
                   READ GL-DEPT-BALANCE
               END-PERFORM
               CLOSE GL-DEPT-BALANCE
           END-IF.

      * A ROW WITH AN UNKNOWN STATEMENT, TYPE, SIGN, OR LEVEL IS
      * LEFT OFF AND COUNTED -- THE STEP ENDS WITH RETURN CODE 4.
       1300-LOAD-LAYOUT.
           OPEN INPUT STATEMENT-LAYOUT.
           IF WS-LAYOUT-STATUS NOT = "00"
               DISPLAY "STATEMENT LAYOUT NOT AVAILABLE - STATUS "
                   WS-LAYOUT-STATUS " -- NO STATEMENTS"
               MOVE 16 TO RETURN-CODE
           ELSE
               READ STATEMENT-LAYOUT
               PERFORM UNTIL WS-LAYOUT-STATUS > "00"
                          OR WS-LAY-COUNT >= 200
                   IF (SL-STATEMENT = "I" OR SL-STATEMENT = "B")
                       AND (SL-TYPE = "H"
                           OR (SL-TYPE = "D"
                               AND (SL-SIGN = "+" OR SL-SIGN = "-"))
                           OR (SL-TYPE = "S"
                               AND (SL-SIGN = "+" OR SL-SIGN = "-")
                               AND SL-LEVEL >= 1 AND SL-LEVEL <= 5))
                       ADD 1 TO WS-LAY-COUNT
                       MOVE STATEMENT-LAYOUT-REC
                           TO WS-LAY-ROW(WS-LAY-COUNT)
                   ELSE
                       ADD 1 TO WS-LAYOUT-REJECTS
                       DISPLAY "LAYOUT ROW NOT USED: "
                           STATEMENT-LAYOUT-REC
                   END-IF
                   READ STATEMENT-LAYOUT
               END-PERFORM
               CLOSE STATEMENT-LAYOUT
           END-IF.

      * NO BUDGET FILE PRINTS THE VARIANCE STATEMENT AGAINST ZERO.
       1400-LOAD-BUDGET.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-STATUS = "00"
               READ BUDGET-FILE
               PERFORM UNTIL WS-BUDGET-STATUS > "00"
                          OR WS-BUD-COUNT >= 2000
                   IF BUD-AMOUNT IS NUMERIC
                       ADD 1 TO WS-BUD-COUNT
                       MOVE BUD-ACCOUNT TO WS-BUD-ACCOUNT(WS-BUD-COUNT)
                       MOVE BUD-DEPT    TO WS-BUD-DEPT(WS-BUD-COUNT)
                       MOVE BUD-PERIOD  TO WS-BUD-PERIOD(WS-BUD-COUNT)
                       MOVE BUD-AMOUNT  TO WS-BUD-AMOUNT(WS-BUD-COUNT)
                   END-IF
                   READ BUDGET-FILE
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

       1500-FIND-DEPARTMENTS.
           PERFORM VARYING WS-DBAL-SUB FROM 1 BY 1
               UNTIL WS-DBAL-SUB > WS-DBAL-COUNT
               IF WS-DBAL-PERIOD(WS-DBAL-SUB) >= WS-YTD-FROM
                   AND WS-DBAL-PERIOD(WS-DBAL-SUB) <= WS-STMT-PERIOD
                   MOVE WS-DBAL-DEPT(WS-DBAL-SUB) TO WS-CANDIDATE-DEPT
                   PERFORM 1510-ADD-DEPARTMENT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-BUD-SUB FROM 1 BY 1
               UNTIL WS-BUD-SUB > WS-BUD-COUNT
               IF WS-BUD-DEPT(WS-BUD-SUB) NOT = SPACES
                   AND WS-BUD-PERIOD(WS-BUD-SUB) >= WS-YTD-FROM
                   AND WS-BUD-PERIOD(WS-BUD-SUB) <= WS-STMT-PERIOD
                   MOVE WS-BUD-DEPT(WS-BUD-SUB) TO WS-CANDIDATE-DEPT
                   PERFORM 1510-ADD-DEPARTMENT
               END-IF
           END-PERFORM.

       1510-ADD-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND-SW.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-NAME(WS-DEPT-SUB) = WS-CANDIDATE-DEPT
                   MOVE "Y" TO WS-DEPT-FOUND-SW
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
               END-IF
           END-PERFORM.
           IF NOT DEPT-ALREADY-LISTED
               IF WS-DEPT-COUNT < 20
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-CANDIDATE-DEPT
                       TO WS-DEPT-NAME(WS-DEPT-COUNT)
               ELSE
                   DISPLAY "MORE THAN 20 DEPARTMENTS -- "
                       WS-CANDIDATE-DEPT " LEFT OFF THE BANDS"
               END-IF
           END-IF.

      *****************************************************************
      * THE FOUR STATEMENTS.  EACH RUNS THE LAYOUT ONCE.
      *****************************************************************
       2000-PRINT-INCOME-STATEMENT.
           MOVE "I" TO WS-PASS.
           MOVE "I" TO WS-RUN-STATEMENT.
           MOVE "INCOME STATEMENT" TO TTL-TEXT.
           PERFORM 2900-WRITE-TITLE.
           WRITE STATEMENT-RPT-REC FROM WS-INCOME-HEADING.
           PERFORM 3000-RUN-LAYOUT.

       2100-PRINT-BUDGET-VARIANCE.
           MOVE "V" TO WS-PASS.
           MOVE "I" TO WS-RUN-STATEMENT.
           MOVE "INCOME STATEMENT -- BUDGET VERSUS ACTUAL" TO TTL-TEXT.
           PERFORM 2900-WRITE-TITLE.
           WRITE STATEMENT-RPT-REC FROM WS-VARIANCE-HEADING.
           PERFORM 3000-RUN-LAYOUT.

       2200-PRINT-BALANCE-SHEET.
           MOVE "B" TO WS-PASS.
           MOVE "B" TO WS-RUN-STATEMENT.
           MOVE "BALANCE SHEET" TO TTL-TEXT.
           PERFORM 2900-WRITE-TITLE.
           WRITE STATEMENT-RPT-REC FROM WS-BALANCE-HEADING.
           MOVE 0 TO WS-BS-CHECK.
           PERFORM 3000-RUN-LAYOUT.
           IF WS-BS-CHECK NOT = 0
               MOVE SPACES TO STATEMENT-RPT-REC
               WRITE STATEMENT-RPT-REC
               MOVE "*** BALANCE SHEET DOES NOT BALANCE ***"
                   TO STATEMENT-RPT-REC
               WRITE STATEMENT-RPT-REC
               DISPLAY "BALANCE SHEET DOES NOT BALANCE"
           END-IF.

      * WS-DEPT-SUB IS THE FIRST DEPARTMENT OF THE BAND.
       2300-PRINT-DEPARTMENT-BAND.
           MOVE "D" TO WS-PASS.
           MOVE "I" TO WS-RUN-STATEMENT.
           MOVE WS-DEPT-NAME(WS-DEPT-SUB) TO WS-BAND-DEPT-1.
           MOVE SPACES TO WS-BAND-DEPT-2.
           IF WS-DEPT-SUB < WS-DEPT-COUNT
               MOVE WS-DEPT-NAME(WS-DEPT-SUB + 1) TO WS-BAND-DEPT-2
           END-IF.
           MOVE "INCOME STATEMENT BY DEPARTMENT" TO TTL-TEXT.
           PERFORM 2900-WRITE-TITLE.
           MOVE SPACES TO BTL-DEPT-1 BTL-DEPT-2.
           STRING "          DEPARTMENT " WS-BAND-DEPT-1
               DELIMITED BY SIZE INTO BTL-DEPT-1.
           IF WS-BAND-DEPT-2 NOT = SPACES
               STRING "          DEPARTMENT " WS-BAND-DEPT-2
                   DELIMITED BY SIZE INTO BTL-DEPT-2
           END-IF.
           WRITE STATEMENT-RPT-REC FROM WS-BAND-TITLE-LINE.
           WRITE STATEMENT-RPT-REC FROM WS-DEPT-HEADING.
           PERFORM 3000-RUN-LAYOUT.

       2900-WRITE-TITLE.
           MOVE SPACES TO STATEMENT-RPT-REC.
           WRITE STATEMENT-RPT-REC.
           MOVE WS-STMT-PERIOD TO TTL-PERIOD.
           WRITE STATEMENT-RPT-REC FROM WS-TITLE-LINE.
           MOVE SPACES TO STATEMENT-RPT-REC.
           WRITE STATEMENT-RPT-REC.

       3000-RUN-LAYOUT.
           INITIALIZE WS-ACCUMULATORS.
           PERFORM VARYING WS-LAY-SUB FROM 1 BY 1
               UNTIL WS-LAY-SUB > WS-LAY-COUNT
               MOVE WS-LAY-ROW(WS-LAY-SUB) TO STATEMENT-LAYOUT-REC
               IF SL-STATEMENT = WS-RUN-STATEMENT
                   PERFORM 3100-WORK-LAYOUT-ROW
               END-IF
           END-PERFORM.

      * A SUBTOTAL PRINTS ITS LEVEL AND CLEARS IT AND EVERY LEVEL
      * BELOW IT; A DETAIL LINE FEEDS ALL FIVE LEVELS.
       3100-WORK-LAYOUT-ROW.
           IF SL-SIGN = "-"
               MOVE -1 TO WS-SIGN-FACTOR
           ELSE
               MOVE 1 TO WS-SIGN-FACTOR
           END-IF.
           EVALUATE SL-TYPE
               WHEN "H"
                   MOVE SPACES TO STATEMENT-RPT-REC
                   MOVE SL-DESCRIPTION TO STATEMENT-RPT-REC
                   WRITE STATEMENT-RPT-REC
               WHEN "D"
                   PERFORM 3200-COMPUTE-LINE
                   PERFORM VARYING WS-LEVEL-SUB FROM 1 BY 1
                       UNTIL WS-LEVEL-SUB > 5
                       PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                           UNTIL WS-COL-SUB > 4
                           ADD WS-COL-VAL(WS-COL-SUB)
                               TO WS-ACC-VAL(WS-LEVEL-SUB, WS-COL-SUB)
                       END-PERFORM
                   END-PERFORM
                   IF PASS-BALANCE-SHEET
                       ADD WS-COL-VAL(1) TO WS-BS-CHECK
                   END-IF
                   PERFORM 3300-PRINT-LINE
               WHEN "S"
                   PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                       UNTIL WS-COL-SUB > 4
                       MOVE WS-ACC-VAL(SL-LEVEL, WS-COL-SUB)
                           TO WS-COL-VAL(WS-COL-SUB)
                   END-PERFORM
                   PERFORM VARYING WS-LEVEL-SUB FROM 1 BY 1
                       UNTIL WS-LEVEL-SUB > SL-LEVEL
                       PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                           UNTIL WS-COL-SUB > 4
                           MOVE 0
                               TO WS-ACC-VAL(WS-LEVEL-SUB, WS-COL-SUB)
                       END-PERFORM
                   END-PERFORM
                   PERFORM 3300-PRINT-LINE
           END-EVALUATE.

      * BUDGETS ARE KEYED IN THE DIRECTION THE LINE SHOWS, SO THEY
      * ARE TURNED INTO CREDITS LESS DEBITS BY THE LINE'S SIGN.
       3200-COMPUTE-LINE.
           INITIALIZE WS-LINE-VALUES.
           MOVE SL-ACCT-FROM TO WS-SUM-FROM.
           MOVE SL-ACCT-TO   TO WS-SUM-TO.
           MOVE SPACES       TO WS-SUM-DEPT.
           EVALUATE TRUE
               WHEN PASS-INCOME
                   MOVE WS-STMT-PERIOD TO WS-SUM-LOW WS-SUM-HIGH
                   PERFORM 5000-SUM-ACTUAL
                   MOVE WS-SUM-NET TO WS-COL-VAL(1)
                   MOVE WS-PRIOR-PERIOD TO WS-SUM-LOW WS-SUM-HIGH
                   PERFORM 5000-SUM-ACTUAL
                   MOVE WS-SUM-NET TO WS-COL-VAL(2)
                   MOVE WS-YTD-FROM TO WS-SUM-LOW
                   MOVE WS-STMT-PERIOD TO WS-SUM-HIGH
                   PERFORM 5000-SUM-ACTUAL
                   MOVE WS-SUM-NET TO WS-COL-VAL(3)
                   MOVE WS-PRIOR-YTD-FROM TO WS-SUM-LOW
                   MOVE WS-PRIOR-PERIOD TO WS-SUM-HIGH
                   PERFORM 5000-SUM-ACTUAL
                   MOVE WS-SUM-NET TO WS-COL-VAL(4)
               WHEN PASS-VARIANCE
                   MOVE WS-STMT-PERIOD TO WS-SUM-LOW WS-SUM-HIGH
                   PERFORM 5000-SUM-ACTUAL
                   MOVE WS-SUM-NET TO WS-COL-VAL(1)
                   PERFORM 5200-SUM-BUDGET
                   COMPUTE WS-COL-VAL(2) = WS-SUM-BUDGET
                       * WS-SIGN-FACTOR
                   MOVE WS-YTD-FROM TO WS-SUM-LOW
                   MOVE WS-STMT-PERIOD TO WS-SUM-HIGH
                   PERFORM 5000-SUM-ACTUAL
                   MOVE WS-SUM-NET TO WS-COL-VAL(3)
                   PERFORM 5200-SUM-BUDGET
                   COMPUTE WS-COL-VAL(4) = WS-SUM-BUDGET
                       * WS-SIGN-FACTOR
               WHEN PASS-BALANCE-SHEET
                   MOVE WS-CUR-BS-FROM TO WS-SUM-LOW
                   MOVE WS-STMT-PERIOD TO WS-SUM-HIGH
                   PERFORM 5000-SUM-ACTUAL
                   MOVE WS-SUM-NET TO WS-COL-VAL(1)
                   MOVE WS-PRIOR-BS-FROM TO WS-SUM-LOW
                   MOVE WS-PRIOR-PERIOD TO WS-SUM-HIGH
                   PERFORM 5000-SUM-ACTUAL
                   MOVE WS-SUM-NET TO WS-COL-VAL(2)
               WHEN PASS-DEPARTMENT
                   MOVE WS-STMT-PERIOD TO WS-SUM-LOW WS-SUM-HIGH
                   MOVE WS-BAND-DEPT-1 TO WS-SUM-DEPT
                   PERFORM 5100-SUM-DEPT-ACTUAL
                   MOVE WS-SUM-NET TO WS-COL-VAL(1)
                   PERFORM 5200-SUM-BUDGET
                   COMPUTE WS-COL-VAL(2) = WS-SUM-BUDGET
                       * WS-SIGN-FACTOR
                   IF WS-BAND-DEPT-2 NOT = SPACES
                       MOVE WS-BAND-DEPT-2 TO WS-SUM-DEPT
                       PERFORM 5100-SUM-DEPT-ACTUAL
                       MOVE WS-SUM-NET TO WS-COL-VAL(3)
                       PERFORM 5200-SUM-BUDGET
                       COMPUTE WS-COL-VAL(4) = WS-SUM-BUDGET
                           * WS-SIGN-FACTOR
                   END-IF
           END-EVALUATE.

       3300-PRINT-LINE.
           ADD 1 TO WS-STATEMENT-LINES.
           EVALUATE TRUE
               WHEN PASS-INCOME OR PASS-BALANCE-SHEET
                   MOVE SPACES TO WS-CMP-LINE
                   MOVE SL-DESCRIPTION TO CMP-DESCRIPTION
                   PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                       UNTIL WS-COL-SUB > 4
                          OR (PASS-BALANCE-SHEET AND WS-COL-SUB > 2)
                       COMPUTE WS-SHOW-VALUE
                           = WS-COL-VAL(WS-COL-SUB) * WS-SIGN-FACTOR
                       MOVE WS-SHOW-VALUE TO CMP-AMOUNT(WS-COL-SUB)
                   END-PERFORM
                   WRITE STATEMENT-RPT-REC FROM WS-CMP-LINE
               WHEN PASS-VARIANCE
                   MOVE SPACES TO WS-VAR-LINE
                   MOVE SL-DESCRIPTION TO VAR-DESCRIPTION
                   MOVE 1 TO WS-COL-SUB
                   PERFORM 3310-SHOW-ACTUAL-BUDGET
                   MOVE WS-SHOW-ACTUAL   TO VAR-ACTUAL(1)
                   MOVE WS-SHOW-BUDGET   TO VAR-BUDGET(1)
                   MOVE WS-SHOW-VARIANCE TO VAR-VARIANCE(1)
                   MOVE WS-SHOW-PCT      TO VAR-PCT(1)
                   MOVE 3 TO WS-COL-SUB
                   PERFORM 3310-SHOW-ACTUAL-BUDGET
                   MOVE WS-SHOW-ACTUAL   TO VAR-ACTUAL(2)
                   MOVE WS-SHOW-BUDGET   TO VAR-BUDGET(2)
                   MOVE WS-SHOW-VARIANCE TO VAR-VARIANCE(2)
                   MOVE WS-SHOW-PCT      TO VAR-PCT(2)
                   WRITE STATEMENT-RPT-REC FROM WS-VAR-LINE
               WHEN PASS-DEPARTMENT
                   MOVE SPACES TO WS-DEPT-LINE
                   MOVE SL-DESCRIPTION TO DPT-DESCRIPTION
                   MOVE 1 TO WS-COL-SUB
                   PERFORM 3310-SHOW-ACTUAL-BUDGET
                   MOVE WS-SHOW-ACTUAL   TO DPT-ACTUAL(1)
                   MOVE WS-SHOW-BUDGET   TO DPT-BUDGET(1)
                   MOVE WS-SHOW-VARIANCE TO DPT-VARIANCE(1)
                   IF WS-BAND-DEPT-2 NOT = SPACES
                       MOVE 3 TO WS-COL-SUB
                       PERFORM 3310-SHOW-ACTUAL-BUDGET
                       MOVE WS-SHOW-ACTUAL   TO DPT-ACTUAL(2)
                       MOVE WS-SHOW-BUDGET   TO DPT-BUDGET(2)
                       MOVE WS-SHOW-VARIANCE TO DPT-VARIANCE(2)
                   END-IF
                   WRITE STATEMENT-RPT-REC FROM WS-DEPT-LINE
           END-EVALUATE.

      * ACTUAL IN COLUMN WS-COL-SUB, BUDGET IN THE NEXT ONE.  THE
      * VARIANCE IS ACTUAL LESS BUDGET AS THE LINE SHOWS THEM; THE
      * PERCENT IS OF BUDGET, BLANK WHEN THERE IS NO BUDGET.
       3310-SHOW-ACTUAL-BUDGET.
           COMPUTE WS-SHOW-ACTUAL
               = WS-COL-VAL(WS-COL-SUB) * WS-SIGN-FACTOR.
           COMPUTE WS-SHOW-BUDGET
               = WS-COL-VAL(WS-COL-SUB + 1) * WS-SIGN-FACTOR.
           COMPUTE WS-SHOW-VARIANCE = WS-SHOW-ACTUAL - WS-SHOW-BUDGET.
           MOVE 0 TO WS-SHOW-PCT.
           IF WS-SHOW-BUDGET NOT = 0
               COMPUTE WS-SHOW-PCT ROUNDED
                   = WS-SHOW-VARIANCE * 100 / WS-SHOW-BUDGET
                   ON SIZE ERROR MOVE 9999.9 TO WS-SHOW-PCT
               END-COMPUTE
               IF WS-SHOW-PCT > 9999.9
                   MOVE 9999.9 TO WS-SHOW-PCT
               END-IF
               IF WS-SHOW-PCT < -9999.9
                   MOVE -9999.9 TO WS-SHOW-PCT
               END-IF
           END-IF.

      *****************************************************************
      * SUMS OVER AN ACCOUNT RANGE AND A PERIOD RANGE.
      *****************************************************************
       5000-SUM-ACTUAL.
           MOVE 0 TO WS-SUM-NET.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT
               IF WS-BAL-ACCOUNT(WS-BAL-SUB) >= WS-SUM-FROM
                   AND WS-BAL-ACCOUNT(WS-BAL-SUB) <= WS-SUM-TO
                   AND WS-BAL-PERIOD(WS-BAL-SUB) >= WS-SUM-LOW
                   AND WS-BAL-PERIOD(WS-BAL-SUB) <= WS-SUM-HIGH
                   ADD WS-BAL-NET(WS-BAL-SUB) TO WS-SUM-NET
               END-IF
           END-PERFORM.

       5100-SUM-DEPT-ACTUAL.
           MOVE 0 TO WS-SUM-NET.
           PERFORM VARYING WS-DBAL-SUB FROM 1 BY 1
               UNTIL WS-DBAL-SUB > WS-DBAL-COUNT
               IF WS-DBAL-DEPT(WS-DBAL-SUB) = WS-SUM-DEPT
                   AND WS-DBAL-ACCOUNT(WS-DBAL-SUB) >= WS-SUM-FROM
                   AND WS-DBAL-ACCOUNT(WS-DBAL-SUB) <= WS-SUM-TO
                   AND WS-DBAL-PERIOD(WS-DBAL-SUB) >= WS-SUM-LOW
                   AND WS-DBAL-PERIOD(WS-DBAL-SUB) <= WS-SUM-HIGH
                   ADD WS-DBAL-NET(WS-DBAL-SUB) TO WS-SUM-NET
               END-IF
           END-PERFORM.

      * A BLANK WS-SUM-DEPT TAKES EVERY BUDGET ROW FOR THE ACCOUNTS.
       5200-SUM-BUDGET.
           MOVE 0 TO WS-SUM-BUDGET.
           PERFORM VARYING WS-BUD-SUB FROM 1 BY 1
               UNTIL WS-BUD-SUB > WS-BUD-COUNT
               IF WS-BUD-ACCOUNT(WS-BUD-SUB) >= WS-SUM-FROM
                   AND WS-BUD-ACCOUNT(WS-BUD-SUB) <= WS-SUM-TO
                   AND WS-BUD-PERIOD(WS-BUD-SUB) >= WS-SUM-LOW
                   AND WS-BUD-PERIOD(WS-BUD-SUB) <= WS-SUM-HIGH
                   AND (WS-SUM-DEPT = SPACES
                       OR WS-BUD-DEPT(WS-BUD-SUB) = WS-SUM-DEPT)
                   ADD WS-BUD-AMOUNT(WS-BUD-SUB) TO WS-SUM-BUDGET
               END-IF
           END-PERFORM.
