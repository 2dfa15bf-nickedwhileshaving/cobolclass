       PROGRAM-ID.    GLPOST.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  09/02/2026.
      *Ledger posting across the journals.  Applies the payroll
      *journal (HW16GL), the off-cycle bonus payroll journal (also
      *HW16GL, tagged HW16GLB), the billing journal (HW15GL), the
      *manual-check journal (HW16MCHK, one journal per session, the
      *file emptied once everything on it has posted), the
      *month-end wage accrual journal (HW16ACCR), and the accounts
      *payable journal (HW15APPY, one journal per payment run,
      *emptied the same way as the manual-check file), and the
      *material journal (HW15MRCV receipts and counts, HW15MISS
      *issues, emptied the same way again), and the journal-entry
      *file (GLJENT manual entries and GLJEGEN recurring entries,
      *one journal per entry, emptied the same way) to the GL
      *balance master by account and period, rejecting a journal
      *whose id was already posted (journal id control, the way
      *HW16YRND refuses to close the same year twice) and rejecting
      *Journal files carry a JRN header (program and run date) and
      *detail lines in the shared account/dept/dc/amount layout;
      *BALANCE and SUPPRESSED records are control lines, not
      *postings.  A JRN header carrying the AUTOREV tag marks an
      *accrual: once it posts, the same lines are posted again with
      *debit and credit swapped, dated the first day of the next
      *period under their own journal id, so the accrual clears
      *itself when the month turns.  Lines that carry a department
      *are also posted to the department balance file by account,
      *department, and period, which GLFSTMT reads for its
      *department columns.
      *Each company on the company master (COMPANY) keeps a ledger
      *of its own: the balance master is kept by company, account,
      *and period.  A journal line is posted to the company in
      *columns 61-62 of the line, else the company in columns 31-32
      *of its JRN header, else the home company -- so every journal
      *written before there was a company master posts to the home
      *company.  The journal id carries the company, letting one
      *file hold a journal per company for the same program and
      *date.  The trial balance is printed company by company, then
      *consolidated with the intercompany due-from and due-to
      *accounts named on the company master eliminated.  Without a
      *company master there is one ledger and one trial balance.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-BAL-STATUS.

           SELECT GL-DEPT-BALANCE ASSIGN TO WS-GL-DBAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-DBAL-STATUS.

           SELECT POSTED-CONTROL ASSIGN TO WS-POSTED-CTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSTED-CTL-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRIAL-RPT-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES PAYGLJ,
      *  RUGGLJ, PAYBGLJ, PAYMGLJ, PAYAGLJ, RUGAPGJ, RUGMGLJ, AND
      *  GLJEJ (THE JOURNALS), GLBAL, GLDBAL,
      *  GLPCTL,
      *  GLCOA, GLTB,
      *  FALLING BACK TO THE DEVELOPMENT DEFAULTS SHOWN IN 0900.

       DATA DIVISION.
          05 JL-DC                    PIC X(01).
          05 FILLER                   PIC X(01).
          05 JL-AMOUNT                PIC 9(09)V99.
          05 JL-COMPANY               PIC X(02).
       01 JOURNAL-JRN-HDR REDEFINES JOURNAL-REC-IN.
          05 JH-TAG                   PIC X(04).
          05 JH-PROGRAM               PIC X(08).
          05 FILLER                   PIC X(01).
          05 JH-RUN-DATE              PIC X(08).
          05 FILLER                   PIC X(01).
          05 JH-REVERSE-TAG           PIC X(07).
             88 JH-AUTO-REVERSE           VALUE "AUTOREV".
          05 FILLER                   PIC X(01).
          05 JH-COMPANY               PIC X(02).
          05 FILLER                   PIC X(30).

       FD  GL-BALANCE-MASTER
           RECORDING MODE IS F
          05 GLB-PERIOD               PIC X(06).
          05 GLB-DEBITS               PIC 9(11)V99.
          05 GLB-CREDITS              PIC 9(11)V99.
      *   COMPANY -- BLANK ON BALANCES POSTED BEFORE THERE WAS A
      *   COMPANY MASTER, WHICH BELONG TO THE HOME COMPANY.
          05 GLB-COMPANY              PIC X(02).

      * THE SAME BALANCES BROKEN OUT BY DEPARTMENT, FOR THE LINES
      * THAT CARRY ONE.
       FD  GL-DEPT-BALANCE
           RECORDING MODE IS F
           DATA RECORD IS GL-DEPT-BALANCE-REC.
       01 GL-DEPT-BALANCE-REC.
          05 GLD-ACCOUNT              PIC X(06).
          05 GLD-DEPT                 PIC X(15).
          05 GLD-PERIOD               PIC X(06).
          05 GLD-DEBITS               PIC 9(11)V99.
          05 GLD-CREDITS              PIC 9(11)V99.

       FD  POSTED-CONTROL
           RECORDING MODE IS F
           DATA RECORD IS POSTED-CONTROL-REC.
       01 POSTED-CONTROL-REC.
          05 GPC-JOURNAL-ID           PIC X(20).

       FD  COA-MASTER-IN
           RECORDING MODE IS F
       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-IN-DSN          PIC X(80).
       01  WS-GL-BAL-DSN              PIC X(80).
       01  WS-GL-DBAL-DSN             PIC X(80).
       01  WS-POSTED-CTL-DSN          PIC X(80).
       01  WS-COA-DSN                 PIC X(80).
       01  WS-TRIAL-RPT-DSN           PIC X(80).

       01  WS-JOURNAL-IN-STATUS       PIC X(02) VALUE "00".
       01  WS-GL-BAL-STATUS           PIC X(02) VALUE "00".
       01  WS-GL-DBAL-STATUS          PIC X(02) VALUE "00".
       01  WS-POSTED-CTL-STATUS       PIC X(02) VALUE "00".
       01  WS-COA-STATUS              PIC X(02) VALUE "00".
       01  WS-TRIAL-RPT-STATUS        PIC X(02) VALUE "00".

       01  WS-JOURNAL-DSN-TABLE.
           05 WS-JOURNAL-DSN OCCURS 8 TIMES PIC X(80).
       01  WS-JOURNAL-SUB             PIC 9(01).
      * THE MANUAL-CHECK JOURNAL FILE IS APPENDED TO BY EVERY
      * HW16MCHK SESSION AND EMPTIED HERE ONCE NOTHING ON IT IS HELD.
       01  WS-MANUAL-JOURNAL-SUB      PIC 9(01) VALUE 4.
      * SO IS THE AP JOURNAL FILE, BY EVERY HW15APPY PAYMENT RUN.
       01  WS-AP-JOURNAL-SUB          PIC 9(01) VALUE 6.
      * AND THE MATERIAL JOURNAL FILE, BY HW15MRCV AND HW15MISS.
       01  WS-MATL-JOURNAL-SUB        PIC 9(01) VALUE 7.
      * AND THE JOURNAL-ENTRY FILE, BY GLJENT AND GLJEGEN.
       01  WS-JE-JOURNAL-SUB          PIC 9(01) VALUE 8.
       01  WS-FILE-HELD-COUNT         PIC 9(03).

      * GL BALANCE MASTER, LOADED WHOLE AND REWRITTEN AT END OF RUN.
       01  WS-BAL-COUNT               PIC 9(04) VALUE 0.
       01  WS-BAL-SUB                 PIC 9(04).
       01  WS-BAL-FOUND-SUB           PIC 9(04).
       01  WS-BAL-FOUND-SW            PIC X(01).
           88 GLP-BAL-FOUND                 VALUE "Y".
       01  WS-BALANCE-TABLE.
           05 WS-BAL-ENTRY OCCURS 2000 TIMES.
              10 WS-BAL-ACCOUNT       PIC X(06).
              10 WS-BAL-PERIOD        PIC X(06).
              10 WS-BAL-DEBITS        PIC 9(11)V99.
              10 WS-BAL-CREDITS       PIC 9(11)V99.
              10 WS-BAL-COMPANY       PIC X(02).

      * DEPARTMENT BALANCE FILE, HANDLED THE SAME WAY.
       01  WS-DBAL-COUNT              PIC 9(04) VALUE 0.
       01  WS-DBAL-SUB                PIC 9(04).
       01  WS-DBAL-FOUND-SUB          PIC 9(04).
       01  WS-DBAL-FOUND-SW           PIC X(01).
           88 GLP-DBAL-FOUND                VALUE "Y".
       01  WS-DEPT-BALANCE-TABLE.
           05 WS-DBAL-ENTRY OCCURS 3000 TIMES.
              10 WS-DBAL-ACCOUNT      PIC X(06).
              10 WS-DBAL-DEPT         PIC X(15).
              10 WS-DBAL-PERIOD       PIC X(06).
              10 WS-DBAL-DEBITS       PIC 9(11)V99.
              10 WS-DBAL-CREDITS      PIC 9(11)V99.

      * JOURNAL IDS ALREADY POSTED.
       01  WS-PCT-COUNT               PIC 9(04) VALUE 0.
       01  WS-PCT-SUB                 PIC 9(04).
       01  WS-POSTED-TABLE.
           05 WS-PCT-ID OCCURS 2000 TIMES PIC X(20).

       01  WS-COA-COUNT               PIC 9(03) VALUE 0.
       01  WS-COA-SUB                 PIC 9(03).

      * THE JOURNAL CURRENTLY BEING GATHERED -- APPLIED ONLY WHEN
      * THE WHOLE JOURNAL PASSES THE DUPLICATE AND CHART EDITS.
       01  WS-CUR-JOURNAL-ID          PIC X(20).
       01  WS-CUR-COMPANY             PIC X(02).
       01  WS-CUR-PERIOD              PIC X(06).
       01  WS-CUR-OPEN-SW             PIC X(01) VALUE "N".
           88 JOURNAL-OPEN                  VALUE "Y".
           88 JOURNAL-CHART-OK              VALUE "Y".
       01  WS-CUR-PERIOD-OK-SW        PIC X(01).
           88 JOURNAL-PERIOD-OPEN           VALUE "Y".
      * AN AUTO-REVERSING JOURNAL ALSO POSTS ITS REVERSAL INTO THE
      * NEXT PERIOD, DATED THE FIRST, UNDER ITS OWN JOURNAL ID.
       01  WS-CUR-REVERSE-SW          PIC X(01) VALUE "N".
           88 JOURNAL-AUTO-REVERSES         VALUE "Y".
       01  WS-REV-JOURNAL-ID          PIC X(20).
       01  WS-REV-DATE.
           05 WS-REV-CCYY             PIC 9(04).
           05 WS-REV-MM               PIC 9(02).
           05 WS-REV-DD               PIC X(02) VALUE "01".
       01  WS-REV-PERIOD              PIC X(06).
       01  WS-REV-DUP-SW              PIC X(01).
           88 REVERSAL-IS-DUP               VALUE "Y".
       01  WS-PEND-COUNT              PIC 9(03) VALUE 0.
       01  WS-PEND-SUB                PIC 9(03).
       01  WS-PENDING-TABLE.
           05 WS-PEND-ENTRY OCCURS 200 TIMES.
              10 WS-PEND-ACCOUNT      PIC X(06).
              10 WS-PEND-DEPT         PIC X(15).
              10 WS-PEND-DC           PIC X(01).
              10 WS-PEND-AMOUNT       PIC 9(09)V99.
              10 WS-PEND-COMPANY      PIC X(02).
       01  WS-LINE-ACCOUNT            PIC X(06).
       01  WS-ACCT-OK-SW              PIC X(01).
           88 ACCOUNT-ON-CHART              VALUE "Y".
       01  WS-OUT-OF-BALANCE-SW       PIC X(01) VALUE "N".
           88 TRIAL-OUT-OF-BALANCE          VALUE "Y".
       01  WS-PERIOD-DONE-SW          PIC X(01).
       01  WS-CHK-SUB                 PIC 9(04).
       01  WS-THIS-PERIOD             PIC X(06).
       01  WS-THIS-COMPANY            PIC X(02).
       01  WS-THIS-ACCOUNT            PIC X(06).
       01  WS-ACCT-DONE-SW            PIC X(01).
       01  WS-ACCT-SUB                PIC 9(04).
       01  WS-COMP-SUB                PIC 9(04).
       01  WS-ACCT-DEBITS             PIC 9(12)V99.
       01  WS-ACCT-CREDITS            PIC 9(12)V99.
       01  WS-ELIM-DEBITS             PIC 9(12)V99.
       01  WS-ELIM-CREDITS            PIC 9(12)V99.

      * THE HOME COMPANY (BLANK WITHOUT A COMPANY MASTER) AND THE
      * INTERCOMPANY ACCOUNTS EVERY COMPANY ON THE MASTER NAMES.
       01  WS-HOME-COMPANY            PIC X(02) VALUE SPACES.
       01  WS-IC-COUNT                PIC 9(03) VALUE 0.
       01  WS-IC-SUB                  PIC 9(03).
       01  WS-IC-TABLE.
           05 WS-IC-ACCT OCCURS 100 TIMES PIC X(06).
       01  WS-IC-FOUND-SW             PIC X(01).
           88 INTERCOMPANY-ACCOUNT          VALUE "Y".
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


      * PARAMETER BLOCK FOR THE SHARED ACCOUNTING-PERIOD EDIT --
       01  WS-TRIAL-PERIOD-LINE.
           05 FILLER                  PIC X(07) VALUE "PERIOD ".
           05 TBP-PERIOD              PIC X(06).
       01  WS-TRIAL-COMPANY-LINE.
           05 FILLER                  PIC X(08) VALUE "COMPANY ".
           05 TBC-COMPANY             PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TBC-PREFIX              PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TBC-NAME                PIC X(30).

       PROCEDURE DIVISION.

           DISPLAY "GLPOST BEGINS".
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 1000-LOAD-BALANCE-MASTER.
           PERFORM 1050-LOAD-DEPT-BALANCES.
           PERFORM 1100-LOAD-POSTED-CONTROL.
           PERFORM 1200-LOAD-CHART.
           PERFORM 1300-LOAD-COMPANIES.
           PERFORM 2000-POST-ONE-JOURNAL-FILE
               VARYING WS-JOURNAL-SUB FROM 1 BY 1
               UNTIL WS-JOURNAL-SUB > 8.
           IF BALANCES-CHANGED
               PERFORM 5000-REWRITE-BALANCE-MASTER
               PERFORM 5100-REWRITE-DEPT-BALANCES
           END-IF.
           PERFORM 6000-WRITE-TRIAL-BALANCE.
           DISPLAY "JOURNALS POSTED  : " WS-JOURNALS-POSTED.
           MOVE "C:\school\cobol\cobolclass\master\data\HW15GLJ.dat"
               TO WS-JOURNAL-DSN(2)
           END-IF.
           ACCEPT WS-JOURNAL-DSN(3) FROM ENVIRONMENT "PAYBGLJ".
           IF WS-JOURNAL-DSN(3) = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BGLJ.dat"
               TO WS-JOURNAL-DSN(3)
           END-IF.
           ACCEPT WS-JOURNAL-DSN(4) FROM ENVIRONMENT "PAYMGLJ".
           IF WS-JOURNAL-DSN(4) = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16MGLJ.dat"
               TO WS-JOURNAL-DSN(4)
           END-IF.
           ACCEPT WS-JOURNAL-DSN(5) FROM ENVIRONMENT "PAYAGLJ".
           IF WS-JOURNAL-DSN(5) = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16AGLJ.dat"
               TO WS-JOURNAL-DSN(5)
           END-IF.
           ACCEPT WS-JOURNAL-DSN(6) FROM ENVIRONMENT "RUGAPGJ".
           IF WS-JOURNAL-DSN(6) = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15APGJ.dat"
               TO WS-JOURNAL-DSN(6)
           END-IF.
           ACCEPT WS-JOURNAL-DSN(7) FROM ENVIRONMENT "RUGMGLJ".
           IF WS-JOURNAL-DSN(7) = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15MGLJ.dat"
               TO WS-JOURNAL-DSN(7)
           END-IF.
           ACCEPT WS-JOURNAL-DSN(8) FROM ENVIRONMENT "GLJEJ".
           IF WS-JOURNAL-DSN(8) = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\GLJE.dat"
               TO WS-JOURNAL-DSN(8)
           END-IF.
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
           ACCEPT WS-POSTED-CTL-DSN FROM ENVIRONMENT "GLPCTL".
           IF WS-POSTED-CTL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\GLPCTL.dat"
           IF WS-GL-BAL-STATUS = "00"
               READ GL-BALANCE-MASTER
               PERFORM UNTIL WS-GL-BAL-STATUS > "00"
                          OR WS-BAL-COUNT >= 2000
                   ADD 1 TO WS-BAL-COUNT
                   MOVE GLB-ACCOUNT
                       TO WS-BAL-ACCOUNT(WS-BAL-COUNT)
                       TO WS-BAL-DEBITS(WS-BAL-COUNT)
                   MOVE GLB-CREDITS
                       TO WS-BAL-CREDITS(WS-BAL-COUNT)
                   MOVE GLB-COMPANY
                       TO WS-BAL-COMPANY(WS-BAL-COUNT)
                   READ GL-BALANCE-MASTER
               END-PERFORM
               CLOSE GL-BALANCE-MASTER
           END-IF.

       1050-LOAD-DEPT-BALANCES.
           OPEN INPUT GL-DEPT-BALANCE.
           IF WS-GL-DBAL-STATUS = "00"
               READ GL-DEPT-BALANCE
               PERFORM UNTIL WS-GL-DBAL-STATUS > "00"
                          OR WS-DBAL-COUNT >= 3000
                   ADD 1 TO WS-DBAL-COUNT
                   MOVE GLD-ACCOUNT
                       TO WS-DBAL-ACCOUNT(WS-DBAL-COUNT)
                   MOVE GLD-DEPT
                       TO WS-DBAL-DEPT(WS-DBAL-COUNT)
                   MOVE GLD-PERIOD
                       TO WS-DBAL-PERIOD(WS-DBAL-COUNT)
                   MOVE GLD-DEBITS
                       TO WS-DBAL-DEBITS(WS-DBAL-COUNT)
                   MOVE GLD-CREDITS
                       TO WS-DBAL-CREDITS(WS-DBAL-COUNT)
                   READ GL-DEPT-BALANCE
               END-PERFORM
               CLOSE GL-DEPT-BALANCE
           END-IF.

       1100-LOAD-POSTED-CONTROL.
           OPEN INPUT POSTED-CONTROL.
           IF WS-POSTED-CTL-STATUS = "00"
               READ POSTED-CONTROL
               PERFORM UNTIL WS-POSTED-CTL-STATUS > "00"
                          OR WS-PCT-COUNT >= 2000
                   ADD 1 TO WS-PCT-COUNT
                   MOVE GPC-JOURNAL-ID TO WS-PCT-ID(WS-PCT-COUNT)
                   READ POSTED-CONTROL
               CLOSE COA-MASTER-IN
           END-IF.

      * THE HOME COMPANY AND THE INTERCOMPANY ACCOUNTS.  BALANCES
      * LOADED WITH NO COMPANY ARE THE HOME COMPANY'S.
       1300-LOAD-COMPANIES.
           MOVE "G" TO CO-FUNCTION.
           MOVE SPACES TO CO-CODE.
           MOVE "8" TO CO-RESULT.
           CALL "COMPANY" USING WS-COMPANY-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF CO-FOUND
               MOVE CO-CODE TO WS-HOME-COMPANY
               PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-COUNT
                   IF WS-BAL-COMPANY(WS-BAL-SUB) = SPACES
                       MOVE WS-HOME-COMPANY
                           TO WS-BAL-COMPANY(WS-BAL-SUB)
                   END-IF
               END-PERFORM
               MOVE "N" TO CO-FUNCTION
               MOVE SPACES TO CO-CODE
               CALL "COMPANY" USING WS-COMPANY-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
               PERFORM UNTIL NOT CO-FOUND
                   IF CO-DUE-FROM-ACCT NOT = SPACES
                       MOVE CO-DUE-FROM-ACCT TO WS-THIS-ACCOUNT
                       PERFORM 1350-ADD-IC-ACCOUNT
                   END-IF
                   IF CO-DUE-TO-ACCT NOT = SPACES
                       MOVE CO-DUE-TO-ACCT TO WS-THIS-ACCOUNT
                       PERFORM 1350-ADD-IC-ACCOUNT
                   END-IF
                   MOVE "N" TO CO-FUNCTION
                   CALL "COMPANY" USING WS-COMPANY-PARMS
                       ON EXCEPTION CONTINUE
                   END-CALL
               END-PERFORM
           END-IF.

       1350-ADD-IC-ACCOUNT.
           PERFORM 6450-CHECK-INTERCOMPANY.
           IF NOT INTERCOMPANY-ACCOUNT AND WS-IC-COUNT < 100
               ADD 1 TO WS-IC-COUNT
               MOVE WS-THIS-ACCOUNT TO WS-IC-ACCT(WS-IC-COUNT)
           END-IF.

       2000-POST-ONE-JOURNAL-FILE.
           MOVE WS-JOURNAL-DSN(WS-JOURNAL-SUB)
               TO WS-JOURNAL-IN-DSN.
           MOVE "00" TO WS-JOURNAL-IN-STATUS.
           MOVE "N" TO WS-CUR-OPEN-SW.
           MOVE 0 TO WS-FILE-HELD-COUNT.
           OPEN INPUT JOURNAL-IN.
           IF WS-JOURNAL-IN-STATUS NOT = "00"
               DISPLAY "JOURNAL FILE NOT AVAILABLE - STATUS "
               IF JOURNAL-OPEN
                   PERFORM 3000-SETTLE-CURRENT-JOURNAL
               END-IF
               IF (WS-JOURNAL-SUB = WS-MANUAL-JOURNAL-SUB
                   OR WS-JOURNAL-SUB = WS-AP-JOURNAL-SUB
                   OR WS-JOURNAL-SUB = WS-MATL-JOURNAL-SUB
                   OR WS-JOURNAL-SUB = WS-JE-JOURNAL-SUB)
                   AND WS-FILE-HELD-COUNT = 0
                   PERFORM 2500-EMPTY-JOURNAL-FILE
               END-IF
           END-IF.

       2100-WORK-JOURNAL-LINE.
           MOVE "Y" TO WS-CUR-CHART-OK-SW.
           MOVE "N" TO WS-CUR-DUP-SW.
           MOVE 0 TO WS-PEND-COUNT.
           MOVE JH-COMPANY TO WS-CUR-COMPANY.
           IF WS-CUR-COMPANY = SPACES
               MOVE WS-HOME-COMPANY TO WS-CUR-COMPANY
           END-IF.
           MOVE SPACES TO WS-CUR-JOURNAL-ID.
           STRING JH-PROGRAM " " JH-RUN-DATE DELIMITED BY SIZE
               INTO WS-CUR-JOURNAL-ID.
      * A JOURNAL FOR A COMPANY OTHER THAN HOME IS ITS OWN JOURNAL
      * ID; THE HOME COMPANY'S KEEPS THE ID IT ALWAYS HAD.
           IF WS-CUR-COMPANY NOT = WS-HOME-COMPANY
               MOVE WS-CUR-COMPANY TO WS-CUR-JOURNAL-ID(19:2)
           END-IF.
           MOVE JH-RUN-DATE(1:6) TO WS-CUR-PERIOD.
      * A JOURNAL DATED INTO A CLOSED PERIOD IS HELD, NOT POSTED --
      * REOPEN THE PERIOD (PERMNT) AND RERUN TO RELEASE IT.
                   MOVE WS-PCT-COUNT TO WS-PCT-SUB
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-CUR-REVERSE-SW.
           IF JH-AUTO-REVERSE AND JH-RUN-DATE(1:6) IS NUMERIC
               MOVE "Y" TO WS-CUR-REVERSE-SW
               PERFORM 2250-SET-UP-REVERSAL
           END-IF.

      * THE REVERSAL IS DATED THE FIRST OF THE FOLLOWING MONTH.  IF
      * THAT PERIOD IS ALREADY CLOSED THE ACCRUAL IS HELD TOO -- IT
      * NEVER POSTS WITHOUT THE ENTRY THAT CLEARS IT.
       2250-SET-UP-REVERSAL.
           MOVE JH-RUN-DATE(1:4) TO WS-REV-CCYY.
           MOVE JH-RUN-DATE(5:2) TO WS-REV-MM.
           IF WS-REV-MM >= 12
               ADD 1 TO WS-REV-CCYY
               MOVE 1 TO WS-REV-MM
           ELSE
               ADD 1 TO WS-REV-MM
           END-IF.
           MOVE WS-REV-DATE(1:6) TO WS-REV-PERIOD.
           MOVE SPACES TO WS-REV-JOURNAL-ID.
           STRING JH-PROGRAM " " WS-REV-DATE DELIMITED BY SIZE
               INTO WS-REV-JOURNAL-ID.
           IF WS-CUR-COMPANY NOT = WS-HOME-COMPANY
               MOVE WS-CUR-COMPANY TO WS-REV-JOURNAL-ID(19:2)
           END-IF.
           MOVE "N" TO WS-REV-DUP-SW.
           PERFORM VARYING WS-PCT-SUB FROM 1 BY 1
               UNTIL WS-PCT-SUB > WS-PCT-COUNT
               IF WS-PCT-ID(WS-PCT-SUB) = WS-REV-JOURNAL-ID
                   MOVE "Y" TO WS-REV-DUP-SW
                   MOVE WS-PCT-COUNT TO WS-PCT-SUB
               END-IF
           END-PERFORM.
           IF JOURNAL-PERIOD-OPEN
               MOVE "C" TO PC-FUNCTION
               MOVE "GLPOST" TO PC-PROGRAM
               MOVE WS-REV-PERIOD TO PC-PERIOD
               MOVE SPACES TO PC-NOTE
               MOVE "O" TO PC-RESULT
               CALL "PERCTL" USING WS-PERCTL-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
               IF PC-RESULT = "C"
                   MOVE "N" TO WS-CUR-PERIOD-OK-SW
                   MOVE "H" TO PC-FUNCTION
                   MOVE WS-REV-JOURNAL-ID TO PC-NOTE
                   CALL "PERCTL" USING WS-PERCTL-PARMS
                       ON EXCEPTION CONTINUE
                   END-CALL
               END-IF
           END-IF.

       2300-GATHER-DETAIL-LINE.
           IF NOT JOURNAL-OPEN
                   ADD 1 TO WS-PEND-COUNT
                   MOVE WS-LINE-ACCOUNT
                       TO WS-PEND-ACCOUNT(WS-PEND-COUNT)
                   MOVE JL-DEPT TO WS-PEND-DEPT(WS-PEND-COUNT)
                   MOVE JL-DC TO WS-PEND-DC(WS-PEND-COUNT)
                   MOVE JL-AMOUNT TO WS-PEND-AMOUNT(WS-PEND-COUNT)
                   IF JL-COMPANY = SPACES
                       MOVE WS-CUR-COMPANY
                           TO WS-PEND-COMPANY(WS-PEND-COUNT)
                   ELSE
                       MOVE JL-COMPANY
                           TO WS-PEND-COMPANY(WS-PEND-COUNT)
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-PERFORM.

      * EVERY JOURNAL ON THE FILE IS NOW POSTED (OR WAS ALREADY) --
      * EMPTY IT SO THE NEXT SESSION'S JOURNALS START A FRESH FILE.
      * A HELD JOURNAL KEEPS THE FILE INTACT FOR THE RERUN.
       2500-EMPTY-JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-IN.
           CLOSE JOURNAL-IN.

       3000-SETTLE-CURRENT-JOURNAL.
           EVALUATE TRUE
               WHEN JOURNAL-IS-DUP
                   ADD 1 TO WS-JOURNALS-REJECTED
                   DISPLAY "JOURNAL " WS-CUR-JOURNAL-ID
                       " DATED INTO A CLOSED PERIOD -- HELD"
                   ADD 1 TO WS-FILE-HELD-COUNT
               WHEN NOT JOURNAL-CHART-OK
                   ADD 1 TO WS-JOURNALS-REJECTED
                   DISPLAY "JOURNAL " WS-CUR-JOURNAL-ID
                       " FAILED THE CHART EDIT OR WAS HELD -- "
                       "REJECTED"
                   ADD 1 TO WS-FILE-HELD-COUNT
               WHEN WS-PEND-COUNT = 0
                   CONTINUE
               WHEN OTHER
                   PERFORM 3100-APPLY-PENDING-LINES
                   PERFORM 3200-RECORD-JOURNAL-POSTED
                   ADD 1 TO WS-JOURNALS-POSTED
                   IF JOURNAL-AUTO-REVERSES
                       PERFORM 3300-POST-REVERSAL
                   END-IF
           END-EVALUATE.
           MOVE "N" TO WS-CUR-OPEN-SW.

                   ADD WS-PEND-AMOUNT(WS-PEND-SUB)
                       TO WS-BAL-CREDITS(WS-BAL-FOUND-SUB)
               END-IF
               IF WS-PEND-DEPT(WS-PEND-SUB) NOT = SPACES
                   PERFORM 3160-FIND-OR-ADD-DEPT-BALANCE
                   IF WS-PEND-DC(WS-PEND-SUB) = "D"
                       ADD WS-PEND-AMOUNT(WS-PEND-SUB)
                           TO WS-DBAL-DEBITS(WS-DBAL-FOUND-SUB)
                   ELSE
                       ADD WS-PEND-AMOUNT(WS-PEND-SUB)
                           TO WS-DBAL-CREDITS(WS-DBAL-FOUND-SUB)
                   END-IF
               END-IF
               ADD 1 TO WS-LINES-POSTED
               MOVE "Y" TO WS-BAL-CHANGED-SW
           END-PERFORM.
               IF WS-BAL-ACCOUNT(WS-BAL-SUB)
                       = WS-PEND-ACCOUNT(WS-PEND-SUB)
                   AND WS-BAL-PERIOD(WS-BAL-SUB) = WS-CUR-PERIOD
                   AND WS-BAL-COMPANY(WS-BAL-SUB)
                       = WS-PEND-COMPANY(WS-PEND-SUB)
                   MOVE "Y" TO WS-BAL-FOUND-SW
                   MOVE WS-BAL-SUB TO WS-BAL-FOUND-SUB
                   MOVE WS-BAL-COUNT TO WS-BAL-SUB
               END-IF
           END-PERFORM.
           IF NOT GLP-BAL-FOUND
               IF WS-BAL-COUNT < 2000
                   ADD 1 TO WS-BAL-COUNT
                   MOVE WS-BAL-COUNT TO WS-BAL-FOUND-SUB
                   MOVE WS-PEND-ACCOUNT(WS-PEND-SUB)
                       TO WS-BAL-ACCOUNT(WS-BAL-FOUND-SUB)
                   MOVE WS-CUR-PERIOD
                       TO WS-BAL-PERIOD(WS-BAL-FOUND-SUB)
                   MOVE WS-PEND-COMPANY(WS-PEND-SUB)
                       TO WS-BAL-COMPANY(WS-BAL-FOUND-SUB)
                   MOVE ZEROS
                       TO WS-BAL-DEBITS(WS-BAL-FOUND-SUB)
                   MOVE ZEROS
               END-IF
           END-IF.

       3160-FIND-OR-ADD-DEPT-BALANCE.
           MOVE "N" TO WS-DBAL-FOUND-SW.
           PERFORM VARYING WS-DBAL-SUB FROM 1 BY 1
               UNTIL WS-DBAL-SUB > WS-DBAL-COUNT
               IF WS-DBAL-ACCOUNT(WS-DBAL-SUB)
                       = WS-PEND-ACCOUNT(WS-PEND-SUB)
                   AND WS-DBAL-DEPT(WS-DBAL-SUB)
                       = WS-PEND-DEPT(WS-PEND-SUB)
                   AND WS-DBAL-PERIOD(WS-DBAL-SUB) = WS-CUR-PERIOD
                   MOVE "Y" TO WS-DBAL-FOUND-SW
                   MOVE WS-DBAL-SUB TO WS-DBAL-FOUND-SUB
                   MOVE WS-DBAL-COUNT TO WS-DBAL-SUB
               END-IF
           END-PERFORM.
           IF NOT GLP-DBAL-FOUND
               IF WS-DBAL-COUNT < 3000
                   ADD 1 TO WS-DBAL-COUNT
                   MOVE WS-DBAL-COUNT TO WS-DBAL-FOUND-SUB
                   MOVE WS-PEND-ACCOUNT(WS-PEND-SUB)
                       TO WS-DBAL-ACCOUNT(WS-DBAL-FOUND-SUB)
                   MOVE WS-PEND-DEPT(WS-PEND-SUB)
                       TO WS-DBAL-DEPT(WS-DBAL-FOUND-SUB)
                   MOVE WS-CUR-PERIOD
                       TO WS-DBAL-PERIOD(WS-DBAL-FOUND-SUB)
                   MOVE ZEROS
                       TO WS-DBAL-DEBITS(WS-DBAL-FOUND-SUB)
                   MOVE ZEROS
                       TO WS-DBAL-CREDITS(WS-DBAL-FOUND-SUB)
               ELSE
                   MOVE WS-DBAL-COUNT TO WS-DBAL-FOUND-SUB
               END-IF
           END-IF.

       3200-RECORD-JOURNAL-POSTED.
           OPEN EXTEND POSTED-CONTROL.
           IF WS-POSTED-CTL-STATUS = "35"
           MOVE WS-CUR-JOURNAL-ID TO GPC-JOURNAL-ID.
           WRITE POSTED-CONTROL-REC.
           CLOSE POSTED-CONTROL.
           IF WS-PCT-COUNT < 2000
               ADD 1 TO WS-PCT-COUNT
               MOVE WS-CUR-JOURNAL-ID TO WS-PCT-ID(WS-PCT-COUNT)
           END-IF.

      * THE ACCRUAL JUST POSTED GOES BACK OUT OF THE NEXT PERIOD --
      * SAME ACCOUNTS AND AMOUNTS, DEBIT AND CREDIT SWAPPED.
       3300-POST-REVERSAL.
           IF REVERSAL-IS-DUP
               DISPLAY "REVERSAL " WS-REV-JOURNAL-ID
                   " ALREADY POSTED -- NOT REPEATED"
           ELSE
               PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
                   IF WS-PEND-DC(WS-PEND-SUB) = "D"
                       MOVE "C" TO WS-PEND-DC(WS-PEND-SUB)
                   ELSE
                       MOVE "D" TO WS-PEND-DC(WS-PEND-SUB)
                   END-IF
               END-PERFORM
               MOVE WS-REV-PERIOD TO WS-CUR-PERIOD
               MOVE WS-REV-JOURNAL-ID TO WS-CUR-JOURNAL-ID
               PERFORM 3100-APPLY-PENDING-LINES
               PERFORM 3200-RECORD-JOURNAL-POSTED
               ADD 1 TO WS-JOURNALS-POSTED
               DISPLAY "REVERSAL " WS-REV-JOURNAL-ID
                   " POSTED INTO PERIOD " WS-REV-PERIOD
           END-IF.

       5000-REWRITE-BALANCE-MASTER.
           OPEN OUTPUT GL-BALANCE-MASTER.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
               MOVE WS-BAL-PERIOD(WS-BAL-SUB)  TO GLB-PERIOD
               MOVE WS-BAL-DEBITS(WS-BAL-SUB)  TO GLB-DEBITS
               MOVE WS-BAL-CREDITS(WS-BAL-SUB) TO GLB-CREDITS
               MOVE WS-BAL-COMPANY(WS-BAL-SUB) TO GLB-COMPANY
               WRITE GL-BALANCE-REC
           END-PERFORM.
           CLOSE GL-BALANCE-MASTER.

       5100-REWRITE-DEPT-BALANCES.
           OPEN OUTPUT GL-DEPT-BALANCE.
           PERFORM VARYING WS-DBAL-SUB FROM 1 BY 1
               UNTIL WS-DBAL-SUB > WS-DBAL-COUNT
               MOVE WS-DBAL-ACCOUNT(WS-DBAL-SUB) TO GLD-ACCOUNT
               MOVE WS-DBAL-DEPT(WS-DBAL-SUB)    TO GLD-DEPT
               MOVE WS-DBAL-PERIOD(WS-DBAL-SUB)  TO GLD-PERIOD
               MOVE WS-DBAL-DEBITS(WS-DBAL-SUB)  TO GLD-DEBITS
               MOVE WS-DBAL-CREDITS(WS-DBAL-SUB) TO GLD-CREDITS
               WRITE GL-DEPT-BALANCE-REC
           END-PERFORM.
           CLOSE GL-DEPT-BALANCE.

      * ONE SECTION PER PERIOD, ACCOUNTS WITH DEBITS, CREDITS, AND
      * THE NET BALANCE; A PERIOD WHOSE DEBITS AND CREDITS DISAGREE
      * IS FLAGGED AND THE STEP ENDS NONZERO.  WITH A COMPANY MASTER
      * THE PERIODS ARE PRINTED UNDER EACH COMPANY IN TURN, THEN
      * ONCE MORE CONSOLIDATED.
       6000-WRITE-TRIAL-BALANCE.
           OPEN OUTPUT TRIAL-BAL-RPT.
           MOVE "TRIAL BALANCE BY PERIOD -- GLPOST"
               TO TRIAL-BAL-REC.
           WRITE TRIAL-BAL-REC.
           IF WS-HOME-COMPANY = SPACES
               MOVE SPACES TO WS-THIS-COMPANY
               PERFORM 6050-WRITE-COMPANY-PERIODS
           ELSE
               PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-BAL-COUNT
      * FIRST ROW OF EACH COMPANY STARTS THAT COMPANY'S LEDGER.
                   MOVE "N" TO WS-PERIOD-DONE-SW
                   PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
                       UNTIL WS-CHK-SUB >= WS-COMP-SUB
                       IF WS-BAL-COMPANY(WS-CHK-SUB)
                               = WS-BAL-COMPANY(WS-COMP-SUB)
                           MOVE "Y" TO WS-PERIOD-DONE-SW
                           MOVE WS-COMP-SUB TO WS-CHK-SUB
                       END-IF
                   END-PERFORM
                   IF WS-PERIOD-DONE-SW = "N"
                       MOVE WS-BAL-COMPANY(WS-COMP-SUB)
                           TO WS-THIS-COMPANY
                       PERFORM 6020-WRITE-COMPANY-HEADING
                       PERFORM 6050-WRITE-COMPANY-PERIODS
                   END-IF
               END-PERFORM
               PERFORM 6300-WRITE-CONSOLIDATED
           END-IF.
           CLOSE TRIAL-BAL-RPT.

       6020-WRITE-COMPANY-HEADING.
           MOVE SPACES TO TRIAL-BAL-REC.
           WRITE TRIAL-BAL-REC.
           MOVE "G" TO CO-FUNCTION.
           MOVE WS-THIS-COMPANY TO CO-CODE.
           MOVE "8" TO CO-RESULT.
           CALL "COMPANY" USING WS-COMPANY-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           MOVE WS-THIS-COMPANY TO TBC-COMPANY.
           IF CO-FOUND
               MOVE CO-COA-PREFIX TO TBC-PREFIX
               MOVE CO-NAME       TO TBC-NAME
           ELSE
               MOVE SPACES TO TBC-PREFIX
               MOVE "** NOT ON THE COMPANY MASTER **" TO TBC-NAME
           END-IF.
           WRITE TRIAL-BAL-REC FROM WS-TRIAL-COMPANY-LINE.

       6050-WRITE-COMPANY-PERIODS.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT
      * FIRST ROW OF EACH PERIOD STARTS THAT PERIOD'S SECTION.
               IF WS-BAL-COMPANY(WS-BAL-SUB) = WS-THIS-COMPANY
                   MOVE "N" TO WS-PERIOD-DONE-SW
                   PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
                       UNTIL WS-CHK-SUB >= WS-BAL-SUB
                       IF WS-BAL-PERIOD(WS-CHK-SUB)
                               = WS-BAL-PERIOD(WS-BAL-SUB)
                           AND WS-BAL-COMPANY(WS-CHK-SUB)
                               = WS-THIS-COMPANY
                           MOVE "Y" TO WS-PERIOD-DONE-SW
                           MOVE WS-BAL-SUB TO WS-CHK-SUB
                       END-IF
                   END-PERFORM
                   IF WS-PERIOD-DONE-SW = "N"
                       MOVE WS-BAL-PERIOD(WS-BAL-SUB)
                           TO WS-THIS-PERIOD
                       PERFORM 6100-WRITE-ONE-PERIOD
                   END-IF
               END-IF
           END-PERFORM.

       6100-WRITE-ONE-PERIOD.
           MOVE WS-THIS-PERIOD TO TBP-PERIOD.
           PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
               UNTIL WS-CHK-SUB > WS-BAL-COUNT
               IF WS-BAL-PERIOD(WS-CHK-SUB) = WS-THIS-PERIOD
                   AND WS-BAL-COMPANY(WS-CHK-SUB) = WS-THIS-COMPANY
                   MOVE WS-BAL-ACCOUNT(WS-CHK-SUB) TO TBD-ACCOUNT
                   MOVE WS-BAL-DEBITS(WS-CHK-SUB)  TO TBD-DEBITS
                   MOVE WS-BAL-CREDITS(WS-CHK-SUB) TO TBD-CREDITS
                   TO TRIAL-BAL-REC
               WRITE TRIAL-BAL-REC
           END-IF.

      * THE CONSOLIDATED TRIAL BALANCE -- EVERY COMPANY'S BALANCES
      * ADDED TOGETHER BY ACCOUNT AND PERIOD, LESS THE INTERCOMPANY
      * ACCOUNTS, WHICH ARE SHOWN ONLY AS ONE ELIMINATION LINE.  THE
      * DUE-FROMS AND DUE-TOS OFFSET WHEN EVERY INTERCOMPANY ENTRY
      * WAS BOOKED ON BOTH SIDES; WHEN THEY DO NOT, THE CONSOLIDATED
      * PERIOD IS OUT OF BALANCE AND IS FLAGGED LIKE ANY OTHER.
       6300-WRITE-CONSOLIDATED.
           MOVE SPACES TO TRIAL-BAL-REC.
           WRITE TRIAL-BAL-REC.
           MOVE "CONSOLIDATED -- INTERCOMPANY ACCOUNTS ELIMINATED"
               TO TRIAL-BAL-REC.
           WRITE TRIAL-BAL-REC.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT
               MOVE "N" TO WS-PERIOD-DONE-SW
               PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
                   UNTIL WS-CHK-SUB >= WS-BAL-SUB
                   IF WS-BAL-PERIOD(WS-CHK-SUB)
                           = WS-BAL-PERIOD(WS-BAL-SUB)
                       MOVE "Y" TO WS-PERIOD-DONE-SW
                       MOVE WS-BAL-SUB TO WS-CHK-SUB
                   END-IF
               END-PERFORM
               IF WS-PERIOD-DONE-SW = "N"
                   MOVE WS-BAL-PERIOD(WS-BAL-SUB)
                       TO WS-THIS-PERIOD
                   PERFORM 6400-WRITE-CONSOLIDATED-PERIOD
               END-IF
           END-PERFORM.

       6400-WRITE-CONSOLIDATED-PERIOD.
           MOVE WS-THIS-PERIOD TO TBP-PERIOD.
           WRITE TRIAL-BAL-REC FROM WS-TRIAL-PERIOD-LINE.
           MOVE ZEROS TO WS-PER-DEBITS WS-PER-CREDITS
                         WS-ELIM-DEBITS WS-ELIM-CREDITS.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-BAL-COUNT
               IF WS-BAL-PERIOD(WS-ACCT-SUB) = WS-THIS-PERIOD
      * FIRST ROW OF THE ACCOUNT IN THE PERIOD, ANY COMPANY.
                   MOVE "N" TO WS-ACCT-DONE-SW
                   PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
                       UNTIL WS-CHK-SUB >= WS-ACCT-SUB
                       IF WS-BAL-PERIOD(WS-CHK-SUB) = WS-THIS-PERIOD
                           AND WS-BAL-ACCOUNT(WS-CHK-SUB)
                               = WS-BAL-ACCOUNT(WS-ACCT-SUB)
                           MOVE "Y" TO WS-ACCT-DONE-SW
                           MOVE WS-ACCT-SUB TO WS-CHK-SUB
                       END-IF
                   END-PERFORM
                   IF WS-ACCT-DONE-SW = "N"
                       MOVE WS-BAL-ACCOUNT(WS-ACCT-SUB)
                           TO WS-THIS-ACCOUNT
                       PERFORM 6410-WRITE-CONSOLIDATED-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ELIM-DEBITS > 0 OR WS-ELIM-CREDITS > 0
               MOVE "ELIM  " TO TBD-ACCOUNT
               MOVE WS-ELIM-DEBITS  TO TBD-DEBITS
               MOVE WS-ELIM-CREDITS TO TBD-CREDITS
               COMPUTE WS-NET-BALANCE
                   = WS-ELIM-DEBITS - WS-ELIM-CREDITS
               MOVE WS-NET-BALANCE TO TBD-BALANCE
               WRITE TRIAL-BAL-REC FROM WS-TRIAL-DETAIL
           END-IF.
           MOVE "TOTAL " TO TBD-ACCOUNT.
           MOVE WS-PER-DEBITS  TO TBD-DEBITS.
           MOVE WS-PER-CREDITS TO TBD-CREDITS.
           COMPUTE WS-NET-BALANCE
               = WS-PER-DEBITS - WS-PER-CREDITS.
           MOVE WS-NET-BALANCE TO TBD-BALANCE.
           WRITE TRIAL-BAL-REC FROM WS-TRIAL-DETAIL.
           IF WS-PER-DEBITS NOT = WS-PER-CREDITS
               MOVE "Y" TO WS-OUT-OF-BALANCE-SW
               MOVE "*** CONSOLIDATED PERIOD OUT OF BALANCE -- "
                   TO TRIAL-BAL-REC
               MOVE "INTERCOMPANY NOT OFFSET ***"
                   TO TRIAL-BAL-REC(43:27)
               WRITE TRIAL-BAL-REC
           END-IF.

       6410-WRITE-CONSOLIDATED-ACCOUNT.
           MOVE ZEROS TO WS-ACCT-DEBITS WS-ACCT-CREDITS.
           PERFORM VARYING WS-CHK-SUB FROM WS-ACCT-SUB BY 1
               UNTIL WS-CHK-SUB > WS-BAL-COUNT
               IF WS-BAL-PERIOD(WS-CHK-SUB) = WS-THIS-PERIOD
                   AND WS-BAL-ACCOUNT(WS-CHK-SUB) = WS-THIS-ACCOUNT
                   ADD WS-BAL-DEBITS(WS-CHK-SUB)  TO WS-ACCT-DEBITS
                   ADD WS-BAL-CREDITS(WS-CHK-SUB) TO WS-ACCT-CREDITS
               END-IF
           END-PERFORM.
           PERFORM 6450-CHECK-INTERCOMPANY.
           IF INTERCOMPANY-ACCOUNT
               ADD WS-ACCT-DEBITS  TO WS-ELIM-DEBITS
               ADD WS-ACCT-CREDITS TO WS-ELIM-CREDITS
           ELSE
               MOVE WS-THIS-ACCOUNT TO TBD-ACCOUNT
               MOVE WS-ACCT-DEBITS  TO TBD-DEBITS
               MOVE WS-ACCT-CREDITS TO TBD-CREDITS
               COMPUTE WS-NET-BALANCE
                   = WS-ACCT-DEBITS - WS-ACCT-CREDITS
               MOVE WS-NET-BALANCE TO TBD-BALANCE
               WRITE TRIAL-BAL-REC FROM WS-TRIAL-DETAIL
               ADD WS-ACCT-DEBITS  TO WS-PER-DEBITS
               ADD WS-ACCT-CREDITS TO WS-PER-CREDITS
           END-IF.

       6450-CHECK-INTERCOMPANY.
           MOVE "N" TO WS-IC-FOUND-SW.
           PERFORM VARYING WS-IC-SUB FROM 1 BY 1
               UNTIL WS-IC-SUB > WS-IC-COUNT
               IF WS-IC-ACCT(WS-IC-SUB) = WS-THIS-ACCOUNT
                   MOVE "Y" TO WS-IC-FOUND-SW
                   MOVE WS-IC-COUNT TO WS-IC-SUB
               END-IF
           END-PERFORM.
