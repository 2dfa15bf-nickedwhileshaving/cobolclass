       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLJEGEN.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Monthly recurring journal entries.  Runs ahead of GLPOST.
      *Every active template on the recurring file that GLJENT
      *maintains, and that has not yet run for the current month,
      *is written to the journal-entry file as its own journal,
      *dated the first of the month, under the id RC plus the
      *template id -- so a second run in the same month finds
      *nothing left to write, and a journal fed through GLPOST
      *twice is refused by the posted-control file.  Templates
      *still waiting for a second approver are skipped.  The
      *template's last-run month is updated as each journal is
      *written.  A closed month is refused and held, the way the
      *other journal writers treat it.  The journal carries the
      *template's company on its header and every line, so GLPOST
      *books it to that company's ledger; a template keyed before
      *there was a company master has none and posts to home.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECURRING-FILE ASSIGN TO WS-RECURRING-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECURRING-STATUS.

           SELECT COA-MASTER-IN ASSIGN TO WS-COA-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COA-STATUS.

           SELECT GL-JOURNAL-OUT ASSIGN TO WS-GL-JOURNAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-JOURNAL-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES GLJEREC,
      *  GLCOA, AND GLJEJ, FALLING BACK TO THE DEVELOPMENT DEFAULTS
      *  SHOWN IN 0900.

       DATA DIVISION.
       FILE SECTION.
       FD  RECURRING-FILE
           RECORDING MODE IS F
           DATA RECORD IS RECURRING-REC.
       01 RECURRING-REC.
          05 RT-ID                    PIC X(04).
          05 RT-TYPE                  PIC X(01).
             88 RT-HEADER                 VALUE "H".
             88 RT-LINE                   VALUE "L".
          05 RT-DETAIL                PIC X(56).
          05 RT-HEADER-DATA REDEFINES RT-DETAIL.
             10 RT-DESCRIPTION        PIC X(30).
             10 RT-STATUS             PIC X(01).
             10 RT-LAST-PERIOD        PIC X(06).
             10 RT-ENTERED-BY         PIC X(08).
             10 RT-TOTAL              PIC 9(09)V99.
          05 RT-LINE-DATA REDEFINES RT-DETAIL.
             10 RT-ACCT               PIC X(06).
             10 RT-DEPT               PIC X(15).
             10 RT-DC                 PIC X(01).
             10 RT-AMOUNT             PIC 9(09)V99.
             10 FILLER                PIC X(23).
          05 RT-COMPANY               PIC X(02).

       FD  COA-MASTER-IN
           RECORDING MODE IS F
           DATA RECORD IS COA-MASTER-REC.
       01 COA-MASTER-REC.
          05 COA-ACCOUNT              PIC X(06).
          05 COA-DESCRIPTION          PIC X(22).
          05 COA-ACTIVE               PIC X(01).

       FD  GL-JOURNAL-OUT
           RECORDING MODE IS F
           DATA RECORD IS GL-JOURNAL-REC.
       01 GL-JOURNAL-REC              PIC X(62).

       WORKING-STORAGE SECTION.
       01  WS-RECURRING-DSN           PIC X(80).
       01  WS-COA-DSN                 PIC X(80).
       01  WS-GL-JOURNAL-DSN          PIC X(80).
       01  WS-RECURRING-STATUS        PIC X(02) VALUE "00".
       01  WS-COA-STATUS              PIC X(02) VALUE "00".
       01  WS-GL-JOURNAL-STATUS       PIC X(02) VALUE "00".
       01  WS-TODAY                   PIC X(08).
       01  WS-CURRENT-PERIOD          PIC X(06).

       01  WS-RT-COUNT                PIC 9(04) VALUE 0.
       01  WS-RT-SUB                  PIC 9(04).
       01  WS-RT-HDR-SUB              PIC 9(04).
       01  WS-RECURRING-TABLE.
           05 WS-RT-ROW OCCURS 600 TIMES PIC X(63).

       01  WS-COA-COUNT               PIC 9(03) VALUE 0.
       01  WS-COA-SUB                 PIC 9(03).
       01  WS-COA-TABLE.
           05 WS-COA-ENTRY OCCURS 200 TIMES.
              10 WS-COA-ACCT          PIC X(06).
              10 WS-COA-DESC          PIC X(22).

       01  WS-TEMPLATES-READ          PIC 9(04) VALUE 0.
       01  WS-TEMPLATES-WRITTEN       PIC 9(04) VALUE 0.
       01  WS-TEMPLATES-WAITING       PIC 9(04) VALUE 0.
       01  WS-TEMPLATES-CURRENT       PIC 9(04) VALUE 0.
       01  WS-DEBIT-TOTAL             PIC 9(11)V99.
       01  WS-CREDIT-TOTAL            PIC 9(11)V99.

       01  WS-GL-JRN-HDR.
           05 FILLER                  PIC X(04) VALUE "JRN ".
           05 JRN-PROGRAM.
              10 FILLER               PIC X(02) VALUE "RC".
              10 JRN-TEMPLATE-ID      PIC X(04).
              10 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 JRN-RUN-DATE            PIC X(08).
           05 FILLER                  PIC X(09) VALUE SPACES.
           05 JRN-COMPANY             PIC X(02) VALUE SPACES.

       01  WS-GL-JOURNAL-LINE.
           05 GLJ-ACCT-NO             PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GLJ-ACCOUNT             PIC X(22).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GLJ-DEPT                PIC X(15).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GLJ-DC                  PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GLJ-AMOUNT              PIC 9(09)V99.
           05 GLJ-COMPANY             PIC X(02) VALUE SPACES.

       01  WS-GL-TOTAL-LINE.
           05 FILLER                  PIC X(08) VALUE "BALANCE ".
           05 GLT-DEBITS              PIC 9(11)V99.
           05 FILLER                  PIC X(03) VALUE " / ".
           05 GLT-CREDITS             PIC 9(11)V99.

       01  WS-PERCTL-PARMS.
           05 PC-FUNCTION             PIC X(01).
           05 PC-PROGRAM              PIC X(08).
           05 PC-PERIOD               PIC X(06).
           05 PC-NOTE                 PIC X(40).
           05 PC-RESULT               PIC X(01).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "GLJEGEN - RECURRING JOURNAL ENTRIES".
           PERFORM 1000-INITIALIZE.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM 0800-CHECK-POSTING-PERIOD.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           OPEN EXTEND GL-JOURNAL-OUT.
           IF WS-GL-JOURNAL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL-OUT
           END-IF.
           PERFORM 2000-GENERATE-TEMPLATE
               VARYING WS-RT-HDR-SUB FROM 1 BY 1
               UNTIL WS-RT-HDR-SUB > WS-RT-COUNT.
           CLOSE GL-JOURNAL-OUT.
           IF WS-TEMPLATES-WRITTEN > 0
               PERFORM 6000-REWRITE-RECURRING
           END-IF.
           DISPLAY "TEMPLATES ON FILE       : " WS-TEMPLATES-READ.
           DISPLAY "JOURNALS WRITTEN        : " WS-TEMPLATES-WRITTEN.
           DISPLAY "ALREADY RUN THIS MONTH  : " WS-TEMPLATES-CURRENT.
           DISPLAY "WAITING FOR APPROVAL    : " WS-TEMPLATES-WAITING.
           IF WS-TEMPLATES-WAITING > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "GLJEGEN CONCLUDES".
           GOBACK.

      * EVERY RECURRING JOURNAL IS DATED INTO THE CURRENT MONTH, SO A
      * CLOSED MONTH MEANS NOTHING CAN BE WRITTEN.
       0800-CHECK-POSTING-PERIOD.
           MOVE "C" TO PC-FUNCTION.
           MOVE "GLJEGEN" TO PC-PROGRAM.
           MOVE WS-CURRENT-PERIOD TO PC-PERIOD.
           MOVE SPACES TO PC-NOTE.
           MOVE "O" TO PC-RESULT.
           CALL "PERCTL" USING WS-PERCTL-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF PC-RESULT = "C"
               MOVE "H" TO PC-FUNCTION
               MOVE "RECURRING ENTRIES REFUSED - PERIOD CLOSED"
                   TO PC-NOTE
               CALL "PERCTL" USING WS-PERCTL-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
               DISPLAY "*** POSTING PERIOD " WS-CURRENT-PERIOD
                   " IS CLOSED -- RECURRING ENTRIES REFUSED AND "
                   "HELD ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-RECURRING-DSN FROM ENVIRONMENT "GLJEREC".
           IF WS-RECURRING-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\GLJEREC.dat"
               TO WS-RECURRING-DSN
           END-IF.
           ACCEPT WS-COA-DSN FROM ENVIRONMENT "GLCOA".
           IF WS-COA-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\GLCOA.dat"
               TO WS-COA-DSN
           END-IF.
           ACCEPT WS-GL-JOURNAL-DSN FROM ENVIRONMENT "GLJEJ".
           IF WS-GL-JOURNAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\GLJE.dat"
               TO WS-GL-JOURNAL-DSN
           END-IF.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:6) TO WS-CURRENT-PERIOD.
           MOVE WS-CURRENT-PERIOD TO JRN-RUN-DATE(1:6).
           MOVE "01" TO JRN-RUN-DATE(7:2).
           PERFORM 1100-LOAD-CHART.
           OPEN INPUT RECURRING-FILE.
           IF WS-RECURRING-STATUS NOT = "00"
               DISPLAY "NO RECURRING TEMPLATES - STATUS "
                   WS-RECURRING-STATUS
           ELSE
               READ RECURRING-FILE
               PERFORM UNTIL WS-RECURRING-STATUS > "00"
                          OR WS-RT-COUNT >= 600
                   ADD 1 TO WS-RT-COUNT
                   MOVE RECURRING-REC TO WS-RT-ROW(WS-RT-COUNT)
                   IF RT-HEADER
                       ADD 1 TO WS-TEMPLATES-READ
                   END-IF
                   READ RECURRING-FILE
               END-PERFORM
               IF WS-RECURRING-STATUS = "00"
                   DISPLAY "RECURRING FILE OVER 600 ROWS -- "
                       "RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE RECURRING-FILE
           END-IF.

      * ONLY FOR THE ACCOUNT NAMES ON THE JOURNAL LINES -- GLPOST
      * DOES THE CHART EDIT WHEN THE JOURNAL POSTS.
       1100-LOAD-CHART.
           OPEN INPUT COA-MASTER-IN.
           IF WS-COA-STATUS = "00"
               READ COA-MASTER-IN
               PERFORM UNTIL WS-COA-STATUS > "00"
                          OR WS-COA-COUNT >= 200
                   ADD 1 TO WS-COA-COUNT
                   MOVE COA-ACCOUNT TO WS-COA-ACCT(WS-COA-COUNT)
                   MOVE COA-DESCRIPTION TO WS-COA-DESC(WS-COA-COUNT)
                   READ COA-MASTER-IN
               END-PERFORM
               CLOSE COA-MASTER-IN
           END-IF.

      * WS-RT-HDR-SUB WALKS THE TABLE; ONLY H ROWS START A JOURNAL.
       2000-GENERATE-TEMPLATE.
           MOVE WS-RT-ROW(WS-RT-HDR-SUB) TO RECURRING-REC.
           IF RT-HEADER
               EVALUATE TRUE
                   WHEN RT-STATUS NOT = "A"
                       ADD 1 TO WS-TEMPLATES-WAITING
                       DISPLAY "TEMPLATE " RT-ID
                           " WAITING FOR APPROVAL -- NOT WRITTEN"
                   WHEN RT-LAST-PERIOD NOT < WS-CURRENT-PERIOD
                       ADD 1 TO WS-TEMPLATES-CURRENT
                   WHEN OTHER
                       PERFORM 2100-WRITE-TEMPLATE-JOURNAL
               END-EVALUATE
           END-IF.

       2100-WRITE-TEMPLATE-JOURNAL.
           MOVE RT-ID TO JRN-TEMPLATE-ID.
           MOVE RT-COMPANY TO JRN-COMPANY GLJ-COMPANY.
           MOVE WS-GL-JRN-HDR TO GL-JOURNAL-REC.
           WRITE GL-JOURNAL-REC.
           MOVE ZEROS TO WS-DEBIT-TOTAL WS-CREDIT-TOTAL.
           COMPUTE WS-RT-SUB = WS-RT-HDR-SUB + 1.
           MOVE WS-RT-ROW(WS-RT-SUB) TO RECURRING-REC.
           PERFORM UNTIL WS-RT-SUB > WS-RT-COUNT
                      OR RT-ID NOT = JRN-TEMPLATE-ID
                      OR NOT RT-LINE
               PERFORM 2110-WRITE-TEMPLATE-LINE
               ADD 1 TO WS-RT-SUB
               IF WS-RT-SUB NOT > WS-RT-COUNT
                   MOVE WS-RT-ROW(WS-RT-SUB) TO RECURRING-REC
               END-IF
           END-PERFORM.
           MOVE WS-DEBIT-TOTAL  TO GLT-DEBITS.
           MOVE WS-CREDIT-TOTAL TO GLT-CREDITS.
           MOVE WS-GL-TOTAL-LINE TO GL-JOURNAL-REC.
           WRITE GL-JOURNAL-REC.
           MOVE WS-RT-ROW(WS-RT-HDR-SUB) TO RECURRING-REC.
           MOVE WS-CURRENT-PERIOD TO RT-LAST-PERIOD.
           MOVE RECURRING-REC TO WS-RT-ROW(WS-RT-HDR-SUB).
           ADD 1 TO WS-TEMPLATES-WRITTEN.
           DISPLAY "TEMPLATE " RT-ID " WRITTEN AS JOURNAL "
               JRN-PROGRAM " " JRN-RUN-DATE " " JRN-COMPANY.

       2110-WRITE-TEMPLATE-LINE.
           MOVE RT-ACCT   TO GLJ-ACCT-NO.
           MOVE SPACES    TO GLJ-ACCOUNT.
           PERFORM VARYING WS-COA-SUB FROM 1 BY 1
               UNTIL WS-COA-SUB > WS-COA-COUNT
               IF WS-COA-ACCT(WS-COA-SUB) = RT-ACCT
                   MOVE WS-COA-DESC(WS-COA-SUB) TO GLJ-ACCOUNT
                   MOVE WS-COA-COUNT TO WS-COA-SUB
               END-IF
           END-PERFORM.
           MOVE RT-DEPT   TO GLJ-DEPT.
           MOVE RT-DC     TO GLJ-DC.
           MOVE RT-AMOUNT TO GLJ-AMOUNT.
           IF RT-DC = "D"
               ADD RT-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD RT-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.
           MOVE WS-GL-JOURNAL-LINE TO GL-JOURNAL-REC.
           WRITE GL-JOURNAL-REC.

       6000-REWRITE-RECURRING.
           OPEN OUTPUT RECURRING-FILE.
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-COUNT
               MOVE WS-RT-ROW(WS-RT-SUB) TO RECURRING-REC
               WRITE RECURRING-REC
           END-PERFORM.
           CLOSE RECURRING-FILE.
