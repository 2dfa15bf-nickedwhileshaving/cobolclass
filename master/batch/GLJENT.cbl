       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLJENT.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *General ledger journal entry -- the way depreciation, rent,
      *loan payments, and the accountant's adjustments get into the
      *books.  Behind the SIGNON module like every other update
      *program.  The operator keys a dated entry of up to thirty
      *lines in the shared account/dept/dc/amount layout; each
      *account is edited against the GLCOA chart (active accounts
      *only), the entry date must fall in a period PERCTL shows
      *open, and the entry must balance before it is taken.  Every
      *entry gets the next number off the entry control file and
      *goes out as its own journal, JE plus the six-digit number,
      *so GLPOST's posted-control file refuses it if it is ever fed
      *through twice.  An entry whose debits are over the approval
      *limit on the control file waits on the pending file until a
      *second operator -- level 2, and not the one who keyed it --
      *approves it onto the journal file or rejects it.  Recurring
      *entries are defined here as templates (over the limit, they
      *need the same second approval before they run) and GLJEGEN
      *writes each active template's journal once a month.  Every
      *entry, approval, rejection, and template change is written
      *to the change journal with the operator's id.  Each entry
      *and template is for one company off the company master
      *(COMPANY), keyed with the entry and checked there -- blank
      *takes the home company, and without a company master the
      *company stays blank as it always was.  The company rides on
      *the journal header and every line so GLPOST books the entry
      *to that company's ledger.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRY-CONTROL ASSIGN TO WS-ENTRY-CTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENTRY-CTL-STATUS.

           SELECT COA-MASTER-IN ASSIGN TO WS-COA-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COA-STATUS.

           SELECT GL-JOURNAL-OUT ASSIGN TO WS-GL-JOURNAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-JOURNAL-STATUS.

           SELECT PENDING-FILE ASSIGN TO WS-PENDING-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.

           SELECT RECURRING-FILE ASSIGN TO WS-RECURRING-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECURRING-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES GLJECTL,
      *  GLCOA, GLJEJ, GLJEPND, AND GLJEREC, FALLING BACK TO THE
      *  DEVELOPMENT DEFAULTS SHOWN IN 0900.

       DATA DIVISION.
       FILE SECTION.
      * ONE ROW: THE NEXT ENTRY NUMBER AND THE DEBIT TOTAL ABOVE
      * WHICH AN ENTRY NEEDS A SECOND APPROVER.
       FD  ENTRY-CONTROL
           RECORDING MODE IS F
           DATA RECORD IS ENTRY-CONTROL-REC.
       01 ENTRY-CONTROL-REC.
          05 CTL-NEXT-ENTRY           PIC 9(06).
          05 CTL-APPROVAL-LIMIT       PIC 9(09)V99.

       FD  COA-MASTER-IN
           RECORDING MODE IS F
           DATA RECORD IS COA-MASTER-REC.
       01 COA-MASTER-REC.
          05 COA-ACCOUNT              PIC X(06).
          05 COA-DESCRIPTION          PIC X(22).
          05 COA-ACTIVE               PIC X(01).

      * JOURNAL ENTRIES FOR GLPOST, IN THE SHARED LAYOUT.
       FD  GL-JOURNAL-OUT
           RECORDING MODE IS F
           DATA RECORD IS GL-JOURNAL-REC.
       01 GL-JOURNAL-REC              PIC X(62).

      * ENTRIES AWAITING A SECOND APPROVER -- THE JOURNAL IMAGE
      * EXACTLY AS IT WILL BE WRITTEN, HEADER TO BALANCE LINE, EACH
      * ROW TAGGED WITH THE ENTRY NUMBER AND WHO KEYED IT.
       FD  PENDING-FILE
           RECORDING MODE IS F
           DATA RECORD IS PENDING-REC.
       01 PENDING-REC.
          05 PND-ENTRY-NO             PIC X(06).
          05 PND-ENTERED-BY           PIC X(08).
          05 PND-LINE                 PIC X(62).

      * RECURRING TEMPLATES: ONE H ROW PER TEMPLATE FOLLOWED BY ITS
      * L ROWS.  STATUS A RUNS EACH MONTH, P WAITS FOR APPROVAL.
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

       WORKING-STORAGE SECTION.
       01  WS-ENTRY-CTL-DSN           PIC X(80).
       01  WS-COA-DSN                 PIC X(80).
       01  WS-GL-JOURNAL-DSN          PIC X(80).
       01  WS-PENDING-DSN             PIC X(80).
       01  WS-RECURRING-DSN           PIC X(80).
       01  WS-ENTRY-CTL-STATUS        PIC X(02) VALUE "00".
       01  WS-COA-STATUS              PIC X(02) VALUE "00".
       01  WS-GL-JOURNAL-STATUS       PIC X(02) VALUE "00".
       01  WS-PENDING-STATUS          PIC X(02) VALUE "00".
       01  WS-RECURRING-STATUS        PIC X(02) VALUE "00".
       01  WS-TODAY                   PIC X(08).

       01  WS-NEXT-ENTRY              PIC 9(06) VALUE 1.
       01  WS-APPROVAL-LIMIT          PIC 9(09)V99 VALUE 5000.00.

       01  WS-COA-COUNT               PIC 9(03) VALUE 0.
       01  WS-COA-SUB                 PIC 9(03).
       01  WS-COA-TABLE.
           05 WS-COA-ENTRY OCCURS 200 TIMES.
              10 WS-COA-ACCT          PIC X(06).
              10 WS-COA-DESC          PIC X(22).
              10 WS-COA-ACTIVE        PIC X(01).
       01  WS-ACCT-OK-SW              PIC X(01).
           88 ACCOUNT-ON-CHART              VALUE "Y".
       01  WS-FOUND-DESC              PIC X(22).

      * PENDING FILE, LOADED WHOLE AND REWRITTEN AFTER EACH DECISION.
       01  WS-PND-COUNT               PIC 9(04) VALUE 0.
       01  WS-PND-SUB                 PIC 9(04).
       01  WS-PND-KEEP                PIC 9(04).
       01  WS-PND-KEYED-BY            PIC X(08).
       01  WS-PENDING-TABLE.
           05 WS-PND-ROW OCCURS 2000 TIMES PIC X(76).

       01  WS-RT-COUNT                PIC 9(04) VALUE 0.
       01  WS-RT-SUB                  PIC 9(04).
       01  WS-RT-KEEP                 PIC 9(04).
       01  WS-RECURRING-TABLE.
           05 WS-RT-ROW OCCURS 600 TIMES PIC X(63).
       01  WS-RT-CHANGED-SW           PIC X(01) VALUE "N".
           88 TEMPLATES-CHANGED             VALUE "Y".
       01  WS-RT-FOUND-SW             PIC X(01).
           88 TEMPLATE-FOUND                VALUE "Y".

      * THE ENTRY OR TEMPLATE BEING KEYED.
       01  WS-JE-COUNT                PIC 9(02) VALUE 0.
       01  WS-JE-SUB                  PIC 9(02).
       01  WS-JE-LINE-TABLE.
           05 WS-JE-LINE OCCURS 30 TIMES.
              10 WS-JE-ACCT           PIC X(06).
              10 WS-JE-DESC           PIC X(22).
              10 WS-JE-DEPT           PIC X(15).
              10 WS-JE-DC             PIC X(01).
              10 WS-JE-AMOUNT         PIC 9(09)V99.
       01  WS-JE-DEBITS               PIC 9(11)V99.
       01  WS-JE-CREDITS              PIC 9(11)V99.
       01  WS-JE-DATE                 PIC X(08).
       01  WS-JE-DESCRIPTION          PIC X(30).
       01  WS-JE-COMPANY              PIC X(02).
       01  WS-LINES-DONE-SW           PIC X(01).
           88 LINES-DONE                    VALUE "Y".
       01  WS-ENTRY-OK-SW             PIC X(01).
           88 ENTRY-OK                      VALUE "Y".

      * THE JOURNAL IMAGE OF ONE ENTRY: HEADER, LINES, BALANCE.
       01  WS-IMG-COUNT               PIC 9(02) VALUE 0.
       01  WS-IMG-SUB                 PIC 9(02).
       01  WS-IMAGE-TABLE.
           05 WS-IMG-ROW OCCURS 32 TIMES PIC X(62).

       01  WS-IN-DATE                 PIC X(08).
       01  WS-IN-ACCOUNT              PIC X(06).
       01  WS-IN-DEPT                 PIC X(15).
       01  WS-IN-DC                   PIC X(01).
       01  WS-IN-AMOUNT               PIC X(11).
       01  WS-IN-AMOUNT-N REDEFINES WS-IN-AMOUNT PIC 9(09)V99.
       01  WS-IN-ENTRY-NO             PIC X(06).
       01  WS-IN-ID                   PIC X(04).
       01  WS-IN-CHOICE               PIC X(01).
       01  WS-IN-COMPANY              PIC X(02).

       01  WS-ENTRIES-POSTED          PIC 9(04) VALUE 0.
       01  WS-ENTRIES-PENDING         PIC 9(04) VALUE 0.
       01  WS-ENTRIES-APPROVED        PIC 9(04) VALUE 0.
       01  WS-ENTRIES-REJECTED        PIC 9(04) VALUE 0.
       01  WS-AMOUNT-DISP             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-DISP              PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  CharIn                     PIC X(02).
           88 ExitCharacter                 VALUE "x", "X".
           88 EnterEntry                    VALUE "JE", "je".
           88 ListPending                   VALUE "LP", "lp".
           88 ApproveEntry                  VALUE "AP", "ap".
           88 DefineRecurring               VALUE "RD", "rd".
           88 ListRecurring                 VALUE "RL", "rl".
           88 ApproveRecurring              VALUE "RA", "ra".
           88 DeleteRecurring               VALUE "RX", "rx".

       01  WS-GL-JRN-HDR.
           05 FILLER                  PIC X(04) VALUE "JRN ".
           05 JRN-PROGRAM.
              10 FILLER               PIC X(02) VALUE "JE".
              10 JRN-ENTRY-NO         PIC 9(06).
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

       01  WS-DATEVAL-PARMS.
           05 DV-FUNCTION             PIC X(01).
           05 DV-FORMAT-1             PIC X(01).
           05 DV-DATE-1               PIC X(08).
           05 DV-FORMAT-2             PIC X(01).
           05 DV-DATE-2               PIC X(08).
           05 DV-DAYS                 PIC S9(05).
           05 DV-RESULT               PIC X(01).

      * OPERATOR SIGN-ON AND CHANGE JOURNAL THROUGH THE SHARED
      * SIGNON MODULE.  APPROVALS AND TEMPLATE DELETES ARE LEVEL 2.
       01  WS-SIGNON-PARMS.
           05 SO-FUNCTION             PIC X(01).
           05 SO-PROGRAM              PIC X(08).
           05 SO-USER-ID              PIC X(08).
           05 SO-AUTH-LEVEL           PIC 9(01).
           05 SO-RESULT               PIC X(01).
              88 SIGNED-ON                VALUE "0".
           05 SO-ACTION               PIC X(10).
           05 SO-KEY                  PIC X(20).
           05 SO-BEFORE               PIC X(60).
           05 SO-AFTER                PIC X(60).

       01  WS-COMPANY-PARMS.
           05 CO-FUNCTION             PIC X(01).
           05 CO-CODE                 PIC X(02).
           05 CO-RESULT               PIC X(01).
              88 CO-FOUND                  VALUE "0".
              88 CO-NOT-ON-MASTER          VALUE "4".
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

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "GLJENT - GENERAL LEDGER JOURNAL ENTRY".
           PERFORM 0810-OPERATOR-SIGN-ON.
           IF NOT SIGNED-ON
               DISPLAY "NOT SIGNED ON -- NOTHING UNLOCKED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           DISPLAY "JE=ENTRY LP=PENDING AP=APPROVE RD=DEFINE RECURRING"
               " RL=LIST RA=APPROVE RX=DELETE X=EXIT - "
               WITH NO ADVANCING.
           ACCEPT CharIn.
           PERFORM UNTIL ExitCharacter
               EVALUATE TRUE
                   WHEN EnterEntry
                       PERFORM 2000-ENTER-JOURNAL-ENTRY
                   WHEN ListPending
                       PERFORM 3000-LIST-PENDING
                   WHEN ApproveEntry
                       PERFORM 3100-APPROVE-ENTRY
                   WHEN DefineRecurring
                       PERFORM 4000-DEFINE-RECURRING
                   WHEN ListRecurring
                       PERFORM 4100-LIST-RECURRING
                   WHEN ApproveRecurring
                       PERFORM 4200-APPROVE-RECURRING
                   WHEN DeleteRecurring
                       PERFORM 4300-DELETE-RECURRING
                   WHEN OTHER
                       DISPLAY "UNKNOWN FUNCTION CODE: " CharIn
               END-EVALUATE
               DISPLAY "JE=ENTRY LP=PENDING AP=APPROVE RD=DEFINE "
                   "RECURRING RL=LIST RA=APPROVE RX=DELETE X=EXIT - "
                   WITH NO ADVANCING
               ACCEPT CharIn
           END-PERFORM.
           IF TEMPLATES-CHANGED
               PERFORM 6100-REWRITE-RECURRING
           END-IF.
           DISPLAY "ENTRIES TO JOURNAL  : " WS-ENTRIES-POSTED.
           DISPLAY "ENTRIES TO APPROVAL : " WS-ENTRIES-PENDING.
           DISPLAY "ENTRIES APPROVED    : " WS-ENTRIES-APPROVED.
           DISPLAY "ENTRIES REJECTED    : " WS-ENTRIES-REJECTED.
           DISPLAY "GLJENT CONCLUDES".
           GOBACK.

      * AN ABSENT SIGNON MODULE READS AS A REFUSED SIGN-ON -- WITH
      * EVERYTHING HERE BEING AN UPDATE, THE SESSION ENDS.
       0810-OPERATOR-SIGN-ON.
           MOVE "S" TO SO-FUNCTION.
           MOVE "GLJENT" TO SO-PROGRAM.
           MOVE "1" TO SO-RESULT.
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION
                   DISPLAY "SIGN-ON MODULE NOT AVAILABLE"
           END-CALL.

       0840-JOURNAL-THE-CHANGE.
           MOVE "J" TO SO-FUNCTION.
           MOVE "GLJENT" TO SO-PROGRAM.
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-ENTRY-CTL-DSN FROM ENVIRONMENT "GLJECTL".
           IF WS-ENTRY-CTL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\GLJECTL.dat"
               TO WS-ENTRY-CTL-DSN
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
           ACCEPT WS-PENDING-DSN FROM ENVIRONMENT "GLJEPND".
           IF WS-PENDING-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\GLJEPND.dat"
               TO WS-PENDING-DSN
           END-IF.
           ACCEPT WS-RECURRING-DSN FROM ENVIRONMENT "GLJEREC".
           IF WS-RECURRING-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\GLJEREC.dat"
               TO WS-RECURRING-DSN
           END-IF.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM 1100-LOAD-CONTROL.
           PERFORM 1200-LOAD-CHART.
           PERFORM 1300-LOAD-PENDING.
           PERFORM 1400-LOAD-RECURRING.
           MOVE WS-APPROVAL-LIMIT TO WS-AMOUNT-DISP.
           DISPLAY "NEXT ENTRY NUMBER   : " WS-NEXT-ENTRY.
           DISPLAY "APPROVAL LIMIT      : " WS-AMOUNT-DISP.
           DISPLAY "ACCOUNTS ON CHART   : " WS-COA-COUNT.

      * NO CONTROL ROW YET: NUMBERING STARTS AT 1 AND THE LIMIT IS
      * THE 5,000.00 DEFAULT UNTIL SOMEONE SETS ONE.
       1100-LOAD-CONTROL.
           OPEN INPUT ENTRY-CONTROL.
           IF WS-ENTRY-CTL-STATUS = "00"
               READ ENTRY-CONTROL
               IF WS-ENTRY-CTL-STATUS = "00"
                   IF CTL-NEXT-ENTRY IS NUMERIC
                       AND CTL-NEXT-ENTRY > 0
                       MOVE CTL-NEXT-ENTRY TO WS-NEXT-ENTRY
                   END-IF
                   IF CTL-APPROVAL-LIMIT IS NUMERIC
                       MOVE CTL-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT
                   END-IF
               END-IF
               CLOSE ENTRY-CONTROL
           END-IF.

      * WITHOUT THE CHART NOTHING CAN BE EDITED, SO NOTHING IS TAKEN.
       1200-LOAD-CHART.
           OPEN INPUT COA-MASTER-IN.
           IF WS-COA-STATUS = "00"
               READ COA-MASTER-IN
               PERFORM UNTIL WS-COA-STATUS > "00"
                          OR WS-COA-COUNT >= 200
                   ADD 1 TO WS-COA-COUNT
                   MOVE COA-ACCOUNT TO WS-COA-ACCT(WS-COA-COUNT)
                   MOVE COA-DESCRIPTION TO WS-COA-DESC(WS-COA-COUNT)
                   MOVE COA-ACTIVE TO WS-COA-ACTIVE(WS-COA-COUNT)
                   READ COA-MASTER-IN
               END-PERFORM
               CLOSE COA-MASTER-IN
           ELSE
               DISPLAY "CHART OF ACCOUNTS NOT AVAILABLE - STATUS "
                   WS-COA-STATUS " -- NO ENTRIES CAN BE TAKEN"
               MOVE 8 TO RETURN-CODE
           END-IF.

      * BOTH FILES ARE REWRITTEN FROM THEIR TABLES, SO EACH MUST FIT
      * WHOLE -- STOP RATHER THAN LOSE A ROW.
       1300-LOAD-PENDING.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "00"
               READ PENDING-FILE
               PERFORM UNTIL WS-PENDING-STATUS > "00"
                          OR WS-PND-COUNT >= 2000
                   ADD 1 TO WS-PND-COUNT
                   MOVE PENDING-REC TO WS-PND-ROW(WS-PND-COUNT)
                   READ PENDING-FILE
               END-PERFORM
               IF WS-PENDING-STATUS = "00"
                   DISPLAY "PENDING FILE OVER 2000 ROWS -- "
                       "APPROVE OR REJECT BEFORE KEYING MORE"
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE PENDING-FILE
           END-IF.

       1400-LOAD-RECURRING.
           OPEN INPUT RECURRING-FILE.
           IF WS-RECURRING-STATUS = "00"
               READ RECURRING-FILE
               PERFORM UNTIL WS-RECURRING-STATUS > "00"
                          OR WS-RT-COUNT >= 600
                   ADD 1 TO WS-RT-COUNT
                   MOVE RECURRING-REC TO WS-RT-ROW(WS-RT-COUNT)
                   READ RECURRING-FILE
               END-PERFORM
               IF WS-RECURRING-STATUS = "00"
                   DISPLAY "RECURRING FILE OVER 600 ROWS -- "
                       "SESSION REFUSED"
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE RECURRING-FILE
           END-IF.

      *****************************************************************
      * ONE JOURNAL ENTRY: DATE, DESCRIPTION, BALANCED LINES.
      *****************************************************************
       2000-ENTER-JOURNAL-ENTRY.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           PERFORM 2010-ACCEPT-ENTRY-DATE.
           IF ENTRY-OK
               PERFORM 2050-ACCEPT-COMPANY
           END-IF.
           IF ENTRY-OK
               DISPLAY "DESCRIPTION (30 CHARS): " WITH NO ADVANCING
               ACCEPT WS-JE-DESCRIPTION
               MOVE 0 TO WS-JE-COUNT
               PERFORM 2100-ACCEPT-LINES
           END-IF.
           IF ENTRY-OK
               PERFORM 2300-TAKE-ENTRY
           END-IF.

      * THE ENTRY LANDS IN THE PERIOD OF ITS DATE; A CLOSED PERIOD IS
      * REFUSED HERE RATHER THAN HELD LATER BY GLPOST.
       2010-ACCEPT-ENTRY-DATE.
           DISPLAY "ENTRY DATE CCYYMMDD (BLANK = TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-DATE.
           IF WS-IN-DATE = SPACES
               MOVE WS-TODAY TO WS-IN-DATE
           END-IF.
           MOVE "V" TO DV-FUNCTION.
           MOVE "2" TO DV-FORMAT-1.
           MOVE WS-IN-DATE TO DV-DATE-1.
           CALL "DATEVAL" USING WS-DATEVAL-PARMS
               ON EXCEPTION MOVE "1" TO DV-RESULT
           END-CALL.
           IF DV-RESULT NOT = "0"
               DISPLAY "NOT A VALID DATE -- ENTRY NOT TAKEN"
               MOVE "N" TO WS-ENTRY-OK-SW
           ELSE
               MOVE WS-IN-DATE TO WS-JE-DATE
               MOVE "C" TO PC-FUNCTION
               MOVE "GLJENT" TO PC-PROGRAM
               MOVE WS-JE-DATE(1:6) TO PC-PERIOD
               MOVE SPACES TO PC-NOTE
               MOVE "O" TO PC-RESULT
               CALL "PERCTL" USING WS-PERCTL-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
               IF PC-RESULT = "C"
                   DISPLAY "PERIOD " PC-PERIOD
                       " IS CLOSED -- ENTRY NOT TAKEN"
                   MOVE "N" TO WS-ENTRY-OK-SW
               END-IF
           END-IF.

      * BLANK IS THE HOME COMPANY.  A CODE THE COMPANY MASTER DOES
      * NOT HAVE IS REFUSED; WITH NO COMPANY MASTER ONLY BLANK IS
      * TAKEN, AND THE ENTRY GOES OUT WITH NO COMPANY AS BEFORE.
       2050-ACCEPT-COMPANY.
           DISPLAY "COMPANY (BLANK = HOME): " WITH NO ADVANCING.
           ACCEPT WS-IN-COMPANY.
           MOVE "G" TO CO-FUNCTION.
           MOVE WS-IN-COMPANY TO CO-CODE.
           MOVE "8" TO CO-RESULT.
           CALL "COMPANY" USING WS-COMPANY-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           EVALUATE TRUE
               WHEN CO-FOUND
                   MOVE CO-CODE TO WS-JE-COMPANY
                   DISPLAY "  " CO-NAME
               WHEN CO-NOT-ON-MASTER
                   DISPLAY "COMPANY " WS-IN-COMPANY
                       " IS NOT ON THE COMPANY MASTER -- NOT TAKEN"
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-IN-COMPANY NOT = SPACES
                   DISPLAY "NO COMPANY MASTER -- LEAVE THE COMPANY "
                       "BLANK"
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN OTHER
                   MOVE SPACES TO WS-JE-COMPANY
           END-EVALUATE.

      * LINES UNTIL A BLANK ACCOUNT; AN ENTRY OUT OF BALANCE GOES
      * BACK FOR MORE LINES OR IS DISCARDED, NEVER TAKEN AS IS.
       2100-ACCEPT-LINES.
           MOVE "N" TO WS-LINES-DONE-SW.
           PERFORM UNTIL LINES-DONE
               PERFORM 2110-ACCEPT-ONE-LINE
           END-PERFORM.
           PERFORM 2200-TOTAL-LINES.
           PERFORM UNTIL NOT ENTRY-OK
                      OR (WS-JE-DEBITS = WS-JE-CREDITS
                          AND WS-JE-COUNT >= 2)
               MOVE WS-JE-DEBITS TO WS-TOTAL-DISP
               DISPLAY "  DEBITS  " WS-TOTAL-DISP
               MOVE WS-JE-CREDITS TO WS-TOTAL-DISP
               DISPLAY "  CREDITS " WS-TOTAL-DISP
               DISPLAY "ENTRY DOES NOT BALANCE -- A=ADD LINES "
                   "D=DISCARD: " WITH NO ADVANCING
               ACCEPT WS-IN-CHOICE
               IF (WS-IN-CHOICE = "A" OR WS-IN-CHOICE = "a")
                   AND WS-JE-COUNT < 30
                   MOVE "N" TO WS-LINES-DONE-SW
                   PERFORM UNTIL LINES-DONE
                       PERFORM 2110-ACCEPT-ONE-LINE
                   END-PERFORM
                   PERFORM 2200-TOTAL-LINES
               ELSE
                   DISPLAY "ENTRY DISCARDED"
                   MOVE "N" TO WS-ENTRY-OK-SW
               END-IF
           END-PERFORM.

       2110-ACCEPT-ONE-LINE.
           IF WS-JE-COUNT >= 30
               DISPLAY "30 LINES -- ENTRY IS FULL"
               MOVE "Y" TO WS-LINES-DONE-SW
           ELSE
               DISPLAY "ACCOUNT (BLANK TO END): " WITH NO ADVANCING
               ACCEPT WS-IN-ACCOUNT
               IF WS-IN-ACCOUNT = SPACES
                   MOVE "Y" TO WS-LINES-DONE-SW
               ELSE
                   PERFORM 2150-CHECK-CHART
                   IF NOT ACCOUNT-ON-CHART
                       DISPLAY "ACCOUNT " WS-IN-ACCOUNT
                           " IS NOT AN ACTIVE ACCOUNT ON THE CHART"
                   ELSE
                       PERFORM 2120-ACCEPT-LINE-DETAIL
                   END-IF
               END-IF
           END-IF.

       2120-ACCEPT-LINE-DETAIL.
           DISPLAY "  " WS-FOUND-DESC.
           DISPLAY "DEPARTMENT (BLANK IF NONE): " WITH NO ADVANCING.
           ACCEPT WS-IN-DEPT.
           DISPLAY "D=DEBIT C=CREDIT: " WITH NO ADVANCING.
           ACCEPT WS-IN-DC.
           IF WS-IN-DC = "d"
               MOVE "D" TO WS-IN-DC
           END-IF.
           IF WS-IN-DC = "c"
               MOVE "C" TO WS-IN-DC
           END-IF.
           DISPLAY "AMOUNT (99999999999=999999999.99): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-AMOUNT.
           EVALUATE TRUE
               WHEN WS-IN-DC NOT = "D" AND WS-IN-DC NOT = "C"
                   DISPLAY "DEBIT OR CREDIT MUST BE D OR C -- "
                       "LINE NOT TAKEN"
               WHEN WS-IN-AMOUNT IS NOT NUMERIC
                   DISPLAY "AMOUNT NOT NUMERIC -- LINE NOT TAKEN"
               WHEN WS-IN-AMOUNT-N = 0
                   DISPLAY "AMOUNT IS ZERO -- LINE NOT TAKEN"
               WHEN OTHER
                   ADD 1 TO WS-JE-COUNT
                   MOVE WS-IN-ACCOUNT TO WS-JE-ACCT(WS-JE-COUNT)
                   MOVE WS-FOUND-DESC TO WS-JE-DESC(WS-JE-COUNT)
                   MOVE WS-IN-DEPT    TO WS-JE-DEPT(WS-JE-COUNT)
                   MOVE WS-IN-DC      TO WS-JE-DC(WS-JE-COUNT)
                   MOVE WS-IN-AMOUNT-N
                       TO WS-JE-AMOUNT(WS-JE-COUNT)
           END-EVALUATE.

       2150-CHECK-CHART.
           MOVE "N" TO WS-ACCT-OK-SW.
           MOVE SPACES TO WS-FOUND-DESC.
           PERFORM VARYING WS-COA-SUB FROM 1 BY 1
               UNTIL WS-COA-SUB > WS-COA-COUNT
               IF WS-COA-ACCT(WS-COA-SUB) = WS-IN-ACCOUNT
                   AND WS-COA-ACTIVE(WS-COA-SUB) = "A"
                   MOVE "Y" TO WS-ACCT-OK-SW
                   MOVE WS-COA-DESC(WS-COA-SUB) TO WS-FOUND-DESC
                   MOVE WS-COA-COUNT TO WS-COA-SUB
               END-IF
           END-PERFORM.

       2200-TOTAL-LINES.
           MOVE ZEROS TO WS-JE-DEBITS WS-JE-CREDITS.
           PERFORM VARYING WS-JE-SUB FROM 1 BY 1
               UNTIL WS-JE-SUB > WS-JE-COUNT
               IF WS-JE-DC(WS-JE-SUB) = "D"
                   ADD WS-JE-AMOUNT(WS-JE-SUB) TO WS-JE-DEBITS
               ELSE
                   ADD WS-JE-AMOUNT(WS-JE-SUB) TO WS-JE-CREDITS
               END-IF
           END-PERFORM.

      * THE NUMBER IS SPENT AS SOON AS IT IS GIVEN OUT, SO A SESSION
      * THAT DIES LATER NEVER HANDS THE SAME JOURNAL ID OUT TWICE.
       2300-TAKE-ENTRY.
           MOVE WS-NEXT-ENTRY TO JRN-ENTRY-NO.
           ADD 1 TO WS-NEXT-ENTRY.
           PERFORM 2500-REWRITE-CONTROL.
           MOVE WS-JE-DATE TO JRN-RUN-DATE.
           MOVE WS-JE-COMPANY TO JRN-COMPANY GLJ-COMPANY.
           PERFORM 2310-BUILD-ENTRY-IMAGE.
           IF WS-JE-DEBITS > WS-APPROVAL-LIMIT
               PERFORM 2450-WRITE-TO-PENDING
               ADD 1 TO WS-ENTRIES-PENDING
               DISPLAY "ENTRY " JRN-ENTRY-NO " IS OVER THE APPROVAL "
                   "LIMIT -- WAITING FOR A SECOND APPROVER"
               MOVE "JE PENDING" TO SO-ACTION
           ELSE
               PERFORM 2400-WRITE-TO-JOURNAL
               ADD 1 TO WS-ENTRIES-POSTED
               DISPLAY "ENTRY " JRN-ENTRY-NO " WRITTEN FOR GLPOST AS "
                   "JOURNAL " JRN-PROGRAM
               MOVE "JE ENTRY" TO SO-ACTION
           END-IF.
           MOVE SPACES TO SO-KEY.
           MOVE JRN-PROGRAM TO SO-KEY(1:8).
           MOVE SPACES TO SO-BEFORE.
           MOVE SPACES TO SO-AFTER.
           MOVE WS-JE-DEBITS TO WS-TOTAL-DISP.
           STRING JRN-RUN-DATE " " JRN-COMPANY " " WS-TOTAL-DISP " "
               WS-JE-DESCRIPTION
               DELIMITED BY SIZE INTO SO-AFTER.
           PERFORM 0840-JOURNAL-THE-CHANGE.

       2310-BUILD-ENTRY-IMAGE.
           MOVE 1 TO WS-IMG-COUNT.
           MOVE WS-GL-JRN-HDR TO WS-IMG-ROW(1).
           PERFORM VARYING WS-JE-SUB FROM 1 BY 1
               UNTIL WS-JE-SUB > WS-JE-COUNT
               MOVE WS-JE-ACCT(WS-JE-SUB)   TO GLJ-ACCT-NO
               MOVE WS-JE-DESC(WS-JE-SUB)   TO GLJ-ACCOUNT
               MOVE WS-JE-DEPT(WS-JE-SUB)   TO GLJ-DEPT
               MOVE WS-JE-DC(WS-JE-SUB)     TO GLJ-DC
               MOVE WS-JE-AMOUNT(WS-JE-SUB) TO GLJ-AMOUNT
               ADD 1 TO WS-IMG-COUNT
               MOVE WS-GL-JOURNAL-LINE TO WS-IMG-ROW(WS-IMG-COUNT)
           END-PERFORM.
           MOVE WS-JE-DEBITS  TO GLT-DEBITS.
           MOVE WS-JE-CREDITS TO GLT-CREDITS.
           ADD 1 TO WS-IMG-COUNT.
           MOVE WS-GL-TOTAL-LINE TO WS-IMG-ROW(WS-IMG-COUNT).

      * APPENDED TO THE ENTRY JOURNAL FILE, WHICH GLPOST EMPTIES
      * ONCE EVERY JOURNAL ON IT HAS POSTED.
       2400-WRITE-TO-JOURNAL.
           OPEN EXTEND GL-JOURNAL-OUT.
           IF WS-GL-JOURNAL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL-OUT
           END-IF.
           PERFORM VARYING WS-IMG-SUB FROM 1 BY 1
               UNTIL WS-IMG-SUB > WS-IMG-COUNT
               MOVE WS-IMG-ROW(WS-IMG-SUB) TO GL-JOURNAL-REC
               WRITE GL-JOURNAL-REC
           END-PERFORM.
           CLOSE GL-JOURNAL-OUT.

       2450-WRITE-TO-PENDING.
           OPEN EXTEND PENDING-FILE.
           IF WS-PENDING-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF.
           PERFORM VARYING WS-IMG-SUB FROM 1 BY 1
               UNTIL WS-IMG-SUB > WS-IMG-COUNT
               MOVE JRN-ENTRY-NO TO PND-ENTRY-NO
               MOVE SO-USER-ID TO PND-ENTERED-BY
               MOVE WS-IMG-ROW(WS-IMG-SUB) TO PND-LINE
               WRITE PENDING-REC
               IF WS-PND-COUNT < 2000
                   ADD 1 TO WS-PND-COUNT
                   MOVE PENDING-REC TO WS-PND-ROW(WS-PND-COUNT)
               END-IF
           END-PERFORM.
           CLOSE PENDING-FILE.

       2500-REWRITE-CONTROL.
           OPEN OUTPUT ENTRY-CONTROL.
           MOVE WS-NEXT-ENTRY     TO CTL-NEXT-ENTRY.
           MOVE WS-APPROVAL-LIMIT TO CTL-APPROVAL-LIMIT.
           WRITE ENTRY-CONTROL-REC.
           CLOSE ENTRY-CONTROL.

      *****************************************************************
      * SECOND APPROVAL OF ENTRIES OVER THE LIMIT.
      *****************************************************************
       3000-LIST-PENDING.
           IF WS-PND-COUNT = 0
               DISPLAY "NO ENTRIES WAITING FOR APPROVAL"
           END-IF.
           PERFORM VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT
               MOVE WS-PND-ROW(WS-PND-SUB) TO PENDING-REC
               IF PND-LINE(1:4) = "JRN "
                   DISPLAY "ENTRY " PND-ENTRY-NO " DATED "
                       PND-LINE(14:8) " COMPANY " PND-LINE(31:2)
                       " KEYED BY " PND-ENTERED-BY
               END-IF
               IF PND-LINE(1:8) = "BALANCE "
                   DISPLAY "    " PND-LINE
               END-IF
           END-PERFORM.

      * THE APPROVER IS A LEVEL-2 OPERATOR OTHER THAN THE ONE WHO
      * KEYED THE ENTRY.  APPROVED, IT GOES TO THE JOURNAL FILE AS
      * KEYED; REJECTED, IT IS DROPPED AND ITS NUMBER STAYS UNUSED.
       3100-APPROVE-ENTRY.
           IF SO-AUTH-LEVEL < 2
               DISPLAY "APPROVING ENTRIES NEEDS LEVEL 2 -- REFUSED"
           ELSE
               DISPLAY "ENTRY NUMBER (6 DIGITS): " WITH NO ADVANCING
               ACCEPT WS-IN-ENTRY-NO
               MOVE 0 TO WS-IMG-COUNT
               MOVE SPACES TO WS-PND-KEYED-BY
               PERFORM VARYING WS-PND-SUB FROM 1 BY 1
                   UNTIL WS-PND-SUB > WS-PND-COUNT
                   MOVE WS-PND-ROW(WS-PND-SUB) TO PENDING-REC
                   IF PND-ENTRY-NO = WS-IN-ENTRY-NO
                       AND WS-IMG-COUNT < 32
                       ADD 1 TO WS-IMG-COUNT
                       MOVE PND-LINE TO WS-IMG-ROW(WS-IMG-COUNT)
                       MOVE PND-ENTERED-BY TO WS-PND-KEYED-BY
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-IMG-COUNT = 0
                       DISPLAY "ENTRY " WS-IN-ENTRY-NO
                           " IS NOT WAITING FOR APPROVAL"
                   WHEN WS-PND-KEYED-BY = SO-USER-ID
                       DISPLAY "AN ENTRY CANNOT BE APPROVED BY THE "
                           "OPERATOR WHO KEYED IT"
                   WHEN OTHER
                       PERFORM 3150-DECIDE-ENTRY
               END-EVALUATE
           END-IF.

       3150-DECIDE-ENTRY.
           PERFORM VARYING WS-IMG-SUB FROM 1 BY 1
               UNTIL WS-IMG-SUB > WS-IMG-COUNT
               DISPLAY WS-IMG-ROW(WS-IMG-SUB)
           END-PERFORM.
           DISPLAY "A=APPROVE R=REJECT (BLANK LEAVES IT WAITING): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-CHOICE.
           IF WS-IN-CHOICE = "A" OR WS-IN-CHOICE = "a"
               PERFORM 2400-WRITE-TO-JOURNAL
               PERFORM 3200-DROP-PENDING-ENTRY
               ADD 1 TO WS-ENTRIES-APPROVED
               DISPLAY "ENTRY " WS-IN-ENTRY-NO
                   " APPROVED AND WRITTEN FOR GLPOST"
               MOVE "JE APPROVE" TO SO-ACTION
               PERFORM 3300-LOG-DECISION
           END-IF.
           IF WS-IN-CHOICE = "R" OR WS-IN-CHOICE = "r"
               PERFORM 3200-DROP-PENDING-ENTRY
               ADD 1 TO WS-ENTRIES-REJECTED
               DISPLAY "ENTRY " WS-IN-ENTRY-NO " REJECTED"
               MOVE "JE REJECT" TO SO-ACTION
               PERFORM 3300-LOG-DECISION
           END-IF.

       3200-DROP-PENDING-ENTRY.
           MOVE 0 TO WS-PND-KEEP.
           PERFORM VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT
               MOVE WS-PND-ROW(WS-PND-SUB) TO PENDING-REC
               IF PND-ENTRY-NO NOT = WS-IN-ENTRY-NO
                   ADD 1 TO WS-PND-KEEP
                   MOVE WS-PND-ROW(WS-PND-SUB)
                       TO WS-PND-ROW(WS-PND-KEEP)
               END-IF
           END-PERFORM.
           MOVE WS-PND-KEEP TO WS-PND-COUNT.
           PERFORM 6000-REWRITE-PENDING.

       3300-LOG-DECISION.
           MOVE SPACES TO SO-KEY.
           MOVE "JE" TO SO-KEY(1:2).
           MOVE WS-IN-ENTRY-NO TO SO-KEY(3:6).
           MOVE SPACES TO SO-BEFORE.
           MOVE SPACES TO SO-AFTER.
           STRING "KEYED BY " WS-PND-KEYED-BY
               DELIMITED BY SIZE INTO SO-BEFORE.
           MOVE WS-IMG-ROW(WS-IMG-COUNT) TO SO-AFTER.
           PERFORM 0840-JOURNAL-THE-CHANGE.

      *****************************************************************
      * RECURRING TEMPLATES.  GLJEGEN WRITES THE MONTHLY JOURNALS.
      *****************************************************************
       4000-DEFINE-RECURRING.
           DISPLAY "TEMPLATE ID (4 CHARS): " WITH NO ADVANCING.
           ACCEPT WS-IN-ID.
           PERFORM 4050-FIND-TEMPLATE.
           EVALUATE TRUE
               WHEN WS-IN-ID = SPACES
                   DISPLAY "TEMPLATE ID IS REQUIRED"
               WHEN TEMPLATE-FOUND
                   DISPLAY "TEMPLATE " WS-IN-ID " IS ALREADY ON FILE "
                       "-- DELETE IT FIRST TO REPLACE IT"
               WHEN OTHER
                   MOVE "Y" TO WS-ENTRY-OK-SW
                   PERFORM 2050-ACCEPT-COMPANY
                   IF ENTRY-OK
                       DISPLAY "DESCRIPTION (30 CHARS): "
                           WITH NO ADVANCING
                       ACCEPT WS-JE-DESCRIPTION
                       MOVE 0 TO WS-JE-COUNT
                       PERFORM 2100-ACCEPT-LINES
                   END-IF
                   IF ENTRY-OK
                       PERFORM 4010-ADD-TEMPLATE
                   END-IF
           END-EVALUATE.

      * THE TEMPLATE STARTS WITH NO MONTH GENERATED, SO GLJEGEN
      * PICKS IT UP ON ITS NEXT RUN.
       4010-ADD-TEMPLATE.
           IF WS-RT-COUNT + WS-JE-COUNT + 1 > 600
               DISPLAY "RECURRING FILE FULL -- TEMPLATE NOT TAKEN"
           ELSE
               MOVE SPACES TO RECURRING-REC
               MOVE WS-IN-ID          TO RT-ID
               MOVE "H"               TO RT-TYPE
               MOVE WS-JE-DESCRIPTION TO RT-DESCRIPTION
               MOVE "000000"          TO RT-LAST-PERIOD
               MOVE SO-USER-ID        TO RT-ENTERED-BY
               MOVE WS-JE-DEBITS      TO RT-TOTAL
               MOVE WS-JE-COMPANY     TO RT-COMPANY
               IF WS-JE-DEBITS > WS-APPROVAL-LIMIT
                   MOVE "P" TO RT-STATUS
                   DISPLAY "TEMPLATE " WS-IN-ID " IS OVER THE "
                       "APPROVAL LIMIT -- WAITING FOR A SECOND "
                       "APPROVER"
               ELSE
                   MOVE "A" TO RT-STATUS
                   DISPLAY "TEMPLATE " WS-IN-ID " IS ACTIVE"
               END-IF
               ADD 1 TO WS-RT-COUNT
               MOVE RECURRING-REC TO WS-RT-ROW(WS-RT-COUNT)
               MOVE "RECUR ADD" TO SO-ACTION
               PERFORM 4900-LOG-TEMPLATE
               PERFORM VARYING WS-JE-SUB FROM 1 BY 1
                   UNTIL WS-JE-SUB > WS-JE-COUNT
                   MOVE SPACES TO RECURRING-REC
                   MOVE WS-IN-ID TO RT-ID
                   MOVE "L"      TO RT-TYPE
                   MOVE WS-JE-ACCT(WS-JE-SUB)   TO RT-ACCT
                   MOVE WS-JE-DEPT(WS-JE-SUB)   TO RT-DEPT
                   MOVE WS-JE-DC(WS-JE-SUB)     TO RT-DC
                   MOVE WS-JE-AMOUNT(WS-JE-SUB) TO RT-AMOUNT
                   ADD 1 TO WS-RT-COUNT
                   MOVE RECURRING-REC TO WS-RT-ROW(WS-RT-COUNT)
               END-PERFORM
               MOVE "Y" TO WS-RT-CHANGED-SW
           END-IF.

      * LEAVES WS-RT-SUB ON THE TEMPLATE'S H ROW WHEN FOUND.
       4050-FIND-TEMPLATE.
           MOVE "N" TO WS-RT-FOUND-SW.
           MOVE 1 TO WS-RT-SUB.
           PERFORM UNTIL WS-RT-SUB > WS-RT-COUNT OR TEMPLATE-FOUND
               MOVE WS-RT-ROW(WS-RT-SUB) TO RECURRING-REC
               IF RT-ID = WS-IN-ID AND RT-HEADER
                   MOVE "Y" TO WS-RT-FOUND-SW
               ELSE
                   ADD 1 TO WS-RT-SUB
               END-IF
           END-PERFORM.

       4100-LIST-RECURRING.
           IF WS-RT-COUNT = 0
               DISPLAY "NO RECURRING TEMPLATES ON FILE"
           END-IF.
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-COUNT
               MOVE WS-RT-ROW(WS-RT-SUB) TO RECURRING-REC
               IF RT-HEADER
                   MOVE RT-TOTAL TO WS-AMOUNT-DISP
                   DISPLAY RT-ID " " RT-STATUS " LAST RUN "
                       RT-LAST-PERIOD " CO " RT-COMPANY " "
                       WS-AMOUNT-DISP " " RT-DESCRIPTION
               ELSE
                   MOVE RT-AMOUNT TO WS-AMOUNT-DISP
                   DISPLAY "     " RT-ACCT " " RT-DEPT " " RT-DC " "
                       WS-AMOUNT-DISP
               END-IF
           END-PERFORM.

       4200-APPROVE-RECURRING.
           IF SO-AUTH-LEVEL < 2
               DISPLAY "APPROVING TEMPLATES NEEDS LEVEL 2 -- REFUSED"
           ELSE
               DISPLAY "TEMPLATE ID (4 CHARS): " WITH NO ADVANCING
               ACCEPT WS-IN-ID
               PERFORM 4050-FIND-TEMPLATE
               EVALUATE TRUE
                   WHEN NOT TEMPLATE-FOUND
                       DISPLAY "TEMPLATE " WS-IN-ID " NOT ON FILE"
                   WHEN RT-STATUS NOT = "P"
                       DISPLAY "TEMPLATE " WS-IN-ID
                           " IS NOT WAITING FOR APPROVAL"
                   WHEN RT-ENTERED-BY = SO-USER-ID
                       DISPLAY "A TEMPLATE CANNOT BE APPROVED BY THE "
                           "OPERATOR WHO DEFINED IT"
                   WHEN OTHER
                       MOVE "A" TO RT-STATUS
                       MOVE RECURRING-REC TO WS-RT-ROW(WS-RT-SUB)
                       MOVE "Y" TO WS-RT-CHANGED-SW
                       DISPLAY "TEMPLATE " WS-IN-ID " APPROVED"
                       MOVE "RECUR APPR" TO SO-ACTION
                       PERFORM 4900-LOG-TEMPLATE
               END-EVALUATE
           END-IF.

       4300-DELETE-RECURRING.
           IF SO-AUTH-LEVEL < 2
               DISPLAY "DELETING TEMPLATES NEEDS LEVEL 2 -- REFUSED"
           ELSE
               DISPLAY "TEMPLATE ID (4 CHARS): " WITH NO ADVANCING
               ACCEPT WS-IN-ID
               PERFORM 4050-FIND-TEMPLATE
               IF NOT TEMPLATE-FOUND
                   DISPLAY "TEMPLATE " WS-IN-ID " NOT ON FILE"
               ELSE
                   MOVE "RECUR DEL" TO SO-ACTION
                   PERFORM 4900-LOG-TEMPLATE
                   MOVE 0 TO WS-RT-KEEP
                   PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                       UNTIL WS-RT-SUB > WS-RT-COUNT
                       MOVE WS-RT-ROW(WS-RT-SUB) TO RECURRING-REC
                       IF RT-ID NOT = WS-IN-ID
                           ADD 1 TO WS-RT-KEEP
                           MOVE WS-RT-ROW(WS-RT-SUB)
                               TO WS-RT-ROW(WS-RT-KEEP)
                       END-IF
                   END-PERFORM
                   MOVE WS-RT-KEEP TO WS-RT-COUNT
                   MOVE "Y" TO WS-RT-CHANGED-SW
                   DISPLAY "TEMPLATE " WS-IN-ID " DELETED"
               END-IF
           END-IF.

      * RECURRING-REC HOLDS THE TEMPLATE'S H ROW.
       4900-LOG-TEMPLATE.
           MOVE SPACES TO SO-KEY.
           MOVE "RC" TO SO-KEY(1:2).
           MOVE WS-IN-ID TO SO-KEY(3:4).
           MOVE SPACES TO SO-BEFORE.
           MOVE RECURRING-REC TO SO-AFTER.
           PERFORM 0840-JOURNAL-THE-CHANGE.

       6000-REWRITE-PENDING.
           OPEN OUTPUT PENDING-FILE.
           PERFORM VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT
               MOVE WS-PND-ROW(WS-PND-SUB) TO PENDING-REC
               WRITE PENDING-REC
           END-PERFORM.
           CLOSE PENDING-FILE.

       6100-REWRITE-RECURRING.
           OPEN OUTPUT RECURRING-FILE.
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-COUNT
               MOVE WS-RT-ROW(WS-RT-SUB) TO RECURRING-REC
               WRITE RECURRING-REC
           END-PERFORM.
           CLOSE RECURRING-FILE.
