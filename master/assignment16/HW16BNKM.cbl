       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW16BNKM.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
       INSTALLATION.  INFSYS-3807 COBOL.
      *Direct-deposit bank account maintenance for the PAYBANK file
      *HW16DD reads.  Nothing unlocks without a SIGNON sign-on.  A
      *new or changed routing/account number is never applied when
      *it is keyed: it is held on the pending-change file until a
      *second operator, signed on at level 2 and not the one who
      *keyed it, approves it.  Approval writes the new details with
      *prenote status ("P") and today's effective date, so HW16DD's
      *prenote cycle runs and the employee stays on a paper check
      *until the zero-dollar prenote has aged.  Every entry,
      *approval, rejection, and removal is journaled through SIGNON;
      *HW16BKCR lists them weekly.
      *A signed-on session locks the bank file (DSNLOCK, exclusive)
      *for as long as it runs.  While the payroll chain or another
      *session holds it, changes can still be entered and rejected
      *on the pending file, but nothing is approved or removed, and
      *the session is told who holds the bank file and since when.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO WS-BANK-ACCT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANK-ACCT-STATUS.

           SELECT BANK-PENDING-FILE ASSIGN TO WS-BANK-PEND-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANK-PEND-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMP-MASTER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT BATCH-ERROR-LOG ASSIGN TO WS-ERROR-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM ENVIRONMENT VARIABLES PAYBANK, PAYBKPND (HELD
      *  BANK CHANGES AWAITING APPROVAL), PAYEMP, AND BATCHERRLOG,
      *  FALLING BACK TO THE DEVELOPMENT DEFAULTS SHOWN THERE.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-ACCOUNT-FILE
           RECORDING MODE IS F
           DATA RECORD IS BANK-ACCOUNT-REC.
       01 BANK-ACCOUNT-REC.
          05 BA-EMP-NUMBER            PIC X(05).
          05 BA-ROUTING               PIC X(09).
          05 BA-ACCOUNT               PIC X(17).
          05 BA-ACCT-TYPE             PIC X(01).
          05 BA-STATUS                PIC X(01).
          05 BA-EFF-DATE              PIC X(08).

       FD  BANK-PENDING-FILE
           RECORDING MODE IS F
           DATA RECORD IS BANK-PENDING-REC.
       01 BANK-PENDING-REC.
          05 BP-EMP-NUMBER            PIC X(05).
          05 BP-ROUTING               PIC X(09).
          05 BP-ACCOUNT               PIC X(17).
          05 BP-ACCT-TYPE             PIC X(01).
      *   "A" = FIRST ACCOUNT FOR THE EMPLOYEE, "C" = CHANGE TO THE
      *   ACCOUNT ALREADY ON PAYBANK.
          05 BP-CHANGE-TYPE           PIC X(01).
          05 BP-ENTERED-BY            PIC X(08).
          05 BP-ENTERED-DATE          PIC X(08).
          05 BP-ENTERED-TIME          PIC X(06).

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 FILLER                   PIC X(15).
          05 FILLER                   PIC X(06).
          05 EMP-TERM-DATE-IN         PIC X(06).
          05 FILLER                   PIC X(103).

       FD  BATCH-ERROR-LOG
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BANK-ACCT-DSN           PIC X(80).
       01  WS-BANK-ACCT-STATUS        PIC X(02) VALUE "00".
       01  WS-BANK-PEND-DSN           PIC X(80).
       01  WS-BANK-PEND-STATUS        PIC X(02) VALUE "00".
       01  WS-EMP-MASTER-DSN          PIC X(80).
       01  WS-EMP-MASTER-STATUS       PIC X(02) VALUE "00".

       01  WS-ERROR-LOG-DSN           PIC X(80).
       01  WS-ERROR-LOG-STATUS        PIC X(02).
       01  WS-ERROR-LOG-LINE.
           05 ERRLOG-PROGRAM          PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ERRLOG-PARAGRAPH        PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ERRLOG-FILE             PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ERRLOG-STATUS           PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ERRLOG-DATE             PIC X(08).
       01  WS-ERR-PARAGRAPH-NAME      PIC X(20).
       01  WS-ERR-FILE-NAME           PIC X(20).
       01  WS-ERR-STATUS-CODE         PIC X(02).

      * THE BANK ACCOUNT FILE, SAME 200-ENTRY TABLE HW16DD LOADS.
       01  WS-BANK-ACCT-COUNT         PIC 9(03) VALUE 0.
       01  WS-BANK-ACCT-SUB           PIC 9(03).
       01  WS-BANK-OVERFLOW-SW        PIC X(01) VALUE "N".
           88 BANK-TABLE-OVERFLOW            VALUE "Y".
       01  WS-BANK-ACCT-TABLE.
           05 WS-BANK-ACCT-ENTRY OCCURS 200 TIMES.
              10 WS-BA-EMP-NUM        PIC X(05).
              10 WS-BA-ROUTING        PIC X(09).
              10 WS-BA-ACCOUNT        PIC X(17).
              10 WS-BA-ACCT-TYPE      PIC X(01).
              10 WS-BA-STATUS         PIC X(01).
              10 WS-BA-EFF-DATE       PIC X(08).
       01  WS-BANK-ACCT-FOUND-SW      PIC X(01) VALUE "N".
           88 BANK-ACCT-FOUND                VALUE "Y".
       01  WS-BANK-ACCT-FOUND-SUB     PIC 9(03) VALUE 0.

      * HELD CHANGES -- AT MOST ONE PER EMPLOYEE.
       01  WS-PEND-COUNT              PIC 9(03) VALUE 0.
       01  WS-PEND-SUB                PIC 9(03).
       01  WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 200 TIMES.
              10 WS-BP-EMP-NUM        PIC X(05).
              10 WS-BP-ROUTING        PIC X(09).
              10 WS-BP-ACCOUNT        PIC X(17).
              10 WS-BP-ACCT-TYPE      PIC X(01).
              10 WS-BP-CHANGE-TYPE    PIC X(01).
              10 WS-BP-ENTERED-BY     PIC X(08).
              10 WS-BP-ENTERED-DATE   PIC X(08).
              10 WS-BP-ENTERED-TIME   PIC X(06).
       01  WS-PEND-FOUND-SW           PIC X(01) VALUE "N".
           88 PEND-FOUND                     VALUE "Y".
       01  WS-PEND-FOUND-SUB          PIC 9(03) VALUE 0.

      * EMPLOYEE NUMBERS AND NAMES, FOR THE ENTRY EDIT AND THE LIST.
       01  WS-EMP-COUNT               PIC 9(03) VALUE 0.
       01  WS-EMP-SUB                 PIC 9(03).
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 500 TIMES.
              10 WS-EMP-NUM           PIC X(05).
              10 WS-EMP-NAME          PIC X(20).
              10 WS-EMP-TERM          PIC X(06).
       01  WS-EMP-FOUND-SW            PIC X(01) VALUE "N".
           88 EMP-FOUND                      VALUE "Y".
       01  WS-EMP-FOUND-SUB           PIC 9(03) VALUE 0.

       01  CharIn                     PIC X(02).
           88 ExitCharacter                  VALUE "x", "X".
           88 EnterChange                    VALUE "EN", "en".
           88 ApproveChange                  VALUE "AP", "ap".
           88 RejectChange                   VALUE "RJ", "rj".
           88 RemoveAccount                  VALUE "RM", "rm".
           88 ListAccounts                   VALUE "LI", "li".

       01  WS-THE-PROMPT              PIC X(60) VALUE
           "EN=ENTER AP=APPROVE RJ=REJECT RM=REMOVE LI=LIST X=EXIT - ".

       01  WS-MAINT-EMP-NUM           PIC X(05).
       01  WS-MAINT-ROUTING           PIC X(09).
       01  WS-MAINT-ROUTING-DIGITS REDEFINES WS-MAINT-ROUTING.
           05 WS-RTG-DIGIT            PIC 9(01) OCCURS 9 TIMES.
       01  WS-MAINT-ACCOUNT           PIC X(17).
       01  WS-MAINT-ACCT-TYPE         PIC X(01).
       01  WS-MAINT-CONFIRM           PIC X(01).

       01  WS-ROUTING-VALID-SW        PIC X(01) VALUE "N".
           88 MAINT-ROUTING-VALID            VALUE "Y".
       01  WS-RTG-CHECK-SUM           PIC 9(04).

       01  WS-FILES-CHANGED-SW        PIC X(01) VALUE "N".
           88 FILES-CHANGED                  VALUE "Y".
       01  WS-NOW-DATE                PIC X(08).
       01  WS-NOW-TIME                PIC X(06).

      * IMAGE WORK -- THE JOURNAL AND THE LIST SHOW ONLY THE LAST
      * FOUR CHARACTERS OF AN ACCOUNT NUMBER.
       01  WS-IMG-ROUTING             PIC X(09).
       01  WS-IMG-ACCOUNT             PIC X(17).
       01  WS-IMG-ACCT-TYPE           PIC X(01).
       01  WS-IMG-STATUS              PIC X(01).
       01  WS-IMAGE                   PIC X(60).
       01  WS-MASK-ACCOUNT            PIC X(17).
       01  WS-ACCT-LAST-FOUR          PIC X(04).
       01  WS-ACCT-TRAIL-SPACES       PIC 9(02).
       01  WS-ACCT-LENGTH             PIC 9(02).

       01  WS-LIST-LINE.
           05 LST-EMP                 PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LST-NAME                PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LST-ROUTING             PIC X(09).
           05 FILLER                  PIC X(06) VALUE " ACCT ".
           05 LST-ACCT-MASK           PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LST-ACCT-TYPE           PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LST-STATUS              PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LST-NOTE                PIC X(22).

      * OPERATOR SIGN-ON AND CHANGE JOURNAL THROUGH THE SHARED
      * SIGNON MODULE.  ENTRY NEEDS A SIGN-ON; APPROVAL NEEDS LEVEL
      * 2 AND A DIFFERENT USER FROM THE ONE WHO ENTERED THE CHANGE.
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

      * DATASET ENQUEUE (DSNLOCK) ON THE BANK FILE.  AN ABSENT MODULE
      * MEANS NO LOCKING IS IN FORCE YET, SO UPDATES PROCEED.
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
       01  WS-BANK-LOCK-SW            PIC X(01) VALUE "N".
           88 BANK-FILE-IN-USE              VALUE "Y".

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW16BNKM - DIRECT DEPOSIT BANK ACCOUNT MAINTENANCE".
           PERFORM 1000-INITIALIZE.
           IF BANK-TABLE-OVERFLOW
               DISPLAY "BANK ACCOUNT FILE HOLDS MORE THAN 200 RECORDS"
                   " -- A REWRITE WOULD DROP THE OVERFLOW."
               DISPLAY "NO CHANGES MADE."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0800-OPERATOR-SIGN-ON.
           IF SIGNED-ON
               PERFORM 0820-LOCK-THE-BANK-FILE
           END-IF.
           DISPLAY WS-THE-PROMPT WITH NO ADVANCING.
           ACCEPT CharIn.
           PERFORM UNTIL ExitCharacter
               EVALUATE TRUE
                   WHEN ListAccounts
                       PERFORM 5000-LIST-ACCOUNTS
                   WHEN NOT SIGNED-ON
                       AND (EnterChange OR ApproveChange
                            OR RejectChange OR RemoveAccount)
                       DISPLAY "NOT SIGNED ON -- UPDATE REFUSED"
                   WHEN BANK-FILE-IN-USE
                       AND (ApproveChange OR RemoveAccount)
                       PERFORM 0830-SHOW-LOCK-HOLDER
                   WHEN EnterChange
                       PERFORM 2000-ENTER-CHANGE
                   WHEN ApproveChange
                       PERFORM 3000-APPROVE-CHANGE
                   WHEN RejectChange
                       PERFORM 3500-REJECT-CHANGE
                   WHEN RemoveAccount
                       PERFORM 4000-REMOVE-ACCOUNT
                   WHEN OTHER
                       DISPLAY "UNKNOWN FUNCTION CODE: " CharIn
               END-EVALUATE
               DISPLAY WS-THE-PROMPT WITH NO ADVANCING
               ACCEPT CharIn
           END-PERFORM.
           IF SIGNED-ON AND NOT BANK-FILE-IN-USE
               MOVE "R" TO DL-FUNCTION
               CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.
           DISPLAY "HW16BNKM CONCLUDES".
           GOBACK.

      * AN ABSENT SIGNON MODULE READS AS A REFUSED SIGN-ON, SO THE
      * SESSION CAN STILL LIST BUT NOT UPDATE.
       0800-OPERATOR-SIGN-ON.
           MOVE "S" TO SO-FUNCTION.
           MOVE "HW16BNKM" TO SO-PROGRAM.
           MOVE "1" TO SO-RESULT.
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION
                   DISPLAY "SIGN-ON MODULE NOT AVAILABLE -- "
                       "UPDATES LOCKED"
           END-CALL.

       0820-LOCK-THE-BANK-FILE.
           MOVE "L" TO DL-FUNCTION.
           MOVE "HW16BNKM" TO DL-HOLDER.
           MOVE SO-USER-ID TO DL-USER.
           MOVE "PAYBANK" TO DL-LOGICAL.
           MOVE "X" TO DL-MODE.
           MOVE "0" TO DL-RESULT.
           CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF DL-HELD
               MOVE "Y" TO WS-BANK-LOCK-SW
               PERFORM 0830-SHOW-LOCK-HOLDER
           END-IF.

       0830-SHOW-LOCK-HOLDER.
           DISPLAY "BANK ACCOUNT FILE IN USE BY " DL-HELD-BY " "
               DL-HELD-USER " SINCE " DL-HELD-DATE " " DL-HELD-TIME.
           DISPLAY "NO APPROVAL OR REMOVAL -- UPDATE REFUSED".

       0840-JOURNAL-THE-CHANGE.
           MOVE "J" TO SO-FUNCTION.
           MOVE "HW16BNKM" TO SO-PROGRAM.
           MOVE SPACES TO SO-KEY.
           MOVE WS-MAINT-EMP-NUM TO SO-KEY(1:5).
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.

      * ROUTING, LAST FOUR OF THE ACCOUNT, TYPE, AND STATUS FROM
      * THE WS-IMG- FIELDS -- NEVER THE WHOLE ACCOUNT NUMBER.  A
      * STATUS OF "H" MARKS DETAILS HELD FOR APPROVAL.
       0860-BUILD-BANK-IMAGE.
           MOVE SPACES TO WS-IMAGE.
           IF WS-IMG-ROUTING NOT = SPACES
               MOVE WS-IMG-ACCOUNT TO WS-MASK-ACCOUNT
               PERFORM 0870-MASK-ACCOUNT
               STRING "RTG " WS-IMG-ROUTING
                   " ACCT ****" WS-ACCT-LAST-FOUR
                   " TYPE " WS-IMG-ACCT-TYPE
                   " STATUS " WS-IMG-STATUS
                   DELIMITED BY SIZE INTO WS-IMAGE
           END-IF.

       0870-MASK-ACCOUNT.
           MOVE 0 TO WS-ACCT-TRAIL-SPACES.
           INSPECT FUNCTION REVERSE (WS-MASK-ACCOUNT)
               TALLYING WS-ACCT-TRAIL-SPACES FOR LEADING SPACES.
           COMPUTE WS-ACCT-LENGTH = 17 - WS-ACCT-TRAIL-SPACES.
           MOVE SPACES TO WS-ACCT-LAST-FOUR.
           IF WS-ACCT-LENGTH >= 4
               MOVE WS-MASK-ACCOUNT(WS-ACCT-LENGTH - 3:4)
                   TO WS-ACCT-LAST-FOUR
           ELSE
               IF WS-ACCT-LENGTH > 0
                   MOVE WS-MASK-ACCOUNT(1:WS-ACCT-LENGTH)
                       TO WS-ACCT-LAST-FOUR
               END-IF
           END-IF.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
           MOVE "HW16BNKM"            TO ERRLOG-PROGRAM.
           MOVE WS-ERR-PARAGRAPH-NAME TO ERRLOG-PARAGRAPH.
           MOVE WS-ERR-FILE-NAME      TO ERRLOG-FILE.
           MOVE WS-ERR-STATUS-CODE    TO ERRLOG-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ERRLOG-DATE.
           WRITE BATCH-ERROR-LOG-REC FROM WS-ERROR-LOG-LINE.
           CLOSE BATCH-ERROR-LOG.
           MOVE 16 TO RETURN-CODE.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-BANK-ACCT-DSN FROM ENVIRONMENT "PAYBANK".
           IF WS-BANK-ACCT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BANK.dat"
               TO WS-BANK-ACCT-DSN
           END-IF.
           ACCEPT WS-BANK-PEND-DSN FROM ENVIRONMENT "PAYBKPND".
           IF WS-BANK-PEND-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BKPD.dat"
               TO WS-BANK-PEND-DSN
           END-IF.
           ACCEPT WS-EMP-MASTER-DSN FROM ENVIRONMENT "PAYEMP".
           IF WS-EMP-MASTER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16EMP.dat"
               TO WS-EMP-MASTER-DSN
           END-IF.
           ACCEPT WS-ERROR-LOG-DSN FROM ENVIRONMENT "BATCHERRLOG".
           IF WS-ERROR-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\BATCHERR.log"
               TO WS-ERROR-LOG-DSN
           END-IF.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           OPEN INPUT BANK-ACCOUNT-FILE.
           IF WS-BANK-ACCT-STATUS = "35"
               DISPLAY "BANK ACCOUNT FILE NOT FOUND -- "
                       "STARTING WITH AN EMPTY FILE"
           ELSE
               IF WS-BANK-ACCT-STATUS NOT = "00"
                   MOVE "1000-INITIALIZE"   TO WS-ERR-PARAGRAPH-NAME
                   MOVE "BANK-ACCOUNT-FILE" TO WS-ERR-FILE-NAME
                   MOVE WS-BANK-ACCT-STATUS TO WS-ERR-STATUS-CODE
                   PERFORM 0850-LOG-FILE-ERROR
               ELSE
                   PERFORM 1100-LOAD-BANK-ACCOUNTS
                   CLOSE BANK-ACCOUNT-FILE
               END-IF
           END-IF.
           OPEN INPUT BANK-PENDING-FILE.
           IF WS-BANK-PEND-STATUS = "00"
               PERFORM 1200-LOAD-PENDING-CHANGES
               CLOSE BANK-PENDING-FILE
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS = "00"
               PERFORM 1300-LOAD-EMPLOYEES
               CLOSE EMPLOYEE-MASTER
           ELSE
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
                   WS-EMP-MASTER-STATUS
           END-IF.
           DISPLAY "BANK ACCOUNTS ON FILE : " WS-BANK-ACCT-COUNT.
           DISPLAY "CHANGES AWAITING APPROVAL: " WS-PEND-COUNT.

       1100-LOAD-BANK-ACCOUNTS.
           READ BANK-ACCOUNT-FILE.
           PERFORM UNTIL WS-BANK-ACCT-STATUS > "00"
                      OR WS-BANK-ACCT-COUNT >= 200
               ADD 1 TO WS-BANK-ACCT-COUNT
               MOVE WS-BANK-ACCT-COUNT TO WS-BANK-ACCT-SUB
               MOVE BA-EMP-NUMBER TO WS-BA-EMP-NUM(WS-BANK-ACCT-SUB)
               MOVE BA-ROUTING    TO WS-BA-ROUTING(WS-BANK-ACCT-SUB)
               MOVE BA-ACCOUNT    TO WS-BA-ACCOUNT(WS-BANK-ACCT-SUB)
               MOVE BA-ACCT-TYPE  TO WS-BA-ACCT-TYPE(WS-BANK-ACCT-SUB)
               MOVE BA-STATUS     TO WS-BA-STATUS(WS-BANK-ACCT-SUB)
               MOVE BA-EFF-DATE   TO WS-BA-EFF-DATE(WS-BANK-ACCT-SUB)
               READ BANK-ACCOUNT-FILE
           END-PERFORM.
           IF WS-BANK-ACCT-COUNT >= 200
               AND WS-BANK-ACCT-STATUS = "00"
               MOVE "Y" TO WS-BANK-OVERFLOW-SW
           END-IF.

       1200-LOAD-PENDING-CHANGES.
           READ BANK-PENDING-FILE.
           PERFORM UNTIL WS-BANK-PEND-STATUS > "00"
                      OR WS-PEND-COUNT >= 200
               ADD 1 TO WS-PEND-COUNT
               MOVE WS-PEND-COUNT TO WS-PEND-SUB
               MOVE BP-EMP-NUMBER   TO WS-BP-EMP-NUM(WS-PEND-SUB)
               MOVE BP-ROUTING      TO WS-BP-ROUTING(WS-PEND-SUB)
               MOVE BP-ACCOUNT      TO WS-BP-ACCOUNT(WS-PEND-SUB)
               MOVE BP-ACCT-TYPE    TO WS-BP-ACCT-TYPE(WS-PEND-SUB)
               MOVE BP-CHANGE-TYPE  TO WS-BP-CHANGE-TYPE(WS-PEND-SUB)
               MOVE BP-ENTERED-BY   TO WS-BP-ENTERED-BY(WS-PEND-SUB)
               MOVE BP-ENTERED-DATE TO WS-BP-ENTERED-DATE(WS-PEND-SUB)
               MOVE BP-ENTERED-TIME TO WS-BP-ENTERED-TIME(WS-PEND-SUB)
               READ BANK-PENDING-FILE
           END-PERFORM.

       1300-LOAD-EMPLOYEES.
           READ EMPLOYEE-MASTER.
           PERFORM UNTIL WS-EMP-MASTER-STATUS > "00"
                      OR WS-EMP-COUNT >= 500
               ADD 1 TO WS-EMP-COUNT
               MOVE EMP-NUM-IN       TO WS-EMP-NUM(WS-EMP-COUNT)
               MOVE EMP-NAME-IN      TO WS-EMP-NAME(WS-EMP-COUNT)
               MOVE EMP-TERM-DATE-IN TO WS-EMP-TERM(WS-EMP-COUNT)
               READ EMPLOYEE-MASTER
           END-PERFORM.

       1400-FIND-BANK-ACCOUNT.
           MOVE "N" TO WS-BANK-ACCT-FOUND-SW.
           MOVE 0 TO WS-BANK-ACCT-FOUND-SUB.
           PERFORM VARYING WS-BANK-ACCT-SUB FROM 1 BY 1
               UNTIL WS-BANK-ACCT-SUB > WS-BANK-ACCT-COUNT
               IF WS-BA-EMP-NUM(WS-BANK-ACCT-SUB) = WS-MAINT-EMP-NUM
                   MOVE "Y" TO WS-BANK-ACCT-FOUND-SW
                   MOVE WS-BANK-ACCT-SUB TO WS-BANK-ACCT-FOUND-SUB
                   MOVE WS-BANK-ACCT-COUNT TO WS-BANK-ACCT-SUB
               END-IF
           END-PERFORM.

       1500-FIND-PENDING.
           MOVE "N" TO WS-PEND-FOUND-SW.
           MOVE 0 TO WS-PEND-FOUND-SUB.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-COUNT
               IF WS-BP-EMP-NUM(WS-PEND-SUB) = WS-MAINT-EMP-NUM
                   MOVE "Y" TO WS-PEND-FOUND-SW
                   MOVE WS-PEND-SUB TO WS-PEND-FOUND-SUB
                   MOVE WS-PEND-COUNT TO WS-PEND-SUB
               END-IF
           END-PERFORM.

       1600-FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SW.
           MOVE 0 TO WS-EMP-FOUND-SUB.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-NUM(WS-EMP-SUB) = WS-MAINT-EMP-NUM
                   MOVE "Y" TO WS-EMP-FOUND-SW
                   MOVE WS-EMP-SUB TO WS-EMP-FOUND-SUB
                   MOVE WS-EMP-COUNT TO WS-EMP-SUB
               END-IF
           END-PERFORM.

      * NINE DIGITS PASSING THE ABA CHECK DIGIT -- WEIGHTS 3, 7, 1
      * ACROSS THE NUMBER, SUM A MULTIPLE OF TEN.
       1700-EDIT-ROUTING.
           MOVE "N" TO WS-ROUTING-VALID-SW.
           IF WS-MAINT-ROUTING IS NUMERIC
               COMPUTE WS-RTG-CHECK-SUM =
                   3 * (WS-RTG-DIGIT(1) + WS-RTG-DIGIT(4)
                        + WS-RTG-DIGIT(7))
                 + 7 * (WS-RTG-DIGIT(2) + WS-RTG-DIGIT(5)
                        + WS-RTG-DIGIT(8))
                 +     (WS-RTG-DIGIT(3) + WS-RTG-DIGIT(6)
                        + WS-RTG-DIGIT(9))
               IF FUNCTION MOD (WS-RTG-CHECK-SUM, 10) = 0
                   AND WS-MAINT-ROUTING NOT = "000000000"
                   MOVE "Y" TO WS-ROUTING-VALID-SW
               END-IF
           END-IF.
           IF NOT MAINT-ROUTING-VALID
               DISPLAY "INVALID ROUTING NUMBER -- 9 DIGITS WITH A "
                   "VALID CHECK DIGIT"
           END-IF.

      ****************************************************************
      * ENTER -- THE NEW DETAILS ARE HELD, NOT APPLIED.
      ****************************************************************
       2000-ENTER-CHANGE.
           DISPLAY "EMPLOYEE NUMBER (5 DIGITS): " WITH NO ADVANCING.
           ACCEPT WS-MAINT-EMP-NUM.
           PERFORM 1600-FIND-EMPLOYEE.
           PERFORM 1500-FIND-PENDING.
           IF NOT EMP-FOUND
               DISPLAY "EMPLOYEE " WS-MAINT-EMP-NUM
                   " IS NOT ON THE EMPLOYEE MASTER -- ENTRY REJECTED"
           ELSE
           IF WS-EMP-TERM(WS-EMP-FOUND-SUB) NOT = SPACES
               DISPLAY "EMPLOYEE " WS-MAINT-EMP-NUM
                   " IS TERMINATED -- ENTRY REJECTED"
           ELSE
           IF PEND-FOUND
               DISPLAY "A CHANGE FOR EMPLOYEE " WS-MAINT-EMP-NUM
                   " IS ALREADY AWAITING APPROVAL -- APPROVE OR "
                   "REJECT IT FIRST"
           ELSE
           IF WS-PEND-COUNT >= 200
               DISPLAY "PENDING-CHANGE TABLE FULL -- ENTRY REJECTED"
           ELSE
               PERFORM 1400-FIND-BANK-ACCOUNT
               IF NOT BANK-ACCT-FOUND AND WS-BANK-ACCT-COUNT >= 200
                   DISPLAY "BANK ACCOUNT TABLE FULL -- ENTRY REJECTED"
               ELSE
                   PERFORM 2100-ACCEPT-NEW-DETAILS
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       2100-ACCEPT-NEW-DETAILS.
           DISPLAY "EMPLOYEE: " WS-EMP-NAME(WS-EMP-FOUND-SUB).
           MOVE "N" TO WS-ROUTING-VALID-SW.
           PERFORM UNTIL MAINT-ROUTING-VALID
               DISPLAY "ROUTING NUMBER (9 DIGITS): " WITH NO ADVANCING
               ACCEPT WS-MAINT-ROUTING
               PERFORM 1700-EDIT-ROUTING
           END-PERFORM.
           MOVE SPACES TO WS-MAINT-ACCOUNT.
           PERFORM UNTIL WS-MAINT-ACCOUNT NOT = SPACES
               DISPLAY "ACCOUNT NUMBER (UP TO 17): " WITH NO ADVANCING
               ACCEPT WS-MAINT-ACCOUNT
           END-PERFORM.
           MOVE SPACES TO WS-MAINT-ACCT-TYPE.
           PERFORM UNTIL WS-MAINT-ACCT-TYPE = "C" OR "S"
               DISPLAY "ACCOUNT TYPE (C=CHECKING, S=SAVINGS): "
                   WITH NO ADVANCING
               ACCEPT WS-MAINT-ACCT-TYPE
               INSPECT WS-MAINT-ACCT-TYPE CONVERTING "cs" TO "CS"
           END-PERFORM.
           IF BANK-ACCT-FOUND
               AND WS-BA-ROUTING(WS-BANK-ACCT-FOUND-SUB)
                   = WS-MAINT-ROUTING
               AND WS-BA-ACCOUNT(WS-BANK-ACCT-FOUND-SUB)
                   = WS-MAINT-ACCOUNT
               AND WS-BA-ACCT-TYPE(WS-BANK-ACCT-FOUND-SUB)
                   = WS-MAINT-ACCT-TYPE
               DISPLAY "SAME AS THE DETAILS ON FILE -- NOTHING HELD"
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-NOW-DATE
               MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOW-TIME
               ADD 1 TO WS-PEND-COUNT
               MOVE WS-PEND-COUNT TO WS-PEND-SUB
               MOVE WS-MAINT-EMP-NUM   TO WS-BP-EMP-NUM(WS-PEND-SUB)
               MOVE WS-MAINT-ROUTING   TO WS-BP-ROUTING(WS-PEND-SUB)
               MOVE WS-MAINT-ACCOUNT   TO WS-BP-ACCOUNT(WS-PEND-SUB)
               MOVE WS-MAINT-ACCT-TYPE TO WS-BP-ACCT-TYPE(WS-PEND-SUB)
               IF BANK-ACCT-FOUND
                   MOVE "C" TO WS-BP-CHANGE-TYPE(WS-PEND-SUB)
               ELSE
                   MOVE "A" TO WS-BP-CHANGE-TYPE(WS-PEND-SUB)
               END-IF
               MOVE SO-USER-ID  TO WS-BP-ENTERED-BY(WS-PEND-SUB)
               MOVE WS-NOW-DATE TO WS-BP-ENTERED-DATE(WS-PEND-SUB)
               MOVE WS-NOW-TIME TO WS-BP-ENTERED-TIME(WS-PEND-SUB)
               PERFORM 6200-REWRITE-PENDING-FILE
               PERFORM 2900-LOAD-CURRENT-IMAGE
               MOVE WS-IMAGE TO SO-BEFORE
               MOVE WS-MAINT-ROUTING   TO WS-IMG-ROUTING
               MOVE WS-MAINT-ACCOUNT   TO WS-IMG-ACCOUNT
               MOVE WS-MAINT-ACCT-TYPE TO WS-IMG-ACCT-TYPE
               MOVE "H"                TO WS-IMG-STATUS
               PERFORM 0860-BUILD-BANK-IMAGE
               MOVE WS-IMAGE TO SO-AFTER
               MOVE "BANK ENTER" TO SO-ACTION
               PERFORM 0840-JOURNAL-THE-CHANGE
               DISPLAY "CHANGE HELD FOR APPROVAL BY A SECOND "
                   "LEVEL-2 OPERATOR"
           END-IF.

      * THE DETAILS NOW ON PAYBANK FOR WS-MAINT-EMP-NUM, AS A
      * JOURNAL IMAGE (SPACES WHEN THE EMPLOYEE HAS NO ACCOUNT).
       2900-LOAD-CURRENT-IMAGE.
           PERFORM 1400-FIND-BANK-ACCOUNT.
           IF BANK-ACCT-FOUND
               MOVE WS-BA-ROUTING(WS-BANK-ACCT-FOUND-SUB)
                   TO WS-IMG-ROUTING
               MOVE WS-BA-ACCOUNT(WS-BANK-ACCT-FOUND-SUB)
                   TO WS-IMG-ACCOUNT
               MOVE WS-BA-ACCT-TYPE(WS-BANK-ACCT-FOUND-SUB)
                   TO WS-IMG-ACCT-TYPE
               MOVE WS-BA-STATUS(WS-BANK-ACCT-FOUND-SUB)
                   TO WS-IMG-STATUS
           ELSE
               MOVE SPACES TO WS-IMG-ROUTING WS-IMG-ACCOUNT
                   WS-IMG-ACCT-TYPE WS-IMG-STATUS
           END-IF.
           PERFORM 0860-BUILD-BANK-IMAGE.

      ****************************************************************
      * APPROVE -- LEVEL 2, AND NOT THE OPERATOR WHO ENTERED IT.
      ****************************************************************
       3000-APPROVE-CHANGE.
           IF SO-AUTH-LEVEL < 2
               DISPLAY "APPROVAL NEEDS AUTHORIZATION LEVEL 2"
           ELSE
               DISPLAY "EMPLOYEE NUMBER (5 DIGITS): "
                   WITH NO ADVANCING
               ACCEPT WS-MAINT-EMP-NUM
               PERFORM 1500-FIND-PENDING
               IF NOT PEND-FOUND
                   DISPLAY "NO CHANGE AWAITING APPROVAL FOR EMPLOYEE "
                       WS-MAINT-EMP-NUM
               ELSE
                   IF WS-BP-ENTERED-BY(WS-PEND-FOUND-SUB) = SO-USER-ID
                       DISPLAY "THE OPERATOR WHO ENTERED A CHANGE MAY "
                           "NOT APPROVE IT -- APPROVAL REFUSED"
                   ELSE
                       PERFORM 3100-SHOW-PENDING
                       DISPLAY "APPROVE THIS CHANGE (Y/N): "
                           WITH NO ADVANCING
                       ACCEPT WS-MAINT-CONFIRM
                       IF WS-MAINT-CONFIRM = "Y" OR "y"
                           PERFORM 3200-APPLY-PENDING
                       ELSE
                           DISPLAY "NOT APPROVED -- CHANGE STILL HELD"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3100-SHOW-PENDING.
           PERFORM 2900-LOAD-CURRENT-IMAGE.
           DISPLAY "ON FILE : " WS-IMAGE.
           MOVE WS-BP-ROUTING(WS-PEND-FOUND-SUB)   TO WS-IMG-ROUTING.
           MOVE WS-BP-ACCOUNT(WS-PEND-FOUND-SUB)   TO WS-IMG-ACCOUNT.
           MOVE WS-BP-ACCT-TYPE(WS-PEND-FOUND-SUB) TO WS-IMG-ACCT-TYPE.
           MOVE "H" TO WS-IMG-STATUS.
           PERFORM 0860-BUILD-BANK-IMAGE.
           DISPLAY "HELD    : " WS-IMAGE.
           DISPLAY "ENTERED BY " WS-BP-ENTERED-BY(WS-PEND-FOUND-SUB)
               " ON " WS-BP-ENTERED-DATE(WS-PEND-FOUND-SUB)
               " AT " WS-BP-ENTERED-TIME(WS-PEND-FOUND-SUB).

      * THE APPROVED DETAILS GO ON AS A NEW PRENOTE, EFFECTIVE TODAY,
      * SO HW16DD PRENOTES THEM BEFORE ANY MONEY MOVES.
       3200-APPLY-PENDING.
           PERFORM 2900-LOAD-CURRENT-IMAGE.
           MOVE WS-IMAGE TO SO-BEFORE.
           IF NOT BANK-ACCT-FOUND
               ADD 1 TO WS-BANK-ACCT-COUNT
               MOVE WS-BANK-ACCT-COUNT TO WS-BANK-ACCT-FOUND-SUB
               MOVE WS-MAINT-EMP-NUM
                   TO WS-BA-EMP-NUM(WS-BANK-ACCT-FOUND-SUB)
           END-IF.
           MOVE WS-BP-ROUTING(WS-PEND-FOUND-SUB)
               TO WS-BA-ROUTING(WS-BANK-ACCT-FOUND-SUB).
           MOVE WS-BP-ACCOUNT(WS-PEND-FOUND-SUB)
               TO WS-BA-ACCOUNT(WS-BANK-ACCT-FOUND-SUB).
           MOVE WS-BP-ACCT-TYPE(WS-PEND-FOUND-SUB)
               TO WS-BA-ACCT-TYPE(WS-BANK-ACCT-FOUND-SUB).
           MOVE "P" TO WS-BA-STATUS(WS-BANK-ACCT-FOUND-SUB).
           MOVE FUNCTION CURRENT-DATE (1:8)
               TO WS-BA-EFF-DATE(WS-BANK-ACCT-FOUND-SUB).
           PERFORM 3900-DROP-PENDING.
           PERFORM 6100-REWRITE-BANK-FILE.
           PERFORM 6200-REWRITE-PENDING-FILE.
           PERFORM 2900-LOAD-CURRENT-IMAGE.
           MOVE WS-IMAGE TO SO-AFTER.
           MOVE "BANK APPRV" TO SO-ACTION.
           PERFORM 0840-JOURNAL-THE-CHANGE.
           DISPLAY "CHANGE APPROVED -- ACCOUNT SET TO PRENOTE; "
               "EMPLOYEE IS PAID BY CHECK UNTIL IT CLEARS".

      * THE ENTERING OPERATOR MAY WITHDRAW THEIR OWN CHANGE; ANYONE
      * ELSE NEEDS LEVEL 2 TO REJECT IT.
       3500-REJECT-CHANGE.
           DISPLAY "EMPLOYEE NUMBER (5 DIGITS): " WITH NO ADVANCING.
           ACCEPT WS-MAINT-EMP-NUM.
           PERFORM 1500-FIND-PENDING.
           IF NOT PEND-FOUND
               DISPLAY "NO CHANGE AWAITING APPROVAL FOR EMPLOYEE "
                   WS-MAINT-EMP-NUM
           ELSE
               IF SO-AUTH-LEVEL < 2
                   AND WS-BP-ENTERED-BY(WS-PEND-FOUND-SUB)
                       NOT = SO-USER-ID
                   DISPLAY "REJECTING ANOTHER OPERATOR'S CHANGE NEEDS "
                       "AUTHORIZATION LEVEL 2"
               ELSE
                   PERFORM 3100-SHOW-PENDING
                   MOVE WS-IMAGE TO SO-BEFORE
                   DISPLAY "REJECT THIS CHANGE (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-MAINT-CONFIRM
                   IF WS-MAINT-CONFIRM = "Y" OR "y"
                       PERFORM 3900-DROP-PENDING
                       PERFORM 6200-REWRITE-PENDING-FILE
                       MOVE SPACES TO SO-AFTER
                       MOVE "BANK REJCT" TO SO-ACTION
                       PERFORM 0840-JOURNAL-THE-CHANGE
                       DISPLAY "CHANGE REJECTED -- DETAILS ON FILE "
                           "UNCHANGED"
                   END-IF
               END-IF
           END-IF.

       3900-DROP-PENDING.
           PERFORM VARYING WS-PEND-SUB FROM WS-PEND-FOUND-SUB BY 1
               UNTIL WS-PEND-SUB >= WS-PEND-COUNT
               MOVE WS-PEND-ENTRY(WS-PEND-SUB + 1)
                   TO WS-PEND-ENTRY(WS-PEND-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-PEND-COUNT.

      ****************************************************************
      * REMOVE -- TAKES THE EMPLOYEE OFF DIRECT DEPOSIT (PAPER CHECK
      * FROM THE NEXT RUN).  NO MONEY CAN BE REDIRECTED THIS WAY, SO
      * IT APPLIES AT ONCE, BUT STILL NEEDS LEVEL 2.
      ****************************************************************
       4000-REMOVE-ACCOUNT.
           IF SO-AUTH-LEVEL < 2
               DISPLAY "REMOVING AN ACCOUNT NEEDS AUTHORIZATION LEVEL 2"
           ELSE
               DISPLAY "EMPLOYEE NUMBER (5 DIGITS): "
                   WITH NO ADVANCING
               ACCEPT WS-MAINT-EMP-NUM
               PERFORM 1500-FIND-PENDING
               PERFORM 2900-LOAD-CURRENT-IMAGE
               IF NOT BANK-ACCT-FOUND
                   DISPLAY "NO BANK ACCOUNT ON FILE FOR EMPLOYEE "
                       WS-MAINT-EMP-NUM
               ELSE
                   IF PEND-FOUND
                       DISPLAY "A CHANGE IS AWAITING APPROVAL -- "
                           "REJECT IT BEFORE REMOVING THE ACCOUNT"
                   ELSE
                       DISPLAY "ON FILE : " WS-IMAGE
                       DISPLAY "REMOVE THIS ACCOUNT (Y/N): "
                           WITH NO ADVANCING
                       ACCEPT WS-MAINT-CONFIRM
                       IF WS-MAINT-CONFIRM = "Y" OR "y"
                           MOVE WS-IMAGE TO SO-BEFORE
                           PERFORM 4100-DROP-BANK-ACCOUNT
                           PERFORM 6100-REWRITE-BANK-FILE
                           MOVE SPACES TO SO-AFTER
                           MOVE "BANK REMOV" TO SO-ACTION
                           PERFORM 0840-JOURNAL-THE-CHANGE
                           DISPLAY "ACCOUNT REMOVED -- EMPLOYEE IS "
                               "PAID BY CHECK"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4100-DROP-BANK-ACCOUNT.
           PERFORM VARYING WS-BANK-ACCT-SUB
               FROM WS-BANK-ACCT-FOUND-SUB BY 1
               UNTIL WS-BANK-ACCT-SUB >= WS-BANK-ACCT-COUNT
               MOVE WS-BANK-ACCT-ENTRY(WS-BANK-ACCT-SUB + 1)
                   TO WS-BANK-ACCT-ENTRY(WS-BANK-ACCT-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-BANK-ACCT-COUNT.

      ****************************************************************
      * LIST -- ACCOUNTS ON FILE, THEN THE CHANGES STILL HELD.
      ****************************************************************
       5000-LIST-ACCOUNTS.
           DISPLAY "EMP   NAME                 ROUTING   ACCT      "
               "T STATUS".
           PERFORM VARYING WS-BANK-ACCT-SUB FROM 1 BY 1
               UNTIL WS-BANK-ACCT-SUB > WS-BANK-ACCT-COUNT
               MOVE WS-BA-EMP-NUM(WS-BANK-ACCT-SUB) TO WS-MAINT-EMP-NUM
               PERFORM 1600-FIND-EMPLOYEE
               MOVE WS-MAINT-EMP-NUM TO LST-EMP
               MOVE SPACES TO LST-NAME LST-NOTE
               IF EMP-FOUND
                   MOVE WS-EMP-NAME(WS-EMP-FOUND-SUB) TO LST-NAME
               END-IF
               MOVE WS-BA-ROUTING(WS-BANK-ACCT-SUB) TO LST-ROUTING
               MOVE WS-BA-ACCOUNT(WS-BANK-ACCT-SUB) TO WS-MASK-ACCOUNT
               PERFORM 0870-MASK-ACCOUNT
               MOVE WS-ACCT-LAST-FOUR TO LST-ACCT-MASK
               MOVE WS-BA-ACCT-TYPE(WS-BANK-ACCT-SUB) TO LST-ACCT-TYPE
               IF WS-BA-STATUS(WS-BANK-ACCT-SUB) = "P"
                   MOVE "PRENOTE"  TO LST-STATUS
               ELSE
                   MOVE "ACTIVE"   TO LST-STATUS
               END-IF
               PERFORM 1500-FIND-PENDING
               IF PEND-FOUND
                   MOVE "CHANGE AWAITING APPRV" TO LST-NOTE
               END-IF
               DISPLAY WS-LIST-LINE
           END-PERFORM.
           DISPLAY "CHANGES AWAITING APPROVAL: " WS-PEND-COUNT.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-COUNT
               DISPLAY "  " WS-BP-EMP-NUM(WS-PEND-SUB)
                   " ENTERED BY " WS-BP-ENTERED-BY(WS-PEND-SUB)
                   " ON " WS-BP-ENTERED-DATE(WS-PEND-SUB)
           END-PERFORM.

      ****************************************************************
      * FILE REWRITES FROM THE TABLES.
      ****************************************************************
       6100-REWRITE-BANK-FILE.
           OPEN OUTPUT BANK-ACCOUNT-FILE.
           IF WS-BANK-ACCT-STATUS NOT = "00"
               MOVE "6100-REWRITE-BANK"  TO WS-ERR-PARAGRAPH-NAME
               MOVE "BANK-ACCOUNT-FILE"  TO WS-ERR-FILE-NAME
               MOVE WS-BANK-ACCT-STATUS  TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               PERFORM VARYING WS-BANK-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-BANK-ACCT-SUB > WS-BANK-ACCT-COUNT
                   MOVE WS-BA-EMP-NUM(WS-BANK-ACCT-SUB)
                       TO BA-EMP-NUMBER
                   MOVE WS-BA-ROUTING(WS-BANK-ACCT-SUB)
                       TO BA-ROUTING
                   MOVE WS-BA-ACCOUNT(WS-BANK-ACCT-SUB)
                       TO BA-ACCOUNT
                   MOVE WS-BA-ACCT-TYPE(WS-BANK-ACCT-SUB)
                       TO BA-ACCT-TYPE
                   MOVE WS-BA-STATUS(WS-BANK-ACCT-SUB)
                       TO BA-STATUS
                   MOVE WS-BA-EFF-DATE(WS-BANK-ACCT-SUB)
                       TO BA-EFF-DATE
                   WRITE BANK-ACCOUNT-REC
               END-PERFORM
               CLOSE BANK-ACCOUNT-FILE
           END-IF.

       6200-REWRITE-PENDING-FILE.
           OPEN OUTPUT BANK-PENDING-FILE.
           IF WS-BANK-PEND-STATUS NOT = "00"
               MOVE "6200-REWRITE-PENDING" TO WS-ERR-PARAGRAPH-NAME
               MOVE "BANK-PENDING-FILE"    TO WS-ERR-FILE-NAME
               MOVE WS-BANK-PEND-STATUS    TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
                   MOVE WS-BP-EMP-NUM(WS-PEND-SUB)   TO BP-EMP-NUMBER
                   MOVE WS-BP-ROUTING(WS-PEND-SUB)   TO BP-ROUTING
                   MOVE WS-BP-ACCOUNT(WS-PEND-SUB)   TO BP-ACCOUNT
                   MOVE WS-BP-ACCT-TYPE(WS-PEND-SUB) TO BP-ACCT-TYPE
                   MOVE WS-BP-CHANGE-TYPE(WS-PEND-SUB)
                       TO BP-CHANGE-TYPE
                   MOVE WS-BP-ENTERED-BY(WS-PEND-SUB)
                       TO BP-ENTERED-BY
                   MOVE WS-BP-ENTERED-DATE(WS-PEND-SUB)
                       TO BP-ENTERED-DATE
                   MOVE WS-BP-ENTERED-TIME(WS-PEND-SUB)
                       TO BP-ENTERED-TIME
                   WRITE BANK-PENDING-REC
               END-PERFORM
               CLOSE BANK-PENDING-FILE
           END-IF.
