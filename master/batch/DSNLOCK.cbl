       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DSNLOCK.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Shared CALLable dataset enqueue, in the PREFLITE / RUNSTAT
      *mold.  The batch drivers and SCHEDRUN lock every dataset a
      *chain uses before its first step runs and release them when
      *the chain ends; the interactive maintenance programs lock the
      *dataset they rewrite before their update functions unlock.
      *Either side that finds the other holding the dataset is
      *refused and told who holds it and since when, so a payroll
      *run can no longer lose a new hire to a master rewritten under
      *it.  Locks live on the lock file (DSNLOCK) and are keyed by
      *the environment variable that resolves the dataset (PAYEMP,
      *SHAPEIN, ZIPZONE ...), the one name every program shares.
      *A chain's datasets come from its rows on the PREFLITE
      *manifest: column 120 of a row is its lock mode -- S shared
      *(the chain only reads it; blank is taken as S), X exclusive
      *(the chain rewrites it), N no lock.  Shared locks coexist;
      *any other pair on one dataset conflicts.  A holder is a
      *program (or chain) name plus, for an interactive session,
      *the operator's user id; a holder never conflicts with itself.
      *
      *PARAMETER BLOCK:
      *  DL-FUNCTION  X(01)  "C" LOCK A CHAIN'S DATASETS (DL-HOLDER
      *                      IS THE CHAIN NAME ON THE MANIFEST) --
      *                      ALL OR NOTHING
      *                      "L" LOCK DL-LOGICAL IN DL-MODE
      *                      "R" RELEASE EVERY LOCK DL-HOLDER AND
      *                      DL-USER HOLD
      *                      "F" FORCE-CLEAR EVERY LOCK DL-HOLDER
      *                      HOLDS UNDER ANY USER (SUPERVISOR, FOR A
      *                      STALE LOCK LEFT BY AN ABENDED RUN)
      *  DL-HOLDER    X(08)  PROGRAM OR CHAIN TAKING THE LOCK
      *  DL-USER      X(08)  OPERATOR USER ID, SPACES FOR BATCH
      *  DL-LOGICAL   X(12)  "L": DATASET TO LOCK.  RETURNED BY "C"
      *                      AND "L" AS THE DATASET IN CONFLICT
      *  DL-MODE      X(01)  "L": S SHARED / X EXCLUSIVE
      *  DL-RESULT    X(01)  "0" DONE / "4" HELD BY ANOTHER HOLDER /
      *                      "8" LOCK FILE OR MANIFEST ERROR
      *  DL-HELD-BY   X(08)  ON "4": THE HOLDER IN THE WAY, WITH
      *  DL-HELD-USER X(08)  ITS USER, MODE, AND THE DATE AND TIME
      *  DL-HELD-MODE X(01)  IT TOOK THE LOCK
      *  DL-HELD-DATE X(08)
      *  DL-HELD-TIME X(06)
      *  DL-COUNT     9(03)  LOCKS TAKEN OR RELEASED BY THIS CALL

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO WS-LOCK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

      *  THE LOCK FILE RESOLVES FROM ENVIRONMENT VARIABLE DSNLOCK
      *  AND THE MANIFEST FROM PREMANIF (AS IN PREFLITE), FALLING
      *  BACK TO THE DEVELOPMENT DEFAULTS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-FILE
           RECORDING MODE IS F
           DATA RECORD IS LOCK-REC.
       01 LOCK-REC.
          05 LK-LOGICAL               PIC X(12).
          05 LK-MODE                  PIC X(01).
          05 LK-HOLDER                PIC X(08).
          05 LK-USER                  PIC X(08).
          05 LK-DATE                  PIC X(08).
          05 LK-TIME                  PIC X(06).

       FD  MANIFEST-FILE
           RECORDING MODE IS F
           DATA RECORD IS MANIFEST-REC.
       01 MANIFEST-REC.
          05 MAN-CHAIN                PIC X(08).
          05 MAN-LOGICAL              PIC X(12).
          05 MAN-ENV-VAR              PIC X(12).
          05 MAN-MUST-EXIST           PIC X(01).
          05 MAN-NONEMPTY             PIC X(01).
          05 MAN-REC-LEN              PIC 9(03).
          05 MAN-TRL-CHECK            PIC X(01).
          05 MAN-DEFAULT-DSN          PIC X(80).
          05 MAN-LOCK-MODE            PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-LOCK-DSN                PIC X(80).
       01  WS-MANIFEST-DSN            PIC X(80).
       01  WS-LOCK-STATUS             PIC X(02) VALUE "00".
       01  WS-MANIFEST-STATUS         PIC X(02) VALUE "00".

       01  WS-LOCK-COUNT              PIC 9(03) VALUE 0.
       01  WS-LOCK-SUB                PIC 9(03).
       01  WS-LOCK-TABLE.
           05 WS-LOCK-ENTRY OCCURS 200 TIMES.
              10 WS-LK-LOGICAL        PIC X(12).
              10 WS-LK-MODE           PIC X(01).
              10 WS-LK-HOLDER         PIC X(08).
              10 WS-LK-USER           PIC X(08).
              10 WS-LK-DATE           PIC X(08).
              10 WS-LK-TIME           PIC X(06).
      *    ROWS BEING RELEASED ARE BLANKED AND DROPPED ON REWRITE.
       01  WS-TABLE-FULL-SW           PIC X(01).
           88 LOCK-TABLE-FULL               VALUE "Y".

      * A CHAIN'S REQUESTS FROM THE MANIFEST, CHECKED AS A SET
      * BEFORE ANY OF THEM IS WRITTEN.
       01  WS-REQ-COUNT               PIC 9(03) VALUE 0.
       01  WS-REQ-SUB                 PIC 9(03).
       01  WS-REQUEST-TABLE.
           05 WS-REQ-ENTRY OCCURS 50 TIMES.
              10 WS-REQ-LOGICAL       PIC X(12).
              10 WS-REQ-MODE          PIC X(01).

       01  WS-ASK-LOGICAL             PIC X(12).
       01  WS-ASK-MODE                PIC X(01).
       01  WS-OWN-SUB                 PIC 9(03).
       01  WS-NOW-DATE                PIC X(08).
       01  WS-NOW-TIME                PIC X(06).

       LINKAGE SECTION.
       01  DL-PARMS.
           05 DL-FUNCTION             PIC X(01).
              88 DL-FUNC-CHAIN             VALUE "C".
              88 DL-FUNC-LOCK              VALUE "L".
              88 DL-FUNC-RELEASE           VALUE "R".
              88 DL-FUNC-FORCE             VALUE "F".
           05 DL-HOLDER               PIC X(08).
           05 DL-USER                 PIC X(08).
           05 DL-LOGICAL              PIC X(12).
           05 DL-MODE                 PIC X(01).
           05 DL-RESULT               PIC X(01).
              88 DL-DONE                   VALUE "0".
              88 DL-HELD                   VALUE "4".
              88 DL-LOCK-ERROR             VALUE "8".
           05 DL-HELD-BY              PIC X(08).
           05 DL-HELD-USER            PIC X(08).
           05 DL-HELD-MODE            PIC X(01).
           05 DL-HELD-DATE            PIC X(08).
           05 DL-HELD-TIME            PIC X(06).
           05 DL-COUNT                PIC 9(03).

       PROCEDURE DIVISION USING DL-PARMS.

       0000-MAINLINE.
           MOVE "0" TO DL-RESULT.
           MOVE 0 TO DL-COUNT.
           MOVE SPACES TO DL-HELD-BY DL-HELD-USER DL-HELD-MODE
                          DL-HELD-DATE DL-HELD-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-NOW-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOW-TIME.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 1000-LOAD-LOCKS.
      * A FORCE-CLEAR STILL RUNS ON A FULL FILE -- IT IS HOW THE
      * FILE IS EMPTIED OF STALE LOCKS.
           IF LOCK-TABLE-FULL AND NOT DL-FUNC-FORCE
               DISPLAY "DSNLOCK: LOCK FILE HOLDS MORE THAN 200 ROWS "
                   "-- CLEAR STALE LOCKS FIRST"
               MOVE "8" TO DL-RESULT
               GOBACK
           END-IF.
           EVALUATE TRUE
               WHEN DL-FUNC-CHAIN
                   PERFORM 2000-LOCK-CHAIN
               WHEN DL-FUNC-LOCK
                   MOVE 1 TO WS-REQ-COUNT
                   MOVE DL-LOGICAL TO WS-REQ-LOGICAL(1)
                   MOVE DL-MODE TO WS-REQ-MODE(1)
                   IF WS-REQ-MODE(1) NOT = "X"
                       MOVE "S" TO WS-REQ-MODE(1)
                   END-IF
                   PERFORM 3000-GRANT-REQUESTS
               WHEN DL-FUNC-RELEASE
                   PERFORM 4000-RELEASE-LOCKS
               WHEN DL-FUNC-FORCE
                   PERFORM 4000-RELEASE-LOCKS
               WHEN OTHER
                   MOVE "8" TO DL-RESULT
           END-EVALUATE.
           GOBACK.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-LOCK-DSN FROM ENVIRONMENT "DSNLOCK".
           IF WS-LOCK-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\DSNLOCK.dat"
               TO WS-LOCK-DSN
           END-IF.
           ACCEPT WS-MANIFEST-DSN FROM ENVIRONMENT "PREMANIF".
           IF WS-MANIFEST-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\PREMANIF.dat"
               TO WS-MANIFEST-DSN
           END-IF.

      * NO LOCK FILE YET MEANS NOTHING IS LOCKED.
       1000-LOAD-LOCKS.
           MOVE 0 TO WS-LOCK-COUNT.
           MOVE "N" TO WS-TABLE-FULL-SW.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
               READ LOCK-FILE
               PERFORM UNTIL WS-LOCK-STATUS > "00"
                   IF LK-LOGICAL NOT = SPACES
                       IF WS-LOCK-COUNT < 200
                           ADD 1 TO WS-LOCK-COUNT
                           MOVE LOCK-REC
                               TO WS-LOCK-ENTRY(WS-LOCK-COUNT)
                       ELSE
                           MOVE "Y" TO WS-TABLE-FULL-SW
                       END-IF
                   END-IF
                   READ LOCK-FILE
               END-PERFORM
               CLOSE LOCK-FILE
           END-IF.

      * EVERY MANIFEST ROW OF THE CHAIN NOT MARKED N IS A REQUEST.
       2000-LOCK-CHAIN.
           MOVE 0 TO WS-REQ-COUNT.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "DSNLOCK: MANIFEST NOT AVAILABLE - STATUS "
                   WS-MANIFEST-STATUS " -- NOTHING LOCKED"
           ELSE
               READ MANIFEST-FILE
               PERFORM UNTIL WS-MANIFEST-STATUS > "00"
                   IF MAN-CHAIN = DL-HOLDER
                       AND MAN-LOCK-MODE NOT = "N"
                       AND MAN-ENV-VAR NOT = SPACES
                       AND WS-REQ-COUNT < 50
                       ADD 1 TO WS-REQ-COUNT
                       MOVE MAN-ENV-VAR
                           TO WS-REQ-LOGICAL(WS-REQ-COUNT)
                       IF MAN-LOCK-MODE = "X"
                           MOVE "X" TO WS-REQ-MODE(WS-REQ-COUNT)
                       ELSE
                           MOVE "S" TO WS-REQ-MODE(WS-REQ-COUNT)
                       END-IF
                   END-IF
                   READ MANIFEST-FILE
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF.
           IF WS-REQ-COUNT > 0
               PERFORM 3000-GRANT-REQUESTS
           END-IF.

      * FIRST PROVE NO REQUEST CONFLICTS; ONLY THEN TAKE THEM ALL,
      * SO A REFUSED CHAIN NEVER LEAVES HALF ITS LOCKS BEHIND.
       3000-GRANT-REQUESTS.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT OR DL-HELD
               MOVE WS-REQ-LOGICAL(WS-REQ-SUB) TO WS-ASK-LOGICAL
               MOVE WS-REQ-MODE(WS-REQ-SUB) TO WS-ASK-MODE
               PERFORM 3100-CHECK-CONFLICT
           END-PERFORM.
           IF NOT DL-HELD
               PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT OR DL-LOCK-ERROR
                   MOVE WS-REQ-LOGICAL(WS-REQ-SUB) TO WS-ASK-LOGICAL
                   MOVE WS-REQ-MODE(WS-REQ-SUB) TO WS-ASK-MODE
                   PERFORM 3200-TAKE-LOCK
               END-PERFORM
               IF NOT DL-LOCK-ERROR
                   PERFORM 5000-REWRITE-LOCKS
               END-IF
           END-IF.

       3100-CHECK-CONFLICT.
           PERFORM VARYING WS-LOCK-SUB FROM 1 BY 1
               UNTIL WS-LOCK-SUB > WS-LOCK-COUNT OR DL-HELD
               IF WS-LK-LOGICAL(WS-LOCK-SUB) = WS-ASK-LOGICAL
                   AND (WS-LK-HOLDER(WS-LOCK-SUB) NOT = DL-HOLDER
                     OR WS-LK-USER(WS-LOCK-SUB) NOT = DL-USER)
                   AND (WS-LK-MODE(WS-LOCK-SUB) = "X"
                     OR WS-ASK-MODE = "X")
                   MOVE "4" TO DL-RESULT
                   MOVE WS-ASK-LOGICAL TO DL-LOGICAL
                   MOVE WS-LK-HOLDER(WS-LOCK-SUB) TO DL-HELD-BY
                   MOVE WS-LK-USER(WS-LOCK-SUB)   TO DL-HELD-USER
                   MOVE WS-LK-MODE(WS-LOCK-SUB)   TO DL-HELD-MODE
                   MOVE WS-LK-DATE(WS-LOCK-SUB)   TO DL-HELD-DATE
                   MOVE WS-LK-TIME(WS-LOCK-SUB)   TO DL-HELD-TIME
               END-IF
           END-PERFORM.

      * A LOCK THE HOLDER ALREADY HAS IS KEPT (RAISED TO EXCLUSIVE
      * WHEN THAT IS WHAT IS ASKED NOW) RATHER THAN TAKEN TWICE.
       3200-TAKE-LOCK.
           MOVE 0 TO WS-OWN-SUB.
           PERFORM VARYING WS-LOCK-SUB FROM 1 BY 1
               UNTIL WS-LOCK-SUB > WS-LOCK-COUNT
               IF WS-LK-LOGICAL(WS-LOCK-SUB) = WS-ASK-LOGICAL
                   AND WS-LK-HOLDER(WS-LOCK-SUB) = DL-HOLDER
                   AND WS-LK-USER(WS-LOCK-SUB) = DL-USER
                   MOVE WS-LOCK-SUB TO WS-OWN-SUB
               END-IF
           END-PERFORM.
           IF WS-OWN-SUB > 0
               IF WS-ASK-MODE = "X"
                   MOVE "X" TO WS-LK-MODE(WS-OWN-SUB)
               END-IF
           ELSE
               IF WS-LOCK-COUNT < 200
                   ADD 1 TO WS-LOCK-COUNT
                   ADD 1 TO DL-COUNT
                   MOVE WS-ASK-LOGICAL TO WS-LK-LOGICAL(WS-LOCK-COUNT)
                   MOVE WS-ASK-MODE    TO WS-LK-MODE(WS-LOCK-COUNT)
                   MOVE DL-HOLDER      TO WS-LK-HOLDER(WS-LOCK-COUNT)
                   MOVE DL-USER        TO WS-LK-USER(WS-LOCK-COUNT)
                   MOVE WS-NOW-DATE    TO WS-LK-DATE(WS-LOCK-COUNT)
                   MOVE WS-NOW-TIME    TO WS-LK-TIME(WS-LOCK-COUNT)
               ELSE
                   DISPLAY "DSNLOCK: LOCK FILE FULL -- "
                       WS-ASK-LOGICAL " NOT LOCKED"
                   MOVE "8" TO DL-RESULT
               END-IF
           END-IF.

       4000-RELEASE-LOCKS.
           PERFORM VARYING WS-LOCK-SUB FROM 1 BY 1
               UNTIL WS-LOCK-SUB > WS-LOCK-COUNT
               IF WS-LK-HOLDER(WS-LOCK-SUB) = DL-HOLDER
                   AND (WS-LK-USER(WS-LOCK-SUB) = DL-USER
                        OR DL-FUNC-FORCE)
                   MOVE SPACES TO WS-LOCK-ENTRY(WS-LOCK-SUB)
                   ADD 1 TO DL-COUNT
               END-IF
           END-PERFORM.
           IF DL-COUNT > 0
               PERFORM 5000-REWRITE-LOCKS
           END-IF.

       5000-REWRITE-LOCKS.
           OPEN OUTPUT LOCK-FILE.
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "DSNLOCK: LOCK FILE WOULD NOT OPEN - STATUS "
                   WS-LOCK-STATUS
               MOVE "8" TO DL-RESULT
           ELSE
               PERFORM VARYING WS-LOCK-SUB FROM 1 BY 1
                   UNTIL WS-LOCK-SUB > WS-LOCK-COUNT
                   IF WS-LK-LOGICAL(WS-LOCK-SUB) NOT = SPACES
                       MOVE WS-LOCK-ENTRY(WS-LOCK-SUB) TO LOCK-REC
                       WRITE LOCK-REC
                   END-IF
               END-PERFORM
               CLOSE LOCK-FILE
           END-IF.
