       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LOCKINQ.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Supervisor inquiry on the dataset lock file DSNLOCK keeps.
      *Lists every lock held -- dataset, mode, holder, user, and the
      *date and time it was taken -- so an operator refused by a
      *maintenance program or a chain can see who is in the way.
      *A lock left behind by a chain that abended or a session that
      *was cut off is cleared here by holder name, through DSNLOCK,
      *after a level 2 sign-on; every clear is journaled through
      *SIGNON like any other supervisor change.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO WS-LOCK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

      *  DATASET NAME RESOLVES FROM ENVIRONMENT VARIABLE DSNLOCK,
      *  FALLING BACK TO THE DEVELOPMENT DEFAULT SHOWN IN 0900.

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

       WORKING-STORAGE SECTION.
       01  WS-LOCK-DSN                PIC X(80).
       01  WS-LOCK-STATUS             PIC X(02) VALUE "00".
       01  WS-LOCKS-LISTED            PIC 9(03).

       01  CharIn                     PIC X(02).
           88 ExitCharacter                 VALUE "x", "X".
           88 ListLocks                     VALUE "LI", "li".
           88 ClearLocks                    VALUE "CL", "cl".

       01  WS-IN-HOLDER               PIC X(08).
       01  WS-IN-CONFIRM              PIC X(01).
           88 CLEAR-CONFIRMED               VALUE "Y" "y".

      * OPERATOR SIGN-ON AND CHANGE JOURNAL THROUGH THE SHARED
      * SIGNON MODULE.  LISTING IS OPEN TO ALL; CLEARING A LOCK
      * NEEDS LEVEL 2.
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

       01  WS-DSNLOCK-PARMS.
           05 DL-FUNCTION             PIC X(01).
           05 DL-HOLDER               PIC X(08).
           05 DL-USER                 PIC X(08).
           05 DL-LOGICAL              PIC X(12).
           05 DL-MODE                 PIC X(01).
           05 DL-RESULT               PIC X(01).
              88 DL-DONE                   VALUE "0".
           05 DL-HELD-BY              PIC X(08).
           05 DL-HELD-USER            PIC X(08).
           05 DL-HELD-MODE            PIC X(01).
           05 DL-HELD-DATE            PIC X(08).
           05 DL-HELD-TIME            PIC X(06).
           05 DL-COUNT                PIC 9(03).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "LOCKINQ - DATASET LOCK INQUIRY".
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 0800-OPERATOR-SIGN-ON.
           DISPLAY "LI=LIST CL=CLEAR X=EXIT - " WITH NO ADVANCING.
           ACCEPT CharIn.
           PERFORM UNTIL ExitCharacter
               EVALUATE TRUE
                   WHEN ListLocks
                       PERFORM 2000-LIST-LOCKS
                   WHEN ClearLocks AND NOT SIGNED-ON
                       DISPLAY "NOT SIGNED ON -- CLEAR REFUSED"
                   WHEN ClearLocks AND SO-AUTH-LEVEL < 2
                       DISPLAY "CLEARING LOCKS NEEDS LEVEL 2 -- "
                           "REFUSED"
                   WHEN ClearLocks
                       PERFORM 3000-CLEAR-LOCKS
                   WHEN OTHER
                       DISPLAY "UNKNOWN FUNCTION CODE: " CharIn
               END-EVALUATE
               DISPLAY "LI=LIST CL=CLEAR X=EXIT - " WITH NO ADVANCING
               ACCEPT CharIn
           END-PERFORM.
           DISPLAY "LOCKINQ CONCLUDES".
           GOBACK.

      * AN ABSENT SIGNON MODULE READS AS A REFUSED SIGN-ON, SO THE
      * SESSION CAN STILL LIST BUT NOT CLEAR.
       0800-OPERATOR-SIGN-ON.
           MOVE "S" TO SO-FUNCTION.
           MOVE "LOCKINQ" TO SO-PROGRAM.
           MOVE "1" TO SO-RESULT.
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION
                   DISPLAY "SIGN-ON MODULE NOT AVAILABLE -- "
                       "CLEAR LOCKED"
           END-CALL.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-LOCK-DSN FROM ENVIRONMENT "DSNLOCK".
           IF WS-LOCK-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\DSNLOCK.dat"
               TO WS-LOCK-DSN
           END-IF.

      * THE FILE IS READ FRESH ON EVERY LIST, SINCE THE CHAINS AND
      * THE OTHER SESSIONS CHANGE IT WHILE THIS ONE SITS OPEN.
       2000-LIST-LOCKS.
           MOVE 0 TO WS-LOCKS-LISTED.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
               DISPLAY "DATASET      M HOLDER   USER     DATE     "
                   "TIME"
               READ LOCK-FILE
               PERFORM UNTIL WS-LOCK-STATUS > "00"
                   IF LK-LOGICAL NOT = SPACES
                       ADD 1 TO WS-LOCKS-LISTED
                       DISPLAY LK-LOGICAL " " LK-MODE " " LK-HOLDER
                           " " LK-USER " " LK-DATE " " LK-TIME
                   END-IF
                   READ LOCK-FILE
               END-PERFORM
               CLOSE LOCK-FILE
           END-IF.
           DISPLAY "LOCKS HELD: " WS-LOCKS-LISTED.

      * EVERY LOCK THE HOLDER HAS, UNDER WHATEVER USER, IS CLEARED.
       3000-CLEAR-LOCKS.
           DISPLAY "HOLDER TO CLEAR (PROGRAM OR CHAIN): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-HOLDER.
           MOVE FUNCTION UPPER-CASE(WS-IN-HOLDER) TO WS-IN-HOLDER.
           IF WS-IN-HOLDER = SPACES
               DISPLAY "HOLDER REQUIRED"
           ELSE
               DISPLAY "CLEAR EVERY LOCK " WS-IN-HOLDER
                   " HOLDS (Y/N)? " WITH NO ADVANCING
               ACCEPT WS-IN-CONFIRM
               IF NOT CLEAR-CONFIRMED
                   DISPLAY "NOTHING CLEARED"
               ELSE
                   MOVE "F" TO DL-FUNCTION
                   MOVE WS-IN-HOLDER TO DL-HOLDER
                   MOVE SPACES TO DL-USER
                   MOVE "8" TO DL-RESULT
                   CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
                       ON EXCEPTION
                           DISPLAY "LOCK MODULE NOT AVAILABLE"
                   END-CALL
                   IF NOT DL-DONE
                       DISPLAY "CLEAR FAILED -- LOCK FILE NOT "
                           "REWRITTEN"
                   ELSE
                       DISPLAY "LOCKS CLEARED: " DL-COUNT
                       IF DL-COUNT > 0
                           PERFORM 3100-JOURNAL-THE-CLEAR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3100-JOURNAL-THE-CLEAR.
           MOVE "J" TO SO-FUNCTION.
           MOVE "LOCKINQ" TO SO-PROGRAM.
           MOVE "LOCK CLEAR" TO SO-ACTION.
           MOVE SPACES TO SO-KEY.
           MOVE WS-IN-HOLDER TO SO-KEY(1:8).
           MOVE SPACES TO SO-BEFORE.
           STRING "HOLDER " WS-IN-HOLDER " HELD " DL-COUNT " LOCKS"
               DELIMITED BY SIZE INTO SO-BEFORE.
           MOVE SPACES TO SO-AFTER.
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
