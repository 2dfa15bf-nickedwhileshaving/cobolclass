       IDENTIFICATION DIVISION.
       PROGRAM-ID. HW06XREF.
       AUTHOR. NIKOLINA BEST.
       DATE-WRITTEN. 10/15/2026.
      * MAINTENANCE FOR THE WELLNESS MEMBER CROSS-REFERENCE -- THE
      * ONE PLACE AN ANONYMOUS HWNB06 MEMBER ID IS TIED TO AN
      * EMPLOYEE NUMBER.  HW06TEAM READS IT TO PUT MEMBERS ON THEIR
      * DEPARTMENT'S TEAM, AND HW16WELL READS IT TO FIND WHOSE
      * PAYROLL DEDUCTION A MET GOAL CREDITS.  ONE MEMBER ID PER
      * EMPLOYEE AND ONE EMPLOYEE PER MEMBER ID.  BECAUSE THE LINK
      * PUTS A NAME TO A HEALTH RECORD, EVERY FUNCTION BUT THE LIST
      * NEEDS A SIGNON SIGN-ON AT AUTHORIZATION LEVEL 2, AND EVERY
      * LINK, RELINK, AND UNLINK JOURNALS A BEFORE/AFTER IMAGE
      * THROUGH SIGNON TO CHGJRNL.  THE EMPLOYEE MUST BE ON THE
      * MASTER AND NOT TERMINATED TO BE LINKED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WELLNESS-XREF ASSIGN TO WS-XREF-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMP-MASTER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT BATCH-ERROR-LOG ASSIGN TO WS-ERROR-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM ENVIRONMENT VARIABLES WELLXREF, PAYEMP, AND
      *  BATCHERRLOG, FALLING BACK TO THE DEVELOPMENT DEFAULTS SHOWN
      *  THERE.

       DATA DIVISION.
       FILE SECTION.
       FD  WELLNESS-XREF
           RECORDING MODE IS F
           DATA RECORD IS WELLNESS-XREF-REC.
       01 WELLNESS-XREF-REC.
          05 XR-MEMBER                PIC X(08).
          05 XR-EMP-NUMBER            PIC X(05).
          05 XR-LINK-DATE             PIC X(08).

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 EMP-DEPT-IN              PIC X(15).
          05 FILLER                   PIC X(06).
          05 EMP-TERM-DATE-IN         PIC X(06).
          05 FILLER                   PIC X(103).

       FD  BATCH-ERROR-LOG
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-XREF-DSN                PIC X(80).
       01  WS-XREF-STATUS             PIC X(02) VALUE "00".
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

      * THE CROSS-REFERENCE, SIZED FOR THE MEMBER TABLE HW06TRND
      * AND HW06TEAM KEEP.
       01  WS-XREF-COUNT              PIC 9(03) VALUE 0.
       01  WS-XREF-SUB                PIC 9(03).
       01  WS-XREF-OVERFLOW-SW        PIC X(01) VALUE "N".
           88 XREF-OVERFLOW                  VALUE "Y".
       01  WS-XREF-TABLE.
           05 WS-XREF-ENTRY OCCURS 100 TIMES.
              10 WS-XREF-MEMBER       PIC X(08).
              10 WS-XREF-EMP-NUM      PIC X(05).
              10 WS-XREF-LINK-DATE    PIC X(08).
       01  WS-XREF-FOUND-SW           PIC X(01) VALUE "N".
           88 XREF-FOUND                     VALUE "Y".
       01  WS-XREF-FOUND-SUB          PIC 9(03) VALUE 0.
       01  WS-XREF-EMP-SW             PIC X(01) VALUE "N".
           88 XREF-EMP-LINKED                VALUE "Y".
       01  WS-XREF-EMP-SUB            PIC 9(03) VALUE 0.

      * EMPLOYEE NUMBERS, NAMES, AND DEPARTMENTS FOR THE EDIT AND
      * THE LIST.
       01  WS-EMP-COUNT               PIC 9(03) VALUE 0.
       01  WS-EMP-SUB                 PIC 9(03).
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 500 TIMES.
              10 WS-EMP-NUM           PIC X(05).
              10 WS-EMP-NAME          PIC X(20).
              10 WS-EMP-DEPT          PIC X(15).
              10 WS-EMP-TERM          PIC X(06).
       01  WS-EMP-FOUND-SW            PIC X(01) VALUE "N".
           88 EMP-FOUND                      VALUE "Y".
       01  WS-EMP-FOUND-SUB           PIC 9(03) VALUE 0.

       01  ActionIn                   PIC X(02).
           88 ExitCharacter                  VALUE "X ", "x ".
           88 LinkEntry                      VALUE "LK", "lk".
           88 RelinkEntry                    VALUE "RL", "rl".
           88 UnlinkEntry                    VALUE "UL", "ul".
           88 ListEntries                    VALUE "LI", "li".

       01  WS-THE-PROMPT              PIC X(60) VALUE
           "LK=LINK RL=RELINK UL=UNLINK LI=LIST X=EXIT - ".

       01  WS-MAINT-MEMBER            PIC X(08).
       01  WS-MAINT-EMP-NUM           PIC X(05).
       01  WS-MAINT-CONFIRM           PIC X(01).
       01  WS-TODAY-8                 PIC X(08).

      * IMAGE WORK FOR THE JOURNAL.
       01  WS-IMAGE                   PIC X(60).

      * OPERATOR SIGN-ON AND CHANGE JOURNAL THROUGH THE SHARED
      * SIGNON MODULE.  EVERY UPDATE NEEDS LEVEL 2.
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

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW06XREF - WELLNESS MEMBER CROSS-REFERENCE".
           PERFORM 1000-INITIALIZE.
           IF XREF-OVERFLOW
               DISPLAY "CROSS-REFERENCE HOLDS MORE THAN 100 MEMBERS -- "
                   "A REWRITE WOULD DROP THE OVERFLOW."
               DISPLAY "NO CHANGES MADE."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0800-OPERATOR-SIGN-ON.
           DISPLAY WS-THE-PROMPT WITH NO ADVANCING.
           ACCEPT ActionIn.
           PERFORM UNTIL ExitCharacter
               EVALUATE TRUE
                   WHEN ListEntries
                       PERFORM 2400-LIST-XREF
                   WHEN NOT SIGNED-ON
                       AND (LinkEntry OR RelinkEntry OR UnlinkEntry)
                       DISPLAY "NOT SIGNED ON -- UPDATE REFUSED"
                   WHEN SO-AUTH-LEVEL < 2
                       AND (LinkEntry OR RelinkEntry OR UnlinkEntry)
                       DISPLAY "CROSS-REFERENCE CHANGES NEED "
                           "AUTHORIZATION LEVEL 2"
                   WHEN LinkEntry
                       PERFORM 2100-LINK-MEMBER
                   WHEN RelinkEntry
                       PERFORM 2200-RELINK-MEMBER
                   WHEN UnlinkEntry
                       PERFORM 2300-UNLINK-MEMBER
                   WHEN OTHER
                       DISPLAY "UNKNOWN FUNCTION CODE: " ActionIn
               END-EVALUATE
               DISPLAY WS-THE-PROMPT WITH NO ADVANCING
               ACCEPT ActionIn
           END-PERFORM.
           DISPLAY "HW06XREF CONCLUDES".
           GOBACK.

      * AN ABSENT SIGNON MODULE READS AS A REFUSED SIGN-ON, SO THE
      * SESSION CAN STILL LIST BUT NOT UPDATE.
       0800-OPERATOR-SIGN-ON.
           MOVE "S" TO SO-FUNCTION.
           MOVE "HW06XREF" TO SO-PROGRAM.
           MOVE "1" TO SO-RESULT.
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION
                   DISPLAY "SIGN-ON MODULE NOT AVAILABLE -- "
                       "UPDATES LOCKED"
           END-CALL.

      * THE KEY IS THE MEMBER ID.
       0840-JOURNAL-THE-CHANGE.
           MOVE "J" TO SO-FUNCTION.
           MOVE "HW06XREF" TO SO-PROGRAM.
           MOVE SPACES TO SO-KEY.
           MOVE WS-MAINT-MEMBER TO SO-KEY(1:8).
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
           MOVE "HW06XREF"            TO ERRLOG-PROGRAM.
           MOVE WS-ERR-PARAGRAPH-NAME TO ERRLOG-PARAGRAPH.
           MOVE WS-ERR-FILE-NAME      TO ERRLOG-FILE.
           MOVE WS-ERR-STATUS-CODE    TO ERRLOG-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ERRLOG-DATE.
           WRITE BATCH-ERROR-LOG-REC FROM WS-ERROR-LOG-LINE.
           CLOSE BATCH-ERROR-LOG.
           MOVE 16 TO RETURN-CODE.

      * JOURNAL IMAGE OF THE ENTRY AT THE FOUND SUBSCRIPT.
       0860-BUILD-XREF-IMAGE.
           MOVE SPACES TO WS-IMAGE.
           STRING "EMP " WS-XREF-EMP-NUM(WS-XREF-FOUND-SUB)
               " LINKED " WS-XREF-LINK-DATE(WS-XREF-FOUND-SUB)
               DELIMITED BY SIZE INTO WS-IMAGE.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-XREF-DSN FROM ENVIRONMENT "WELLXREF".
           IF WS-XREF-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\WELLXREF.dat"
               TO WS-XREF-DSN
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

      ****************************************************************
      * LOAD THE CROSS-REFERENCE AND THE EMPLOYEES.  A CROSS-
      * REFERENCE NOT YET CREATED STARTS EMPTY.
      ****************************************************************
       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-8.
           OPEN INPUT WELLNESS-XREF.
           EVALUATE WS-XREF-STATUS
               WHEN "00"
                   PERFORM 1100-LOAD-XREF
                   CLOSE WELLNESS-XREF
               WHEN "35"
                   DISPLAY "CROSS-REFERENCE NOT FOUND -- "
                       "STARTING WITH AN EMPTY FILE"
               WHEN OTHER
                   MOVE "1000-INITIALIZE" TO WS-ERR-PARAGRAPH-NAME
                   MOVE "WELLNESS-XREF"   TO WS-ERR-FILE-NAME
                   MOVE WS-XREF-STATUS    TO WS-ERR-STATUS-CODE
                   PERFORM 0850-LOG-FILE-ERROR
           END-EVALUATE.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS = "00"
               PERFORM 1400-LOAD-EMPLOYEES
               CLOSE EMPLOYEE-MASTER
           ELSE
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
                   WS-EMP-MASTER-STATUS
           END-IF.
           DISPLAY "MEMBERS LINKED : " WS-XREF-COUNT.

       1100-LOAD-XREF.
           READ WELLNESS-XREF.
           PERFORM UNTIL WS-XREF-STATUS > "00"
                      OR WS-XREF-COUNT >= 100
               ADD 1 TO WS-XREF-COUNT
               MOVE WS-XREF-COUNT TO WS-XREF-SUB
               MOVE XR-MEMBER     TO WS-XREF-MEMBER(WS-XREF-SUB)
               MOVE XR-EMP-NUMBER TO WS-XREF-EMP-NUM(WS-XREF-SUB)
               MOVE XR-LINK-DATE  TO WS-XREF-LINK-DATE(WS-XREF-SUB)
               READ WELLNESS-XREF
           END-PERFORM.
           IF WS-XREF-COUNT >= 100 AND WS-XREF-STATUS = "00"
               MOVE "Y" TO WS-XREF-OVERFLOW-SW
           END-IF.

       1400-LOAD-EMPLOYEES.
           READ EMPLOYEE-MASTER.
           PERFORM UNTIL WS-EMP-MASTER-STATUS > "00"
                      OR WS-EMP-COUNT >= 500
               ADD 1 TO WS-EMP-COUNT
               MOVE EMP-NUM-IN       TO WS-EMP-NUM(WS-EMP-COUNT)
               MOVE EMP-NAME-IN      TO WS-EMP-NAME(WS-EMP-COUNT)
               MOVE EMP-DEPT-IN      TO WS-EMP-DEPT(WS-EMP-COUNT)
               MOVE EMP-TERM-DATE-IN TO WS-EMP-TERM(WS-EMP-COUNT)
               READ EMPLOYEE-MASTER
           END-PERFORM.

       1500-FIND-EMPLOYEE.
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

       1510-FIND-MEMBER.
           MOVE "N" TO WS-XREF-FOUND-SW.
           MOVE 0 TO WS-XREF-FOUND-SUB.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
               IF WS-XREF-MEMBER(WS-XREF-SUB) = WS-MAINT-MEMBER
                   MOVE "Y" TO WS-XREF-FOUND-SW
                   MOVE WS-XREF-SUB TO WS-XREF-FOUND-SUB
                   MOVE WS-XREF-COUNT TO WS-XREF-SUB
               END-IF
           END-PERFORM.

      * IS THE EMPLOYEE ALREADY LINKED TO SOME MEMBER ID?
       1520-FIND-EMPLOYEE-LINK.
           MOVE "N" TO WS-XREF-EMP-SW.
           MOVE 0 TO WS-XREF-EMP-SUB.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
               IF WS-XREF-EMP-NUM(WS-XREF-SUB) = WS-MAINT-EMP-NUM
                   MOVE "Y" TO WS-XREF-EMP-SW
                   MOVE WS-XREF-SUB TO WS-XREF-EMP-SUB
                   MOVE WS-XREF-COUNT TO WS-XREF-SUB
               END-IF
           END-PERFORM.

       1600-ACCEPT-MEMBER.
           DISPLAY "WELLNESS MEMBER ID (8 CHARS): " WITH NO ADVANCING.
           ACCEPT WS-MAINT-MEMBER.
           PERFORM 1510-FIND-MEMBER.

      * THE EMPLOYEE MUST BE ON THE MASTER, NOT TERMINATED, AND NOT
      * ALREADY LINKED TO ANOTHER MEMBER ID.  EMP-FOUND IS LEFT ON
      * ONLY WHEN ALL THREE HOLD.
       1610-ACCEPT-EMPLOYEE.
           DISPLAY "EMPLOYEE NUMBER (5 DIGITS): " WITH NO ADVANCING.
           ACCEPT WS-MAINT-EMP-NUM.
           PERFORM 1500-FIND-EMPLOYEE.
           PERFORM 1520-FIND-EMPLOYEE-LINK.
           IF NOT EMP-FOUND
               DISPLAY "EMPLOYEE " WS-MAINT-EMP-NUM
                   " IS NOT ON THE EMPLOYEE MASTER"
           ELSE
           IF WS-EMP-TERM(WS-EMP-FOUND-SUB) NOT = SPACES
               DISPLAY "EMPLOYEE " WS-MAINT-EMP-NUM
                   " IS TERMINATED -- LINK REJECTED"
               MOVE "N" TO WS-EMP-FOUND-SW
           ELSE
           IF XREF-EMP-LINKED
               DISPLAY "EMPLOYEE " WS-MAINT-EMP-NUM
                   " IS ALREADY MEMBER "
                   WS-XREF-MEMBER(WS-XREF-EMP-SUB)
               MOVE "N" TO WS-EMP-FOUND-SW
           ELSE
               DISPLAY "EMPLOYEE: " WS-EMP-NAME(WS-EMP-FOUND-SUB)
                   " " WS-EMP-DEPT(WS-EMP-FOUND-SUB)
           END-IF
           END-IF
           END-IF.

      ****************************************************************
      * LINK A MEMBER ID NOT YET ON FILE TO AN EMPLOYEE.
      ****************************************************************
       2100-LINK-MEMBER.
           PERFORM 1600-ACCEPT-MEMBER.
           IF WS-MAINT-MEMBER = SPACES
               OR WS-MAINT-MEMBER = "UNKNOWN"
               DISPLAY "A MEMBER ID IS REQUIRED"
           ELSE
           IF XREF-FOUND
               DISPLAY "MEMBER " WS-MAINT-MEMBER " IS ALREADY LINKED "
                   "TO EMPLOYEE " WS-XREF-EMP-NUM(WS-XREF-FOUND-SUB)
                   " -- USE RL TO RELINK"
           ELSE
           IF WS-XREF-COUNT >= 100
               DISPLAY "CROSS-REFERENCE FULL -- LINK REJECTED"
           ELSE
               PERFORM 1610-ACCEPT-EMPLOYEE
               IF EMP-FOUND
                   ADD 1 TO WS-XREF-COUNT
                   MOVE WS-XREF-COUNT TO WS-XREF-FOUND-SUB
                   MOVE WS-MAINT-MEMBER
                       TO WS-XREF-MEMBER(WS-XREF-FOUND-SUB)
                   MOVE WS-MAINT-EMP-NUM
                       TO WS-XREF-EMP-NUM(WS-XREF-FOUND-SUB)
                   MOVE WS-TODAY-8
                       TO WS-XREF-LINK-DATE(WS-XREF-FOUND-SUB)
                   PERFORM 6100-REWRITE-XREF
                   MOVE SPACES TO SO-BEFORE
                   PERFORM 0860-BUILD-XREF-IMAGE
                   MOVE WS-IMAGE TO SO-AFTER
                   MOVE "XREF LINK" TO SO-ACTION
                   PERFORM 0840-JOURNAL-THE-CHANGE
                   DISPLAY "MEMBER " WS-MAINT-MEMBER
                       " LINKED TO EMPLOYEE " WS-MAINT-EMP-NUM
               END-IF
           END-IF
           END-IF
           END-IF.

      ****************************************************************
      * POINT A MEMBER ID ALREADY ON FILE AT A DIFFERENT EMPLOYEE --
      * A LINK KEYED TO THE WRONG PERSON.
      ****************************************************************
       2200-RELINK-MEMBER.
           PERFORM 1600-ACCEPT-MEMBER.
           IF NOT XREF-FOUND
               DISPLAY "MEMBER " WS-MAINT-MEMBER
                   " IS NOT LINKED -- USE LK TO LINK IT"
           ELSE
               PERFORM 0860-BUILD-XREF-IMAGE
               MOVE WS-IMAGE TO SO-BEFORE
               DISPLAY "ON FILE : " WS-IMAGE
               PERFORM 1610-ACCEPT-EMPLOYEE
               IF EMP-FOUND
                   MOVE WS-MAINT-EMP-NUM
                       TO WS-XREF-EMP-NUM(WS-XREF-FOUND-SUB)
                   MOVE WS-TODAY-8
                       TO WS-XREF-LINK-DATE(WS-XREF-FOUND-SUB)
                   PERFORM 6100-REWRITE-XREF
                   PERFORM 0860-BUILD-XREF-IMAGE
                   MOVE WS-IMAGE TO SO-AFTER
                   MOVE "XREF RELNK" TO SO-ACTION
                   PERFORM 0840-JOURNAL-THE-CHANGE
                   DISPLAY "MEMBER " WS-MAINT-MEMBER
                       " RELINKED TO EMPLOYEE " WS-MAINT-EMP-NUM
               END-IF
           END-IF.

      ****************************************************************
      * DROP A LINK.  THE MEMBER'S WELLNESS HISTORY STAYS AS IT IS;
      * IT SIMPLY NO LONGER COUNTS FOR A TEAM OR AN INCENTIVE.
      ****************************************************************
       2300-UNLINK-MEMBER.
           PERFORM 1600-ACCEPT-MEMBER.
           IF NOT XREF-FOUND
               DISPLAY "MEMBER " WS-MAINT-MEMBER " IS NOT LINKED"
           ELSE
               PERFORM 0860-BUILD-XREF-IMAGE
               DISPLAY "ON FILE : " WS-IMAGE
               DISPLAY "UNLINK THIS MEMBER (Y/N): " WITH NO ADVANCING
               ACCEPT WS-MAINT-CONFIRM
               IF WS-MAINT-CONFIRM = "Y" OR "y"
                   MOVE WS-IMAGE TO SO-BEFORE
                   PERFORM VARYING WS-XREF-SUB
                       FROM WS-XREF-FOUND-SUB BY 1
                       UNTIL WS-XREF-SUB >= WS-XREF-COUNT
                       MOVE WS-XREF-ENTRY(WS-XREF-SUB + 1)
                           TO WS-XREF-ENTRY(WS-XREF-SUB)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-XREF-COUNT
                   PERFORM 6100-REWRITE-XREF
                   MOVE SPACES TO SO-AFTER
                   MOVE "XREF UNLNK" TO SO-ACTION
                   PERFORM 0840-JOURNAL-THE-CHANGE
                   DISPLAY "MEMBER " WS-MAINT-MEMBER " UNLINKED"
               END-IF
           END-IF.

       2400-LIST-XREF.
           DISPLAY "MEMBER   EMP   NAME                 DEPARTMENT"
               "      LINKED".
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
               MOVE WS-XREF-EMP-NUM(WS-XREF-SUB) TO WS-MAINT-EMP-NUM
               PERFORM 1500-FIND-EMPLOYEE
               IF EMP-FOUND
                   DISPLAY WS-XREF-MEMBER(WS-XREF-SUB) " "
                       WS-MAINT-EMP-NUM " "
                       WS-EMP-NAME(WS-EMP-FOUND-SUB) " "
                       WS-EMP-DEPT(WS-EMP-FOUND-SUB) " "
                       WS-XREF-LINK-DATE(WS-XREF-SUB)
               ELSE
                   DISPLAY WS-XREF-MEMBER(WS-XREF-SUB) " "
                       WS-MAINT-EMP-NUM " "
                       "*NOT ON MASTER*      "
                       "                " WS-XREF-LINK-DATE(WS-XREF-SUB)
               END-IF
           END-PERFORM.

      ****************************************************************
      * FILE REWRITE FROM THE TABLE.
      ****************************************************************
       6100-REWRITE-XREF.
           OPEN OUTPUT WELLNESS-XREF.
           IF WS-XREF-STATUS NOT = "00"
               MOVE "6100-REWRITE-XREF" TO WS-ERR-PARAGRAPH-NAME
               MOVE "WELLNESS-XREF"     TO WS-ERR-FILE-NAME
               MOVE WS-XREF-STATUS      TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > WS-XREF-COUNT
                   MOVE WS-XREF-MEMBER(WS-XREF-SUB)    TO XR-MEMBER
                   MOVE WS-XREF-EMP-NUM(WS-XREF-SUB)   TO XR-EMP-NUMBER
                   MOVE WS-XREF-LINK-DATE(WS-XREF-SUB) TO XR-LINK-DATE
                   WRITE WELLNESS-XREF-REC
               END-PERFORM
               CLOSE WELLNESS-XREF
           END-IF.
