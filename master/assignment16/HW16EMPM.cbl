      *file is no longer edited by hand in a text editor.  Supports
      *add, change, and terminate, enforces unique employee numbers,
      *and carries the hire and termination dates HW16NB now edits
      *payroll records against, plus the SSN and home address the
      *year-end W-2 and EFW2 filing report under.
      *A signed-on session locks the master (DSNLOCK, exclusive)
      *for as long as it runs.  While the payroll chain or another
      *session holds it, the session can list but not update, and
      *is told who holds it and since when.
      *Each employee carries the company code of the legal entity
      *that employs and pays the employee, checked against the
      *company master (COMPANY) when one is kept.  Blank means the
      *home company.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC.
       01 EMPLOYEE-MASTER-REC.
          05 EMP-NUM-IO               PIC X(05).
          05 EMP-NAME-IO              PIC X(20).
          05 EMP-DEPT-IO              PIC X(15).
          05 EMP-HIRE-DATE-IO         PIC X(06).
          05 EMP-COMP-CLASS-IO        PIC X(04).
          05 EMP-PAY-TYPE-IO          PIC X(01).
          05 EMP-PERIOD-SALARY-IO     PIC X(08).
          05 EMP-SSN-IO               PIC X(09).
          05 EMP-STREET-IO            PIC X(30).
          05 EMP-CITY-IO              PIC X(20).
          05 EMP-ADDR-STATE-IO        PIC X(02).
          05 EMP-ZIP-IO               PIC X(09).
      *   LABOR BURDEN (TAXES, BENEFITS, COMP) AS A PERCENT OF WAGES,
      *   9999 = 99.99%.  HW16JOBC LOADS IT ONTO JOB-COSTED HOURS.
          05 EMP-BURDEN-PCT-IO        PIC X(04).
      *   COMPANY CODE OF THE EMPLOYING ENTITY, BLANK = HOME COMPANY.
          05 EMP-COMPANY-IO           PIC X(02).

       FD  EMPLOYEE-MASTER-X
           DATA RECORD IS EMPLOYEE-MASTER-X-REC.
       01 EMPLOYEE-MASTER-X-REC.
          05 EMPX-EMP-NUMBER          PIC X(05).
          05 EMPX-NAME                PIC X(20).
          05 EMPX-DEPT                PIC X(15).
          05 EMPX-HIRE-DATE           PIC X(06).
          05 EMPX-COMP-CLASS          PIC X(04).
          05 EMPX-PAY-TYPE            PIC X(01).
          05 EMPX-PERIOD-SALARY       PIC X(08).
          05 EMPX-SSN                 PIC X(09).
          05 EMPX-STREET              PIC X(30).
          05 EMPX-CITY                PIC X(20).
          05 EMPX-ADDR-STATE          PIC X(02).
          05 EMPX-ZIP                 PIC X(09).
          05 EMPX-BURDEN-PCT          PIC X(04).
          05 EMPX-COMPANY             PIC X(02).

       FD  BATCH-ERROR-LOG
           RECORDING MODE IS F
       01  WS-EMP-SUB                 PIC 9(03).
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 500 TIMES.
              10 WS-EMP-NUM           PIC X(05).
              10 WS-EMP-NAME          PIC X(20).
              10 WS-EMP-DEPT          PIC X(15).
              10 WS-EMP-HIRE          PIC X(06).
              10 WS-EMP-COMP-CLASS    PIC X(04).
              10 WS-EMP-PAY-TYPE      PIC X(01).
              10 WS-EMP-SALARY        PIC X(08).
              10 WS-EMP-SSN           PIC X(09).
              10 WS-EMP-STREET        PIC X(30).
              10 WS-EMP-CITY          PIC X(20).
              10 WS-EMP-ADDR-ST       PIC X(02).
              10 WS-EMP-ZIP           PIC X(09).
              10 WS-EMP-BURDEN        PIC X(04).
              10 WS-EMP-COMPANY       PIC X(02).

       01  WS-EMP-FOUND-SW            PIC X(01) VALUE "N".
           88 EMPM-EMP-FOUND                 VALUE "Y".
       01  WS-THE-PROMPT              PIC X(60) VALUE
           "AD=ADD CH=CHANGE TM=TERMINATE LI=LIST X=EXIT - ".

       01  WS-MAINT-EMP-NUM           PIC X(05).
       01  WS-MAINT-NAME              PIC X(20).
       01  WS-MAINT-DEPT              PIC X(15).
       01  WS-MAINT-DATE              PIC X(06).
       01  WS-MAINT-COMP-CLASS        PIC X(04).
       01  WS-MAINT-PAY-TYPE          PIC X(01).
       01  WS-MAINT-SALARY            PIC X(08).
       01  WS-MAINT-SSN               PIC X(09).
       01  WS-MAINT-STREET            PIC X(30).
       01  WS-MAINT-CITY              PIC X(20).
       01  WS-MAINT-ZIP               PIC X(09).
       01  WS-MAINT-BURDEN            PIC X(04).
       01  WS-MAINT-COMPANY           PIC X(02).
       01  WS-COMPANY-OK-SW           PIC X(01) VALUE "Y".
           88 MAINT-COMPANY-OK               VALUE "Y".

      * COMPANY MASTER LOOKUP.  AN ABSENT MODULE OR MASTER IS THE
      * SINGLE-COMPANY SHOP, WHERE THE CODE STAYS BLANK.
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

       01  WS-SSN-VALID-SW            PIC X(01) VALUE "N".
           88 MAINT-SSN-VALID                VALUE "Y".
       01  WS-SSN-SUB                 PIC 9(03).

       01  WS-DATE-VALID-SW           PIC X(01) VALUE "N".
           88 MAINT-DATE-VALID               VALUE "Y".

      * OPERATOR SIGN-ON AND CHANGE JOURNAL THROUGH THE SHARED
      * SIGNON MODULE.  NO UPDATE UNLOCKS WITHOUT A SIGN-ON, AND
      * THE PAY FIELDS (RATE, TYPE, SALARY, BURDEN) NEED LEVEL 2.
      * EVERY ADD, CHANGE, AND TERMINATION APPENDS A BEFORE/AFTER
      * IMAGE WITH THE USER AND TIMESTAMP TO THE CHANGE JOURNAL.
       01  WS-SIGNON-PARMS.
           05 SO-FUNCTION             PIC X(01).
           05 SO-PROGRAM              PIC X(08).
           05 SO-BEFORE               PIC X(60).
           05 SO-AFTER                PIC X(60).

      * DATASET ENQUEUE (DSNLOCK) ON THE MASTER.  AN ABSENT MODULE
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
       01  WS-MASTER-LOCK-SW          PIC X(01) VALUE "N".
           88 MASTER-IN-USE                 VALUE "Y".

       PROCEDURE DIVISION.

       0000-DRIVER.
               GOBACK
           END-IF.
           PERFORM 0800-OPERATOR-SIGN-ON.
           IF SIGNED-ON
               PERFORM 0820-LOCK-THE-MASTER
           END-IF.
           DISPLAY WS-THE-PROMPT WITH NO ADVANCING.
           ACCEPT CharIn.
           PERFORM UNTIL ExitCharacter
                       DISPLAY "NOT SIGNED ON -- UPDATE REFUSED"
                   WHEN TermEmployee AND NOT SIGNED-ON
                       DISPLAY "NOT SIGNED ON -- UPDATE REFUSED"
                   WHEN AddEmployee AND MASTER-IN-USE
                       PERFORM 0830-SHOW-LOCK-HOLDER
                   WHEN ChangeEmployee AND MASTER-IN-USE
                       PERFORM 0830-SHOW-LOCK-HOLDER
                   WHEN TermEmployee AND MASTER-IN-USE
                       PERFORM 0830-SHOW-LOCK-HOLDER
                   WHEN AddEmployee
                       PERFORM 2000-ADD-EMPLOYEE
                   WHEN ChangeEmployee
               DISPLAY WS-THE-PROMPT WITH NO ADVANCING
               ACCEPT CharIn
           END-PERFORM.
           IF SIGNED-ON AND NOT MASTER-IN-USE
               MOVE "R" TO DL-FUNCTION
               CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.
           DISPLAY "HW16EMPM CONCLUDES".
           GOBACK.

                       "UPDATES LOCKED"
           END-CALL.

       0820-LOCK-THE-MASTER.
           MOVE "L" TO DL-FUNCTION.
           MOVE "HW16EMPM" TO DL-HOLDER.
           MOVE SO-USER-ID TO DL-USER.
           MOVE "PAYEMP" TO DL-LOGICAL.
           MOVE "X" TO DL-MODE.
           MOVE "0" TO DL-RESULT.
           CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF DL-HELD
               MOVE "Y" TO WS-MASTER-LOCK-SW
               PERFORM 0830-SHOW-LOCK-HOLDER
           END-IF.

       0830-SHOW-LOCK-HOLDER.
           DISPLAY "EMPLOYEE MASTER IN USE BY " DL-HELD-BY " "
               DL-HELD-USER " SINCE " DL-HELD-DATE " " DL-HELD-TIME.
           DISPLAY "LIST ONLY -- UPDATE REFUSED".

       0840-JOURNAL-THE-CHANGE.
           MOVE "J" TO SO-FUNCTION.
           MOVE "HW16EMPM" TO SO-PROGRAM.
           MOVE SPACES TO SO-KEY.
           MOVE WS-MAINT-EMP-NUM TO SO-KEY(1:5).
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.

      * THE JOURNAL IMAGE CARRIES THE FIELDS WORTH ARGUING ABOUT
      * LATER: NAME, PAY RATE, PAY TYPE, SALARY, TERM DATE, AND THE
      * LAST FOUR OF THE SSN -- NEVER THE WHOLE NUMBER -- AND THE
      * LABOR BURDEN PERCENT AND THE COMPANY CODE.
       0860-BUILD-EMP-IMAGE.
           MOVE SPACES TO SO-AFTER.
           STRING WS-EMP-NAME(WS-EMP-FOUND-SUB) " "
               WS-EMP-PAY-RATE(WS-EMP-FOUND-SUB) " "
               WS-EMP-PAY-TYPE(WS-EMP-FOUND-SUB) " "
               WS-EMP-SALARY(WS-EMP-FOUND-SUB) " "
               WS-EMP-TERM(WS-EMP-FOUND-SUB) " "
               WS-EMP-SSN(WS-EMP-FOUND-SUB)(6:4) " "
               WS-EMP-BURDEN(WS-EMP-FOUND-SUB) " "
               WS-EMP-COMPANY(WS-EMP-FOUND-SUB)
               DELIMITED BY SIZE INTO SO-AFTER.

      * A KEYED COMPANY CODE MUST BE ON THE COMPANY MASTER.  WITH NO
      * MASTER (OR NO MODULE) THERE IS ONLY THE ONE COMPANY, AND ANY
      * CODE KEYED IS REFUSED AND THE FIELD LEFT BLANK.
       0870-EDIT-MAINT-COMPANY.
           MOVE "Y" TO WS-COMPANY-OK-SW.
           IF WS-MAINT-COMPANY NOT = SPACES
               MOVE "8" TO CO-RESULT
               MOVE "G" TO CO-FUNCTION
               MOVE WS-MAINT-COMPANY TO CO-CODE
               CALL "COMPANY" USING WS-COMPANY-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
               IF NOT CO-FOUND
                   DISPLAY "COMPANY " WS-MAINT-COMPANY
                       " NOT ON THE COMPANY MASTER -- NOT SET"
                   MOVE "N" TO WS-COMPANY-OK-SW
               ELSE
                   DISPLAY "COMPANY: " CO-NAME
               END-IF
           END-IF.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-EMP-MASTER-DSN FROM ENVIRONMENT "PAYEMP".
           IF WS-EMP-MASTER-DSN = SPACES
                   TO WS-EMP-PAY-TYPE(WS-EMP-SUB)
               MOVE EMP-PERIOD-SALARY-IO
                   TO WS-EMP-SALARY(WS-EMP-SUB)
               MOVE EMP-SSN-IO       TO WS-EMP-SSN(WS-EMP-SUB)
               MOVE EMP-STREET-IO    TO WS-EMP-STREET(WS-EMP-SUB)
               MOVE EMP-CITY-IO      TO WS-EMP-CITY(WS-EMP-SUB)
               MOVE EMP-ADDR-STATE-IO
                   TO WS-EMP-ADDR-ST(WS-EMP-SUB)
               MOVE EMP-ZIP-IO       TO WS-EMP-ZIP(WS-EMP-SUB)
               MOVE EMP-BURDEN-PCT-IO
                   TO WS-EMP-BURDEN(WS-EMP-SUB)
               MOVE EMP-COMPANY-IO   TO WS-EMP-COMPANY(WS-EMP-SUB)
               READ EMPLOYEE-MASTER
           END-PERFORM.
           IF WS-EMP-COUNT >= 500
               DISPLAY "INVALID DATE -- ENTER MMDDYY"
           END-IF.

      * NINE DIGITS, NO 000/666/9XX AREA, NO 00 GROUP OR 0000
      * SERIAL (THE NUMBERS SSA NEVER ISSUES), AND NOT ALREADY
      * CARRIED BY ANOTHER EMPLOYEE ON THE MASTER.
       1400-EDIT-MAINT-SSN.
           MOVE "N" TO WS-SSN-VALID-SW.
           IF WS-MAINT-SSN IS NUMERIC
               IF WS-MAINT-SSN(1:3) NOT = "000"
                   AND WS-MAINT-SSN(1:3) NOT = "666"
                   AND WS-MAINT-SSN(1:1) NOT = "9"
                   AND WS-MAINT-SSN(4:2) NOT = "00"
                   AND WS-MAINT-SSN(6:4) NOT = "0000"
                   MOVE "Y" TO WS-SSN-VALID-SW
               END-IF
           END-IF.
           IF NOT MAINT-SSN-VALID
               DISPLAY "INVALID SSN -- ENTER 9 DIGITS, NO DASHES"
           ELSE
               PERFORM VARYING WS-SSN-SUB FROM 1 BY 1
                   UNTIL WS-SSN-SUB > WS-EMP-COUNT
                   IF WS-EMP-SSN(WS-SSN-SUB) = WS-MAINT-SSN
                       AND WS-EMP-NUM(WS-SSN-SUB) NOT = WS-MAINT-EMP-NUM
                       MOVE "N" TO WS-SSN-VALID-SW
                       DISPLAY "SSN ALREADY ON FILE FOR EMPLOYEE "
                           WS-EMP-NUM(WS-SSN-SUB)
                   END-IF
               END-PERFORM
           END-IF.

       2000-ADD-EMPLOYEE.
           DISPLAY "EMPLOYEE NUMBER (5 DIGITS): " WITH NO ADVANCING.
           ACCEPT WS-MAINT-EMP-NUM.
           PERFORM 1200-FIND-EMPLOYEE.
           IF EMPM-EMP-FOUND
               ACCEPT WS-MAINT-DATE
               PERFORM 1300-EDIT-MAINT-DATE
           END-PERFORM.
           MOVE "N" TO WS-SSN-VALID-SW.
           PERFORM UNTIL MAINT-SSN-VALID
               DISPLAY "SOCIAL SECURITY NUMBER (9 DIGITS): "
                   WITH NO ADVANCING
               ACCEPT WS-MAINT-SSN
               PERFORM 1400-EDIT-MAINT-SSN
           END-PERFORM.
           ADD 1 TO WS-EMP-COUNT.
           MOVE WS-EMP-COUNT TO WS-EMP-SUB.
           MOVE WS-MAINT-EMP-NUM TO WS-EMP-NUM(WS-EMP-SUB).
           MOVE WS-MAINT-SSN     TO WS-EMP-SSN(WS-EMP-SUB).
           DISPLAY "HOME STREET ADDRESS: " WITH NO ADVANCING.
           ACCEPT WS-MAINT-STREET.
           MOVE WS-MAINT-STREET  TO WS-EMP-STREET(WS-EMP-SUB).
           DISPLAY "CITY: " WITH NO ADVANCING.
           ACCEPT WS-MAINT-CITY.
           MOVE WS-MAINT-CITY    TO WS-EMP-CITY(WS-EMP-SUB).
           DISPLAY "STATE (2 CHARS): " WITH NO ADVANCING.
           ACCEPT WS-MAINT-STATE.
           MOVE WS-MAINT-STATE   TO WS-EMP-ADDR-ST(WS-EMP-SUB).
           DISPLAY "ZIP CODE (5 OR 9 DIGITS): " WITH NO ADVANCING.
           ACCEPT WS-MAINT-ZIP.
           MOVE WS-MAINT-ZIP     TO WS-EMP-ZIP(WS-EMP-SUB).
           MOVE WS-MAINT-NAME    TO WS-EMP-NAME(WS-EMP-SUB).
           MOVE WS-MAINT-DEPT    TO WS-EMP-DEPT(WS-EMP-SUB).
           MOVE WS-MAINT-DATE    TO WS-EMP-HIRE(WS-EMP-SUB).
               MOVE "H" TO WS-EMP-PAY-TYPE(WS-EMP-SUB)
               MOVE "00000000" TO WS-EMP-SALARY(WS-EMP-SUB)
           END-IF.
           DISPLAY "LABOR BURDEN PCT (3250=32.50%, BLANK=NONE): "
               WITH NO ADVANCING.
           ACCEPT WS-MAINT-BURDEN.
           IF WS-MAINT-BURDEN IS NUMERIC
               MOVE WS-MAINT-BURDEN TO WS-EMP-BURDEN(WS-EMP-SUB)
           ELSE
               MOVE "0000" TO WS-EMP-BURDEN(WS-EMP-SUB)
           END-IF.
           DISPLAY "COMPANY CODE (BLANK=HOME COMPANY): "
               WITH NO ADVANCING.
           ACCEPT WS-MAINT-COMPANY.
           PERFORM 0870-EDIT-MAINT-COMPANY.
           IF MAINT-COMPANY-OK
               MOVE WS-MAINT-COMPANY TO WS-EMP-COMPANY(WS-EMP-SUB)
           ELSE
               MOVE SPACES TO WS-EMP-COMPANY(WS-EMP-SUB)
           END-IF.
           PERFORM 6100-REWRITE-EMPLOYEE-MASTER.
           MOVE WS-EMP-COUNT TO WS-EMP-FOUND-SUB.
           MOVE "ADD" TO SO-ACTION.
                   MOVE WS-MAINT-COMP-CLASS
                       TO WS-EMP-COMP-CLASS(WS-EMP-FOUND-SUB)
               END-IF
               DISPLAY "CURRENT ADDRESS: "
                   WS-EMP-STREET(WS-EMP-FOUND-SUB) " "
                   WS-EMP-CITY(WS-EMP-FOUND-SUB) " "
                   WS-EMP-ADDR-ST(WS-EMP-FOUND-SUB) " "
                   WS-EMP-ZIP(WS-EMP-FOUND-SUB)
               DISPLAY "NEW STREET (BLANK TO KEEP): " WITH NO ADVANCING
               ACCEPT WS-MAINT-STREET
               IF WS-MAINT-STREET NOT = SPACES
                   MOVE WS-MAINT-STREET
                       TO WS-EMP-STREET(WS-EMP-FOUND-SUB)
               END-IF
               DISPLAY "NEW CITY (BLANK TO KEEP): " WITH NO ADVANCING
               ACCEPT WS-MAINT-CITY
               IF WS-MAINT-CITY NOT = SPACES
                   MOVE WS-MAINT-CITY
                       TO WS-EMP-CITY(WS-EMP-FOUND-SUB)
               END-IF
               DISPLAY "NEW STATE (BLANK TO KEEP): " WITH NO ADVANCING
               ACCEPT WS-MAINT-STATE
               IF WS-MAINT-STATE NOT = SPACES
                   MOVE WS-MAINT-STATE
                       TO WS-EMP-ADDR-ST(WS-EMP-FOUND-SUB)
               END-IF
               DISPLAY "NEW ZIP (BLANK TO KEEP): " WITH NO ADVANCING
               ACCEPT WS-MAINT-ZIP
               IF WS-MAINT-ZIP NOT = SPACES
                   MOVE WS-MAINT-ZIP
                       TO WS-EMP-ZIP(WS-EMP-FOUND-SUB)
               END-IF
      * THE PAY FIELDS -- RATE, TYPE, AND SALARY -- AND THE SSN
      * ARE THE SENSITIVE ONES; THEY STAY AS THEY ARE BELOW LEVEL 2.
               IF SO-AUTH-LEVEL < 2
                   DISPLAY "PAY CHANGES NEED LEVEL 2 -- PAY "
                       "FIELDS UNCHANGED"
               ELSE
                   DISPLAY "CURRENT SSN ENDS: "
                       WS-EMP-SSN(WS-EMP-FOUND-SUB)(6:4)
                   DISPLAY "NEW SSN 9 DIGITS (BLANK TO KEEP): "
                       WITH NO ADVANCING
                   ACCEPT WS-MAINT-SSN
                   IF WS-MAINT-SSN NOT = SPACES
                       PERFORM 1400-EDIT-MAINT-SSN
                       IF MAINT-SSN-VALID
                           MOVE WS-MAINT-SSN
                               TO WS-EMP-SSN(WS-EMP-FOUND-SUB)
                       END-IF
                   END-IF
                   DISPLAY "CURRENT PAY RATE: "
                       WS-EMP-PAY-RATE(WS-EMP-FOUND-SUB)
                   DISPLAY "NEW PAY RATE 9999 (BLANK TO KEEP): "
                       MOVE WS-MAINT-SALARY
                           TO WS-EMP-SALARY(WS-EMP-FOUND-SUB)
                   END-IF
                   DISPLAY "CURRENT LABOR BURDEN PCT: "
                       WS-EMP-BURDEN(WS-EMP-FOUND-SUB)
                   DISPLAY "NEW BURDEN PCT 9999 (BLANK TO KEEP): "
                       WITH NO ADVANCING
                   ACCEPT WS-MAINT-BURDEN
                   IF WS-MAINT-BURDEN NOT = SPACES
                       AND WS-MAINT-BURDEN IS NUMERIC
                       MOVE WS-MAINT-BURDEN
                           TO WS-EMP-BURDEN(WS-EMP-FOUND-SUB)
                   END-IF
                   DISPLAY "CURRENT COMPANY: "
                       WS-EMP-COMPANY(WS-EMP-FOUND-SUB)
                   DISPLAY "NEW COMPANY CODE (BLANK TO KEEP): "
                       WITH NO ADVANCING
                   ACCEPT WS-MAINT-COMPANY
                   IF WS-MAINT-COMPANY NOT = SPACES
                       PERFORM 0870-EDIT-MAINT-COMPANY
                       IF MAINT-COMPANY-OK
                           MOVE WS-MAINT-COMPANY
                               TO WS-EMP-COMPANY(WS-EMP-FOUND-SUB)
                       END-IF
                   END-IF
               END-IF
               PERFORM 6100-REWRITE-EMPLOYEE-MASTER
               MOVE "CHANGE" TO SO-ACTION
                       WS-EMP-NAME(WS-EMP-SUB) " "
                       WS-EMP-DEPT(WS-EMP-SUB) " HIRED "
                       WS-EMP-HIRE(WS-EMP-SUB) " TERM "
                       WS-EMP-TERM(WS-EMP-SUB) " CO "
                       WS-EMP-COMPANY(WS-EMP-SUB)
           END-PERFORM.

       6100-REWRITE-EMPLOYEE-MASTER.
                   ELSE
                       MOVE "00000000" TO EMP-PERIOD-SALARY-IO
                   END-IF
                   MOVE WS-EMP-SSN(WS-EMP-SUB)    TO EMP-SSN-IO
                   MOVE WS-EMP-STREET(WS-EMP-SUB) TO EMP-STREET-IO
                   MOVE WS-EMP-CITY(WS-EMP-SUB)   TO EMP-CITY-IO
                   MOVE WS-EMP-ADDR-ST(WS-EMP-SUB)
                       TO EMP-ADDR-STATE-IO
                   MOVE WS-EMP-ZIP(WS-EMP-SUB)    TO EMP-ZIP-IO
                   IF WS-EMP-BURDEN(WS-EMP-SUB) IS NUMERIC
                       MOVE WS-EMP-BURDEN(WS-EMP-SUB)
                           TO EMP-BURDEN-PCT-IO
                   ELSE
                       MOVE "0000" TO EMP-BURDEN-PCT-IO
                   END-IF
                   MOVE WS-EMP-COMPANY(WS-EMP-SUB) TO EMP-COMPANY-IO
                   WRITE EMPLOYEE-MASTER-REC
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
                   ELSE
                       MOVE "00000000" TO EMPX-PERIOD-SALARY
                   END-IF
                   MOVE WS-EMP-SSN(WS-EMP-SUB)    TO EMPX-SSN
                   MOVE WS-EMP-STREET(WS-EMP-SUB) TO EMPX-STREET
                   MOVE WS-EMP-CITY(WS-EMP-SUB)   TO EMPX-CITY
                   MOVE WS-EMP-ADDR-ST(WS-EMP-SUB)
                       TO EMPX-ADDR-STATE
                   MOVE WS-EMP-ZIP(WS-EMP-SUB)    TO EMPX-ZIP
                   IF WS-EMP-BURDEN(WS-EMP-SUB) IS NUMERIC
                       MOVE WS-EMP-BURDEN(WS-EMP-SUB)
                           TO EMPX-BURDEN-PCT
                   ELSE
                       MOVE "0000" TO EMPX-BURDEN-PCT
                   END-IF
                   MOVE WS-EMP-COMPANY(WS-EMP-SUB) TO EMPX-COMPANY
                   WRITE EMPLOYEE-MASTER-X-REC
                       INVALID KEY
                           CONTINUE
