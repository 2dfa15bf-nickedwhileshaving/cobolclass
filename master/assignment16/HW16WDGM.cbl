       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW16WDGM.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
       INSTALLATION.  INFSYS-3807 COBOL.
      *Maintenance for the three withholding files HW16NB reads:
      *the PAYW4 W-4 elections, the PAYDED deduction master, and the
      *PAYGARN garnishment orders.  Each has add, change, and stop.
      *Nothing updates without a SIGNON sign-on; the deduction and
      *garnishment files take money out of the check and need
      *authorization level 2.  Every entry is edited before it is
      *kept -- filing status S/M/H, deduction method A or P, a
      *garnishment percent inside the federal limits -- and the
      *employee must be on the master.  Every add, change, and stop
      *journals a before/after image through SIGNON to CHGJRNL.
      *Stopping a W-4 drops the election (the employee goes back to
      *the flat federal rate); stopping a deduction zeroes its
      *amount but keeps the row and its taken-to-date; stopping a
      *garnishment drops the order.  Deduction rows whose type is a
      *benefits plan code belong to HW16BEN and are refused here, as
      *are the WELL premium-credit rows HW16WELL writes.
      *A signed-on session locks each of the three files (DSNLOCK,
      *exclusive) on its own for as long as it runs.  A file the
      *payroll chain or another session holds can be listed but not
      *updated, and the session is told who holds it and since when.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT W4-ELECTION-FILE ASSIGN TO WS-W4-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-W4-STATUS.

           SELECT DEDUCTION-MASTER ASSIGN TO WS-DED-MASTER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DED-MASTER-STATUS.

           SELECT GARNISHMENT-ORDERS ASSIGN TO WS-GARN-ORDER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GARN-ORDER-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMP-MASTER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT BENEFIT-PLANS ASSIGN TO WS-BEN-PLAN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BEN-PLAN-STATUS.

           SELECT BATCH-ERROR-LOG ASSIGN TO WS-ERROR-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM ENVIRONMENT VARIABLES PAYW4, PAYDED, PAYGARN,
      *  PAYEMP, PAYBPLAN (PLAN CODES ONLY, TO KEEP OFF HW16BEN'S
      *  ROWS), AND BATCHERRLOG, FALLING BACK TO THE DEVELOPMENT
      *  DEFAULTS SHOWN THERE.

       DATA DIVISION.
       FILE SECTION.
       FD  W4-ELECTION-FILE
           RECORDING MODE IS F
           DATA RECORD IS W4-ELECTION-REC.
       01 W4-ELECTION-REC.
          05 W4-EMP-NUMBER            PIC X(05).
          05 W4-FILING-STATUS         PIC X(01).
          05 W4-ALLOWANCES            PIC 9(02).
          05 W4-EXTRA-WH              PIC 9(03)V99.

       FD  DEDUCTION-MASTER
           RECORDING MODE IS F
           DATA RECORD IS DEDUCTION-MASTER-REC.
       01 DEDUCTION-MASTER-REC.
          05 DED-EMP-NUMBER           PIC X(05).
          05 DED-TYPE                 PIC X(04).
          05 DED-METHOD               PIC X(01).
          05 DED-AMOUNT               PIC S9(04)V99.
          05 DED-PRIORITY             PIC 9(02).
          05 DED-GOAL                 PIC 9(07)V99.
          05 DED-TAKEN                PIC 9(07)V99.
          05 DED-TAX-TREATMENT        PIC X(01).
          05 DED-ER-AMOUNT            PIC X(06).

       FD  GARNISHMENT-ORDERS
           RECORDING MODE IS F
           DATA RECORD IS GARNISHMENT-ORDER-REC.
       01 GARNISHMENT-ORDER-REC.
          05 GARN-EMP-NUMBER          PIC X(05).
          05 GARN-CASE-NUMBER         PIC X(10).
          05 GARN-AGENCY              PIC X(20).
          05 GARN-ORDERED-AMOUNT      PIC 9(04)V99.
          05 GARN-DISPOSABLE-MAX-PCT  PIC 9(02).

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

       FD  BENEFIT-PLANS
           RECORDING MODE IS F
           DATA RECORD IS BENEFIT-PLAN-REC.
       01 BENEFIT-PLAN-REC.
          05 BP-PLAN-CODE             PIC X(04).
          05 FILLER                   PIC X(57).

       FD  BATCH-ERROR-LOG
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-W4-DSN                  PIC X(80).
       01  WS-W4-STATUS               PIC X(02) VALUE "00".
       01  WS-DED-MASTER-DSN          PIC X(80).
       01  WS-DED-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-GARN-ORDER-DSN          PIC X(80).
       01  WS-GARN-ORDER-STATUS       PIC X(02) VALUE "00".
       01  WS-EMP-MASTER-DSN          PIC X(80).
       01  WS-EMP-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-BEN-PLAN-DSN            PIC X(80).
       01  WS-BEN-PLAN-STATUS         PIC X(02) VALUE "00".

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

      * THE THREE FILES, IN TABLES THE SAME SIZE AS HW16NB'S, SO
      * NOTHING KEPT HERE IS MORE THAN THE PAYROLL RUN CAN LOAD.
       01  WS-OVERFLOW-SW             PIC X(01) VALUE "N".
           88 TABLE-OVERFLOW                 VALUE "Y".
       01  WS-OVERFLOW-FILE           PIC X(20) VALUE SPACES.

       01  WS-W4-COUNT                PIC 9(03) VALUE 0.
       01  WS-W4-SUB                  PIC 9(03).
       01  WS-W4-TABLE.
           05 WS-W4-ENTRY OCCURS 100 TIMES.
              10 WS-W4-EMP-NUM        PIC X(05).
              10 WS-W4-FILING         PIC X(01).
              10 WS-W4-ALLOWANCES     PIC 9(02).
              10 WS-W4-EXTRA-WH       PIC 9(03)V99.
       01  WS-W4-FOUND-SW             PIC X(01) VALUE "N".
           88 W4-FOUND                       VALUE "Y".
       01  WS-W4-FOUND-SUB            PIC 9(03) VALUE 0.

       01  WS-DED-COUNT               PIC 9(03) VALUE 0.
       01  WS-DED-SUB                 PIC 9(03).
       01  WS-DED-TABLE.
           05 WS-DED-ENTRY OCCURS 300 TIMES.
              10 WS-DED-EMP-NUM       PIC X(05).
              10 WS-DED-TYPE          PIC X(04).
              10 WS-DED-METHOD        PIC X(01).
              10 WS-DED-AMOUNT        PIC S9(04)V99.
              10 WS-DED-PRIORITY      PIC 9(02).
              10 WS-DED-GOAL          PIC 9(07)V99.
              10 WS-DED-TAKEN         PIC 9(07)V99.
              10 WS-DED-TAX-TREATMENT PIC X(01).
              10 WS-DED-ER-AMOUNT     PIC X(06).
       01  WS-DED-FOUND-SW            PIC X(01) VALUE "N".
           88 DED-FOUND                      VALUE "Y".
       01  WS-DED-FOUND-SUB           PIC 9(03) VALUE 0.

       01  WS-GARN-COUNT              PIC 9(03) VALUE 0.
       01  WS-GARN-SUB                PIC 9(03).
       01  WS-GARN-TABLE.
           05 WS-GARN-ENTRY OCCURS 50 TIMES.
              10 WS-GARN-EMP-NUM      PIC X(05).
              10 WS-GARN-CASE         PIC X(10).
              10 WS-GARN-AGENCY       PIC X(20).
              10 WS-GARN-ORDERED      PIC 9(04)V99.
              10 WS-GARN-MAX-PCT      PIC 9(02).
       01  WS-GARN-FOUND-SW           PIC X(01) VALUE "N".
           88 GARN-FOUND                     VALUE "Y".
       01  WS-GARN-FOUND-SUB          PIC 9(03) VALUE 0.

      * EMPLOYEE NUMBERS AND NAMES, FOR THE ON-MASTER EDIT AND LISTS.
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

      * BENEFITS PLAN CODES -- DEDUCTION TYPES HW16BEN OWNS.
       01  WS-PLAN-COUNT              PIC 9(03) VALUE 0.
       01  WS-PLAN-SUB                PIC 9(03).
       01  WS-PLAN-TABLE.
           05 WS-PLAN-CODE OCCURS 100 TIMES PIC X(04).
       01  WS-PLAN-FOUND-SW           PIC X(01) VALUE "N".
           88 PLAN-CODE-FOUND                VALUE "Y".

       01  CharIn                     PIC X(02).
           88 ExitCharacter                  VALUE "x", "X".
           88 W4Elections                    VALUE "W4", "w4".
           88 DeductionMaster                VALUE "DE", "de".
           88 GarnishmentOrders              VALUE "GA", "ga".

       01  ActionIn                   PIC X(02).
           88 AddEntry                       VALUE "AD", "ad".
           88 ChangeEntry                    VALUE "CH", "ch".
           88 StopEntry                      VALUE "ST", "st".
           88 ListEntries                    VALUE "LI", "li".

       01  WS-THE-PROMPT              PIC X(60) VALUE
           "W4=W-4 DE=DEDUCTIONS GA=GARNISHMENTS X=EXIT - ".
       01  WS-ACTION-PROMPT           PIC X(60) VALUE
           "  AD=ADD CH=CHANGE ST=STOP LI=LIST - ".

      * ENTRY FIELDS.  NUMBERS ARE KEYED AS DIGITS WITH THE DECIMAL
      * IMPLIED, AS ON HW16EMPM, AND EDITED THROUGH THE REDEFINES.
       01  WS-MAINT-EMP-NUM           PIC X(05).
       01  WS-MAINT-FILING            PIC X(01).
       01  WS-MAINT-ALLOWANCES        PIC X(02).
       01  WS-MAINT-ALLOWANCES-N REDEFINES WS-MAINT-ALLOWANCES
                                      PIC 9(02).
       01  WS-MAINT-EXTRA-WH          PIC X(05).
       01  WS-MAINT-EXTRA-WH-N REDEFINES WS-MAINT-EXTRA-WH
                                      PIC 9(03)V99.
       01  WS-MAINT-DED-TYPE          PIC X(04).
       01  WS-MAINT-METHOD            PIC X(01).
       01  WS-MAINT-AMOUNT            PIC X(06).
       01  WS-MAINT-AMOUNT-N REDEFINES WS-MAINT-AMOUNT
                                      PIC 9(04)V99.
       01  WS-MAINT-PRIORITY          PIC X(02).
       01  WS-MAINT-PRIORITY-N REDEFINES WS-MAINT-PRIORITY
                                      PIC 9(02).
       01  WS-MAINT-GOAL              PIC X(09).
       01  WS-MAINT-GOAL-N REDEFINES WS-MAINT-GOAL
                                      PIC 9(07)V99.
       01  WS-MAINT-TAX-TREATMENT     PIC X(01).
       01  WS-MAINT-CASE              PIC X(10).
       01  WS-MAINT-AGENCY            PIC X(20).
       01  WS-MAINT-PCT               PIC X(02).
       01  WS-MAINT-PCT-N REDEFINES WS-MAINT-PCT
                                      PIC 9(02).
       01  WS-MAINT-SUPPORT           PIC X(01).
       01  WS-MAINT-CONFIRM           PIC X(01).

      * FEDERAL CONSUMER CREDIT PROTECTION ACT CEILINGS ON THE SHARE
      * OF DISPOSABLE EARNINGS: 25 PERCENT FOR AN ORDINARY
      * GARNISHMENT, UP TO 65 PERCENT FOR A SUPPORT ORDER.
       01  WS-GARN-ORDINARY-MAX-PCT   PIC 9(02) VALUE 25.
       01  WS-GARN-SUPPORT-MAX-PCT    PIC 9(02) VALUE 65.
      * A PERCENT-OF-GROSS DEDUCTION CANNOT BE MORE THAN ALL OF IT.
       01  WS-DED-MAX-PERCENT         PIC 9(04)V99 VALUE 100.00.

       01  WS-ADDING-SW               PIC X(01) VALUE "N".
           88 ADDING-ENTRY                   VALUE "Y".
       01  WS-KEEP-NOTE               PIC X(17) VALUE SPACES.
       01  WS-FIELD-VALID-SW          PIC X(01) VALUE "N".
           88 FIELD-VALID                    VALUE "Y".
       01  WS-EMP-OK-SW               PIC X(01) VALUE "N".
           88 EMPLOYEE-OK                    VALUE "Y".

      * IMAGE WORK FOR THE JOURNAL AND THE LISTS.
       01  WS-IMAGE                   PIC X(60).
       01  WS-IMG-EXTRA-WH            PIC ZZ9.99.
       01  WS-IMG-AMOUNT              PIC ZZZ9.99-.
       01  WS-IMG-GOAL                PIC ZZZZZZ9.99.
       01  WS-IMG-TAKEN               PIC ZZZZZZ9.99.

      * OPERATOR SIGN-ON AND CHANGE JOURNAL THROUGH THE SHARED
      * SIGNON MODULE.  W-4 UPDATES NEED A SIGN-ON; DEDUCTION AND
      * GARNISHMENT UPDATES NEED LEVEL 2.
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

      * DATASET ENQUEUE (DSNLOCK) ON EACH FILE.  AN ABSENT MODULE
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
       01  WS-W4-LOCK-SW              PIC X(01) VALUE "N".
           88 W4-FILE-IN-USE                VALUE "Y".
       01  WS-DED-LOCK-SW             PIC X(01) VALUE "N".
           88 DED-MASTER-IN-USE             VALUE "Y".
       01  WS-GARN-LOCK-SW            PIC X(01) VALUE "N".
           88 GARN-ORDERS-IN-USE            VALUE "Y".
       01  WS-W4-HELD-MSG             PIC X(60).
       01  WS-DED-HELD-MSG            PIC X(60).
       01  WS-GARN-HELD-MSG           PIC X(60).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW16WDGM - W-4, DEDUCTION, AND GARNISHMENT "
               "MAINTENANCE".
           PERFORM 1000-INITIALIZE.
           IF TABLE-OVERFLOW
               DISPLAY WS-OVERFLOW-FILE " HOLDS MORE RECORDS THAN "
                   "HW16NB LOADS -- A REWRITE WOULD DROP THE OVERFLOW."
               DISPLAY "NO CHANGES MADE."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0800-OPERATOR-SIGN-ON.
           IF SIGNED-ON
               PERFORM 0820-LOCK-THE-FILES
           END-IF.
           DISPLAY WS-THE-PROMPT WITH NO ADVANCING.
           ACCEPT CharIn.
           PERFORM UNTIL ExitCharacter
               EVALUATE TRUE
                   WHEN W4Elections
                       PERFORM 2000-W4-MAINTENANCE
                   WHEN DeductionMaster
                       PERFORM 3000-DED-MAINTENANCE
                   WHEN GarnishmentOrders
                       PERFORM 4000-GARN-MAINTENANCE
                   WHEN OTHER
                       DISPLAY "UNKNOWN FILE CODE: " CharIn
               END-EVALUATE
               DISPLAY WS-THE-PROMPT WITH NO ADVANCING
               ACCEPT CharIn
           END-PERFORM.
           IF SIGNED-ON
               MOVE "R" TO DL-FUNCTION
               MOVE "HW16WDGM" TO DL-HOLDER
               MOVE SO-USER-ID TO DL-USER
               CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.
           DISPLAY "HW16WDGM CONCLUDES".
           GOBACK.

      * AN ABSENT SIGNON MODULE READS AS A REFUSED SIGN-ON, SO THE
      * SESSION CAN STILL LIST BUT NOT UPDATE.
       0800-OPERATOR-SIGN-ON.
           MOVE "S" TO SO-FUNCTION.
           MOVE "HW16WDGM" TO SO-PROGRAM.
           MOVE "1" TO SO-RESULT.
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION
                   DISPLAY "SIGN-ON MODULE NOT AVAILABLE -- "
                       "UPDATES LOCKED"
           END-CALL.

      * EACH FILE IS LOCKED ON ITS OWN, SO A HOLD ON ONE STILL
      * LEAVES THE OTHER TWO OPEN FOR UPDATE.
       0820-LOCK-THE-FILES.
           MOVE "L" TO DL-FUNCTION.
           MOVE "HW16WDGM" TO DL-HOLDER.
           MOVE SO-USER-ID TO DL-USER.
           MOVE "PAYW4" TO DL-LOGICAL.
           MOVE "X" TO DL-MODE.
           MOVE "0" TO DL-RESULT.
           CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF DL-HELD
               MOVE "Y" TO WS-W4-LOCK-SW
               MOVE SPACES TO WS-W4-HELD-MSG
               STRING "W-4 FILE IN USE BY " DL-HELD-BY " "
                   DL-HELD-USER " SINCE " DL-HELD-DATE " "
                   DL-HELD-TIME DELIMITED BY SIZE
                   INTO WS-W4-HELD-MSG
               DISPLAY WS-W4-HELD-MSG
           END-IF.
           MOVE "PAYDED" TO DL-LOGICAL.
           MOVE "X" TO DL-MODE.
           MOVE "0" TO DL-RESULT.
           CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF DL-HELD
               MOVE "Y" TO WS-DED-LOCK-SW
               MOVE SPACES TO WS-DED-HELD-MSG
               STRING "DEDUCTION MASTER IN USE BY " DL-HELD-BY " "
                   DL-HELD-USER " SINCE " DL-HELD-DATE " "
                   DL-HELD-TIME DELIMITED BY SIZE
                   INTO WS-DED-HELD-MSG
               DISPLAY WS-DED-HELD-MSG
           END-IF.
           MOVE "PAYGARN" TO DL-LOGICAL.
           MOVE "X" TO DL-MODE.
           MOVE "0" TO DL-RESULT.
           CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF DL-HELD
               MOVE "Y" TO WS-GARN-LOCK-SW
               MOVE SPACES TO WS-GARN-HELD-MSG
               STRING "GARNISHMENT FILE IN USE BY " DL-HELD-BY " "
                   DL-HELD-USER " SINCE " DL-HELD-DATE " "
                   DL-HELD-TIME DELIMITED BY SIZE
                   INTO WS-GARN-HELD-MSG
               DISPLAY WS-GARN-HELD-MSG
           END-IF.

      * THE KEY IS THE EMPLOYEE NUMBER, THEN THE DEDUCTION TYPE OR
      * THE GARNISHMENT CASE NUMBER IN WS-MAINT-DED-TYPE/-CASE.
       0840-JOURNAL-THE-CHANGE.
           MOVE "J" TO SO-FUNCTION.
           MOVE "HW16WDGM" TO SO-PROGRAM.
           MOVE SPACES TO SO-KEY.
           MOVE WS-MAINT-EMP-NUM TO SO-KEY(1:5).
           IF DeductionMaster
               MOVE WS-MAINT-DED-TYPE TO SO-KEY(7:4)
           END-IF.
           IF GarnishmentOrders
               MOVE WS-MAINT-CASE TO SO-KEY(7:10)
           END-IF.
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
           MOVE "HW16WDGM"            TO ERRLOG-PROGRAM.
           MOVE WS-ERR-PARAGRAPH-NAME TO ERRLOG-PARAGRAPH.
           MOVE WS-ERR-FILE-NAME      TO ERRLOG-FILE.
           MOVE WS-ERR-STATUS-CODE    TO ERRLOG-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ERRLOG-DATE.
           WRITE BATCH-ERROR-LOG-REC FROM WS-ERROR-LOG-LINE.
           CLOSE BATCH-ERROR-LOG.
           MOVE 16 TO RETURN-CODE.

      * JOURNAL IMAGES OF THE ENTRY AT THE FOUND SUBSCRIPT.
       0860-BUILD-W4-IMAGE.
           MOVE SPACES TO WS-IMAGE.
           MOVE WS-W4-EXTRA-WH(WS-W4-FOUND-SUB) TO WS-IMG-EXTRA-WH.
           STRING "FILING " WS-W4-FILING(WS-W4-FOUND-SUB)
               " ALLOW " WS-W4-ALLOWANCES(WS-W4-FOUND-SUB)
               " EXTRA " WS-IMG-EXTRA-WH
               DELIMITED BY SIZE INTO WS-IMAGE.

       0865-BUILD-DED-IMAGE.
           MOVE SPACES TO WS-IMAGE.
           MOVE WS-DED-AMOUNT(WS-DED-FOUND-SUB) TO WS-IMG-AMOUNT.
           MOVE WS-DED-GOAL(WS-DED-FOUND-SUB) TO WS-IMG-GOAL.
           STRING "TYPE " WS-DED-TYPE(WS-DED-FOUND-SUB)
               " METH " WS-DED-METHOD(WS-DED-FOUND-SUB)
               " AMT " WS-IMG-AMOUNT
               " PRI " WS-DED-PRIORITY(WS-DED-FOUND-SUB)
               " GOAL " WS-IMG-GOAL
               " TAX " WS-DED-TAX-TREATMENT(WS-DED-FOUND-SUB)
               DELIMITED BY SIZE INTO WS-IMAGE.

       0870-BUILD-GARN-IMAGE.
           MOVE SPACES TO WS-IMAGE.
           MOVE WS-GARN-ORDERED(WS-GARN-FOUND-SUB) TO WS-IMG-AMOUNT.
           STRING "CASE " WS-GARN-CASE(WS-GARN-FOUND-SUB)
               " ORD " WS-IMG-AMOUNT
               " PCT " WS-GARN-MAX-PCT(WS-GARN-FOUND-SUB)
               " AGY " WS-GARN-AGENCY(WS-GARN-FOUND-SUB)
               DELIMITED BY SIZE INTO WS-IMAGE.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-W4-DSN FROM ENVIRONMENT "PAYW4".
           IF WS-W4-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16W4.dat"
               TO WS-W4-DSN
           END-IF.
           ACCEPT WS-DED-MASTER-DSN FROM ENVIRONMENT "PAYDED".
           IF WS-DED-MASTER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16DED.dat"
               TO WS-DED-MASTER-DSN
           END-IF.
           ACCEPT WS-GARN-ORDER-DSN FROM ENVIRONMENT "PAYGARN".
           IF WS-GARN-ORDER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16GARN.dat"
               TO WS-GARN-ORDER-DSN
           END-IF.
           ACCEPT WS-EMP-MASTER-DSN FROM ENVIRONMENT "PAYEMP".
           IF WS-EMP-MASTER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16EMP.dat"
               TO WS-EMP-MASTER-DSN
           END-IF.
           ACCEPT WS-BEN-PLAN-DSN FROM ENVIRONMENT "PAYBPLAN".
           IF WS-BEN-PLAN-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BPLN.dat"
               TO WS-BEN-PLAN-DSN
           END-IF.
           ACCEPT WS-ERROR-LOG-DSN FROM ENVIRONMENT "BATCHERRLOG".
           IF WS-ERROR-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\BATCHERR.log"
               TO WS-ERROR-LOG-DSN
           END-IF.

      ****************************************************************
      * LOAD ALL THREE FILES, THE EMPLOYEES, AND THE PLAN CODES.  A
      * FILE NOT YET CREATED STARTS EMPTY.
      ****************************************************************
       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           OPEN INPUT W4-ELECTION-FILE.
           EVALUATE WS-W4-STATUS
               WHEN "00"
                   PERFORM 1100-LOAD-W4-ELECTIONS
                   CLOSE W4-ELECTION-FILE
               WHEN "35"
                   DISPLAY "W-4 ELECTION FILE NOT FOUND -- "
                       "STARTING WITH AN EMPTY FILE"
               WHEN OTHER
                   MOVE "1000-INITIALIZE"  TO WS-ERR-PARAGRAPH-NAME
                   MOVE "W4-ELECTION-FILE" TO WS-ERR-FILE-NAME
                   MOVE WS-W4-STATUS       TO WS-ERR-STATUS-CODE
                   PERFORM 0850-LOG-FILE-ERROR
           END-EVALUATE.
           OPEN INPUT DEDUCTION-MASTER.
           EVALUATE WS-DED-MASTER-STATUS
               WHEN "00"
                   PERFORM 1200-LOAD-DEDUCTIONS
                   CLOSE DEDUCTION-MASTER
               WHEN "35"
                   DISPLAY "DEDUCTION MASTER NOT FOUND -- "
                       "STARTING WITH AN EMPTY FILE"
               WHEN OTHER
                   MOVE "1000-INITIALIZE"    TO WS-ERR-PARAGRAPH-NAME
                   MOVE "DEDUCTION-MASTER"   TO WS-ERR-FILE-NAME
                   MOVE WS-DED-MASTER-STATUS TO WS-ERR-STATUS-CODE
                   PERFORM 0850-LOG-FILE-ERROR
           END-EVALUATE.
           OPEN INPUT GARNISHMENT-ORDERS.
           EVALUATE WS-GARN-ORDER-STATUS
               WHEN "00"
                   PERFORM 1300-LOAD-GARNISHMENTS
                   CLOSE GARNISHMENT-ORDERS
               WHEN "35"
                   DISPLAY "GARNISHMENT ORDER FILE NOT FOUND -- "
                       "STARTING WITH AN EMPTY FILE"
               WHEN OTHER
                   MOVE "1000-INITIALIZE"    TO WS-ERR-PARAGRAPH-NAME
                   MOVE "GARNISHMENT-ORDERS" TO WS-ERR-FILE-NAME
                   MOVE WS-GARN-ORDER-STATUS TO WS-ERR-STATUS-CODE
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
           OPEN INPUT BENEFIT-PLANS.
           IF WS-BEN-PLAN-STATUS = "00"
               PERFORM 1450-LOAD-PLAN-CODES
               CLOSE BENEFIT-PLANS
           END-IF.
           DISPLAY "W-4 ELECTIONS ON FILE  : " WS-W4-COUNT.
           DISPLAY "DEDUCTION ROWS ON FILE : " WS-DED-COUNT.
           DISPLAY "GARNISHMENT ORDERS     : " WS-GARN-COUNT.

       1100-LOAD-W4-ELECTIONS.
           READ W4-ELECTION-FILE.
           PERFORM UNTIL WS-W4-STATUS > "00"
                      OR WS-W4-COUNT >= 100
               ADD 1 TO WS-W4-COUNT
               MOVE WS-W4-COUNT TO WS-W4-SUB
               MOVE W4-EMP-NUMBER    TO WS-W4-EMP-NUM(WS-W4-SUB)
               MOVE W4-FILING-STATUS TO WS-W4-FILING(WS-W4-SUB)
               MOVE W4-ALLOWANCES    TO WS-W4-ALLOWANCES(WS-W4-SUB)
               MOVE W4-EXTRA-WH      TO WS-W4-EXTRA-WH(WS-W4-SUB)
               READ W4-ELECTION-FILE
           END-PERFORM.
           IF WS-W4-COUNT >= 100 AND WS-W4-STATUS = "00"
               MOVE "Y" TO WS-OVERFLOW-SW
               MOVE "W-4 ELECTION FILE" TO WS-OVERFLOW-FILE
           END-IF.

       1200-LOAD-DEDUCTIONS.
           READ DEDUCTION-MASTER.
           PERFORM UNTIL WS-DED-MASTER-STATUS > "00"
                      OR WS-DED-COUNT >= 300
               ADD 1 TO WS-DED-COUNT
               MOVE WS-DED-COUNT TO WS-DED-SUB
               MOVE DED-EMP-NUMBER    TO WS-DED-EMP-NUM(WS-DED-SUB)
               MOVE DED-TYPE          TO WS-DED-TYPE(WS-DED-SUB)
               MOVE DED-METHOD        TO WS-DED-METHOD(WS-DED-SUB)
               MOVE DED-AMOUNT        TO WS-DED-AMOUNT(WS-DED-SUB)
               MOVE DED-PRIORITY      TO WS-DED-PRIORITY(WS-DED-SUB)
               MOVE DED-GOAL          TO WS-DED-GOAL(WS-DED-SUB)
               MOVE DED-TAKEN         TO WS-DED-TAKEN(WS-DED-SUB)
               MOVE DED-TAX-TREATMENT
                   TO WS-DED-TAX-TREATMENT(WS-DED-SUB)
               MOVE DED-ER-AMOUNT     TO WS-DED-ER-AMOUNT(WS-DED-SUB)
               READ DEDUCTION-MASTER
           END-PERFORM.
           IF WS-DED-COUNT >= 300 AND WS-DED-MASTER-STATUS = "00"
               MOVE "Y" TO WS-OVERFLOW-SW
               MOVE "DEDUCTION MASTER" TO WS-OVERFLOW-FILE
           END-IF.

       1300-LOAD-GARNISHMENTS.
           READ GARNISHMENT-ORDERS.
           PERFORM UNTIL WS-GARN-ORDER-STATUS > "00"
                      OR WS-GARN-COUNT >= 50
               ADD 1 TO WS-GARN-COUNT
               MOVE WS-GARN-COUNT TO WS-GARN-SUB
               MOVE GARN-EMP-NUMBER  TO WS-GARN-EMP-NUM(WS-GARN-SUB)
               MOVE GARN-CASE-NUMBER TO WS-GARN-CASE(WS-GARN-SUB)
               MOVE GARN-AGENCY      TO WS-GARN-AGENCY(WS-GARN-SUB)
               MOVE GARN-ORDERED-AMOUNT
                   TO WS-GARN-ORDERED(WS-GARN-SUB)
               MOVE GARN-DISPOSABLE-MAX-PCT
                   TO WS-GARN-MAX-PCT(WS-GARN-SUB)
               READ GARNISHMENT-ORDERS
           END-PERFORM.
           IF WS-GARN-COUNT >= 50 AND WS-GARN-ORDER-STATUS = "00"
               MOVE "Y" TO WS-OVERFLOW-SW
               MOVE "GARNISHMENT ORDERS" TO WS-OVERFLOW-FILE
           END-IF.

       1400-LOAD-EMPLOYEES.
           READ EMPLOYEE-MASTER.
           PERFORM UNTIL WS-EMP-MASTER-STATUS > "00"
                      OR WS-EMP-COUNT >= 500
               ADD 1 TO WS-EMP-COUNT
               MOVE EMP-NUM-IN       TO WS-EMP-NUM(WS-EMP-COUNT)
               MOVE EMP-NAME-IN      TO WS-EMP-NAME(WS-EMP-COUNT)
               MOVE EMP-TERM-DATE-IN TO WS-EMP-TERM(WS-EMP-COUNT)
               READ EMPLOYEE-MASTER
           END-PERFORM.

       1450-LOAD-PLAN-CODES.
           READ BENEFIT-PLANS.
           PERFORM UNTIL WS-BEN-PLAN-STATUS > "00"
                      OR WS-PLAN-COUNT >= 100
               ADD 1 TO WS-PLAN-COUNT
               MOVE BP-PLAN-CODE TO WS-PLAN-CODE(WS-PLAN-COUNT)
               READ BENEFIT-PLANS
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

       1510-FIND-W4.
           MOVE "N" TO WS-W4-FOUND-SW.
           MOVE 0 TO WS-W4-FOUND-SUB.
           PERFORM VARYING WS-W4-SUB FROM 1 BY 1
               UNTIL WS-W4-SUB > WS-W4-COUNT
               IF WS-W4-EMP-NUM(WS-W4-SUB) = WS-MAINT-EMP-NUM
                   MOVE "Y" TO WS-W4-FOUND-SW
                   MOVE WS-W4-SUB TO WS-W4-FOUND-SUB
                   MOVE WS-W4-COUNT TO WS-W4-SUB
               END-IF
           END-PERFORM.

       1520-FIND-DEDUCTION.
           MOVE "N" TO WS-DED-FOUND-SW.
           MOVE 0 TO WS-DED-FOUND-SUB.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > WS-DED-COUNT
               IF WS-DED-EMP-NUM(WS-DED-SUB) = WS-MAINT-EMP-NUM
                   AND WS-DED-TYPE(WS-DED-SUB) = WS-MAINT-DED-TYPE
                   MOVE "Y" TO WS-DED-FOUND-SW
                   MOVE WS-DED-SUB TO WS-DED-FOUND-SUB
                   MOVE WS-DED-COUNT TO WS-DED-SUB
               END-IF
           END-PERFORM.

       1530-FIND-GARNISHMENT.
           MOVE "N" TO WS-GARN-FOUND-SW.
           MOVE 0 TO WS-GARN-FOUND-SUB.
           PERFORM VARYING WS-GARN-SUB FROM 1 BY 1
               UNTIL WS-GARN-SUB > WS-GARN-COUNT
               IF WS-GARN-EMP-NUM(WS-GARN-SUB) = WS-MAINT-EMP-NUM
                   AND WS-GARN-CASE(WS-GARN-SUB) = WS-MAINT-CASE
                   MOVE "Y" TO WS-GARN-FOUND-SW
                   MOVE WS-GARN-SUB TO WS-GARN-FOUND-SUB
                   MOVE WS-GARN-COUNT TO WS-GARN-SUB
               END-IF
           END-PERFORM.

       1540-FIND-PLAN-CODE.
           MOVE "N" TO WS-PLAN-FOUND-SW.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
               IF WS-PLAN-CODE(WS-PLAN-SUB) = WS-MAINT-DED-TYPE
                   MOVE "Y" TO WS-PLAN-FOUND-SW
                   MOVE WS-PLAN-COUNT TO WS-PLAN-SUB
               END-IF
           END-PERFORM.

      * THE EMPLOYEE NUMBER FOR AN ADD OR CHANGE MUST BE ON THE
      * MASTER; A NEW ENTRY IS ALSO REFUSED FOR A TERMINATED ONE.
       1600-ACCEPT-EMPLOYEE.
           MOVE "N" TO WS-EMP-OK-SW.
           DISPLAY "EMPLOYEE NUMBER (5 DIGITS): " WITH NO ADVANCING.
           ACCEPT WS-MAINT-EMP-NUM.
           PERFORM 1500-FIND-EMPLOYEE.
           IF NOT EMP-FOUND
               DISPLAY "EMPLOYEE " WS-MAINT-EMP-NUM
                   " IS NOT ON THE EMPLOYEE MASTER"
           ELSE
               IF ADDING-ENTRY
                   AND WS-EMP-TERM(WS-EMP-FOUND-SUB) NOT = SPACES
                   DISPLAY "EMPLOYEE " WS-MAINT-EMP-NUM
                       " IS TERMINATED -- ENTRY REJECTED"
               ELSE
                   MOVE "Y" TO WS-EMP-OK-SW
                   DISPLAY "EMPLOYEE: " WS-EMP-NAME(WS-EMP-FOUND-SUB)
               END-IF
           END-IF.

       1700-SET-ADD-MODE.
           MOVE "Y" TO WS-ADDING-SW.
           MOVE SPACES TO WS-KEEP-NOTE.

       1710-SET-CHANGE-MODE.
           MOVE "N" TO WS-ADDING-SW.
           MOVE " (BLANK TO KEEP)" TO WS-KEEP-NOTE.

      ****************************************************************
      * W-4 ELECTIONS -- ONE PER EMPLOYEE.
      ****************************************************************
       2000-W4-MAINTENANCE.
           DISPLAY WS-ACTION-PROMPT WITH NO ADVANCING.
           ACCEPT ActionIn.
           EVALUATE TRUE
               WHEN ListEntries
                   PERFORM 2400-LIST-W4
               WHEN NOT SIGNED-ON
                   AND (AddEntry OR ChangeEntry OR StopEntry)
                   DISPLAY "NOT SIGNED ON -- UPDATE REFUSED"
               WHEN W4-FILE-IN-USE
                   AND (AddEntry OR ChangeEntry OR StopEntry)
                   DISPLAY WS-W4-HELD-MSG
                   DISPLAY "LIST ONLY -- UPDATE REFUSED"
               WHEN AddEntry
                   PERFORM 2100-ADD-W4
               WHEN ChangeEntry
                   PERFORM 2200-CHANGE-W4
               WHEN StopEntry
                   PERFORM 2300-STOP-W4
               WHEN OTHER
                   DISPLAY "UNKNOWN FUNCTION CODE: " ActionIn
           END-EVALUATE.

       2100-ADD-W4.
           PERFORM 1700-SET-ADD-MODE.
           PERFORM 1600-ACCEPT-EMPLOYEE.
           IF EMPLOYEE-OK
               PERFORM 1510-FIND-W4
               IF W4-FOUND
                   DISPLAY "A W-4 IS ALREADY ON FILE FOR EMPLOYEE "
                       WS-MAINT-EMP-NUM " -- USE CH TO CHANGE IT"
               ELSE
               IF WS-W4-COUNT >= 100
                   DISPLAY "W-4 TABLE FULL -- ENTRY REJECTED"
               ELSE
                   ADD 1 TO WS-W4-COUNT
                   MOVE WS-W4-COUNT TO WS-W4-FOUND-SUB
                   MOVE WS-MAINT-EMP-NUM
                       TO WS-W4-EMP-NUM(WS-W4-FOUND-SUB)
                   MOVE SPACE TO WS-W4-FILING(WS-W4-FOUND-SUB)
                   MOVE ZEROS TO WS-W4-ALLOWANCES(WS-W4-FOUND-SUB)
                                 WS-W4-EXTRA-WH(WS-W4-FOUND-SUB)
                   PERFORM 2500-ACCEPT-W4-FIELDS
                   PERFORM 6100-REWRITE-W4-FILE
                   MOVE SPACES TO SO-BEFORE
                   PERFORM 0860-BUILD-W4-IMAGE
                   MOVE WS-IMAGE TO SO-AFTER
                   MOVE "W4 ADD" TO SO-ACTION
                   PERFORM 0840-JOURNAL-THE-CHANGE
                   DISPLAY "W-4 ADDED FOR EMPLOYEE " WS-MAINT-EMP-NUM
               END-IF
               END-IF
           END-IF.

       2200-CHANGE-W4.
           PERFORM 1710-SET-CHANGE-MODE.
           PERFORM 1600-ACCEPT-EMPLOYEE.
           IF EMPLOYEE-OK
               PERFORM 1510-FIND-W4
               IF NOT W4-FOUND
                   DISPLAY "NO W-4 ON FILE FOR EMPLOYEE "
                       WS-MAINT-EMP-NUM " -- USE AD TO ADD ONE"
               ELSE
                   PERFORM 0860-BUILD-W4-IMAGE
                   MOVE WS-IMAGE TO SO-BEFORE
                   DISPLAY "ON FILE : " WS-IMAGE
                   PERFORM 2500-ACCEPT-W4-FIELDS
                   PERFORM 0860-BUILD-W4-IMAGE
                   IF WS-IMAGE = SO-BEFORE
                       DISPLAY "NOTHING CHANGED"
                   ELSE
                       PERFORM 6100-REWRITE-W4-FILE
                       MOVE WS-IMAGE TO SO-AFTER
                       MOVE "W4 CHG" TO SO-ACTION
                       PERFORM 0840-JOURNAL-THE-CHANGE
                       DISPLAY "W-4 UPDATED FOR EMPLOYEE "
                           WS-MAINT-EMP-NUM
                   END-IF
               END-IF
           END-IF.

      * STOPPING A W-4 DROPS IT; HW16NB THEN TAKES THE FLAT FEDERAL
      * RATE FOR THE EMPLOYEE, AS FOR ANYONE WITHOUT AN ELECTION.
       2300-STOP-W4.
           DISPLAY "EMPLOYEE NUMBER (5 DIGITS): " WITH NO ADVANCING.
           ACCEPT WS-MAINT-EMP-NUM.
           PERFORM 1510-FIND-W4.
           IF NOT W4-FOUND
               DISPLAY "NO W-4 ON FILE FOR EMPLOYEE " WS-MAINT-EMP-NUM
           ELSE
               PERFORM 0860-BUILD-W4-IMAGE
               DISPLAY "ON FILE : " WS-IMAGE
               DISPLAY "STOP THIS W-4 -- FLAT FEDERAL RATE FROM THE "
                   "NEXT RUN (Y/N): " WITH NO ADVANCING
               ACCEPT WS-MAINT-CONFIRM
               IF WS-MAINT-CONFIRM = "Y" OR "y"
                   MOVE WS-IMAGE TO SO-BEFORE
                   PERFORM VARYING WS-W4-SUB FROM WS-W4-FOUND-SUB BY 1
                       UNTIL WS-W4-SUB >= WS-W4-COUNT
                       MOVE WS-W4-ENTRY(WS-W4-SUB + 1)
                           TO WS-W4-ENTRY(WS-W4-SUB)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-W4-COUNT
                   PERFORM 6100-REWRITE-W4-FILE
                   MOVE SPACES TO SO-AFTER
                   MOVE "W4 STOP" TO SO-ACTION
                   PERFORM 0840-JOURNAL-THE-CHANGE
                   DISPLAY "W-4 STOPPED FOR EMPLOYEE " WS-MAINT-EMP-NUM
               END-IF
           END-IF.

       2400-LIST-W4.
           DISPLAY "EMP   NAME                 W-4 ELECTION".
           PERFORM VARYING WS-W4-SUB FROM 1 BY 1
               UNTIL WS-W4-SUB > WS-W4-COUNT
               MOVE WS-W4-SUB TO WS-W4-FOUND-SUB
               MOVE WS-W4-EMP-NUM(WS-W4-SUB) TO WS-MAINT-EMP-NUM
               PERFORM 1500-FIND-EMPLOYEE
               PERFORM 0860-BUILD-W4-IMAGE
               IF EMP-FOUND
                   DISPLAY WS-MAINT-EMP-NUM " "
                       WS-EMP-NAME(WS-EMP-FOUND-SUB) " "
                       WS-IMAGE(1:40)
               ELSE
                   DISPLAY WS-MAINT-EMP-NUM " "
                       "*NOT ON MASTER*      " WS-IMAGE(1:40)
               END-IF
           END-PERFORM.

      * FIELD ENTRY FOR AN ADD OR CHANGE, INTO THE ENTRY AT
      * WS-W4-FOUND-SUB.  ON A CHANGE A BLANK KEEPS THE VALUE.
       2500-ACCEPT-W4-FIELDS.
           MOVE "N" TO WS-FIELD-VALID-SW.
           PERFORM UNTIL FIELD-VALID
               DISPLAY "FILING STATUS S=SINGLE M=MARRIED H=HEAD OF "
                   "HOUSEHOLD" WS-KEEP-NOTE ": " WITH NO ADVANCING
               ACCEPT WS-MAINT-FILING
               INSPECT WS-MAINT-FILING CONVERTING "smh" TO "SMH"
               EVALUATE TRUE
                   WHEN WS-MAINT-FILING = SPACE AND NOT ADDING-ENTRY
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   WHEN WS-MAINT-FILING = "S" OR "M" OR "H"
                       MOVE WS-MAINT-FILING
                           TO WS-W4-FILING(WS-W4-FOUND-SUB)
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   WHEN OTHER
                       DISPLAY "FILING STATUS MUST BE S, M, OR H"
               END-EVALUATE
           END-PERFORM.
           MOVE "N" TO WS-FIELD-VALID-SW.
           PERFORM UNTIL FIELD-VALID
               DISPLAY "ALLOWANCES (2 DIGITS)" WS-KEEP-NOTE ": "
                   WITH NO ADVANCING
               ACCEPT WS-MAINT-ALLOWANCES
               EVALUATE TRUE
                   WHEN WS-MAINT-ALLOWANCES = SPACES
                       AND NOT ADDING-ENTRY
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   WHEN WS-MAINT-ALLOWANCES IS NUMERIC
                       MOVE WS-MAINT-ALLOWANCES-N
                           TO WS-W4-ALLOWANCES(WS-W4-FOUND-SUB)
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   WHEN OTHER
                       DISPLAY "ALLOWANCES MUST BE 2 DIGITS, 00-99"
               END-EVALUATE
           END-PERFORM.
           MOVE "N" TO WS-FIELD-VALID-SW.
           PERFORM UNTIL FIELD-VALID
               DISPLAY "EXTRA WITHHOLDING PER PERIOD (00000=000.00)"
                   WS-KEEP-NOTE ": " WITH NO ADVANCING
               ACCEPT WS-MAINT-EXTRA-WH
               EVALUATE TRUE
                   WHEN WS-MAINT-EXTRA-WH = SPACES
                       AND NOT ADDING-ENTRY
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   WHEN WS-MAINT-EXTRA-WH IS NUMERIC
                       MOVE WS-MAINT-EXTRA-WH-N
                           TO WS-W4-EXTRA-WH(WS-W4-FOUND-SUB)
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   WHEN OTHER
                       DISPLAY "EXTRA WITHHOLDING MUST BE 5 DIGITS"
               END-EVALUATE
           END-PERFORM.

      ****************************************************************
      * DEDUCTION MASTER -- ONE ROW PER EMPLOYEE AND DEDUCTION TYPE.
      ****************************************************************
       3000-DED-MAINTENANCE.
           DISPLAY WS-ACTION-PROMPT WITH NO ADVANCING.
           ACCEPT ActionIn.
           EVALUATE TRUE
               WHEN ListEntries
                   PERFORM 3400-LIST-DEDUCTIONS
               WHEN NOT SIGNED-ON
                   AND (AddEntry OR ChangeEntry OR StopEntry)
                   DISPLAY "NOT SIGNED ON -- UPDATE REFUSED"
               WHEN SO-AUTH-LEVEL < 2
                   AND (AddEntry OR ChangeEntry OR StopEntry)
                   DISPLAY "DEDUCTION CHANGES NEED AUTHORIZATION "
                       "LEVEL 2"
               WHEN DED-MASTER-IN-USE
                   AND (AddEntry OR ChangeEntry OR StopEntry)
                   DISPLAY WS-DED-HELD-MSG
                   DISPLAY "LIST ONLY -- UPDATE REFUSED"
               WHEN AddEntry
                   PERFORM 3100-ADD-DEDUCTION
               WHEN ChangeEntry
                   PERFORM 3200-CHANGE-DEDUCTION
               WHEN StopEntry
                   PERFORM 3300-STOP-DEDUCTION
               WHEN OTHER
                   DISPLAY "UNKNOWN FUNCTION CODE: " ActionIn
           END-EVALUATE.

      * THE DEDUCTION TYPE IS THE SECOND HALF OF THE KEY.  A TYPE
      * THAT IS A BENEFITS PLAN CODE IS HW16BEN'S TO MAINTAIN, AND
      * A WELL CREDIT IS HW16WELL'S.
       3050-ACCEPT-DED-TYPE.
           MOVE "N" TO WS-FIELD-VALID-SW.
           DISPLAY "DEDUCTION TYPE (4 CHARS): " WITH NO ADVANCING.
           ACCEPT WS-MAINT-DED-TYPE.
           INSPECT WS-MAINT-DED-TYPE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 1540-FIND-PLAN-CODE.
           IF WS-MAINT-DED-TYPE = SPACES
               DISPLAY "DEDUCTION TYPE IS REQUIRED"
           ELSE
               IF PLAN-CODE-FOUND
                   DISPLAY WS-MAINT-DED-TYPE " IS A BENEFITS PLAN -- "
                       "MAINTAINED THROUGH ENROLLMENT (HW16BEN)"
               ELSE
               IF WS-MAINT-DED-TYPE = "WELL"
                   DISPLAY "WELL IS THE WELLNESS PREMIUM CREDIT -- "
                       "WRITTEN BY THE INCENTIVE RUN (HW16WELL)"
               ELSE
                   MOVE "Y" TO WS-FIELD-VALID-SW
               END-IF
               END-IF
           END-IF.

       3100-ADD-DEDUCTION.
           PERFORM 1700-SET-ADD-MODE.
           PERFORM 1600-ACCEPT-EMPLOYEE.
           IF EMPLOYEE-OK
               PERFORM 3050-ACCEPT-DED-TYPE
               IF FIELD-VALID
                   PERFORM 1520-FIND-DEDUCTION
                   IF DED-FOUND
                       DISPLAY "EMPLOYEE " WS-MAINT-EMP-NUM
                           " ALREADY HAS A " WS-MAINT-DED-TYPE
                           " DEDUCTION -- USE CH TO CHANGE IT"
                   ELSE
                   IF WS-DED-COUNT >= 300
                       DISPLAY "DEDUCTION TABLE FULL -- ENTRY REJECTED"
                   ELSE
                       ADD 1 TO WS-DED-COUNT
                       MOVE WS-DED-COUNT TO WS-DED-FOUND-SUB
                       MOVE WS-MAINT-EMP-NUM
                           TO WS-DED-EMP-NUM(WS-DED-FOUND-SUB)
                       MOVE WS-MAINT-DED-TYPE
                           TO WS-DED-TYPE(WS-DED-FOUND-SUB)
                       MOVE SPACES
                           TO WS-DED-METHOD(WS-DED-FOUND-SUB)
                              WS-DED-TAX-TREATMENT(WS-DED-FOUND-SUB)
                       MOVE ZEROS
                           TO WS-DED-AMOUNT(WS-DED-FOUND-SUB)
                              WS-DED-PRIORITY(WS-DED-FOUND-SUB)
                              WS-DED-GOAL(WS-DED-FOUND-SUB)
                              WS-DED-TAKEN(WS-DED-FOUND-SUB)
                       MOVE "000000"
                           TO WS-DED-ER-AMOUNT(WS-DED-FOUND-SUB)
                       PERFORM 3500-ACCEPT-DED-FIELDS
                       PERFORM 6200-REWRITE-DEDUCTION-MASTER
                       MOVE SPACES TO SO-BEFORE
                       PERFORM 0865-BUILD-DED-IMAGE
                       MOVE WS-IMAGE TO SO-AFTER
                       MOVE "DED ADD" TO SO-ACTION
                       PERFORM 0840-JOURNAL-THE-CHANGE
                       DISPLAY WS-MAINT-DED-TYPE
                           " DEDUCTION ADDED FOR EMPLOYEE "
                           WS-MAINT-EMP-NUM
                   END-IF
                   END-IF
               END-IF
           END-IF.

       3200-CHANGE-DEDUCTION.
           PERFORM 1710-SET-CHANGE-MODE.
           PERFORM 1600-ACCEPT-EMPLOYEE.
           IF EMPLOYEE-OK
               PERFORM 3050-ACCEPT-DED-TYPE
               IF FIELD-VALID
                   PERFORM 1520-FIND-DEDUCTION
                   IF NOT DED-FOUND
                       DISPLAY "NO " WS-MAINT-DED-TYPE
                           " DEDUCTION FOR EMPLOYEE " WS-MAINT-EMP-NUM
                   ELSE
                       PERFORM 0865-BUILD-DED-IMAGE
                       MOVE WS-IMAGE TO SO-BEFORE
                       DISPLAY "ON FILE : " WS-IMAGE
                       MOVE WS-DED-TAKEN(WS-DED-FOUND-SUB)
                           TO WS-IMG-TAKEN
                       DISPLAY "TAKEN TO DATE: " WS-IMG-TAKEN
                       PERFORM 3500-ACCEPT-DED-FIELDS
                       PERFORM 0865-BUILD-DED-IMAGE
                       IF WS-IMAGE = SO-BEFORE
                           DISPLAY "NOTHING CHANGED"
                       ELSE
                           PERFORM 6200-REWRITE-DEDUCTION-MASTER
                           MOVE WS-IMAGE TO SO-AFTER
                           MOVE "DED CHG" TO SO-ACTION
                           PERFORM 0840-JOURNAL-THE-CHANGE
                           DISPLAY WS-MAINT-DED-TYPE
                               " DEDUCTION UPDATED FOR EMPLOYEE "
                               WS-MAINT-EMP-NUM
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * A STOPPED DEDUCTION KEEPS ITS ROW WITH A ZERO AMOUNT, SO THE
      * TAKEN-TO-DATE STAYS ON FILE AND HW16NB DOES NOT FALL BACK TO
      * THE EMPLOYEE'S LEGACY ONE-BYTE DEDUCTION CODE.
       3300-STOP-DEDUCTION.
           DISPLAY "EMPLOYEE NUMBER (5 DIGITS): " WITH NO ADVANCING.
           ACCEPT WS-MAINT-EMP-NUM.
           PERFORM 3050-ACCEPT-DED-TYPE.
           IF FIELD-VALID
               PERFORM 1520-FIND-DEDUCTION
               IF NOT DED-FOUND
                   DISPLAY "NO " WS-MAINT-DED-TYPE
                       " DEDUCTION FOR EMPLOYEE " WS-MAINT-EMP-NUM
               ELSE
               IF WS-DED-AMOUNT(WS-DED-FOUND-SUB) = ZERO
                   DISPLAY "DEDUCTION IS ALREADY STOPPED"
               ELSE
                   PERFORM 0865-BUILD-DED-IMAGE
                   DISPLAY "ON FILE : " WS-IMAGE
                   DISPLAY "STOP THIS DEDUCTION (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-MAINT-CONFIRM
                   IF WS-MAINT-CONFIRM = "Y" OR "y"
                       MOVE WS-IMAGE TO SO-BEFORE
                       MOVE ZEROS TO WS-DED-AMOUNT(WS-DED-FOUND-SUB)
                       PERFORM 6200-REWRITE-DEDUCTION-MASTER
                       PERFORM 0865-BUILD-DED-IMAGE
                       MOVE WS-IMAGE TO SO-AFTER
                       MOVE "DED STOP" TO SO-ACTION
                       PERFORM 0840-JOURNAL-THE-CHANGE
                       DISPLAY WS-MAINT-DED-TYPE
                           " DEDUCTION STOPPED FOR EMPLOYEE "
                           WS-MAINT-EMP-NUM
                   END-IF
               END-IF
               END-IF
           END-IF.

       3400-LIST-DEDUCTIONS.
           DISPLAY "EMP   DEDUCTION".
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > WS-DED-COUNT
               MOVE WS-DED-SUB TO WS-DED-FOUND-SUB
               PERFORM 0865-BUILD-DED-IMAGE
               MOVE WS-DED-TAKEN(WS-DED-SUB) TO WS-IMG-TAKEN
               DISPLAY WS-DED-EMP-NUM(WS-DED-SUB) " " WS-IMAGE(1:58)
                   " TAKEN " WS-IMG-TAKEN
           END-PERFORM.

      * FIELD ENTRY FOR AN ADD OR CHANGE, INTO THE ROW AT
      * WS-DED-FOUND-SUB.  THE AMOUNT IS EDITED AFTER THE METHOD SO
      * A PERCENT IS HELD TO 100.00 WHICHEVER WAY THE METHOD WENT.
       3500-ACCEPT-DED-FIELDS.
           MOVE "N" TO WS-FIELD-VALID-SW.
           PERFORM UNTIL FIELD-VALID
               DISPLAY "METHOD A=FLAT AMOUNT P=PERCENT OF GROSS"
                   WS-KEEP-NOTE ": " WITH NO ADVANCING
               ACCEPT WS-MAINT-METHOD
               INSPECT WS-MAINT-METHOD CONVERTING "ap" TO "AP"
               EVALUATE TRUE
                   WHEN WS-MAINT-METHOD = SPACE AND NOT ADDING-ENTRY
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   WHEN WS-MAINT-METHOD = "A" OR "P"
                       MOVE WS-MAINT-METHOD
                           TO WS-DED-METHOD(WS-DED-FOUND-SUB)
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   WHEN OTHER
                       DISPLAY "METHOD MUST BE A OR P"
               END-EVALUATE
           END-PERFORM.
           MOVE "N" TO WS-FIELD-VALID-SW.
           PERFORM UNTIL FIELD-VALID
               IF WS-DED-METHOD(WS-DED-FOUND-SUB) = "P"
                   DISPLAY "PERCENT OF GROSS (000250=2.50%)"
                       WS-KEEP-NOTE ": " WITH NO ADVANCING
               ELSE
                   DISPLAY "AMOUNT PER PERIOD (000000=0000.00)"
                       WS-KEEP-NOTE ": " WITH NO ADVANCING
               END-IF
               ACCEPT WS-MAINT-AMOUNT
               EVALUATE TRUE
                   WHEN WS-MAINT-AMOUNT = SPACES AND NOT ADDING-ENTRY
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   WHEN WS-MAINT-AMOUNT IS NOT NUMERIC
                       DISPLAY "AMOUNT MUST BE 6 DIGITS"
                   WHEN WS-MAINT-AMOUNT-N = ZERO
                       DISPLAY "AMOUNT MUST BE MORE THAN ZERO -- "
                           "USE ST TO STOP A DEDUCTION"
                   WHEN WS-DED-METHOD(WS-DED-FOUND-SUB) = "P"
                       AND WS-MAINT-AMOUNT-N > WS-DED-MAX-PERCENT
                       DISPLAY "PERCENT CANNOT BE OVER 100.00"
                   WHEN OTHER
                       MOVE WS-MAINT-AMOUNT-N
                           TO WS-DED-AMOUNT(WS-DED-FOUND-SUB)
                       MOVE "Y" TO WS-FIELD-VALID-SW
               END-EVALUATE
               IF FIELD-VALID
                   AND WS-DED-METHOD(WS-DED-FOUND-SUB) = "P"
                   AND WS-DED-AMOUNT(WS-DED-FOUND-SUB)
                       > WS-DED-MAX-PERCENT
                   DISPLAY "PERCENT CANNOT BE OVER 100.00"
                   MOVE "N" TO WS-FIELD-VALID-SW
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-FIELD-VALID-SW.
           PERFORM UNTIL FIELD-VALID
               DISPLAY "PRIORITY (2 DIGITS, 01=TAKEN FIRST)"
                   WS-KEEP-NOTE ": " WITH NO ADVANCING
               ACCEPT WS-MAINT-PRIORITY
               EVALUATE TRUE
                   WHEN WS-MAINT-PRIORITY = SPACES
                       AND NOT ADDING-ENTRY
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   WHEN WS-MAINT-PRIORITY IS NUMERIC
                       MOVE WS-MAINT-PRIORITY-N
                           TO WS-DED-PRIORITY(WS-DED-FOUND-SUB)
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   WHEN OTHER
                       DISPLAY "PRIORITY MUST BE 2 DIGITS"
               END-EVALUATE
           END-PERFORM.
           MOVE "N" TO WS-FIELD-VALID-SW.
           PERFORM UNTIL FIELD-VALID
               DISPLAY "GOAL (9 DIGITS 000000000=NO GOAL)"
                   WS-KEEP-NOTE ": " WITH NO ADVANCING
               ACCEPT WS-MAINT-GOAL
               EVALUATE TRUE
                   WHEN WS-MAINT-GOAL = SPACES AND NOT ADDING-ENTRY
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   WHEN WS-MAINT-GOAL IS NUMERIC
                       MOVE WS-MAINT-GOAL-N
                           TO WS-DED-GOAL(WS-DED-FOUND-SUB)
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   WHEN OTHER
                       DISPLAY "GOAL MUST BE 9 DIGITS"
               END-EVALUATE
           END-PERFORM.
           MOVE "N" TO WS-FIELD-VALID-SW.
           PERFORM UNTIL FIELD-VALID
               DISPLAY "TAX TREATMENT I=PRE-TAX INCOME F=PRE-TAX FICA "
                   "B=BOTH N=AFTER-TAX" WS-KEEP-NOTE ": "
                   WITH NO ADVANCING
               ACCEPT WS-MAINT-TAX-TREATMENT
               INSPECT WS-MAINT-TAX-TREATMENT
                   CONVERTING "ifbn" TO "IFBN"
               EVALUATE TRUE
                   WHEN WS-MAINT-TAX-TREATMENT = SPACE
                       AND NOT ADDING-ENTRY
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   WHEN WS-MAINT-TAX-TREATMENT = "I" OR "F"
                                              OR "B" OR "N"
                       MOVE WS-MAINT-TAX-TREATMENT
                           TO WS-DED-TAX-TREATMENT(WS-DED-FOUND-SUB)
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   WHEN OTHER
                       DISPLAY "TAX TREATMENT MUST BE I, F, B, OR N"
               END-EVALUATE
           END-PERFORM.

      ****************************************************************
      * GARNISHMENT ORDERS -- ONE ROW PER EMPLOYEE AND CASE NUMBER.
      ****************************************************************
       4000-GARN-MAINTENANCE.
           DISPLAY WS-ACTION-PROMPT WITH NO ADVANCING.
           ACCEPT ActionIn.
           EVALUATE TRUE
               WHEN ListEntries
                   PERFORM 4400-LIST-GARNISHMENTS
               WHEN NOT SIGNED-ON
                   AND (AddEntry OR ChangeEntry OR StopEntry)
                   DISPLAY "NOT SIGNED ON -- UPDATE REFUSED"
               WHEN SO-AUTH-LEVEL < 2
                   AND (AddEntry OR ChangeEntry OR StopEntry)
                   DISPLAY "GARNISHMENT CHANGES NEED AUTHORIZATION "
                       "LEVEL 2"
               WHEN GARN-ORDERS-IN-USE
                   AND (AddEntry OR ChangeEntry OR StopEntry)
                   DISPLAY WS-GARN-HELD-MSG
                   DISPLAY "LIST ONLY -- UPDATE REFUSED"
               WHEN AddEntry
                   PERFORM 4100-ADD-GARNISHMENT
               WHEN ChangeEntry
                   PERFORM 4200-CHANGE-GARNISHMENT
               WHEN StopEntry
                   PERFORM 4300-STOP-GARNISHMENT
               WHEN OTHER
                   DISPLAY "UNKNOWN FUNCTION CODE: " ActionIn
           END-EVALUATE.

       4050-ACCEPT-CASE-NUMBER.
           MOVE "N" TO WS-FIELD-VALID-SW.
           DISPLAY "CASE NUMBER (UP TO 10): " WITH NO ADVANCING.
           ACCEPT WS-MAINT-CASE.
           IF WS-MAINT-CASE = SPACES
               DISPLAY "CASE NUMBER IS REQUIRED"
           ELSE
               MOVE "Y" TO WS-FIELD-VALID-SW
           END-IF.

       4100-ADD-GARNISHMENT.
           PERFORM 1700-SET-ADD-MODE.
           PERFORM 1600-ACCEPT-EMPLOYEE.
           IF EMPLOYEE-OK
               PERFORM 4050-ACCEPT-CASE-NUMBER
               IF FIELD-VALID
                   PERFORM 1530-FIND-GARNISHMENT
                   IF GARN-FOUND
                       DISPLAY "CASE " WS-MAINT-CASE
                           " IS ALREADY ON FILE FOR EMPLOYEE "
                           WS-MAINT-EMP-NUM
                   ELSE
                   IF WS-GARN-COUNT >= 50
                       DISPLAY "GARNISHMENT TABLE FULL -- ENTRY "
                           "REJECTED"
                   ELSE
                       ADD 1 TO WS-GARN-COUNT
                       MOVE WS-GARN-COUNT TO WS-GARN-FOUND-SUB
                       MOVE WS-MAINT-EMP-NUM
                           TO WS-GARN-EMP-NUM(WS-GARN-FOUND-SUB)
                       MOVE WS-MAINT-CASE
                           TO WS-GARN-CASE(WS-GARN-FOUND-SUB)
                       MOVE SPACES
                           TO WS-GARN-AGENCY(WS-GARN-FOUND-SUB)
                       MOVE ZEROS
                           TO WS-GARN-ORDERED(WS-GARN-FOUND-SUB)
                              WS-GARN-MAX-PCT(WS-GARN-FOUND-SUB)
                       PERFORM 4500-ACCEPT-GARN-FIELDS
                       PERFORM 6300-REWRITE-GARNISHMENTS
                       MOVE SPACES TO SO-BEFORE
                       PERFORM 0870-BUILD-GARN-IMAGE
                       MOVE WS-IMAGE TO SO-AFTER
                       MOVE "GARN ADD" TO SO-ACTION
                       PERFORM 0840-JOURNAL-THE-CHANGE
                       DISPLAY "CASE " WS-MAINT-CASE
                           " ADDED FOR EMPLOYEE " WS-MAINT-EMP-NUM
                   END-IF
                   END-IF
               END-IF
           END-IF.

       4200-CHANGE-GARNISHMENT.
           PERFORM 1710-SET-CHANGE-MODE.
           PERFORM 1600-ACCEPT-EMPLOYEE.
           IF EMPLOYEE-OK
               PERFORM 4050-ACCEPT-CASE-NUMBER
               IF FIELD-VALID
                   PERFORM 1530-FIND-GARNISHMENT
                   IF NOT GARN-FOUND
                       DISPLAY "NO CASE " WS-MAINT-CASE
                           " FOR EMPLOYEE " WS-MAINT-EMP-NUM
                   ELSE
                       PERFORM 0870-BUILD-GARN-IMAGE
                       MOVE WS-IMAGE TO SO-BEFORE
                       DISPLAY "ON FILE : " WS-IMAGE
                       PERFORM 4500-ACCEPT-GARN-FIELDS
                       PERFORM 0870-BUILD-GARN-IMAGE
                       IF WS-IMAGE = SO-BEFORE
                           DISPLAY "NOTHING CHANGED"
                       ELSE
                           PERFORM 6300-REWRITE-GARNISHMENTS
                           MOVE WS-IMAGE TO SO-AFTER
                           MOVE "GARN CHG" TO SO-ACTION
                           PERFORM 0840-JOURNAL-THE-CHANGE
                           DISPLAY "CASE " WS-MAINT-CASE
                               " UPDATED FOR EMPLOYEE "
                               WS-MAINT-EMP-NUM
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * A SATISFIED OR RELEASED ORDER COMES OFF THE FILE; THE
      * REMITTANCE REGISTER STILL HOLDS EVERYTHING PAID UNDER IT.
       4300-STOP-GARNISHMENT.
           DISPLAY "EMPLOYEE NUMBER (5 DIGITS): " WITH NO ADVANCING.
           ACCEPT WS-MAINT-EMP-NUM.
           PERFORM 4050-ACCEPT-CASE-NUMBER.
           IF FIELD-VALID
               PERFORM 1530-FIND-GARNISHMENT
               IF NOT GARN-FOUND
                   DISPLAY "NO CASE " WS-MAINT-CASE
                       " FOR EMPLOYEE " WS-MAINT-EMP-NUM
               ELSE
                   PERFORM 0870-BUILD-GARN-IMAGE
                   DISPLAY "ON FILE : " WS-IMAGE
                   DISPLAY "STOP THIS ORDER (Y/N): " WITH NO ADVANCING
                   ACCEPT WS-MAINT-CONFIRM
                   IF WS-MAINT-CONFIRM = "Y" OR "y"
                       MOVE WS-IMAGE TO SO-BEFORE
                       PERFORM VARYING WS-GARN-SUB
                           FROM WS-GARN-FOUND-SUB BY 1
                           UNTIL WS-GARN-SUB >= WS-GARN-COUNT
                           MOVE WS-GARN-ENTRY(WS-GARN-SUB + 1)
                               TO WS-GARN-ENTRY(WS-GARN-SUB)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-GARN-COUNT
                       PERFORM 6300-REWRITE-GARNISHMENTS
                       MOVE SPACES TO SO-AFTER
                       MOVE "GARN STOP" TO SO-ACTION
                       PERFORM 0840-JOURNAL-THE-CHANGE
                       DISPLAY "CASE " WS-MAINT-CASE
                           " STOPPED FOR EMPLOYEE " WS-MAINT-EMP-NUM
                   END-IF
               END-IF
           END-IF.

       4400-LIST-GARNISHMENTS.
           DISPLAY "EMP   GARNISHMENT ORDER".
           PERFORM VARYING WS-GARN-SUB FROM 1 BY 1
               UNTIL WS-GARN-SUB > WS-GARN-COUNT
               MOVE WS-GARN-SUB TO WS-GARN-FOUND-SUB
               PERFORM 0870-BUILD-GARN-IMAGE
               DISPLAY WS-GARN-EMP-NUM(WS-GARN-SUB) " " WS-IMAGE
           END-PERFORM.

      * FIELD ENTRY FOR AN ADD OR CHANGE, INTO THE ROW AT
      * WS-GARN-FOUND-SUB.  THE PERCENT IS THE ORDER'S CEILING ON
      * DISPOSABLE EARNINGS AND MUST SIT INSIDE THE FEDERAL LIMITS:
      * 25 FOR AN ORDINARY CREDITOR GARNISHMENT, UP TO 65 ONLY FOR
      * A CHILD-SUPPORT OR ALIMONY ORDER.
       4500-ACCEPT-GARN-FIELDS.
           MOVE "N" TO WS-FIELD-VALID-SW.
           PERFORM UNTIL FIELD-VALID
               DISPLAY "ISSUING AGENCY (UP TO 20)" WS-KEEP-NOTE ": "
                   WITH NO ADVANCING
               ACCEPT WS-MAINT-AGENCY
               EVALUATE TRUE
                   WHEN WS-MAINT-AGENCY = SPACES AND NOT ADDING-ENTRY
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   WHEN WS-MAINT-AGENCY = SPACES
                       DISPLAY "AGENCY IS REQUIRED"
                   WHEN OTHER
                       MOVE WS-MAINT-AGENCY
                           TO WS-GARN-AGENCY(WS-GARN-FOUND-SUB)
                       MOVE "Y" TO WS-FIELD-VALID-SW
               END-EVALUATE
           END-PERFORM.
           MOVE "N" TO WS-FIELD-VALID-SW.
           PERFORM UNTIL FIELD-VALID
               DISPLAY "ORDERED AMOUNT PER PERIOD (000000=0000.00)"
                   WS-KEEP-NOTE ": " WITH NO ADVANCING
               ACCEPT WS-MAINT-AMOUNT
               EVALUATE TRUE
                   WHEN WS-MAINT-AMOUNT = SPACES AND NOT ADDING-ENTRY
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   WHEN WS-MAINT-AMOUNT IS NOT NUMERIC
                       DISPLAY "AMOUNT MUST BE 6 DIGITS"
                   WHEN WS-MAINT-AMOUNT-N = ZERO
                       DISPLAY "AMOUNT MUST BE MORE THAN ZERO -- "
                           "USE ST TO STOP AN ORDER"
                   WHEN OTHER
                       MOVE WS-MAINT-AMOUNT-N
                           TO WS-GARN-ORDERED(WS-GARN-FOUND-SUB)
                       MOVE "Y" TO WS-FIELD-VALID-SW
               END-EVALUATE
           END-PERFORM.
           MOVE "N" TO WS-FIELD-VALID-SW.
           PERFORM UNTIL FIELD-VALID
               DISPLAY "MAX PCT OF DISPOSABLE EARNINGS (01-65)"
                   WS-KEEP-NOTE ": " WITH NO ADVANCING
               ACCEPT WS-MAINT-PCT
               EVALUATE TRUE
                   WHEN WS-MAINT-PCT = SPACES AND NOT ADDING-ENTRY
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   WHEN WS-MAINT-PCT IS NOT NUMERIC
                       DISPLAY "PERCENT MUST BE 2 DIGITS"
                   WHEN WS-MAINT-PCT-N = ZERO
                       OR WS-MAINT-PCT-N > WS-GARN-SUPPORT-MAX-PCT
                       DISPLAY "PERCENT MUST BE 01 THROUGH "
                           WS-GARN-SUPPORT-MAX-PCT
                   WHEN WS-MAINT-PCT-N > WS-GARN-ORDINARY-MAX-PCT
                       PERFORM 4510-CONFIRM-SUPPORT-ORDER
                   WHEN OTHER
                       MOVE WS-MAINT-PCT-N
                           TO WS-GARN-MAX-PCT(WS-GARN-FOUND-SUB)
                       MOVE "Y" TO WS-FIELD-VALID-SW
               END-EVALUATE
           END-PERFORM.

       4510-CONFIRM-SUPPORT-ORDER.
           DISPLAY "OVER " WS-GARN-ORDINARY-MAX-PCT
               " PCT IS ALLOWED ONLY FOR A SUPPORT ORDER -- IS THIS "
               "A SUPPORT ORDER (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-MAINT-SUPPORT.
           IF WS-MAINT-SUPPORT = "Y" OR "y"
               MOVE WS-MAINT-PCT-N TO WS-GARN-MAX-PCT(WS-GARN-FOUND-SUB)
               MOVE "Y" TO WS-FIELD-VALID-SW
           ELSE
               DISPLAY "AN ORDINARY GARNISHMENT IS LIMITED TO "
                   WS-GARN-ORDINARY-MAX-PCT " PCT"
           END-IF.

      ****************************************************************
      * FILE REWRITES FROM THE TABLES.
      ****************************************************************
       6100-REWRITE-W4-FILE.
           OPEN OUTPUT W4-ELECTION-FILE.
           IF WS-W4-STATUS NOT = "00"
               MOVE "6100-REWRITE-W4"  TO WS-ERR-PARAGRAPH-NAME
               MOVE "W4-ELECTION-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-W4-STATUS       TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               PERFORM VARYING WS-W4-SUB FROM 1 BY 1
                   UNTIL WS-W4-SUB > WS-W4-COUNT
                   MOVE WS-W4-EMP-NUM(WS-W4-SUB)    TO W4-EMP-NUMBER
                   MOVE WS-W4-FILING(WS-W4-SUB)     TO W4-FILING-STATUS
                   MOVE WS-W4-ALLOWANCES(WS-W4-SUB) TO W4-ALLOWANCES
                   MOVE WS-W4-EXTRA-WH(WS-W4-SUB)   TO W4-EXTRA-WH
                   WRITE W4-ELECTION-REC
               END-PERFORM
               CLOSE W4-ELECTION-FILE
           END-IF.

       6200-REWRITE-DEDUCTION-MASTER.
           OPEN OUTPUT DEDUCTION-MASTER.
           IF WS-DED-MASTER-STATUS NOT = "00"
               MOVE "6200-REWRITE-DEDS"    TO WS-ERR-PARAGRAPH-NAME
               MOVE "DEDUCTION-MASTER"     TO WS-ERR-FILE-NAME
               MOVE WS-DED-MASTER-STATUS   TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > WS-DED-COUNT
                   MOVE WS-DED-EMP-NUM(WS-DED-SUB)   TO DED-EMP-NUMBER
                   MOVE WS-DED-TYPE(WS-DED-SUB)      TO DED-TYPE
                   MOVE WS-DED-METHOD(WS-DED-SUB)    TO DED-METHOD
                   MOVE WS-DED-AMOUNT(WS-DED-SUB)    TO DED-AMOUNT
                   MOVE WS-DED-PRIORITY(WS-DED-SUB)  TO DED-PRIORITY
                   MOVE WS-DED-GOAL(WS-DED-SUB)      TO DED-GOAL
                   MOVE WS-DED-TAKEN(WS-DED-SUB)     TO DED-TAKEN
                   MOVE WS-DED-TAX-TREATMENT(WS-DED-SUB)
                       TO DED-TAX-TREATMENT
                   MOVE WS-DED-ER-AMOUNT(WS-DED-SUB) TO DED-ER-AMOUNT
                   WRITE DEDUCTION-MASTER-REC
               END-PERFORM
               CLOSE DEDUCTION-MASTER
           END-IF.

       6300-REWRITE-GARNISHMENTS.
           OPEN OUTPUT GARNISHMENT-ORDERS.
           IF WS-GARN-ORDER-STATUS NOT = "00"
               MOVE "6300-REWRITE-GARN"    TO WS-ERR-PARAGRAPH-NAME
               MOVE "GARNISHMENT-ORDERS"   TO WS-ERR-FILE-NAME
               MOVE WS-GARN-ORDER-STATUS   TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               PERFORM VARYING WS-GARN-SUB FROM 1 BY 1
                   UNTIL WS-GARN-SUB > WS-GARN-COUNT
                   MOVE WS-GARN-EMP-NUM(WS-GARN-SUB) TO GARN-EMP-NUMBER
                   MOVE WS-GARN-CASE(WS-GARN-SUB) TO GARN-CASE-NUMBER
                   MOVE WS-GARN-AGENCY(WS-GARN-SUB) TO GARN-AGENCY
                   MOVE WS-GARN-ORDERED(WS-GARN-SUB)
                       TO GARN-ORDERED-AMOUNT
                   MOVE WS-GARN-MAX-PCT(WS-GARN-SUB)
                       TO GARN-DISPOSABLE-MAX-PCT
                   WRITE GARNISHMENT-ORDER-REC
               END-PERFORM
               CLOSE GARNISHMENT-ORDERS
           END-IF.
