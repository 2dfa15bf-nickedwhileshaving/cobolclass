      *payroll output and the employee master, debits wage expense by
      *department, and credits the state, local, federal, and
      *SSN/Medicare liabilities, deductions payable, and net pay
      *(cash).  The employer 401(k) match and the employer share of
      *benefit premiums post as benefits expense against their own
      *payables.  Debits are proven equal to credits before the journal
      *is released; an out-of-balance journal is held exactly the way
      *the bank feed is -- the file is truncated to a suppression
      *record and the step ends with a non-zero return code.
      *When the off-cycle bonus flag is present the bonus payroll
      *output is journaled instead, to its own journal file under
      *its own journal id, so it posts alongside the regular run.
      *When there is a company master (COMPANY) the journal file
      *holds one journal per company -- its own JRN header with the
      *company code, its own lines, its own BALANCE line -- built
      *from that company's payments alone, so GLPOST keeps each
      *company's ledger apart.  One company out of balance holds the
      *whole file.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

           SELECT BONUS-RUN-FLAG ASSIGN TO WS-BONUS-FLAG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BONUS-FLAG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM THE ENVIRONMENT VARIABLES BELOW, FALLING BACK TO
      *  DEVELOPMENT DEFAULTS SHOWN THERE WHEN A VARIABLE IS NOT SET:
      *      PAYOUT    PAYEMP    PAYHOLD    PAYGLJ
      *      GLCOA (CHART OF ACCOUNTS)   PAYAMAP (ACCOUNT MAPPING)
      *      PAYBONUS (OFF-CYCLE BONUS FLAG)   PAYBOUT   PAYBGLJ
      *      BATCHERRLOG - SHARED WITH HW15NB, HW16NB, AND HW19NB

       DATA DIVISION.
           DATA RECORD IS PAYROLL-REC-IN-GL.
       01 PAYROLL-REC-IN-GL.
          05 GL-EMP-OUT.
             10 GL-PAY-DATE           PIC X(08).
             10 GL-EMP-NUMBER         PIC X(05).
             10 FILLER                PIC X(12).
             10 GL-EARN-TYPE          PIC X(01).
                88 GL-EARN-REIMBURSE      VALUE "E".
          05 GL-CALCULATED.
             10 GL-GROSS              PIC 9(06)V99.
             10 GL-SSN-MED            PIC 9(05)V99.
             10 GL-STATE              PIC 9(05)V99.
             10 GL-LOCAL              PIC 9(05)V99.
             10 GL-FED                PIC 9(05)V99.
             10 GL-NET                PIC 9(06)V99.
      *   EXTENSION APPENDED BY HW16NB -- THE STATE SPLIT IS NOT
      *   JOURNALED (GL-STATE IS ALREADY THE COMBINED AMOUNT); THE
      *   EMPLOYER 401(K) MATCH AND THE EMPLOYER BENEFIT PREMIUM
      *   ARE.  SPACES ON OLDER RECORDS.
          05 GL-EXTENSION.
             10 FILLER                PIC X(18).
             10 GL-ER-MATCH           PIC 9(06)V99.
             10 FILLER                PIC X(32).
             10 GL-ER-BENEFIT         PIC 9(06)V99.
      *   EMPLOYING COMPANY, BLANK = THE HOME COMPANY.
          05 GL-COMPANY               PIC X(02).

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 EMP-DEPT-IN              PIC X(15).
          05 EMP-HIRE-DATE-IN         PIC X(06).

      * MAPPING ROWS: "D" MAPS A DEPARTMENT TO ITS WAGE-EXPENSE
      * ACCOUNT, "L" MAPS A LIABILITY TYPE CODE (STATE, LOCAL, FED,
      * SSMED, DEDUC, CASH, 401KX, 401KP, BENX, BENP) TO ITS
      * ACCOUNT.  NO
      * MAPPING FILE MEANS THE JOURNAL RUNS CAPTION-ONLY AS BEFORE.
       FD  ACCOUNT-MAP-IN
           RECORDING MODE IS F
       FD  GL-JOURNAL-OUT
           RECORDING MODE IS F
           DATA RECORD IS GL-JOURNAL-REC.
       01 GL-JOURNAL-REC              PIC X(62).

       FD  BATCH-ERROR-LOG
           RECORDING MODE IS F
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       FD  BONUS-RUN-FLAG
           RECORDING MODE IS F
           DATA RECORD IS BONUS-RUN-FLAG-REC.
       01 BONUS-RUN-FLAG-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PAYROLL-OUT-DSN         PIC X(80).
       01  WS-EMP-MASTER-DSN          PIC X(80).
       01  WS-EMP-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-BANK-HOLD-STATUS        PIC X(02) VALUE "00".
       01  WS-GL-JOURNAL-STATUS       PIC X(02) VALUE "00".
       01  WS-BONUS-FLAG-DSN          PIC X(80).
       01  WS-BONUS-FLAG-STATUS       PIC X(02) VALUE "00".
       01  WS-BONUS-RUN-SW            PIC X(01) VALUE "N".
           88 BONUS-RUN                      VALUE "Y".

       01  WS-ERROR-LOG-STATUS        PIC X(02).
       01  WS-ERROR-LOG-LINE.
       01  WS-EMP-TABLE-SUB           PIC 9(03).
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-TABLE-ENTRY OCCURS 100 TIMES.
              10 WS-EMP-TABLE-NUM     PIC X(05).
              10 WS-EMP-TABLE-DEPT    PIC X(15).
       01  WS-EMP-LOOKUP-DEPT         PIC X(15).

       01  WS-CR-DEDUCTIONS           PIC 9(09)V99 VALUE 0.
       01  WS-DB-ER-MATCH             PIC 9(09)V99 VALUE 0.
       01  WS-CR-ER-MATCH             PIC 9(09)V99 VALUE 0.
       01  WS-DB-ER-BENEFIT           PIC 9(09)V99 VALUE 0.
       01  WS-CR-ER-BENEFIT           PIC 9(09)V99 VALUE 0.
       01  WS-DB-TRAVEL               PIC 9(09)V99 VALUE 0.
       01  WS-REC-DEDUCT              PIC S9(05)V99.

       01  WS-TOTAL-DEBITS            PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS           PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-DEBITS            PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-CREDITS           PIC 9(11)V99 VALUE 0.
       01  WS-JOURNAL-OOB-SW          PIC X(01) VALUE "N".
           88 JOURNAL-OUT-OF-BALANCE         VALUE "Y".

      * ONE PASS OF THE PAYROLL OUTPUT PER COMPANY ON THE COMPANY
      * MASTER.  A BLANK HOME COMPANY MEANS THERE IS NO MASTER AND A
      * SINGLE PASS TAKES EVERY PAYMENT.
       01  WS-HOME-COMPANY            PIC X(02) VALUE SPACES.
       01  WS-PASS-COMPANY            PIC X(02) VALUE SPACES.
       01  WS-REC-COMPANY             PIC X(02).
       01  WS-PASS-RECORDS            PIC 9(07) VALUE 0.
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

       01  WS-GL-JOURNAL-LINE.
           05 GLJ-ACCT-NO             PIC X(06).
           05 GLJ-DC                  PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GLJ-AMOUNT              PIC 9(09)V99.
           05 GLJ-COMPANY             PIC X(02) VALUE SPACES.

      * JOURNAL ID HEADER -- GLPOST REFUSES TO POST THE SAME
      * JOURNAL ID TWICE, THE WAY HW16YRND REFUSES TO CLOSE THE
           05 JRN-PROGRAM             PIC X(08) VALUE "HW16GL".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 JRN-RUN-DATE            PIC X(08).
           05 FILLER                  PIC X(09) VALUE SPACES.
           05 JRN-COMPANY             PIC X(02) VALUE SPACES.

       01  WS-GL-TOTAL-LINE.
           05 FILLER                  PIC X(08) VALUE "BALANCE ".
                           "OR THE MAPPING FILE ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-HOME-COMPANY = SPACES
                       PERFORM 2000-ACCUMULATE-RUN
                       PERFORM 3000-WRITE-JOURNAL
                   ELSE
                       PERFORM 1350-NEXT-COMPANY
                       PERFORM UNTIL NOT CO-FOUND
                           PERFORM 2000-ACCUMULATE-RUN
                           IF WS-PASS-RECORDS > 0
                               PERFORM 3000-WRITE-JOURNAL
                           END-IF
                           PERFORM 1350-NEXT-COMPANY
                       END-PERFORM
                   END-IF
                   PERFORM 3900-RELEASE-JOURNAL
               END-IF
           END-IF.
           DISPLAY "HW16GL CONCLUDES".
           MOVE "C:\school\cobol\cobolclass\master\data\BATCHERR.log"
               TO WS-ERROR-LOG-DSN
           END-IF.
           ACCEPT WS-BONUS-FLAG-DSN FROM ENVIRONMENT "PAYBONUS".
           IF WS-BONUS-FLAG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BONS.dat"
               TO WS-BONUS-FLAG-DSN
           END-IF.
           OPEN INPUT BONUS-RUN-FLAG.
           IF WS-BONUS-FLAG-STATUS = "00"
               CLOSE BONUS-RUN-FLAG
               MOVE "Y" TO WS-BONUS-RUN-SW
               PERFORM 0960-RESOLVE-BONUS-FILE-NAMES
           END-IF.

      * OFF-CYCLE BONUS RUN -- JOURNAL THE BONUS OUTPUT HW16NB
      * WROTE.  THE JOURNAL ID CARRIES ITS OWN PROGRAM TAG SO GLPOST
      * DOES NOT TAKE IT FOR A SECOND COPY OF THE DAY'S REGULAR RUN.
       0960-RESOLVE-BONUS-FILE-NAMES.
           DISPLAY "HW16GL JOURNALING THE OFF-CYCLE BONUS RUN".
           ACCEPT WS-PAYROLL-OUT-DSN FROM ENVIRONMENT "PAYBOUT".
           IF WS-PAYROLL-OUT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BOU1.dat"
               TO WS-PAYROLL-OUT-DSN
           END-IF.
           MOVE "R" TO GR-MODE.
           MOVE "PAYBOUT" TO GR-LOGICAL-NAME.
           MOVE WS-PAYROLL-OUT-DSN TO GR-DSN.
           CALL "GENRES" USING WS-GENRES-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           MOVE GR-DSN TO WS-PAYROLL-OUT-DSN.
           ACCEPT WS-GL-JOURNAL-DSN FROM ENVIRONMENT "PAYBGLJ".
           IF WS-GL-JOURNAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BGLJ.dat"
               TO WS-GL-JOURNAL-DSN
           END-IF.
           MOVE "HW16GLB" TO JRN-PROGRAM.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
           END-IF.

       1000-INITIALIZE.
           OPEN OUTPUT GL-JOURNAL-OUT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO JRN-RUN-DATE.
           PERFORM 1320-FIND-HOME-COMPANY.
           PERFORM 1300-LOAD-EMPLOYEE-MASTER.
           PERFORM 1400-LOAD-CHART-OF-ACCOUNTS.
           PERFORM 1500-LOAD-ACCOUNT-MAP.
               CLOSE EMPLOYEE-MASTER
           END-IF.

       1320-FIND-HOME-COMPANY.
           MOVE "G" TO CO-FUNCTION.
           MOVE SPACES TO CO-CODE.
           MOVE "8" TO CO-RESULT.
           CALL "COMPANY" USING WS-COMPANY-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF CO-FOUND
               MOVE CO-CODE TO WS-HOME-COMPANY
           END-IF.

       1350-NEXT-COMPANY.
           MOVE "N" TO CO-FUNCTION.
           MOVE WS-PASS-COMPANY TO CO-CODE.
           MOVE "8" TO CO-RESULT.
           CALL "COMPANY" USING WS-COMPANY-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF CO-FOUND
               MOVE CO-CODE TO WS-PASS-COMPANY JRN-COMPANY GLJ-COMPANY
           END-IF.

       1400-LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT COA-MASTER-IN.
           IF WS-COA-STATUS = "00"
               END-PERFORM
           END-IF.

      * ONE PASS -- EVERY PAYMENT WITHOUT A COMPANY MASTER, ELSE THE
      * PAYMENTS OF THE COMPANY IN WS-PASS-COMPANY.
       2000-ACCUMULATE-RUN.
           MOVE 0 TO WS-PASS-RECORDS WS-DEPT-COUNT
                     WS-CR-STATE WS-CR-LOCAL WS-CR-FED WS-CR-SSN-MED
                     WS-CR-NET WS-CR-DEDUCTIONS WS-DB-ER-MATCH
                     WS-CR-ER-MATCH WS-DB-ER-BENEFIT WS-CR-ER-BENEFIT
                     WS-DB-TRAVEL WS-TOTAL-DEBITS WS-TOTAL-CREDITS.
           OPEN INPUT PAYROLL-OUT-IN.
           IF WS-PAYROLL-OUT-IN-STATUS NOT = "00"
               MOVE "2000-ACCUMULATE-RUN" TO WS-ERR-PARAGRAPH-NAME
               MOVE "PAYROLL-OUT-IN"  TO WS-ERR-FILE-NAME
               MOVE WS-PAYROLL-OUT-IN-STATUS TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           END-IF.
           READ PAYROLL-OUT-IN.
           PERFORM UNTIL WS-PAYROLL-OUT-IN-STATUS > "00"
               IF GL-PAY-DATE(1:3) NOT = "TRL"
                   MOVE GL-COMPANY TO WS-REC-COMPANY
                   IF WS-REC-COMPANY = SPACES
                       MOVE WS-HOME-COMPANY TO WS-REC-COMPANY
                   END-IF
                   IF WS-HOME-COMPANY = SPACES
                      OR WS-REC-COMPANY = WS-PASS-COMPANY
                       ADD 1 TO WS-PASS-RECORDS
                       PERFORM 2100-ACCUMULATE-PAYMENT
                   END-IF
               END-IF
               READ PAYROLL-OUT-IN
           END-PERFORM.
               END-IF
           END-PERFORM.
           PERFORM 2200-FIND-OR-ADD-DEPT.
      * A MILEAGE REIMBURSEMENT IS TRAVEL EXPENSE, NOT WAGES.
           IF GL-EARN-REIMBURSE
               ADD GL-GROSS TO WS-DB-TRAVEL
           ELSE
               ADD GL-GROSS TO WS-DEPT-GROSS(WS-DEPT-FOUND-SUB)
           END-IF.
           ADD GL-STATE   TO WS-CR-STATE.
           ADD GL-LOCAL   TO WS-CR-LOCAL.
           ADD GL-FED     TO WS-CR-FED.
               ADD GL-ER-MATCH TO WS-DB-ER-MATCH
               ADD GL-ER-MATCH TO WS-CR-ER-MATCH
           END-IF.
      * SAME FOR THE EMPLOYER'S SHARE OF THE BENEFIT PREMIUMS, OWED
      * TO THE CARRIERS ON THE MONTHLY REMITTANCE.
           IF GL-ER-BENEFIT IS NUMERIC AND GL-ER-BENEFIT > 0
               ADD GL-ER-BENEFIT TO WS-DB-ER-BENEFIT
               ADD GL-ER-BENEFIT TO WS-CR-ER-BENEFIT
           END-IF.

       2200-FIND-OR-ADD-DEPT.
           MOVE "N" TO WS-DEPT-FOUND-SW.
           END-IF.

       3000-WRITE-JOURNAL.
           WRITE GL-JOURNAL-REC FROM WS-GL-JRN-HDR.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
               ADD WS-DB-ER-MATCH TO WS-TOTAL-DEBITS
           END-IF.
           IF WS-DB-TRAVEL > 0
               MOVE "L" TO WS-LOOKUP-TYPE
               MOVE "TRAVX" TO WS-LOOKUP-KEY
               PERFORM 2500-RESOLVE-ACCOUNT
               MOVE WS-RESOLVED-ACCT     TO GLJ-ACCT-NO
               MOVE "TRAVEL EXPENSE"     TO GLJ-ACCOUNT
               MOVE SPACES               TO GLJ-DEPT
               MOVE "D"                  TO GLJ-DC
               MOVE WS-DB-TRAVEL         TO GLJ-AMOUNT
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
               ADD WS-DB-TRAVEL TO WS-TOTAL-DEBITS
           END-IF.
           IF WS-DB-ER-BENEFIT > 0
               MOVE "L" TO WS-LOOKUP-TYPE
               MOVE "BENX" TO WS-LOOKUP-KEY
               PERFORM 2500-RESOLVE-ACCOUNT
               MOVE WS-RESOLVED-ACCT     TO GLJ-ACCT-NO
               MOVE "BENEFITS EXPENSE"   TO GLJ-ACCOUNT
               MOVE SPACES               TO GLJ-DEPT
               MOVE "D"                  TO GLJ-DC
               MOVE WS-DB-ER-BENEFIT     TO GLJ-AMOUNT
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
               ADD WS-DB-ER-BENEFIT TO WS-TOTAL-DEBITS
           END-IF.
           MOVE SPACES TO GLJ-DEPT.
           MOVE "C" TO GLJ-DC.
           MOVE "L" TO WS-LOOKUP-TYPE.
               MOVE WS-CR-ER-MATCH         TO GLJ-AMOUNT
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
           END-IF.
           IF WS-CR-ER-BENEFIT > 0
               MOVE "BENP" TO WS-LOOKUP-KEY
               PERFORM 2500-RESOLVE-ACCOUNT
               MOVE WS-RESOLVED-ACCT       TO GLJ-ACCT-NO
               MOVE "BENEFITS PAYABLE"     TO GLJ-ACCOUNT
               MOVE WS-CR-ER-BENEFIT       TO GLJ-AMOUNT
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
           END-IF.
           MOVE "CASH " TO WS-LOOKUP-KEY.
           PERFORM 2500-RESOLVE-ACCOUNT.
           MOVE WS-RESOLVED-ACCT       TO GLJ-ACCT-NO.
           WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE.
           COMPUTE WS-TOTAL-CREDITS = WS-CR-STATE + WS-CR-LOCAL
               + WS-CR-FED + WS-CR-SSN-MED + WS-CR-DEDUCTIONS
               + WS-CR-NET + WS-CR-ER-MATCH + WS-CR-ER-BENEFIT.
           MOVE WS-TOTAL-DEBITS  TO GLT-DEBITS.
           MOVE WS-TOTAL-CREDITS TO GLT-CREDITS.
           WRITE GL-JOURNAL-REC FROM WS-GL-TOTAL-LINE.
           ADD WS-TOTAL-DEBITS  TO WS-GRAND-DEBITS.
           ADD WS-TOTAL-CREDITS TO WS-GRAND-CREDITS.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               MOVE "Y" TO WS-JOURNAL-OOB-SW
           END-IF.
           IF WS-PASS-COMPANY NOT = SPACES
               DISPLAY "COMPANY " WS-PASS-COMPANY " DEBITS "
                   GLT-DEBITS " CREDITS " GLT-CREDITS
           END-IF.

       3900-RELEASE-JOURNAL.
           MOVE WS-GRAND-DEBITS  TO GLT-DEBITS.
           MOVE WS-GRAND-CREDITS TO GLT-CREDITS.
           IF JOURNAL-OUT-OF-BALANCE
      * DO NOT RELEASE AN ENTRY THAT DOES NOT FOOT -- HOLD IT THE
      * SAME WAY THE BANK FEED HOLDS.
               CLOSE GL-JOURNAL-OUT
