      *Positive-pay extract from the check register.  Every live
      *check (issued or reissued, not void) goes to the bank as
      *check number, pay date, payee employee number, and amount, so
      *a forged or altered check bounces at presentment.  Checks
      *written outside the payroll run (HW16MCHK) go out too, with
      *the register's check type -- "M" printed on the stock, "H"
      *handwritten -- so the bank's exception desk knows a hand-
      *written amount may not image cleanly.
      *Each check also carries the routing and account number it is
      *drawn on, the same account HW16CHKP prints on its MICR line.
      *When there is a company master (COMPANY) each company's checks
      *go to an issue file of their own, for that company's bank --
      *the home company's to the usual file, each other company's to
      *the PAYPPAY name with its company code on the end -- drawn on
      *the company's own account, or on the disbursement account
      *(PAYCKBK) when the company master has none for it.  A check
      *whose company is not on the master is not sent and the run
      *ends RC 8.  Without a company master there is one file, as
      *before.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-REG-STATUS.

           SELECT CHECK-BANK-IN ASSIGN TO WS-CHECK-BANK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-BANK-STATUS.

           SELECT POSITIVE-PAY-OUT ASSIGN TO WS-PPAY-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PPAY-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM ENVIRONMENT VARIABLES PAYCREG, PAYCKBK, AND
      *  PAYPPAY (PAYPPAYcc FOR COMPANY cc), FALLING BACK TO THE
      *  DEVELOPMENT DEFAULTS SHOWN THERE.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS CHECK-REGISTER-REC.
       01 CHECK-REGISTER-REC.
          05 CREG-CHECK-NUMBER        PIC 9(07).
          05 CREG-PAY-DATE            PIC X(08).
          05 CREG-EMP-NUMBER          PIC X(05).
          05 CREG-AMOUNT              PIC 9(06)V99.
          05 CREG-STATUS              PIC X(01).
             88 CREG-VOID                   VALUE "V".
          05 CREG-CHECK-TYPE          PIC X(01).
          05 CREG-COMPANY             PIC X(02).

      * ONE RECORD -- THE ACCOUNT THE PAYROLL CHECKS ARE DRAWN ON.
       FD  CHECK-BANK-IN
           RECORDING MODE IS F
           DATA RECORD IS CHECK-BANK-REC.
       01 CHECK-BANK-REC.
          05 CKB-BANK-NAME            PIC X(30).
          05 CKB-BANK-CITY            PIC X(30).
          05 CKB-ROUTING              PIC X(09).
          05 CKB-ACCOUNT              PIC X(17).

       FD  POSITIVE-PAY-OUT
           RECORDING MODE IS F
           DATA RECORD IS POSITIVE-PAY-REC.
       01 POSITIVE-PAY-REC.
          05 PPAY-CHECK-NUMBER        PIC 9(07).
          05 PPAY-PAY-DATE            PIC X(08).
          05 PPAY-EMP-NUMBER          PIC X(05).
          05 PPAY-AMOUNT              PIC 9(06)V99.
          05 PPAY-CHECK-TYPE          PIC X(01).
          05 PPAY-ROUTING             PIC X(09).
          05 PPAY-ACCOUNT             PIC X(17).

       WORKING-STORAGE SECTION.
       01  WS-CHECK-REG-DSN           PIC X(80).
       01  WS-CHECK-BANK-DSN          PIC X(80).
       01  WS-PPAY-DSN                PIC X(80).
       01  WS-CHECK-REG-STATUS        PIC X(02) VALUE "00".
       01  WS-CHECK-BANK-STATUS       PIC X(02) VALUE "00".
       01  WS-PPAY-STATUS             PIC X(02) VALUE "00".

       01  WS-EXTRACT-COUNT           PIC 9(05) VALUE 0.
       01  WS-VOID-COUNT              PIC 9(05) VALUE 0.
       01  WS-MANUAL-COUNT            PIC 9(05) VALUE 0.
       01  WS-EXTRACT-TOTAL           PIC 9(08)V99 VALUE 0.

      * COMPANY PASSES -- ONE ISSUE FILE PER COMPANY ON THE MASTER,
      * IN MASTER ORDER.  A BLANK HOME COMPANY MEANS THERE IS NO
      * COMPANY MASTER AND A SINGLE PASS TAKES EVERY CHECK.
       01  WS-HOME-COMPANY            PIC X(02) VALUE SPACES.
       01  WS-PASS-COMPANY            PIC X(02) VALUE SPACES.
       01  WS-REC-COMPANY             PIC X(02).
       01  WS-BASE-PPAY-DSN           PIC X(80).
       01  WS-PPAY-STEM               PIC X(60).
       01  WS-CO-ENV-NAME             PIC X(12).
       01  WS-DISB-ROUTING            PIC X(09).
       01  WS-DISB-ACCOUNT            PIC X(17).
       01  WS-PASS-ROUTING            PIC X(09).
       01  WS-PASS-ACCOUNT            PIC X(17).
       01  WS-PASS-READ-COUNT         PIC 9(05) VALUE 0.
       01  WS-PASS-EXTRACT-COUNT      PIC 9(05) VALUE 0.
       01  WS-MATCHED-COUNT           PIC 9(05) VALUE 0.
       01  WS-UNMATCHED-COUNT         PIC 9(05) VALUE 0.
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

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW16PPAY BEGINS".
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 1000-INITIALIZE.
           IF WS-HOME-COMPANY = SPACES
               PERFORM 2000-EXTRACT-PASS
           ELSE
               PERFORM 1450-NEXT-COMPANY
      * A FAILED PASS STOPS THE RUN -- THE NEXT CALL WOULD RESET
      * RETURN-CODE.
               PERFORM UNTIL NOT CO-FOUND OR RETURN-CODE > 0
                   PERFORM 2000-EXTRACT-PASS
                   IF RETURN-CODE = 0
                       PERFORM 1450-NEXT-COMPANY
                   END-IF
               END-PERFORM
               PERFORM 3000-CHECK-UNSENT-COMPANIES
           END-IF.
           DISPLAY "CHECKS EXTRACTED: " WS-EXTRACT-COUNT.
           DISPLAY "  MANUAL/HANDWR : " WS-MANUAL-COUNT.
           DISPLAY "VOIDS SKIPPED   : " WS-VOID-COUNT.
           DISPLAY "EXTRACT TOTAL   : " WS-EXTRACT-TOTAL.
           DISPLAY "HW16PPAY CONCLUDES".
           MOVE "C:\school\cobol\cobolclass\master\data\HW16CREG.dat"
               TO WS-CHECK-REG-DSN
           END-IF.
           ACCEPT WS-CHECK-BANK-DSN FROM ENVIRONMENT "PAYCKBK".
           IF WS-CHECK-BANK-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16CKBK.dat"
               TO WS-CHECK-BANK-DSN
           END-IF.
           ACCEPT WS-PPAY-DSN FROM ENVIRONMENT "PAYPPAY".
           IF WS-PPAY-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16PPAY.dat"
               TO WS-PPAY-DSN
           END-IF.
           MOVE "C:\school\cobol\cobolclass\master\data\HW16PPAY"
               TO WS-PPAY-STEM.

      * THE DISBURSEMENT ACCOUNT IS THE HOME COMPANY'S, AND ANY
      * COMPANY'S WITHOUT AN ACCOUNT OF ITS OWN ON THE MASTER.  A
      * MISSING FILE LEAVES THE ACCOUNT BLANK ON THE EXTRACT.
       1000-INITIALIZE.
           MOVE WS-PPAY-DSN TO WS-BASE-PPAY-DSN.
           MOVE SPACES TO CHECK-BANK-REC.
           OPEN INPUT CHECK-BANK-IN.
           IF WS-CHECK-BANK-STATUS = "00"
               READ CHECK-BANK-IN
               CLOSE CHECK-BANK-IN
           END-IF.
           IF CKB-ROUTING IS NOT NUMERIC OR CKB-ACCOUNT = SPACES
               DISPLAY "DISBURSEMENT ACCOUNT MISSING OR INCOMPLETE "
                   "-- ACCOUNT LEFT BLANK ON THE EXTRACT"
               MOVE SPACES TO CKB-ROUTING CKB-ACCOUNT
           END-IF.
           MOVE CKB-ROUTING TO WS-DISB-ROUTING WS-PASS-ROUTING.
           MOVE CKB-ACCOUNT TO WS-DISB-ACCOUNT WS-PASS-ACCOUNT.
           MOVE "G" TO CO-FUNCTION.
           MOVE SPACES TO CO-CODE.
           MOVE "8" TO CO-RESULT.
           CALL "COMPANY" USING WS-COMPANY-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF CO-FOUND
               MOVE CO-CODE TO WS-HOME-COMPANY
           END-IF.

       1450-NEXT-COMPANY.
           MOVE "N" TO CO-FUNCTION.
           MOVE WS-PASS-COMPANY TO CO-CODE.
           MOVE "8" TO CO-RESULT.
           CALL "COMPANY" USING WS-COMPANY-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF CO-FOUND
               MOVE CO-CODE TO WS-PASS-COMPANY
               MOVE WS-DISB-ROUTING TO WS-PASS-ROUTING
               MOVE WS-DISB-ACCOUNT TO WS-PASS-ACCOUNT
               IF CO-BANK-ROUTING IS NUMERIC
                  AND CO-BANK-ACCOUNT NOT = SPACES
                   MOVE CO-BANK-ROUTING TO WS-PASS-ROUTING
                   MOVE CO-BANK-ACCOUNT TO WS-PASS-ACCOUNT
               END-IF
           END-IF.

      * ONE PASS OVER THE REGISTER FOR THE COMPANY IN WS-PASS-COMPANY
      * (EVERY CHECK WHEN THERE IS NO COMPANY MASTER).  THE HOME
      * COMPANY KEEPS THE USUAL ISSUE FILE.
       2000-EXTRACT-PASS.
           MOVE WS-BASE-PPAY-DSN TO WS-PPAY-DSN.
           IF WS-PASS-COMPANY NOT = WS-HOME-COMPANY
               MOVE SPACES TO WS-CO-ENV-NAME WS-PPAY-DSN
               STRING "PAYPPAY" WS-PASS-COMPANY DELIMITED BY SIZE
                   INTO WS-CO-ENV-NAME
               ACCEPT WS-PPAY-DSN FROM ENVIRONMENT WS-CO-ENV-NAME
               IF WS-PPAY-DSN = SPACES
                   STRING WS-PPAY-STEM DELIMITED BY SPACE
                          WS-PASS-COMPANY DELIMITED BY SPACE
                          ".dat" DELIMITED BY SIZE
                       INTO WS-PPAY-DSN
               END-IF
           END-IF.
           MOVE 0 TO WS-PASS-READ-COUNT WS-PASS-EXTRACT-COUNT.
           OPEN INPUT CHECK-REGISTER.
           IF WS-CHECK-REG-STATUS NOT = "00"
               DISPLAY "CHECK REGISTER NOT AVAILABLE - STATUS "
                   WS-CHECK-REG-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT POSITIVE-PAY-OUT
               READ CHECK-REGISTER
               PERFORM UNTIL WS-CHECK-REG-STATUS > "00"
                   ADD 1 TO WS-PASS-READ-COUNT
                   MOVE CREG-COMPANY TO WS-REC-COMPANY
                   IF WS-REC-COMPANY = SPACES
                       MOVE WS-HOME-COMPANY TO WS-REC-COMPANY
                   END-IF
                   IF WS-HOME-COMPANY = SPACES
                      OR WS-REC-COMPANY = WS-PASS-COMPANY
                       ADD 1 TO WS-MATCHED-COUNT
                       PERFORM 2100-EXTRACT-ONE-CHECK
                   END-IF
                   READ CHECK-REGISTER
               END-PERFORM
               CLOSE CHECK-REGISTER POSITIVE-PAY-OUT
               IF WS-PASS-COMPANY NOT = SPACES
                   DISPLAY "COMPANY " WS-PASS-COMPANY " ISSUE FILE "
                       "CHECKS: " WS-PASS-EXTRACT-COUNT
               END-IF
           END-IF.

       2100-EXTRACT-ONE-CHECK.
           IF CREG-VOID
               ADD 1 TO WS-VOID-COUNT
           ELSE
               MOVE CREG-CHECK-NUMBER TO PPAY-CHECK-NUMBER
               MOVE CREG-PAY-DATE     TO PPAY-PAY-DATE
               MOVE CREG-EMP-NUMBER   TO PPAY-EMP-NUMBER
               MOVE CREG-AMOUNT       TO PPAY-AMOUNT
               MOVE CREG-CHECK-TYPE   TO PPAY-CHECK-TYPE
               MOVE WS-PASS-ROUTING   TO PPAY-ROUTING
               MOVE WS-PASS-ACCOUNT   TO PPAY-ACCOUNT
               WRITE POSITIVE-PAY-REC
               ADD 1 TO WS-EXTRACT-COUNT WS-PASS-EXTRACT-COUNT
               IF CREG-CHECK-TYPE NOT = SPACE
                   ADD 1 TO WS-MANUAL-COUNT
               END-IF
               ADD CREG-AMOUNT TO WS-EXTRACT-TOTAL
           END-IF.

       3000-CHECK-UNSENT-COMPANIES.
           IF WS-MATCHED-COUNT < WS-PASS-READ-COUNT
               COMPUTE WS-UNMATCHED-COUNT
                   = WS-PASS-READ-COUNT - WS-MATCHED-COUNT
               DISPLAY "*** " WS-UNMATCHED-COUNT " CHECKS CARRY A "
                   "COMPANY CODE NOT ON THE COMPANY MASTER -- NOT "
                   "SENT ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
