       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW16DREG.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
       INSTALLATION.  INFSYS-3807 COBOL.
      *Federal tax deposit register.  Applies the EFTPS deposit
      *confirmations to the liabilities HW16DEP booked, marking each
      *one paid with its settlement date and acknowledgment number,
      *and rewrites the liability file.  The register lists every
      *liability with its due date and status, calls out anything
      *open past its due date or paid after it, and reconciles each
      *quarter's liabilities and deposits to the withholding and
      *FICA HW16QTR buckets out of the same payroll output, manual
      *checks, and bonus run.  A pay date can carry more than one
      *liability (the payroll run, manual checks, the bonus run, and
      *anything a later run added); a confirmation for the pay date
      *settles them in file order, each up to what it still owes,
      *and any excess lands on the last one.  The register shows
      *each liability's source next to its pay date.
      *With a company master (COMPANY) the register and the quarter
      *reconciliation break by company, each headed with the
      *company's name and FEIN from the master (the employer file's
      *FEIN for a home company the master leaves blank).  Payroll
      *is bucketed by the company on the payment and a confirmation
      *carrying a FEIN settles only that company's liabilities.  A
      *liability or payment for a company not on the master is
      *listed under its code and the run ends RC 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-LIABILITY ASSIGN TO WS-DEP-LIAB-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEP-LIAB-STATUS.

           SELECT DEPOSIT-CONFIRM ASSIGN TO WS-DEP-CONFIRM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEP-CONFIRM-STATUS.

           SELECT PAYROLL-OUT-IN ASSIGN TO WS-PAYROLL-OUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYROLL-OUT-IN-STATUS.

           SELECT DEP-REGISTER-RPT ASSIGN TO WS-DEP-REG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEP-REG-STATUS.

           SELECT EMPLOYER-INFO ASSIGN TO WS-EMPLOYER-INFO-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPLOYER-INFO-STATUS.

           SELECT BATCH-ERROR-LOG ASSIGN TO WS-ERROR-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM THE ENVIRONMENT VARIABLES BELOW, FALLING BACK TO
      *  DEVELOPMENT DEFAULTS SHOWN THERE WHEN A VARIABLE IS NOT SET:
      *      PAYDEPL   PAYDEPCF  PAYOUT    PAYMOUT   PAYBOUT
      *      PAYDREG   PAYERINF
      *      BATCHERRLOG - SHARED WITH HW15NB, HW16NB, AND HW19NB

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSIT-LIABILITY
           RECORDING MODE IS F
           DATA RECORD IS DEPOSIT-LIABILITY-REC.
       01 DEPOSIT-LIABILITY-REC.
          05 DL-PAY-DATE              PIC X(06).
          05 DL-PAY-CCYYMMDD          PIC X(08).
          05 DL-QUARTER               PIC X(05).
          05 DL-SCHEDULE              PIC X(01).
          05 DL-DUE-DATE              PIC X(08).
          05 DL-FED-WH                PIC 9(07)V99.
          05 DL-EE-SS                 PIC 9(07)V99.
          05 DL-EE-MED                PIC 9(07)V99.
          05 DL-ER-SS                 PIC 9(07)V99.
          05 DL-ER-MED                PIC 9(07)V99.
          05 DL-TOTAL                 PIC 9(07)V99.
          05 DL-STATUS                PIC X(01).
          05 DL-PAID-DATE             PIC X(08).
          05 DL-PAID-AMOUNT           PIC 9(07)V99.
          05 DL-EFT-NUMBER            PIC X(15).
          05 DL-SOURCE                PIC X(01).
          05 DL-COMPANY               PIC X(02).

      * ONE CONFIRMATION PER DEPOSIT MADE, KEYED BY THE PAY DATE OF
      * THE LIABILITY IT SETTLES, WITH THE EFTPS ACKNOWLEDGMENT AND
      * THE FEIN IT WAS PAID UNDER (BLANK SETTLES ANY COMPANY'S).
       FD  DEPOSIT-CONFIRM
           RECORDING MODE IS F
           DATA RECORD IS DEPOSIT-CONFIRM-REC.
       01 DEPOSIT-CONFIRM-REC.
          05 CF-PAY-DATE              PIC X(06).
          05 CF-SETTLED-DATE          PIC X(08).
          05 CF-AMOUNT                PIC 9(07)V99.
          05 CF-EFT-NUMBER            PIC X(15).
          05 CF-EIN                   PIC X(09).

       FD  PAYROLL-OUT-IN
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-REC-IN-DR.
       01 PAYROLL-REC-IN-DR.
          05 DR-EMP-OUT.
             10 DR-PAY-DATE           PIC X(08).
             10 DR-EMP-NUMBER         PIC X(05).
             10 FILLER                PIC X(13).
          05 DR-CALCULATED.
             10 DR-GROSS              PIC 9(06)V99.
             10 DR-SSN-MED            PIC 9(05)V99.
             10 DR-STATE              PIC 9(05)V99.
             10 DR-LOCAL              PIC 9(05)V99.
             10 DR-FED                PIC 9(05)V99.
             10 DR-NET                PIC 9(06)V99.
          05 FILLER                   PIC X(66).
      *   EMPLOYING COMPANY -- BLANK WITHOUT A COMPANY MASTER.
          05 DR-COMPANY               PIC X(02).

       FD  DEP-REGISTER-RPT
           RECORDING MODE IS F
           DATA RECORD IS DEP-REGISTER-REC.
       01 DEP-REGISTER-REC            PIC X(120).

       FD  EMPLOYER-INFO
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYER-INFO-REC.
       01 EMPLOYER-INFO-REC.
          05 ERI-EIN                  PIC X(09).
          05 FILLER                   PIC X(202).

       FD  BATCH-ERROR-LOG
           RECORDING MODE IS F
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DEP-LIAB-DSN            PIC X(80).
       01  WS-DEP-CONFIRM-DSN         PIC X(80).
       01  WS-PAYROLL-OUT-DSN         PIC X(80).
       01  WS-MANUAL-OUT-DSN          PIC X(80).
       01  WS-BONUS-OUT-DSN           PIC X(80).
       01  WS-DEP-REG-DSN             PIC X(80).
       01  WS-ERROR-LOG-DSN           PIC X(80).
       01  WS-EMPLOYER-INFO-DSN       PIC X(80).

       01  WS-DEP-LIAB-STATUS         PIC X(02) VALUE "00".
       01  WS-DEP-CONFIRM-STATUS      PIC X(02) VALUE "00".
       01  WS-PAYROLL-OUT-IN-STATUS   PIC X(02) VALUE "00".
       01  WS-DEP-REG-STATUS          PIC X(02) VALUE "00".
       01  WS-EMPLOYER-INFO-STATUS    PIC X(02) VALUE "00".

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

       01  WS-GENRES-PARMS.
           05 GR-MODE                 PIC X(01).
           05 GR-LOGICAL-NAME         PIC X(12).
           05 GR-DSN                  PIC X(80).

       01  WS-TODAY                   PIC X(08).
       01  WS-CONFIRM-COUNT           PIC 9(05) VALUE 0.
       01  WS-UNMATCHED-COUNT         PIC 9(05) VALUE 0.
       01  WS-PAST-DUE-COUNT          PIC 9(05) VALUE 0.
       01  WS-LATE-PAID-COUNT         PIC 9(05) VALUE 0.
       01  WS-OUT-OF-BALANCE-COUNT    PIC 9(02) VALUE 0.

      * COMPANIES -- ONE PER COMPANY ON THE MASTER, OR A SINGLE BLANK
      * ONE WITHOUT A MASTER.  A CODE FOUND ON A LIABILITY OR PAYMENT
      * BUT NOT ON THE MASTER IS ADDED WITH NO FEIN AND COUNTED.
       01  WS-EMPLOYER-EIN            PIC X(09) VALUE SPACES.
       01  WS-HOME-COMPANY            PIC X(02) VALUE SPACES.
       01  WS-REC-COMPANY             PIC X(02).
       01  WS-NO-COMPANY-COUNT        PIC 9(05) VALUE 0.
       01  WS-CO-COUNT                PIC 9(02) VALUE 0.
       01  WS-CO-SUB                  PIC 9(02).
       01  WS-CO-FOUND-SUB            PIC 9(02).
       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 50 TIMES.
              10 WS-CO-CODE           PIC X(02).
              10 WS-CO-EIN            PIC X(09).
              10 WS-CO-NAME           PIC X(30).
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

       01  WS-LIAB-COUNT              PIC 9(04) VALUE 0.
       01  WS-LIAB-SUB                PIC 9(04).
       01  WS-LIAB-FOUND-SW           PIC X(01) VALUE "N".
           88 LIAB-FOUND                     VALUE "Y".
       01  WS-LAST-MATCH-SUB          PIC 9(04).
       01  WS-CONFIRM-LEFT            PIC 9(07)V99.
       01  WS-APPLY-AMOUNT            PIC 9(07)V99.
       01  WS-LIAB-OVERFLOW-SW        PIC X(01) VALUE "N".
           88 LIAB-TABLE-OVERFLOW            VALUE "Y".
       01  WS-LIAB-TABLE.
           05 WS-LIAB-ENTRY OCCURS 2000 TIMES.
              10 WS-LIAB-IMAGE        PIC X(118).
              10 WS-LIAB-FIELDS REDEFINES WS-LIAB-IMAGE.
                 15 WL-PAY-DATE       PIC X(06).
                 15 WL-PAY-CCYYMMDD   PIC X(08).
                 15 WL-QUARTER        PIC X(05).
                 15 WL-SCHEDULE       PIC X(01).
                 15 WL-DUE-DATE       PIC X(08).
                 15 WL-FED-WH         PIC 9(07)V99.
                 15 WL-EE-SS          PIC 9(07)V99.
                 15 WL-EE-MED         PIC 9(07)V99.
                 15 WL-ER-SS          PIC 9(07)V99.
                 15 WL-ER-MED         PIC 9(07)V99.
                 15 WL-TOTAL          PIC 9(07)V99.
                 15 WL-STATUS         PIC X(01).
                    88 WL-OPEN             VALUE "O".
                    88 WL-PAID             VALUE "P".
                 15 WL-PAID-DATE      PIC X(08).
                 15 WL-PAID-AMOUNT    PIC 9(07)V99.
                 15 WL-EFT-NUMBER     PIC X(15).
                 15 WL-SOURCE         PIC X(01).
                 15 WL-COMPANY        PIC X(02).
              10 WS-LIAB-CO-SUB       PIC 9(02).

      * QUARTERS TO RECONCILE, KEYED BY COMPANY AND CCYYQ.  PAYROLL
      * SIDE IS BUCKETED BY THE MONTH OF THE PAY DATE, THE SAME RULE
      * HW16QTR USES.
       01  WS-RQ-COUNT                PIC 9(03) VALUE 0.
       01  WS-RQ-SUB                  PIC 9(03).
       01  WS-RQ-FOUND-SW             PIC X(01) VALUE "N".
           88 RQ-FOUND                       VALUE "Y".
       01  WS-RQ-KEY                  PIC X(05).
       01  WS-RQ-TABLE.
           05 WS-RQ-ENTRY OCCURS 200 TIMES.
              10 WS-RQ-CO-SUB         PIC 9(02).
              10 WS-RQ-QUARTER        PIC X(05).
              10 WS-RQ-PAY-FED        PIC 9(09)V99.
              10 WS-RQ-PAY-SSN-MED    PIC 9(09)V99.
              10 WS-RQ-LIAB-FED       PIC 9(09)V99.
              10 WS-RQ-LIAB-EE-FICA   PIC 9(09)V99.
              10 WS-RQ-LIAB-TOTAL     PIC 9(09)V99.
              10 WS-RQ-DEPOSITED      PIC 9(09)V99.
       01  WS-PAY-MONTH               PIC 9(02).
       01  WS-QTR-DIGIT               PIC 9(01).

       01  WS-REG-LINE                PIC X(120).
       01  WS-REG-COMPANY-LINE.
           05 FILLER                  PIC X(08) VALUE "COMPANY".
           05 RGC-CODE                PIC X(02).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RGC-NAME                PIC X(30).
           05 FILLER                  PIC X(07) VALUE "  FEIN".
           05 RGC-EIN                 PIC X(09).
       01  WS-REG-HDR1                PIC X(60) VALUE
           "FEDERAL TAX DEPOSIT REGISTER -- HW16DREG".
       01  WS-REG-HDR2.
           05 FILLER                  PIC X(10) VALUE "PAY DATE".
           05 FILLER                  PIC X(10) VALUE "DUE".
           05 FILLER                  PIC X(04) VALUE "SCH".
           05 FILLER                  PIC X(16) VALUE "  LIABILITY".
           05 FILLER                  PIC X(08) VALUE "STATUS".
           05 FILLER                  PIC X(10) VALUE "PAID ON".
           05 FILLER                  PIC X(16) VALUE "  DEPOSITED".
           05 FILLER                  PIC X(17) VALUE "EFTPS ACK".
           05 FILLER                  PIC X(12) VALUE "NOTE".
       01  WS-REG-DETAIL.
           05 RGD-PAY-DATE            PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RGD-SOURCE              PIC X(01).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RGD-DUE-DATE            PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RGD-SCHEDULE            PIC X(01).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 RGD-LIABILITY           PIC $$,$$$,$$9.99.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 RGD-STATUS              PIC X(04).
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 RGD-PAID-DATE           PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RGD-DEPOSITED           PIC $$,$$$,$$9.99.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 RGD-EFT-NUMBER          PIC X(15).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RGD-NOTE                PIC X(12).
       01  WS-REC-HDR.
           05 FILLER                  PIC X(08) VALUE "QUARTER".
           05 FILLER                  PIC X(15) VALUE "  HW16QTR FED".
           05 FILLER                  PIC X(15) VALUE "  LIAB FED".
           05 FILLER                  PIC X(15) VALUE " HW16QTR FICA".
           05 FILLER                  PIC X(15) VALUE "  LIAB FICA".
           05 FILLER                  PIC X(15) VALUE "  LIABILITY".
           05 FILLER                  PIC X(15) VALUE "  DEPOSITED".
           05 FILLER                  PIC X(10) VALUE "RESULT".
       01  WS-REC-DETAIL.
           05 RCD-QUARTER             PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RCD-PAY-FED             PIC $$$$,$$$,$$9.99.
           05 RCD-LIAB-FED            PIC $$$$,$$$,$$9.99.
           05 RCD-PAY-FICA            PIC $$$$,$$$,$$9.99.
           05 RCD-LIAB-FICA           PIC $$$$,$$$,$$9.99.
           05 RCD-LIAB-TOTAL          PIC $$$$,$$$,$$9.99.
           05 RCD-DEPOSITED           PIC $$$$,$$$,$$9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RCD-RESULT              PIC X(12).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW16DREG BEGINS".
           PERFORM 1000-INITIALIZE.
           IF RETURN-CODE < 16
               PERFORM 2000-APPLY-CONFIRMATIONS
               PERFORM 3000-REWRITE-LIABILITIES
               PERFORM 4000-PRINT-REGISTER
               PERFORM 5000-RECONCILE-QUARTERS
               CLOSE DEP-REGISTER-RPT
           END-IF.
           DISPLAY "CONFIRMATIONS APPLIED: " WS-CONFIRM-COUNT.
           DISPLAY "LIABILITIES PAST DUE : " WS-PAST-DUE-COUNT.
           IF WS-NO-COMPANY-COUNT > 0
               DISPLAY "*** " WS-NO-COMPANY-COUNT " COMPANY CODES "
                   "NOT ON THE COMPANY MASTER ***"
           END-IF.
           IF WS-PAST-DUE-COUNT > 0 OR WS-OUT-OF-BALANCE-COUNT > 0
               OR WS-UNMATCHED-COUNT > 0 OR WS-NO-COMPANY-COUNT > 0
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "HW16DREG CONCLUDES".
           GOBACK.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-DEP-LIAB-DSN FROM ENVIRONMENT "PAYDEPL".
           IF WS-DEP-LIAB-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16DEPL.dat"
               TO WS-DEP-LIAB-DSN
           END-IF.
           ACCEPT WS-DEP-CONFIRM-DSN FROM ENVIRONMENT "PAYDEPCF".
           IF WS-DEP-CONFIRM-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16DEPF.dat"
               TO WS-DEP-CONFIRM-DSN
           END-IF.
           ACCEPT WS-PAYROLL-OUT-DSN FROM ENVIRONMENT "PAYOUT".
           IF WS-PAYROLL-OUT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16OU01.dat"
               TO WS-PAYROLL-OUT-DSN
           END-IF.
      * GENERATION MANAGEMENT (IN FORCE ONLY WHEN GENMGMT=Y) --
      * RESOLVE THE CURRENT GENERATION THROUGH THE INDEX.
           MOVE "R" TO GR-MODE.
           MOVE "PAYOUT" TO GR-LOGICAL-NAME.
           MOVE WS-PAYROLL-OUT-DSN TO GR-DSN.
           CALL "GENRES" USING WS-GENRES-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           MOVE GR-DSN TO WS-PAYROLL-OUT-DSN.
           ACCEPT WS-MANUAL-OUT-DSN FROM ENVIRONMENT "PAYMOUT".
           IF WS-MANUAL-OUT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16MOU1.dat"
               TO WS-MANUAL-OUT-DSN
           END-IF.
           ACCEPT WS-BONUS-OUT-DSN FROM ENVIRONMENT "PAYBOUT".
           IF WS-BONUS-OUT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BOU1.dat"
               TO WS-BONUS-OUT-DSN
           END-IF.
           MOVE "R" TO GR-MODE.
           MOVE "PAYBOUT" TO GR-LOGICAL-NAME.
           MOVE WS-BONUS-OUT-DSN TO GR-DSN.
           CALL "GENRES" USING WS-GENRES-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           MOVE GR-DSN TO WS-BONUS-OUT-DSN.
           ACCEPT WS-DEP-REG-DSN FROM ENVIRONMENT "PAYDREG".
           IF WS-DEP-REG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16DREG.rpt"
               TO WS-DEP-REG-DSN
           END-IF.
           ACCEPT WS-ERROR-LOG-DSN FROM ENVIRONMENT "BATCHERRLOG".
           IF WS-ERROR-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\BATCHERR.log"
               TO WS-ERROR-LOG-DSN
           END-IF.
           ACCEPT WS-EMPLOYER-INFO-DSN FROM ENVIRONMENT "PAYERINF".
           IF WS-EMPLOYER-INFO-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16ERI.dat"
               TO WS-EMPLOYER-INFO-DSN
           END-IF.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
           MOVE "HW16DREG"            TO ERRLOG-PROGRAM.
           MOVE WS-ERR-PARAGRAPH-NAME TO ERRLOG-PARAGRAPH.
           MOVE WS-ERR-FILE-NAME      TO ERRLOG-FILE.
           MOVE WS-ERR-STATUS-CODE    TO ERRLOG-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ERRLOG-DATE.
           WRITE BATCH-ERROR-LOG-REC FROM WS-ERROR-LOG-LINE.
           CLOSE BATCH-ERROR-LOG.
           MOVE 16 TO RETURN-CODE.

      * THE COMPANIES ARE LOADED FIRST, SINCE THE CALL RESETS
      * RETURN-CODE.
       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           OPEN INPUT EMPLOYER-INFO.
           IF WS-EMPLOYER-INFO-STATUS = "00"
               READ EMPLOYER-INFO
               IF WS-EMPLOYER-INFO-STATUS = "00"
                   MOVE ERI-EIN TO WS-EMPLOYER-EIN
               END-IF
               CLOSE EMPLOYER-INFO
           END-IF.
           PERFORM 1300-LOAD-COMPANIES.
           OPEN INPUT DEPOSIT-LIABILITY.
           IF WS-DEP-LIAB-STATUS NOT = "00"
               MOVE "1000-INITIALIZE"   TO WS-ERR-PARAGRAPH-NAME
               MOVE "DEPOSIT-LIABILITY" TO WS-ERR-FILE-NAME
               MOVE WS-DEP-LIAB-STATUS  TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               READ DEPOSIT-LIABILITY
               PERFORM UNTIL WS-DEP-LIAB-STATUS > "00"
                          OR WS-LIAB-COUNT >= 2000
                   ADD 1 TO WS-LIAB-COUNT
                   MOVE DEPOSIT-LIABILITY-REC
                       TO WS-LIAB-IMAGE(WS-LIAB-COUNT)
                   MOVE DL-COMPANY TO WS-REC-COMPANY
                   PERFORM 1400-FIND-COMPANY
                   MOVE WS-CO-FOUND-SUB
                       TO WS-LIAB-CO-SUB(WS-LIAB-COUNT)
                   READ DEPOSIT-LIABILITY
               END-PERFORM
               IF WS-DEP-LIAB-STATUS = "00"
                   MOVE "Y" TO WS-LIAB-OVERFLOW-SW
               END-IF
               CLOSE DEPOSIT-LIABILITY
           END-IF.
      * A REWRITE FROM A TRUNCATED TABLE WOULD LOSE LIABILITIES.
           IF LIAB-TABLE-OVERFLOW
               DISPLAY "LIABILITY FILE HOLDS MORE THAN 2000 RECORDS "
                   "-- ARCHIVE CLOSED YEARS FIRST. NO CHANGES MADE."
               MOVE 16 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE < 16
               OPEN OUTPUT DEP-REGISTER-RPT
               IF WS-DEP-REG-STATUS NOT = "00"
                   MOVE "1000-INITIALIZE"  TO WS-ERR-PARAGRAPH-NAME
                   MOVE "DEP-REGISTER-RPT" TO WS-ERR-FILE-NAME
                   MOVE WS-DEP-REG-STATUS  TO WS-ERR-STATUS-CODE
                   PERFORM 0850-LOG-FILE-ERROR
               END-IF
           END-IF.

       1300-LOAD-COMPANIES.
           MOVE "G" TO CO-FUNCTION.
           MOVE SPACES TO CO-CODE.
           MOVE "8" TO CO-RESULT.
           CALL "COMPANY" USING WS-COMPANY-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF CO-FOUND
               MOVE CO-CODE TO WS-HOME-COMPANY
               MOVE "N" TO CO-FUNCTION
               MOVE SPACES TO CO-CODE
               MOVE "8" TO CO-RESULT
               CALL "COMPANY" USING WS-COMPANY-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
               PERFORM UNTIL NOT CO-FOUND OR WS-CO-COUNT >= 50
                   PERFORM 1350-ADD-COMPANY
                   MOVE "N" TO CO-FUNCTION
                   MOVE "8" TO CO-RESULT
                   CALL "COMPANY" USING WS-COMPANY-PARMS
                       ON EXCEPTION CONTINUE
                   END-CALL
               END-PERFORM
           ELSE
               PERFORM 1350-ADD-COMPANY
           END-IF.

       1350-ADD-COMPANY.
           ADD 1 TO WS-CO-COUNT.
           MOVE WS-CO-COUNT TO WS-CO-SUB.
           MOVE SPACES TO WS-CO-CODE(WS-CO-SUB)
                          WS-CO-NAME(WS-CO-SUB).
           MOVE WS-EMPLOYER-EIN TO WS-CO-EIN(WS-CO-SUB).
           IF CO-FOUND
               MOVE CO-CODE TO WS-CO-CODE(WS-CO-SUB)
               MOVE CO-NAME TO WS-CO-NAME(WS-CO-SUB)
               IF CO-FED-EIN NOT = SPACES
                  OR CO-CODE NOT = CO-HOME-CODE
                   MOVE CO-FED-EIN TO WS-CO-EIN(WS-CO-SUB)
               END-IF
           END-IF.

      * A BLANK COMPANY IS THE HOME COMPANY; WITHOUT A MASTER EVERY
      * RECORD BELONGS TO THE ONE ENTRY.  AN UNKNOWN CODE IS ADDED
      * WHILE THERE IS ROOM, ELSE IT FALLS TO THE FIRST ENTRY.
       1400-FIND-COMPANY.
           IF WS-REC-COMPANY = SPACES
               MOVE WS-HOME-COMPANY TO WS-REC-COMPANY
           END-IF.
           MOVE 0 TO WS-CO-FOUND-SUB.
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT OR WS-CO-FOUND-SUB > 0
               IF WS-CO-CODE(WS-CO-SUB) = WS-REC-COMPANY
                  OR WS-HOME-COMPANY = SPACES
                   MOVE WS-CO-SUB TO WS-CO-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-CO-FOUND-SUB = 0
               ADD 1 TO WS-NO-COMPANY-COUNT
               IF WS-CO-COUNT < 50
                   ADD 1 TO WS-CO-COUNT
                   MOVE WS-CO-COUNT TO WS-CO-FOUND-SUB
                   MOVE WS-REC-COMPANY
                       TO WS-CO-CODE(WS-CO-FOUND-SUB)
                   MOVE "*** NOT ON COMPANY MASTER"
                       TO WS-CO-NAME(WS-CO-FOUND-SUB)
                   MOVE SPACES TO WS-CO-EIN(WS-CO-FOUND-SUB)
               ELSE
                   MOVE 1 TO WS-CO-FOUND-SUB
               END-IF
           END-IF.

       2000-APPLY-CONFIRMATIONS.
           OPEN INPUT DEPOSIT-CONFIRM.
           IF WS-DEP-CONFIRM-STATUS = "00"
               READ DEPOSIT-CONFIRM
               PERFORM UNTIL WS-DEP-CONFIRM-STATUS > "00"
                   PERFORM 2100-APPLY-ONE-CONFIRMATION
                   READ DEPOSIT-CONFIRM
               END-PERFORM
               CLOSE DEPOSIT-CONFIRM
           ELSE
               DISPLAY "NO DEPOSIT CONFIRMATIONS THIS RUN - STATUS "
                   WS-DEP-CONFIRM-STATUS
           END-IF.

      * A DEPOSIT SHORT OF THE LIABILITY IS RECORDED BUT LEAVES IT
      * OPEN; A SECOND CONFIRMATION FOR THE SAME PAY DATE ADDS TO IT.
      * WHERE THE PAY DATE CARRIES SEVERAL LIABILITIES THE DEPOSIT
      * IS SPREAD ACROSS THE OPEN ONES IN FILE ORDER, AND WHATEVER IS
      * LEFT OVER GOES ON THE LAST ONE.
       2100-APPLY-ONE-CONFIRMATION.
           MOVE "N" TO WS-LIAB-FOUND-SW.
           MOVE CF-AMOUNT TO WS-CONFIRM-LEFT.
           PERFORM VARYING WS-LIAB-SUB FROM 1 BY 1
               UNTIL WS-LIAB-SUB > WS-LIAB-COUNT
               IF WL-PAY-DATE(WS-LIAB-SUB) = CF-PAY-DATE
                  AND (CF-EIN = SPACES OR CF-EIN
                       = WS-CO-EIN(WS-LIAB-CO-SUB(WS-LIAB-SUB)))
                   SET LIAB-FOUND TO TRUE
                   MOVE WS-LIAB-SUB TO WS-LAST-MATCH-SUB
                   IF WL-OPEN(WS-LIAB-SUB) AND WS-CONFIRM-LEFT > 0
                       COMPUTE WS-APPLY-AMOUNT
                           = WL-TOTAL(WS-LIAB-SUB)
                           - WL-PAID-AMOUNT(WS-LIAB-SUB)
                       IF WS-APPLY-AMOUNT > WS-CONFIRM-LEFT
                           MOVE WS-CONFIRM-LEFT TO WS-APPLY-AMOUNT
                       END-IF
                       PERFORM 2150-POST-TO-LIABILITY
                   END-IF
               END-IF
           END-PERFORM.
           IF LIAB-FOUND
               ADD 1 TO WS-CONFIRM-COUNT
               IF WS-CONFIRM-LEFT > 0
                   MOVE WS-LAST-MATCH-SUB TO WS-LIAB-SUB
                   MOVE WS-CONFIRM-LEFT TO WS-APPLY-AMOUNT
                   PERFORM 2150-POST-TO-LIABILITY
               END-IF
           ELSE
               ADD 1 TO WS-UNMATCHED-COUNT
               DISPLAY "DEPOSIT FOR PAY DATE " CF-PAY-DATE
                   " FEIN " CF-EIN
                   " MATCHES NO LIABILITY -- ACK " CF-EFT-NUMBER
           END-IF.

       2150-POST-TO-LIABILITY.
           ADD WS-APPLY-AMOUNT TO WL-PAID-AMOUNT(WS-LIAB-SUB).
           SUBTRACT WS-APPLY-AMOUNT FROM WS-CONFIRM-LEFT.
           MOVE CF-SETTLED-DATE TO WL-PAID-DATE(WS-LIAB-SUB).
           MOVE CF-EFT-NUMBER   TO WL-EFT-NUMBER(WS-LIAB-SUB).
           IF WL-PAID-AMOUNT(WS-LIAB-SUB) >= WL-TOTAL(WS-LIAB-SUB)
               MOVE "P" TO WL-STATUS(WS-LIAB-SUB)
           END-IF.

       3000-REWRITE-LIABILITIES.
           OPEN OUTPUT DEPOSIT-LIABILITY.
           IF WS-DEP-LIAB-STATUS NOT = "00"
               MOVE "3000-REWRITE-LIABS" TO WS-ERR-PARAGRAPH-NAME
               MOVE "DEPOSIT-LIABILITY"  TO WS-ERR-FILE-NAME
               MOVE WS-DEP-LIAB-STATUS   TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               PERFORM VARYING WS-LIAB-SUB FROM 1 BY 1
                   UNTIL WS-LIAB-SUB > WS-LIAB-COUNT
                   WRITE DEPOSIT-LIABILITY-REC
                       FROM WS-LIAB-IMAGE(WS-LIAB-SUB)
               END-PERFORM
               CLOSE DEPOSIT-LIABILITY
           END-IF.

       4000-PRINT-REGISTER.
           WRITE DEP-REGISTER-REC FROM WS-REG-HDR1.
           MOVE SPACES TO WS-REG-LINE.
           STRING "AS OF " WS-TODAY DELIMITED BY SIZE
               INTO WS-REG-LINE.
           WRITE DEP-REGISTER-REC FROM WS-REG-LINE.
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT
               PERFORM 4050-PRINT-COMPANY
           END-PERFORM.
           MOVE SPACES TO DEP-REGISTER-REC.
           WRITE DEP-REGISTER-REC.
           MOVE SPACES TO WS-REG-LINE.
           STRING "LIABILITIES PAST DUE: " WS-PAST-DUE-COUNT
               "    PAID LATE: " WS-LATE-PAID-COUNT
               "    UNMATCHED DEPOSITS: " WS-UNMATCHED-COUNT
               DELIMITED BY SIZE INTO WS-REG-LINE.
           WRITE DEP-REGISTER-REC FROM WS-REG-LINE.

      * WITHOUT A COMPANY MASTER THERE IS NO COMPANY HEADING.
       4050-PRINT-COMPANY.
           IF WS-CO-CODE(WS-CO-SUB) NOT = SPACES
               MOVE SPACES TO DEP-REGISTER-REC
               WRITE DEP-REGISTER-REC
               MOVE WS-CO-CODE(WS-CO-SUB) TO RGC-CODE
               MOVE WS-CO-NAME(WS-CO-SUB) TO RGC-NAME
               MOVE WS-CO-EIN(WS-CO-SUB)  TO RGC-EIN
               WRITE DEP-REGISTER-REC FROM WS-REG-COMPANY-LINE
           END-IF.
           WRITE DEP-REGISTER-REC FROM WS-REG-HDR2.
           PERFORM VARYING WS-LIAB-SUB FROM 1 BY 1
               UNTIL WS-LIAB-SUB > WS-LIAB-COUNT
               IF WS-LIAB-CO-SUB(WS-LIAB-SUB) = WS-CO-SUB
                   PERFORM 4100-PRINT-LIABILITY
               END-IF
           END-PERFORM.

       4100-PRINT-LIABILITY.
           MOVE WL-PAY-DATE(WS-LIAB-SUB)    TO RGD-PAY-DATE.
           MOVE WL-SOURCE(WS-LIAB-SUB)      TO RGD-SOURCE.
           MOVE WL-DUE-DATE(WS-LIAB-SUB)    TO RGD-DUE-DATE.
           MOVE WL-SCHEDULE(WS-LIAB-SUB)    TO RGD-SCHEDULE.
           MOVE WL-TOTAL(WS-LIAB-SUB)       TO RGD-LIABILITY.
           MOVE WL-PAID-DATE(WS-LIAB-SUB)   TO RGD-PAID-DATE.
           MOVE WL-PAID-AMOUNT(WS-LIAB-SUB) TO RGD-DEPOSITED.
           MOVE WL-EFT-NUMBER(WS-LIAB-SUB)  TO RGD-EFT-NUMBER.
           MOVE SPACES TO RGD-NOTE.
           IF WL-PAID(WS-LIAB-SUB)
               MOVE "PAID" TO RGD-STATUS
               IF WL-PAID-DATE(WS-LIAB-SUB)
                       > WL-DUE-DATE(WS-LIAB-SUB)
                   MOVE "PAID LATE" TO RGD-NOTE
                   ADD 1 TO WS-LATE-PAID-COUNT
               END-IF
           ELSE
               MOVE "OPEN" TO RGD-STATUS
               IF WL-DUE-DATE(WS-LIAB-SUB) < WS-TODAY
                   MOVE "*** PAST DUE" TO RGD-NOTE
                   ADD 1 TO WS-PAST-DUE-COUNT
               ELSE
                   IF WL-PAID-AMOUNT(WS-LIAB-SUB) > 0
                       MOVE "SHORT PAID" TO RGD-NOTE
                   END-IF
               END-IF
           END-IF.
           WRITE DEP-REGISTER-REC FROM WS-REG-DETAIL.

       5000-RECONCILE-QUARTERS.
           PERFORM VARYING WS-LIAB-SUB FROM 1 BY 1
               UNTIL WS-LIAB-SUB > WS-LIAB-COUNT
               MOVE WL-QUARTER(WS-LIAB-SUB) TO WS-RQ-KEY
               MOVE WS-LIAB-CO-SUB(WS-LIAB-SUB) TO WS-CO-FOUND-SUB
               PERFORM 5100-FIND-QUARTER
               IF RQ-FOUND
                   ADD WL-FED-WH(WS-LIAB-SUB)
                       TO WS-RQ-LIAB-FED(WS-RQ-SUB)
                   ADD WL-EE-SS(WS-LIAB-SUB) WL-EE-MED(WS-LIAB-SUB)
                       TO WS-RQ-LIAB-EE-FICA(WS-RQ-SUB)
                   ADD WL-TOTAL(WS-LIAB-SUB)
                       TO WS-RQ-LIAB-TOTAL(WS-RQ-SUB)
                   ADD WL-PAID-AMOUNT(WS-LIAB-SUB)
                       TO WS-RQ-DEPOSITED(WS-RQ-SUB)
               END-IF
           END-PERFORM.
           OPEN INPUT PAYROLL-OUT-IN.
           IF WS-PAYROLL-OUT-IN-STATUS = "00"
               READ PAYROLL-OUT-IN
               PERFORM UNTIL WS-PAYROLL-OUT-IN-STATUS > "00"
                   IF DR-PAY-DATE(1:3) NOT = "TRL"
                       AND DR-PAY-DATE IS NUMERIC
                       PERFORM 5200-BUCKET-PAYMENT
                   END-IF
                   READ PAYROLL-OUT-IN
               END-PERFORM
               CLOSE PAYROLL-OUT-IN
           ELSE
               DISPLAY "PAYROLL OUTPUT NOT AVAILABLE - STATUS "
                   WS-PAYROLL-OUT-IN-STATUS
                   " -- QUARTERS NOT RECONCILED"
           END-IF.
           MOVE WS-MANUAL-OUT-DSN TO WS-PAYROLL-OUT-DSN.
           PERFORM 5050-READ-OTHER-PAYMENTS.
           MOVE WS-BONUS-OUT-DSN TO WS-PAYROLL-OUT-DSN.
           PERFORM 5050-READ-OTHER-PAYMENTS.
           MOVE SPACES TO DEP-REGISTER-REC.
           WRITE DEP-REGISTER-REC.
           MOVE "QUARTERLY RECONCILIATION TO HW16QTR"
               TO DEP-REGISTER-REC.
           WRITE DEP-REGISTER-REC.
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT
               PERFORM 5250-RECONCILE-COMPANY
           END-PERFORM.

      * MANUAL CHECKS AND THE BONUS RUN ARE IN THE PAYROLL-OUT LAYOUT
      * AND CARRY LIABILITIES OF THEIR OWN.  NO FILE MEANS NONE.
       5050-READ-OTHER-PAYMENTS.
           OPEN INPUT PAYROLL-OUT-IN.
           IF WS-PAYROLL-OUT-IN-STATUS = "00"
               READ PAYROLL-OUT-IN
               PERFORM UNTIL WS-PAYROLL-OUT-IN-STATUS > "00"
                   IF DR-PAY-DATE(1:3) NOT = "TRL"
                       AND DR-PAY-DATE IS NUMERIC
                       PERFORM 5200-BUCKET-PAYMENT
                   END-IF
                   READ PAYROLL-OUT-IN
               END-PERFORM
               CLOSE PAYROLL-OUT-IN
           END-IF.

       5100-FIND-QUARTER.
           MOVE "N" TO WS-RQ-FOUND-SW.
           PERFORM VARYING WS-RQ-SUB FROM 1 BY 1
               UNTIL WS-RQ-SUB > WS-RQ-COUNT OR RQ-FOUND
               IF WS-RQ-QUARTER(WS-RQ-SUB) = WS-RQ-KEY
                  AND WS-RQ-CO-SUB(WS-RQ-SUB) = WS-CO-FOUND-SUB
                   SET RQ-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF RQ-FOUND
               SUBTRACT 1 FROM WS-RQ-SUB
           ELSE
               IF WS-RQ-COUNT < 200
                   ADD 1 TO WS-RQ-COUNT
                   MOVE WS-RQ-COUNT TO WS-RQ-SUB
                   MOVE WS-RQ-KEY TO WS-RQ-QUARTER(WS-RQ-SUB)
                   MOVE WS-CO-FOUND-SUB TO WS-RQ-CO-SUB(WS-RQ-SUB)
                   MOVE ZEROS TO WS-RQ-PAY-FED(WS-RQ-SUB)
                                 WS-RQ-PAY-SSN-MED(WS-RQ-SUB)
                                 WS-RQ-LIAB-FED(WS-RQ-SUB)
                                 WS-RQ-LIAB-EE-FICA(WS-RQ-SUB)
                                 WS-RQ-LIAB-TOTAL(WS-RQ-SUB)
                                 WS-RQ-DEPOSITED(WS-RQ-SUB)
                   SET RQ-FOUND TO TRUE
               END-IF
           END-IF.

       5200-BUCKET-PAYMENT.
           MOVE DR-PAY-DATE(1:2) TO WS-PAY-MONTH.
           IF WS-PAY-MONTH >= 1 AND WS-PAY-MONTH <= 12
               COMPUTE WS-QTR-DIGIT = (WS-PAY-MONTH + 2) / 3
               MOVE DR-PAY-DATE(5:4) TO WS-RQ-KEY(1:4)
               MOVE WS-QTR-DIGIT     TO WS-RQ-KEY(5:1)
               MOVE DR-COMPANY       TO WS-REC-COMPANY
               PERFORM 1400-FIND-COMPANY
               PERFORM 5100-FIND-QUARTER
               IF RQ-FOUND
                   ADD DR-FED     TO WS-RQ-PAY-FED(WS-RQ-SUB)
                   ADD DR-SSN-MED TO WS-RQ-PAY-SSN-MED(WS-RQ-SUB)
               END-IF
           END-IF.

       5250-RECONCILE-COMPANY.
           IF WS-CO-CODE(WS-CO-SUB) NOT = SPACES
               MOVE WS-CO-CODE(WS-CO-SUB) TO RGC-CODE
               MOVE WS-CO-NAME(WS-CO-SUB) TO RGC-NAME
               MOVE WS-CO-EIN(WS-CO-SUB)  TO RGC-EIN
               WRITE DEP-REGISTER-REC FROM WS-REG-COMPANY-LINE
           END-IF.
           WRITE DEP-REGISTER-REC FROM WS-REC-HDR.
           PERFORM VARYING WS-RQ-SUB FROM 1 BY 1
               UNTIL WS-RQ-SUB > WS-RQ-COUNT
               IF WS-RQ-CO-SUB(WS-RQ-SUB) = WS-CO-SUB
                   PERFORM 5300-PRINT-QUARTER
               END-IF
           END-PERFORM.

      * ONLY A QUARTER THE PAYROLL OUTPUT COVERS CAN BE PROVED; THE
      * OTHERS LIST THEIR LIABILITY AND DEPOSIT TOTALS ALONE.
       5300-PRINT-QUARTER.
           MOVE WS-RQ-QUARTER(WS-RQ-SUB)      TO RCD-QUARTER.
           MOVE WS-RQ-PAY-FED(WS-RQ-SUB)      TO RCD-PAY-FED.
           MOVE WS-RQ-LIAB-FED(WS-RQ-SUB)     TO RCD-LIAB-FED.
           MOVE WS-RQ-PAY-SSN-MED(WS-RQ-SUB)  TO RCD-PAY-FICA.
           MOVE WS-RQ-LIAB-EE-FICA(WS-RQ-SUB) TO RCD-LIAB-FICA.
           MOVE WS-RQ-LIAB-TOTAL(WS-RQ-SUB)   TO RCD-LIAB-TOTAL.
           MOVE WS-RQ-DEPOSITED(WS-RQ-SUB)    TO RCD-DEPOSITED.
           EVALUATE TRUE
               WHEN WS-RQ-PAY-FED(WS-RQ-SUB) = 0
                   AND WS-RQ-PAY-SSN-MED(WS-RQ-SUB) = 0
                   MOVE "NOT ON PAYOUT" TO RCD-RESULT
               WHEN WS-RQ-PAY-FED(WS-RQ-SUB)
                       NOT = WS-RQ-LIAB-FED(WS-RQ-SUB)
                   OR WS-RQ-PAY-SSN-MED(WS-RQ-SUB)
                       NOT = WS-RQ-LIAB-EE-FICA(WS-RQ-SUB)
                   MOVE "*** OUT" TO RCD-RESULT
                   ADD 1 TO WS-OUT-OF-BALANCE-COUNT
               WHEN WS-RQ-DEPOSITED(WS-RQ-SUB)
                       < WS-RQ-LIAB-TOTAL(WS-RQ-SUB)
                   MOVE "UNDERDEPOSIT" TO RCD-RESULT
               WHEN OTHER
                   MOVE "BALANCED" TO RCD-RESULT
           END-EVALUATE.
           WRITE DEP-REGISTER-REC FROM WS-REC-DETAIL.
