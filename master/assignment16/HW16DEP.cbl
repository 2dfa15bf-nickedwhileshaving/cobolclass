       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW16DEP.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
       INSTALLATION.  INFSYS-3807 COBOL.
      *Federal tax deposit liability build, run after every payroll.
      *Totals the payroll output written by HW16NB by pay date --
      *federal withholding plus the employee and employer shares of
      *social security and Medicare -- and appends one liability per
      *pay date to the deposit liability file with the date the
      *deposit is due under the depositor schedule on the deposit
      *control file (monthly or semi-weekly, with the $100,000
      *next-day rule).  Each new liability also goes out as an EFTPS
      *payment record.  HW16DREG marks the liabilities paid, lists
      *what is past due, and reconciles the quarter to HW16QTR.
      *Manual checks (HW16MCHK's payment file, which only grows) are
      *read on every run and booked as liabilities of their own, and
      *with the off-cycle bonus flag present the bonus run's output
      *is read in place of the payroll output.  Each liability is
      *kept by pay date and source, and only what the source shows
      *beyond what is already booked for that pay date is booked, so
      *a rerun books nothing twice and a manual check cut later for
      *an earlier pay date still gets its deposit.
      *When there is a company master (COMPANY) every company is a
      *depositor of its own: liabilities are kept by company as well,
      *each under the company's schedule (a deposit control record
      *for the company, else the shop-wide one) with the $100,000
      *test on the company's own figures, and the EFTPS file carries
      *each company's payments under its own FEIN with a trailer per
      *FEIN.  The home company falls back to the employer file for a
      *FEIN the master leaves blank.  A payment coded for a company
      *not on the master is not booked and the run ends RC 8.  Due
      *dates are business days on the shared calendar (BUSCAL).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-OUT-IN ASSIGN TO WS-PAYROLL-OUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYROLL-OUT-IN-STATUS.

           SELECT BONUS-RUN-FLAG ASSIGN TO WS-BONUS-FLAG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BONUS-FLAG-STATUS.

           SELECT DEPOSIT-CONTROL ASSIGN TO WS-DEP-CONTROL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEP-CONTROL-STATUS.

           SELECT EMPLOYER-INFO ASSIGN TO WS-EMPLOYER-INFO-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPLOYER-INFO-STATUS.

           SELECT DEPOSIT-LIABILITY ASSIGN TO WS-DEP-LIAB-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEP-LIAB-STATUS.

           SELECT EFTPS-OUT ASSIGN TO WS-EFTPS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EFTPS-STATUS.

           SELECT BATCH-ERROR-LOG ASSIGN TO WS-ERROR-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM THE ENVIRONMENT VARIABLES BELOW, FALLING BACK TO
      *  DEVELOPMENT DEFAULTS SHOWN THERE WHEN A VARIABLE IS NOT SET:
      *      PAYOUT    PAYDEPC   PAYERINF  PAYDEPL   PAYEFTPS
      *      PAYMOUT (MANUAL-CHECK PAYMENTS, READ EVERY RUN)
      *      PAYBONUS (OFF-CYCLE BONUS FLAG)   PAYBOUT   PAYBEFTP
      *      BATCHERRLOG - SHARED WITH HW15NB, HW16NB, AND HW19NB

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-OUT-IN
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-REC-IN-DP.
       01 PAYROLL-REC-IN-DP.
          05 DP-EMP-OUT.
             10 DP-PAY-DATE           PIC X(08).
             10 DP-EMP-NUMBER         PIC X(05).
             10 FILLER                PIC X(13).
          05 DP-CALCULATED.
             10 DP-GROSS              PIC 9(06)V99.
             10 DP-SSN-MED            PIC 9(05)V99.
             10 DP-STATE              PIC 9(05)V99.
             10 DP-LOCAL              PIC 9(05)V99.
             10 DP-FED                PIC 9(05)V99.
             10 DP-NET                PIC 9(06)V99.
          05 FILLER                   PIC X(34).
          05 DP-WAGES.
             10 DP-FIT-WAGES          PIC 9(06)V99.
             10 DP-SS-WAGES           PIC 9(06)V99.
             10 DP-MED-WAGES          PIC 9(06)V99.
          05 FILLER                   PIC X(08).
      *   EMPLOYING COMPANY -- BLANK WITHOUT A COMPANY MASTER.
          05 DP-COMPANY               PIC X(02).

       FD  BONUS-RUN-FLAG
           RECORDING MODE IS F
           DATA RECORD IS BONUS-RUN-FLAG-REC.
       01 BONUS-RUN-FLAG-REC          PIC X(80).

      * DEPOSITOR SCHEDULE FOR THE CURRENT YEAR, AS DETERMINED FROM
      * THE LOOKBACK PERIOD: M = MONTHLY, S = SEMI-WEEKLY.  A RECORD
      * WITH A BLANK COMPANY IS THE SHOP-WIDE SCHEDULE; ONE NAMING A
      * COMPANY SETS THAT COMPANY'S OWN.
       FD  DEPOSIT-CONTROL
           RECORDING MODE IS F
           DATA RECORD IS DEPOSIT-CONTROL-REC.
       01 DEPOSIT-CONTROL-REC.
          05 DC-SCHEDULE              PIC X(01).
             88 DC-MONTHLY                 VALUE "M".
             88 DC-SEMI-WEEKLY             VALUE "S".
          05 DC-EFFECTIVE-YEAR        PIC X(04).
          05 DC-COMPANY               PIC X(02).

       FD  EMPLOYER-INFO
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYER-INFO-REC.
       01 EMPLOYER-INFO-REC.
          05 ERI-EIN                  PIC X(09).
          05 FILLER                   PIC X(202).

      * ONE LIABILITY PER PAY DATE AND SOURCE, PLUS ONE FOR ANY
      * AMOUNT A LATER RUN FINDS BEYOND IT.  STATUS O = OPEN, P =
      * PAID; HW16DREG FILLS IN THE PAYMENT FIELDS.  SOURCE SPACE IS
      * THE PAYROLL RUN (AND EVERY RECORD WRITTEN BEFORE THE SOURCE
      * WAS CARRIED), M MANUAL CHECKS, B THE OFF-CYCLE BONUS RUN.
      * COMPANY IS BLANK FOR THE HOME COMPANY AND ON EVERY RECORD
      * WRITTEN BEFORE IT WAS CARRIED.
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
             88 DL-OPEN                    VALUE "O".
             88 DL-PAID                    VALUE "P".
          05 DL-PAID-DATE             PIC X(08).
          05 DL-PAID-AMOUNT           PIC 9(07)V99.
          05 DL-EFT-NUMBER            PIC X(15).
          05 DL-SOURCE                PIC X(01).
          05 DL-COMPANY               PIC X(02).

       FD  EFTPS-OUT
           RECORDING MODE IS F
           DATA RECORD IS EFTPS-REC-OUT.
       01 EFTPS-REC-OUT               PIC X(100).

       FD  BATCH-ERROR-LOG
           RECORDING MODE IS F
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PAYROLL-OUT-DSN         PIC X(80).
       01  WS-MANUAL-OUT-DSN          PIC X(80).
       01  WS-BONUS-FLAG-DSN          PIC X(80).
       01  WS-DEP-CONTROL-DSN         PIC X(80).
       01  WS-EMPLOYER-INFO-DSN       PIC X(80).
       01  WS-DEP-LIAB-DSN            PIC X(80).
       01  WS-EFTPS-DSN               PIC X(80).
       01  WS-ERROR-LOG-DSN           PIC X(80).

       01  WS-PAYROLL-OUT-IN-STATUS   PIC X(02) VALUE "00".
       01  WS-BONUS-FLAG-STATUS       PIC X(02) VALUE "00".
       01  WS-DEP-CONTROL-STATUS      PIC X(02) VALUE "00".
       01  WS-EMPLOYER-INFO-STATUS    PIC X(02) VALUE "00".
       01  WS-DEP-LIAB-STATUS         PIC X(02) VALUE "00".
       01  WS-EFTPS-STATUS            PIC X(02) VALUE "00".

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

       01  WS-RUNSTAT-PARMS.
           05 RST-PROGRAM             PIC X(08).
           05 RST-RECORDS-READ        PIC 9(07).
           05 RST-RECORDS-WRITTEN     PIC 9(07).
           05 RST-RECORDS-REJECTED    PIC 9(07).
           05 RST-CONTROL-TOTAL       PIC 9(09)V99.
           05 RST-RETURN-CODE         PIC 9(02).

       01  WS-BONUS-RUN-SW            PIC X(01) VALUE "N".
           88 BONUS-RUN                      VALUE "Y".
      * SOURCE OF THE PAYMENTS BEING READ -- SPACE, B, OR M.
       01  WS-PAY-SOURCE              PIC X(01) VALUE SPACE.

       01  WS-SCHEDULE                PIC X(01) VALUE "S".
       01  WS-LIAB-SCHEDULE           PIC X(01).
           88 SCHEDULE-MONTHLY               VALUE "M".
       01  WS-EMPLOYER-EIN            PIC X(09) VALUE SPACES.
      * CALLS RESET RETURN-CODE; IT IS HELD HERE ACROSS THEM.
       01  WS-SAVE-RC                 PIC 9(02).

      * DEPOSITORS -- ONE PER COMPANY ON THE MASTER, OR THE EMPLOYER
      * FILE ALONE WHEN THERE IS NO COMPANY MASTER.  A BLANK SCHEDULE
      * IS THE SHOP-WIDE ONE.
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
              10 WS-CO-SCHEDULE       PIC X(01).
       01  WS-CO-LIAB-COUNT           PIC 9(07).
       01  WS-CO-LIAB-TOTAL           PIC 9(11)V99.
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
       01  WS-BUSCAL-PARMS.
           05 BC-FUNCTION             PIC X(01).
           05 BC-DATE-1               PIC X(08).
           05 BC-DAYS                 PIC 9(03).
           05 BC-DATE-2               PIC X(08).
           05 BC-RESULT               PIC X(01).

      * SOCIAL SECURITY SHARE OF THE COMBINED FICA WITHHOLDING THE
      * PAYROLL OUTPUT CARRIES; MEDICARE IS THE REMAINDER.  THE
      * EMPLOYER MATCHES BOTH SHARES.
       01  WS-SS-EMPLOYEE-RATE        PIC V999 VALUE .062.
      * A LIABILITY THIS LARGE IS DUE THE NEXT BUSINESS DAY WHATEVER
      * THE SCHEDULE.
       01  WS-NEXT-DAY-THRESHOLD      PIC 9(07)V99 VALUE 100000.00.

       01  WS-PAYOUT-READ             PIC 9(07) VALUE 0.
       01  WS-LIAB-WRITTEN            PIC 9(05) VALUE 0.
       01  WS-LIAB-SKIPPED            PIC 9(05) VALUE 0.
       01  WS-LIAB-GRAND-TOTAL        PIC 9(09)V99 VALUE 0.

      * WHAT IS ALREADY BOOKED, BY PAY DATE, SOURCE AND COMPANY -- A
      * RERUN OF THE SAME PAYROLL MUST NOT BOOK THE DEPOSIT TWICE.
       01  WS-ON-FILE-COUNT           PIC 9(04) VALUE 0.
       01  WS-ON-FILE-SUB             PIC 9(04).
       01  WS-ON-FILE-TABLE.
           05 WS-ON-FILE-ENTRY OCCURS 2000 TIMES.
              10 WS-ON-FILE-PAY-DATE  PIC X(08).
              10 WS-ON-FILE-SOURCE    PIC X(01).
              10 WS-ON-FILE-COMPANY   PIC X(02).
              10 WS-ON-FILE-FED       PIC 9(07)V99.
              10 WS-ON-FILE-EE-SS     PIC 9(07)V99.
              10 WS-ON-FILE-EE-MED    PIC 9(07)V99.
       01  WS-ON-FILE-SW              PIC X(01) VALUE "N".
           88 PAY-DATE-ON-FILE               VALUE "Y".
       01  WS-ON-FILE-OVERFLOW-SW     PIC X(01) VALUE "N".
           88 ON-FILE-TABLE-OVERFLOW         VALUE "Y".
       01  WS-BOOKED-FED              PIC 9(07)V99.
       01  WS-BOOKED-EE-SS            PIC 9(07)V99.
       01  WS-BOOKED-EE-MED           PIC 9(07)V99.

      * THIS RUN'S LIABILITIES BY PAY DATE, SOURCE AND COMPANY.
       01  WS-RUN-COUNT               PIC 9(03) VALUE 0.
       01  WS-RUN-SUB                 PIC 9(03).
       01  WS-RUN-FOUND-SW            PIC X(01) VALUE "N".
           88 RUN-DATE-FOUND                 VALUE "Y".
       01  WS-RUN-FOUND-SUB           PIC 9(03).
       01  WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 500 TIMES.
              10 WS-RUN-PAY-DATE      PIC X(08).
              10 WS-RUN-SOURCE        PIC X(01).
              10 WS-RUN-CO-SUB        PIC 9(02).
              10 WS-RUN-PAY-CCYYMMDD  PIC X(08).
              10 WS-RUN-FED           PIC 9(07)V99.
              10 WS-RUN-SSN-MED       PIC 9(07)V99.
              10 WS-RUN-SS-WAGES      PIC 9(07)V99.

       01  WS-WORK-FED                PIC 9(07)V99.
       01  WS-WORK-EE-SS              PIC 9(07)V99.
       01  WS-WORK-EE-MED             PIC 9(07)V99.
       01  WS-WORK-TOTAL              PIC 9(07)V99.

      * SEMI-WEEKLY DUE-DATE ARITHMETIC.  INTEGER DATES DIVIDE BY 7
      * WITH A REMAINDER OF 1 ON A MONDAY THROUGH 6 ON A SATURDAY AND
      * 0 ON A SUNDAY.
       01  WS-PAY-INT                 PIC 9(08).
       01  WS-DUE-INT                 PIC 9(08).
       01  WS-DAY-OF-WEEK             PIC 9(01).
       01  WS-DUE-CCYYMMDD            PIC 9(08).
       01  WS-DUE-PARTS REDEFINES WS-DUE-CCYYMMDD.
           05 WS-DUE-CCYY             PIC 9(04).
           05 WS-DUE-MM               PIC 9(02).
           05 WS-DUE-DD               PIC 9(02).
       01  WS-PAY-CCYYMMDD-N          PIC 9(08).
       01  WS-PAY-PARTS REDEFINES WS-PAY-CCYYMMDD-N.
           05 WS-PAY-CCYY             PIC 9(04).
           05 WS-PAY-MM               PIC 9(02).
           05 WS-PAY-DD               PIC 9(02).
       01  WS-QTR-DIGIT               PIC 9(01).
       01  WS-QTR-END-MONTH           PIC 9(02).

      * EFTPS BATCH PAYMENT RECORD -- 941 DEPOSIT (TAX TYPE 94105)
      * WITH THE SOCIAL SECURITY, MEDICARE, AND WITHHOLDING SPLIT.
       01  WS-EFTPS-DETAIL.
           05 EFT-RECORD-TYPE         PIC X(01) VALUE "D".
           05 EFT-EIN                 PIC X(09).
           05 EFT-TAX-TYPE            PIC X(05) VALUE "94105".
           05 EFT-TAX-PERIOD          PIC X(06).
           05 EFT-SETTLEMENT-DATE     PIC X(08).
           05 EFT-AMOUNT              PIC 9(09)V99.
           05 EFT-SS-AMOUNT           PIC 9(09)V99.
           05 EFT-MED-AMOUNT          PIC 9(09)V99.
           05 EFT-WH-AMOUNT           PIC 9(09)V99.
           05 EFT-REFERENCE           PIC X(15).
           05 FILLER                  PIC X(12) VALUE SPACES.
       01  WS-EFTPS-TRAILER.
           05 EFT-TRL-TYPE            PIC X(01) VALUE "T".
           05 EFT-TRL-EIN             PIC X(09).
           05 EFT-TRL-COUNT           PIC 9(07).
           05 EFT-TRL-AMOUNT          PIC 9(11)V99.
           05 FILLER                  PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW16DEP BEGINS".
           PERFORM 1000-INITIALIZE.
           IF RETURN-CODE < 16
               PERFORM 2000-ACCUMULATE-PAY-DATES
               PERFORM 3000-WRITE-LIABILITIES
           END-IF.
           DISPLAY "LIABILITIES BOOKED : " WS-LIAB-WRITTEN.
           DISPLAY "ALREADY ON FILE    : " WS-LIAB-SKIPPED.
           IF WS-NO-COMPANY-COUNT > 0
               DISPLAY "*** " WS-NO-COMPANY-COUNT " PAYMENTS CARRY A "
                   "COMPANY CODE NOT ON THE COMPANY MASTER -- NOT "
                   "BOOKED ***"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE "HW16DEP" TO RST-PROGRAM.
           MOVE WS-PAYOUT-READ TO RST-RECORDS-READ.
           MOVE WS-LIAB-WRITTEN TO RST-RECORDS-WRITTEN.
           MOVE WS-LIAB-SKIPPED TO RST-RECORDS-REJECTED.
           MOVE WS-LIAB-GRAND-TOTAL TO RST-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL "RUNSTAT" USING WS-RUNSTAT-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           DISPLAY "HW16DEP CONCLUDES".
           GOBACK.

       0900-RESOLVE-FILE-NAMES.
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
           ACCEPT WS-DEP-CONTROL-DSN FROM ENVIRONMENT "PAYDEPC".
           IF WS-DEP-CONTROL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16DEPC.dat"
               TO WS-DEP-CONTROL-DSN
           END-IF.
           ACCEPT WS-EMPLOYER-INFO-DSN FROM ENVIRONMENT "PAYERINF".
           IF WS-EMPLOYER-INFO-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16ERI.dat"
               TO WS-EMPLOYER-INFO-DSN
           END-IF.
           ACCEPT WS-DEP-LIAB-DSN FROM ENVIRONMENT "PAYDEPL".
           IF WS-DEP-LIAB-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16DEPL.dat"
               TO WS-DEP-LIAB-DSN
           END-IF.
           ACCEPT WS-EFTPS-DSN FROM ENVIRONMENT "PAYEFTPS".
           IF WS-EFTPS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16EFTP.dat"
               TO WS-EFTPS-DSN
           END-IF.
           ACCEPT WS-ERROR-LOG-DSN FROM ENVIRONMENT "BATCHERRLOG".
           IF WS-ERROR-LOG-DSN = SPACES
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

      * OFF-CYCLE BONUS RUN -- BOOK THE WITHHOLDING ON THE BONUS
      * CHECKS HW16NB WROTE TO ITS BONUS OUTPUT, WITH AN EFTPS FILE
      * OF THEIR OWN SO THE REGULAR ONE IS NOT OVERWRITTEN.
       0960-RESOLVE-BONUS-FILE-NAMES.
           DISPLAY "HW16DEP BOOKING THE OFF-CYCLE BONUS LIABILITIES".
           MOVE "B" TO WS-PAY-SOURCE.
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
           ACCEPT WS-EFTPS-DSN FROM ENVIRONMENT "PAYBEFTP".
           IF WS-EFTPS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BEFT.dat"
               TO WS-EFTPS-DSN
           END-IF.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
           MOVE "HW16DEP"             TO ERRLOG-PROGRAM.
           MOVE WS-ERR-PARAGRAPH-NAME TO ERRLOG-PARAGRAPH.
           MOVE WS-ERR-FILE-NAME      TO ERRLOG-FILE.
           MOVE WS-ERR-STATUS-CODE    TO ERRLOG-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ERRLOG-DATE.
           WRITE BATCH-ERROR-LOG-REC FROM WS-ERROR-LOG-LINE.
           CLOSE BATCH-ERROR-LOG.
           MOVE 16 TO RETURN-CODE.

      * WITHOUT A CONTROL RECORD THE SEMI-WEEKLY SCHEDULE APPLIES --
      * ITS DUE DATES ARE NEVER LATER THAN THE MONTHLY ONES.  THE
      * DEPOSITORS ARE LOADED BEFORE ANYTHING CAN FAIL.
       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           OPEN INPUT EMPLOYER-INFO.
           IF WS-EMPLOYER-INFO-STATUS = "00"
               READ EMPLOYER-INFO
               IF WS-EMPLOYER-INFO-STATUS = "00"
                   MOVE ERI-EIN TO WS-EMPLOYER-EIN
               END-IF
               CLOSE EMPLOYER-INFO
           END-IF.
           PERFORM 1300-LOAD-DEPOSITORS.
           OPEN INPUT DEPOSIT-CONTROL.
           IF WS-DEP-CONTROL-STATUS = "00"
               READ DEPOSIT-CONTROL
               PERFORM UNTIL WS-DEP-CONTROL-STATUS > "00"
                   IF DC-MONTHLY OR DC-SEMI-WEEKLY
                       PERFORM 1050-TAKE-SCHEDULE
                   END-IF
                   READ DEPOSIT-CONTROL
               END-PERFORM
               CLOSE DEPOSIT-CONTROL
           ELSE
               DISPLAY "DEPOSIT CONTROL NOT AVAILABLE - STATUS "
                   WS-DEP-CONTROL-STATUS
                   " -- SEMI-WEEKLY SCHEDULE ASSUMED"
           END-IF.
           DISPLAY "DEPOSITOR SCHEDULE: " WS-SCHEDULE.
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT
               IF WS-CO-CODE(WS-CO-SUB) NOT = SPACES
                   DISPLAY "  COMPANY " WS-CO-CODE(WS-CO-SUB)
                       " FEIN " WS-CO-EIN(WS-CO-SUB)
                       " SCHEDULE " WS-CO-SCHEDULE(WS-CO-SUB)
               END-IF
               IF WS-CO-EIN(WS-CO-SUB) IS NOT NUMERIC
                   DISPLAY "EMPLOYER EIN NOT ON FILE "
                       WS-CO-CODE(WS-CO-SUB) " -- EFTPS RECORDS "
                       "WILL NOT BE ACCEPTED"
               END-IF
           END-PERFORM.
           PERFORM 1100-LOAD-PAY-DATES-ON-FILE.
      * BOOKING AGAINST A TRUNCATED TABLE WOULD REPEAT LIABILITIES.
           IF ON-FILE-TABLE-OVERFLOW
               DISPLAY "LIABILITY FILE HOLDS MORE THAN 2000 PAY DATES "
                   "-- ARCHIVE CLOSED YEARS FIRST. NOTHING BOOKED."
               MOVE 16 TO RETURN-CODE
           END-IF.
           OPEN INPUT PAYROLL-OUT-IN.
           IF WS-PAYROLL-OUT-IN-STATUS NOT = "00"
               MOVE "1000-INITIALIZE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "PAYROLL-OUT-IN"  TO WS-ERR-FILE-NAME
               MOVE WS-PAYROLL-OUT-IN-STATUS TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           END-IF.

      * A COMPANY'S OWN RECORD OUTRANKS THE SHOP-WIDE ONE, WHICH
      * FILLS IN FOR EVERY COMPANY WITHOUT ONE.
       1050-TAKE-SCHEDULE.
           IF DC-COMPANY = SPACES
               MOVE DC-SCHEDULE TO WS-SCHEDULE
               PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-COUNT
                   IF WS-CO-SCHEDULE(WS-CO-SUB) = SPACE
                      OR WS-CO-SCHEDULE(WS-CO-SUB) = "*"
                       MOVE DC-SCHEDULE TO WS-CO-SCHEDULE(WS-CO-SUB)
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-COUNT
                   IF WS-CO-CODE(WS-CO-SUB) = DC-COMPANY
                       MOVE DC-SCHEDULE TO WS-CO-SCHEDULE(WS-CO-SUB)
                   END-IF
               END-PERFORM
           END-IF.

       1300-LOAD-DEPOSITORS.
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
                   PERFORM 1350-ADD-DEPOSITOR
                   MOVE "N" TO CO-FUNCTION
                   MOVE "8" TO CO-RESULT
                   CALL "COMPANY" USING WS-COMPANY-PARMS
                       ON EXCEPTION CONTINUE
                   END-CALL
               END-PERFORM
           ELSE
               PERFORM 1350-ADD-DEPOSITOR
           END-IF.

      * "*" MARKS A SCHEDULE NOT YET SET -- THE SEMI-WEEKLY DEFAULT
      * UNTIL A CONTROL RECORD SAYS OTHERWISE.
       1350-ADD-DEPOSITOR.
           ADD 1 TO WS-CO-COUNT.
           MOVE WS-CO-COUNT TO WS-CO-SUB.
           MOVE SPACES TO WS-CO-CODE(WS-CO-SUB).
           MOVE WS-EMPLOYER-EIN TO WS-CO-EIN(WS-CO-SUB).
           MOVE "*" TO WS-CO-SCHEDULE(WS-CO-SUB).
           IF CO-FOUND
               MOVE CO-CODE TO WS-CO-CODE(WS-CO-SUB)
               IF CO-FED-EIN NOT = SPACES
                  OR CO-CODE NOT = CO-HOME-CODE
                   MOVE CO-FED-EIN TO WS-CO-EIN(WS-CO-SUB)
               END-IF
           END-IF.

      * A PAY DATE AND SOURCE BOOKED IN MORE THAN ONE RUN ADDS UP.
       1100-LOAD-PAY-DATES-ON-FILE.
           OPEN INPUT DEPOSIT-LIABILITY.
           IF WS-DEP-LIAB-STATUS = "00"
               READ DEPOSIT-LIABILITY
               PERFORM UNTIL WS-DEP-LIAB-STATUS > "00"
                          OR ON-FILE-TABLE-OVERFLOW
                   PERFORM 1150-ADD-TO-ON-FILE
                   READ DEPOSIT-LIABILITY
               END-PERFORM
               CLOSE DEPOSIT-LIABILITY
           END-IF.

       1150-ADD-TO-ON-FILE.
           MOVE DL-COMPANY TO WS-REC-COMPANY.
           IF WS-REC-COMPANY = SPACES
               MOVE WS-HOME-COMPANY TO WS-REC-COMPANY
           END-IF.
           MOVE "N" TO WS-ON-FILE-SW.
           PERFORM VARYING WS-ON-FILE-SUB FROM 1 BY 1
               UNTIL WS-ON-FILE-SUB > WS-ON-FILE-COUNT
                  OR PAY-DATE-ON-FILE
               IF WS-ON-FILE-PAY-DATE(WS-ON-FILE-SUB) = DL-PAY-CCYYMMDD
                   AND WS-ON-FILE-SOURCE(WS-ON-FILE-SUB) = DL-SOURCE
                   AND WS-ON-FILE-COMPANY(WS-ON-FILE-SUB)
                       = WS-REC-COMPANY
                   SET PAY-DATE-ON-FILE TO TRUE
               END-IF
           END-PERFORM.
           IF PAY-DATE-ON-FILE
               SUBTRACT 1 FROM WS-ON-FILE-SUB
           ELSE
               IF WS-ON-FILE-COUNT >= 2000
                   MOVE "Y" TO WS-ON-FILE-OVERFLOW-SW
               ELSE
                   ADD 1 TO WS-ON-FILE-COUNT
                   MOVE WS-ON-FILE-COUNT TO WS-ON-FILE-SUB
                   MOVE DL-PAY-CCYYMMDD
                       TO WS-ON-FILE-PAY-DATE(WS-ON-FILE-SUB)
                   MOVE DL-SOURCE TO WS-ON-FILE-SOURCE(WS-ON-FILE-SUB)
                   MOVE WS-REC-COMPANY
                       TO WS-ON-FILE-COMPANY(WS-ON-FILE-SUB)
                   MOVE ZEROS TO WS-ON-FILE-FED(WS-ON-FILE-SUB)
                                 WS-ON-FILE-EE-SS(WS-ON-FILE-SUB)
                                 WS-ON-FILE-EE-MED(WS-ON-FILE-SUB)
               END-IF
           END-IF.
           IF NOT ON-FILE-TABLE-OVERFLOW
               ADD DL-FED-WH TO WS-ON-FILE-FED(WS-ON-FILE-SUB)
               ADD DL-EE-SS  TO WS-ON-FILE-EE-SS(WS-ON-FILE-SUB)
               ADD DL-EE-MED TO WS-ON-FILE-EE-MED(WS-ON-FILE-SUB)
           END-IF.

       2000-ACCUMULATE-PAY-DATES.
           READ PAYROLL-OUT-IN.
           PERFORM UNTIL WS-PAYROLL-OUT-IN-STATUS > "00"
               IF DP-PAY-DATE(1:3) NOT = "TRL"
                   ADD 1 TO WS-PAYOUT-READ
                   PERFORM 2100-TAKE-PAYMENT
               END-IF
               READ PAYROLL-OUT-IN
           END-PERFORM.
           CLOSE PAYROLL-OUT-IN.
           PERFORM 2050-READ-MANUAL-CHECKS.

      * THE MANUAL-CHECK FILE IS IN THE PAYROLL-OUT LAYOUT, SO IT IS
      * READ THROUGH THE SAME FD.  IT HOLDS EVERY MANUAL CHECK, SO
      * MOST OF ITS PAY DATES ARE ALREADY BOOKED.  NO FILE MEANS NO
      * MANUAL CHECKS.
       2050-READ-MANUAL-CHECKS.
           MOVE "M" TO WS-PAY-SOURCE.
           MOVE WS-MANUAL-OUT-DSN TO WS-PAYROLL-OUT-DSN.
           OPEN INPUT PAYROLL-OUT-IN.
           IF WS-PAYROLL-OUT-IN-STATUS = "00"
               READ PAYROLL-OUT-IN
               PERFORM UNTIL WS-PAYROLL-OUT-IN-STATUS > "00"
                   IF DP-PAY-DATE(1:3) NOT = "TRL"
                       ADD 1 TO WS-PAYOUT-READ
                       PERFORM 2100-TAKE-PAYMENT
                   END-IF
                   READ PAYROLL-OUT-IN
               END-PERFORM
               CLOSE PAYROLL-OUT-IN
           END-IF.

      * A BLANK COMPANY IS THE HOME COMPANY.
       2100-TAKE-PAYMENT.
           MOVE DP-COMPANY TO WS-REC-COMPANY.
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
               DISPLAY "COMPANY " DP-COMPANY " NOT ON THE COMPANY "
                   "MASTER -- PAY DATE " DP-PAY-DATE " EMPLOYEE "
                   DP-EMP-NUMBER " NOT BOOKED"
           ELSE
               PERFORM 2150-TAKE-COMPANY-PAYMENT
           END-IF.

       2150-TAKE-COMPANY-PAYMENT.
           MOVE "N" TO WS-RUN-FOUND-SW.
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT
               IF WS-RUN-PAY-DATE(WS-RUN-SUB) = DP-PAY-DATE
                   AND WS-RUN-SOURCE(WS-RUN-SUB) = WS-PAY-SOURCE
                   AND WS-RUN-CO-SUB(WS-RUN-SUB) = WS-CO-FOUND-SUB
                   SET RUN-DATE-FOUND TO TRUE
                   MOVE WS-RUN-SUB TO WS-RUN-FOUND-SUB
                   MOVE WS-RUN-COUNT TO WS-RUN-SUB
               END-IF
           END-PERFORM.
           IF NOT RUN-DATE-FOUND
               IF WS-RUN-COUNT >= 500
                   DISPLAY "MORE THAN 500 PAY DATES -- PAY DATE "
                       DP-PAY-DATE " NOT BOOKED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-RUN-COUNT
                   MOVE WS-RUN-COUNT TO WS-RUN-FOUND-SUB
                   MOVE DP-PAY-DATE
                       TO WS-RUN-PAY-DATE(WS-RUN-FOUND-SUB)
                   MOVE WS-PAY-SOURCE
                       TO WS-RUN-SOURCE(WS-RUN-FOUND-SUB)
                   MOVE WS-CO-FOUND-SUB
                       TO WS-RUN-CO-SUB(WS-RUN-FOUND-SUB)
                   STRING DP-PAY-DATE(5:4) DP-PAY-DATE(1:4)
                       DELIMITED BY SIZE
                       INTO WS-RUN-PAY-CCYYMMDD(WS-RUN-FOUND-SUB)
                   MOVE ZEROS TO WS-RUN-FED(WS-RUN-FOUND-SUB)
                                 WS-RUN-SSN-MED(WS-RUN-FOUND-SUB)
                                 WS-RUN-SS-WAGES(WS-RUN-FOUND-SUB)
                   SET RUN-DATE-FOUND TO TRUE
               END-IF
           END-IF.
           IF RUN-DATE-FOUND
               ADD DP-FED     TO WS-RUN-FED(WS-RUN-FOUND-SUB)
               ADD DP-SSN-MED TO WS-RUN-SSN-MED(WS-RUN-FOUND-SUB)
               IF DP-WAGES IS NUMERIC
                   ADD DP-SS-WAGES TO WS-RUN-SS-WAGES(WS-RUN-FOUND-SUB)
               ELSE
                   ADD DP-GROSS TO WS-RUN-SS-WAGES(WS-RUN-FOUND-SUB)
               END-IF
           END-IF.

       3000-WRITE-LIABILITIES.
           OPEN EXTEND DEPOSIT-LIABILITY.
           IF WS-DEP-LIAB-STATUS = "35"
               OPEN OUTPUT DEPOSIT-LIABILITY
           END-IF.
           IF WS-DEP-LIAB-STATUS NOT = "00"
               MOVE "3000-WRITE-LIABS"  TO WS-ERR-PARAGRAPH-NAME
               MOVE "DEPOSIT-LIABILITY" TO WS-ERR-FILE-NAME
               MOVE WS-DEP-LIAB-STATUS  TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT EFTPS-OUT
               PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-COUNT
                   PERFORM 3050-BOOK-ONE-DEPOSITOR
               END-PERFORM
               CLOSE DEPOSIT-LIABILITY EFTPS-OUT
           END-IF.

      * ONE DEPOSITOR'S LIABILITIES AND ITS EFTPS TRAILER.  A COMPANY
      * WITH NOTHING NEW PUTS NOTHING ON THE EFTPS FILE.
       3050-BOOK-ONE-DEPOSITOR.
           MOVE 0 TO WS-CO-LIAB-COUNT WS-CO-LIAB-TOTAL.
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT
               IF WS-RUN-CO-SUB(WS-RUN-SUB) = WS-CO-SUB
                   PERFORM 3100-BOOK-ONE-LIABILITY
               END-IF
           END-PERFORM.
           IF WS-CO-LIAB-COUNT > 0 OR WS-CO-COUNT = 1
               MOVE WS-CO-EIN(WS-CO-SUB) TO EFT-TRL-EIN
               MOVE WS-CO-LIAB-COUNT     TO EFT-TRL-COUNT
               MOVE WS-CO-LIAB-TOTAL     TO EFT-TRL-AMOUNT
               WRITE EFTPS-REC-OUT FROM WS-EFTPS-TRAILER
           END-IF.

      * THE PAY DATE'S FULL FIGURES LESS WHAT IS ALREADY BOOKED FOR
      * IT FROM THE SAME SOURCE.  NOTHING NEW IS A RERUN; LESS THAN
      * WAS BOOKED IS LEFT FOR SOMEONE TO LOOK AT.
       3100-BOOK-ONE-LIABILITY.
           COMPUTE WS-WORK-EE-SS ROUNDED
               = WS-RUN-SS-WAGES(WS-RUN-SUB) * WS-SS-EMPLOYEE-RATE.
           IF WS-WORK-EE-SS > WS-RUN-SSN-MED(WS-RUN-SUB)
               MOVE WS-RUN-SSN-MED(WS-RUN-SUB) TO WS-WORK-EE-SS
           END-IF.
           COMPUTE WS-WORK-EE-MED
               = WS-RUN-SSN-MED(WS-RUN-SUB) - WS-WORK-EE-SS.
           MOVE WS-RUN-FED(WS-RUN-SUB) TO WS-WORK-FED.
           MOVE ZEROS TO WS-BOOKED-FED WS-BOOKED-EE-SS WS-BOOKED-EE-MED.
           MOVE "N" TO WS-ON-FILE-SW.
           PERFORM VARYING WS-ON-FILE-SUB FROM 1 BY 1
               UNTIL WS-ON-FILE-SUB > WS-ON-FILE-COUNT
               IF WS-ON-FILE-PAY-DATE(WS-ON-FILE-SUB)
                       = WS-RUN-PAY-CCYYMMDD(WS-RUN-SUB)
                   AND WS-ON-FILE-SOURCE(WS-ON-FILE-SUB)
                       = WS-RUN-SOURCE(WS-RUN-SUB)
                   AND WS-ON-FILE-COMPANY(WS-ON-FILE-SUB)
                       = WS-CO-CODE(WS-CO-SUB)
                   SET PAY-DATE-ON-FILE TO TRUE
                   MOVE WS-ON-FILE-FED(WS-ON-FILE-SUB)
                       TO WS-BOOKED-FED
                   MOVE WS-ON-FILE-EE-SS(WS-ON-FILE-SUB)
                       TO WS-BOOKED-EE-SS
                   MOVE WS-ON-FILE-EE-MED(WS-ON-FILE-SUB)
                       TO WS-BOOKED-EE-MED
               END-IF
           END-PERFORM.
           EVALUATE TRUE
             WHEN WS-WORK-FED = WS-BOOKED-FED
                  AND WS-WORK-EE-SS = WS-BOOKED-EE-SS
                  AND WS-WORK-EE-MED = WS-BOOKED-EE-MED
               ADD 1 TO WS-LIAB-SKIPPED
               DISPLAY "LIABILITY FOR PAY DATE "
                   WS-RUN-PAY-DATE(WS-RUN-SUB) " "
                   WS-RUN-SOURCE(WS-RUN-SUB) " "
                   WS-CO-CODE(WS-CO-SUB)
                   " ALREADY BOOKED -- NOT REPEATED"
             WHEN WS-WORK-FED < WS-BOOKED-FED
                  OR WS-WORK-EE-SS < WS-BOOKED-EE-SS
                  OR WS-WORK-EE-MED < WS-BOOKED-EE-MED
               ADD 1 TO WS-LIAB-SKIPPED
               DISPLAY "LIABILITY FOR PAY DATE "
                   WS-RUN-PAY-DATE(WS-RUN-SUB) " "
                   WS-RUN-SOURCE(WS-RUN-SUB) " "
                   WS-CO-CODE(WS-CO-SUB)
                   " IS LESS THAN BOOKED -- NOT CHANGED"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
             WHEN OTHER
               SUBTRACT WS-BOOKED-FED    FROM WS-WORK-FED
               SUBTRACT WS-BOOKED-EE-SS  FROM WS-WORK-EE-SS
               SUBTRACT WS-BOOKED-EE-MED FROM WS-WORK-EE-MED
               COMPUTE WS-WORK-TOTAL = WS-WORK-FED
                   + (2 * (WS-WORK-EE-SS + WS-WORK-EE-MED))
               PERFORM 3150-WRITE-LIABILITY
           END-EVALUATE.

       3150-WRITE-LIABILITY.
           PERFORM 3200-FIGURE-DUE-DATE
      * THE LIABILITY RECORD KEEPS ITS MMDDYY PAY DATE BESIDE THE
      * CCYYMMDD ONE.
           MOVE WS-RUN-PAY-DATE(WS-RUN-SUB)(1:4) TO DL-PAY-DATE(1:4)
           MOVE WS-RUN-PAY-DATE(WS-RUN-SUB)(7:2) TO DL-PAY-DATE(5:2)
           MOVE WS-RUN-PAY-CCYYMMDD(WS-RUN-SUB) TO DL-PAY-CCYYMMDD
           MOVE WS-PAY-CCYY                     TO DL-QUARTER(1:4)
           MOVE WS-QTR-DIGIT                    TO DL-QUARTER(5:1)
           MOVE WS-LIAB-SCHEDULE                TO DL-SCHEDULE
           MOVE WS-DUE-CCYYMMDD                 TO DL-DUE-DATE
           MOVE WS-WORK-FED                     TO DL-FED-WH
           MOVE WS-WORK-EE-SS                   TO DL-EE-SS
                                                   DL-ER-SS
           MOVE WS-WORK-EE-MED                  TO DL-EE-MED
                                                   DL-ER-MED
           MOVE WS-WORK-TOTAL                   TO DL-TOTAL
           MOVE "O"                             TO DL-STATUS
           MOVE SPACES                          TO DL-PAID-DATE
                                                   DL-EFT-NUMBER
           MOVE ZEROS                           TO DL-PAID-AMOUNT
           MOVE WS-RUN-SOURCE(WS-RUN-SUB)       TO DL-SOURCE
           MOVE WS-CO-CODE(WS-CO-SUB)           TO DL-COMPANY
           WRITE DEPOSIT-LIABILITY-REC
           ADD 1 TO WS-LIAB-WRITTEN WS-CO-LIAB-COUNT
           ADD WS-WORK-TOTAL TO WS-LIAB-GRAND-TOTAL WS-CO-LIAB-TOTAL
           MOVE WS-CO-EIN(WS-CO-SUB) TO EFT-EIN
           COMPUTE WS-QTR-END-MONTH = WS-QTR-DIGIT * 3
           MOVE WS-PAY-CCYY      TO EFT-TAX-PERIOD(1:4)
           MOVE WS-QTR-END-MONTH TO EFT-TAX-PERIOD(5:2)
           MOVE WS-DUE-CCYYMMDD  TO EFT-SETTLEMENT-DATE
           MOVE WS-WORK-TOTAL    TO EFT-AMOUNT
           COMPUTE EFT-SS-AMOUNT  = 2 * WS-WORK-EE-SS
           COMPUTE EFT-MED-AMOUNT = 2 * WS-WORK-EE-MED
           MOVE WS-WORK-FED TO EFT-WH-AMOUNT
           MOVE SPACES TO EFT-REFERENCE
           STRING "PAYDATE " WS-RUN-PAY-DATE(WS-RUN-SUB)
               DELIMITED BY SIZE INTO EFT-REFERENCE
           WRITE EFTPS-REC-OUT FROM WS-EFTPS-DETAIL
           DISPLAY "PAY DATE " WS-RUN-PAY-DATE(WS-RUN-SUB)
               " " WS-CO-CODE(WS-CO-SUB)
               " LIABILITY " WS-WORK-TOTAL
               " DUE " WS-DUE-CCYYMMDD.

      * SEMI-WEEKLY: A WEDNESDAY, THURSDAY, OR FRIDAY PAYDAY IS DUE
      * THE FOLLOWING WEDNESDAY; SATURDAY THROUGH TUESDAY, THE
      * FOLLOWING FRIDAY.  MONTHLY: THE 15TH OF THE NEXT MONTH.  A
      * LIABILITY OF $100,000 OR MORE IS DUE THE NEXT BUSINESS DAY
      * AFTER PAYDAY WHATEVER THE SCHEDULE.  A DUE DATE THAT IS NOT A
      * BUSINESS DAY ON THE SHARED CALENDAR (BUSCAL) -- A WEEKEND OR
      * A BANK HOLIDAY -- MOVES TO THE NEXT ONE.  WITHOUT THE
      * CALENDAR THE DATE STANDS AS FIGURED.
       3200-FIGURE-DUE-DATE.
           MOVE WS-RUN-PAY-CCYYMMDD(WS-RUN-SUB) TO WS-PAY-CCYYMMDD-N.
           COMPUTE WS-QTR-DIGIT = (WS-PAY-MM + 2) / 3.
           COMPUTE WS-PAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-PAY-CCYYMMDD-N).
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-PAY-INT, 7).
           MOVE WS-CO-SCHEDULE(WS-CO-SUB) TO WS-LIAB-SCHEDULE.
           IF WS-LIAB-SCHEDULE = "*"
               MOVE WS-SCHEDULE TO WS-LIAB-SCHEDULE
           END-IF.
           MOVE "A" TO BC-FUNCTION.
           EVALUATE TRUE
               WHEN WS-WORK-TOTAL >= WS-NEXT-DAY-THRESHOLD
                   MOVE "N" TO BC-FUNCTION
                   COMPUTE WS-DUE-INT = WS-PAY-INT + 1
               WHEN SCHEDULE-MONTHLY
                   MOVE WS-PAY-CCYYMMDD-N TO WS-DUE-CCYYMMDD
                   IF WS-DUE-MM = 12
                       MOVE 1 TO WS-DUE-MM
                       ADD 1 TO WS-DUE-CCYY
                   ELSE
                       ADD 1 TO WS-DUE-MM
                   END-IF
                   MOVE 15 TO WS-DUE-DD
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-CCYYMMDD)
               WHEN WS-DAY-OF-WEEK >= 3 AND WS-DAY-OF-WEEK <= 5
                   COMPUTE WS-DUE-INT = WS-PAY-INT + 10
                                      - WS-DAY-OF-WEEK
               WHEN WS-DAY-OF-WEEK = 6
                   COMPUTE WS-DUE-INT = WS-PAY-INT + 6
               WHEN OTHER
                   COMPUTE WS-DUE-INT = WS-PAY-INT + 5
                                      - WS-DAY-OF-WEEK
           END-EVALUATE.
           COMPUTE WS-DUE-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           IF BC-FUNCTION = "N"
               MOVE WS-PAY-CCYYMMDD-N TO BC-DATE-1
           ELSE
               MOVE WS-DUE-CCYYMMDD TO BC-DATE-1
           END-IF.
           MOVE 0 TO BC-DAYS.
           MOVE RETURN-CODE TO WS-SAVE-RC.
           CALL "BUSCAL" USING WS-BUSCAL-PARMS
               ON EXCEPTION MOVE "2" TO BC-RESULT
           END-CALL.
           MOVE WS-SAVE-RC TO RETURN-CODE.
           IF BC-RESULT = "0"
               MOVE BC-DATE-2 TO WS-DUE-CCYYMMDD
           END-IF.
