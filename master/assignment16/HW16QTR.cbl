      *written by HW16NB, buckets each payment into a calendar
      *quarter from its pay date, and totals federal, SSN/Medicare,
      *state, and local withholdings per quarter with a grand total
      *-- the amounts remitted and reconciled against the 941 --
      *and the taxable wages each was figured on.  Also
      *proves the detail read back to the TRL trailer and flags the
      *file when it does not add up.  Manual checks written outside
      *the run (HW16MCHK) are read after the payroll output and land
      *in their quarters too; the trailer proof covers the payroll
      *output alone, since the manual-check file has no trailer.
      *Off-cycle bonus checks (the HW16NB bonus run's own payroll
      *output, PAYBOUT) are read last and bucketed the same way.
      *With a company master (COMPANY) each company files its own
      *941: the quarters, totals, and wage lines print company by
      *company under the company's name and FEIN from the master
      *(the employer file's FEIN for a home company the master
      *leaves blank), followed by the all-company grand totals the
      *trailer proof uses.  A payment for a company not on the
      *master prints under its code and the run ends RC 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QTR-RPT-STATUS.

           SELECT EMPLOYER-INFO ASSIGN TO WS-EMPLOYER-INFO-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPLOYER-INFO-STATUS.

           SELECT BATCH-ERROR-LOG ASSIGN TO WS-ERROR-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.
      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM THE ENVIRONMENT VARIABLES BELOW, FALLING BACK TO
      *  DEVELOPMENT DEFAULTS SHOWN THERE WHEN A VARIABLE IS NOT SET:
      *      PAYOUT    PAYMOUT   PAYBOUT   PAYQTR    PAYERINF
      *      BATCHERRLOG - SHARED WITH HW15NB, HW16NB, AND HW19NB

       DATA DIVISION.
           DATA RECORD IS PAYROLL-REC-IN-QT.
       01 PAYROLL-REC-IN-QT.
          05 QT-EMP-OUT.
             10 QT-PAY-DATE           PIC X(08).
             10 QT-EMP-NUMBER         PIC X(05).
             10 FILLER                PIC X(13).
          05 QT-CALCULATED.
             10 QT-GROSS              PIC 9(06)V99.
             10 QT-SSN-MED            PIC 9(05)V99.
             10 QT-STATE              PIC 9(05)V99.
             10 QT-LOCAL              PIC 9(05)V99.
             10 QT-FED                PIC 9(05)V99.
             10 QT-NET                PIC 9(06)V99.
          05 FILLER                   PIC X(34).
      *   TAXABLE WAGES AFTER PRE-TAX DEDUCTIONS; SPACES ON AN OLDER
      *   GENERATION, IN WHICH CASE GROSS STANDS IN FOR ALL THREE.
          05 QT-WAGES.
             10 QT-FIT-WAGES          PIC 9(06)V99.
             10 QT-SS-WAGES           PIC 9(06)V99.
             10 QT-MED-WAGES          PIC 9(06)V99.
          05 FILLER                   PIC X(08).
      *   EMPLOYING COMPANY -- BLANK WITHOUT A COMPANY MASTER.
          05 QT-COMPANY               PIC X(02).

       FD  QTR-RPT-OUT
           RECORDING MODE IS F
           DATA RECORD IS QTR-REC-OUT.
       01 QTR-REC-OUT                 PIC X(100).

       FD  EMPLOYER-INFO
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYER-INFO-REC.
       01 EMPLOYER-INFO-REC.
          05 ERI-EIN                  PIC X(09).
          05 ERI-USER-ID              PIC X(08).
          05 ERI-NAME                 PIC X(57).
          05 FILLER                   PIC X(137).

       FD  BATCH-ERROR-LOG
           RECORDING MODE IS F
           DATA RECORD IS BATCH-ERROR-LOG-REC.

       WORKING-STORAGE SECTION.
       01  WS-PAYROLL-OUT-DSN         PIC X(80).
       01  WS-MANUAL-OUT-DSN          PIC X(80).
       01  WS-BONUS-OUT-DSN           PIC X(80).
       01  WS-QTR-RPT-DSN             PIC X(80).
       01  WS-ERROR-LOG-DSN           PIC X(80).
       01  WS-EMPLOYER-INFO-DSN       PIC X(80).
       01  WS-EMPLOYER-INFO-STATUS    PIC X(02) VALUE "00".

       01  WS-PAYROLL-OUT-IN-STATUS   PIC X(02) VALUE "00".
       01  WS-QTR-RPT-STATUS          PIC X(02) VALUE "00".
       01  WS-QTR-SUB                 PIC 9(01).
       01  WS-BAD-DATE-COUNT          PIC 9(05) VALUE 0.

      * EMPLOYERS -- ONE PER COMPANY ON THE MASTER, OR A SINGLE
      * BLANK ONE WITHOUT A MASTER.  A CODE ON THE PAYROLL BUT NOT
      * ON THE MASTER IS ADDED AND COUNTED.
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

      * QUARTER BUCKETS BY EMPLOYER.
       01  WS-QTR-TOTALS.
           05 WS-QTR-EMPLOYER OCCURS 50 TIMES.
              10 WS-QTR-ENTRY OCCURS 4 TIMES.
                 15 WS-QTR-COUNT      PIC 9(07) VALUE 0.
                 15 WS-QTR-GROSS      PIC 9(09)V99 VALUE 0.
                 15 WS-QTR-FED        PIC 9(09)V99 VALUE 0.
                 15 WS-QTR-SSN-MED    PIC 9(09)V99 VALUE 0.
                 15 WS-QTR-STATE      PIC 9(09)V99 VALUE 0.
                 15 WS-QTR-LOCAL      PIC 9(09)V99 VALUE 0.
                 15 WS-QTR-FIT-WAGES  PIC 9(09)V99 VALUE 0.
                 15 WS-QTR-SS-WAGES   PIC 9(09)V99 VALUE 0.
                 15 WS-QTR-MED-WAGES  PIC 9(09)V99 VALUE 0.

      * ONE EMPLOYER'S YEAR, SUMMED FROM ITS QUARTERS FOR PRINTING.
       01  WS-CO-YEAR.
           05 WS-CY-COUNT             PIC 9(07).
           05 WS-CY-GROSS             PIC 9(09)V99.
           05 WS-CY-FED               PIC 9(09)V99.
           05 WS-CY-SSN-MED           PIC 9(09)V99.
           05 WS-CY-STATE             PIC 9(09)V99.
           05 WS-CY-LOCAL             PIC 9(09)V99.
           05 WS-CY-FIT-WAGES         PIC 9(09)V99.
           05 WS-CY-SS-WAGES          PIC 9(09)V99.
           05 WS-CY-MED-WAGES         PIC 9(09)V99.

       01  WS-GRAND-COUNT             PIC 9(07) VALUE 0.
       01  WS-GRAND-GROSS             PIC 9(09)V99 VALUE 0.
       01  WS-GRAND-SSN-MED           PIC 9(09)V99 VALUE 0.
       01  WS-GRAND-STATE             PIC 9(09)V99 VALUE 0.
       01  WS-GRAND-LOCAL             PIC 9(09)V99 VALUE 0.
       01  WS-GRAND-FIT-WAGES         PIC 9(09)V99 VALUE 0.
       01  WS-GRAND-SS-WAGES          PIC 9(09)V99 VALUE 0.
       01  WS-GRAND-MED-WAGES         PIC 9(09)V99 VALUE 0.
      * THE PAYROLL-OUTPUT TOTALS ALONE, KEPT FOR THE TRAILER PROOF
      * BEFORE THE MANUAL CHECKS ARE ADDED IN.
       01  WS-PAYOUT-COUNT            PIC 9(07) VALUE 0.
       01  WS-PAYOUT-GROSS            PIC 9(09)V99 VALUE 0.
       01  WS-PAYOUT-NET              PIC 9(09)V99 VALUE 0.
       01  WS-MANUAL-COUNT            PIC 9(07) VALUE 0.
       01  WS-BONUS-COUNT             PIC 9(07) VALUE 0.

       01  WS-QTR-RPT-HDR1            PIC X(50) VALUE
           "QUARTERLY TAX LIABILITY REPORT -- HW16QTR".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 QTD-LOCAL               PIC $$$,$$$,$$9.99.

       01  WS-QTR-WAGE-HDR.
           05 FILLER                  PIC X(08) VALUE "QUARTER ".
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 FILLER                  PIC X(10) VALUE "PAYMENTS".
           05 FILLER                  PIC X(15) VALUE "INCOME TAX WG".
           05 FILLER                  PIC X(15) VALUE "SOC SEC WAGES".
           05 FILLER                  PIC X(15) VALUE "MEDICARE WAGES".
           05 FILLER                  PIC X(15) VALUE "GROSS".

       01  WS-QTR-WAGE-DETAIL.
           05 QTW-QUARTER             PIC X(02).
           05 FILLER                  PIC X(06) VALUE ALL SPACES.
           05 QTW-COUNT               PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(03) VALUE ALL SPACES.
           05 QTW-FIT-WAGES           PIC $$$,$$$,$$9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 QTW-SS-WAGES            PIC $$$,$$$,$$9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 QTW-MED-WAGES           PIC $$$,$$$,$$9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 QTW-GROSS               PIC $$$,$$$,$$9.99.

       01  WS-QTR-BALANCE-LINE        PIC X(80).
       01  WS-QTR-COMPANY-LINE.
           05 FILLER                  PIC X(08) VALUE "COMPANY".
           05 QTC-CODE                PIC X(02).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 QTC-NAME                PIC X(30).
           05 FILLER                  PIC X(07) VALUE "  FEIN".
           05 QTC-EIN                 PIC X(09).

       01  WS-GENRES-PARMS.
           05 GR-MODE                 PIC X(01).
               END-IF
               READ PAYROLL-OUT-IN
           END-PERFORM.
           CLOSE PAYROLL-OUT-IN.
           MOVE WS-GRAND-COUNT TO WS-PAYOUT-COUNT.
           MOVE WS-GRAND-GROSS TO WS-PAYOUT-GROSS.
           MOVE WS-GRAND-NET   TO WS-PAYOUT-NET.
           PERFORM 1500-READ-MANUAL-CHECKS.
           PERFORM 1550-READ-BONUS-CHECKS.
           PERFORM 3000-WRITE-QTR-REPORT.
           PERFORM 4000-PROVE-TO-TRAILER.
           CLOSE QTR-RPT-OUT.
           IF WS-NO-COMPANY-COUNT > 0
               DISPLAY "*** " WS-NO-COMPANY-COUNT " COMPANY CODES "
                   "NOT ON THE COMPANY MASTER ***"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "HW16QTR CONCLUDES".
           GOBACK.

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
           ACCEPT WS-QTR-RPT-DSN FROM ENVIRONMENT "PAYQTR".
           IF WS-QTR-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16QTR.rpt"
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
           CLOSE BATCH-ERROR-LOG.
           MOVE 16 TO RETURN-CODE.

      * THE COMPANIES ARE LOADED FIRST, SINCE THE CALL RESETS
      * RETURN-CODE.
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
           PERFORM 1300-LOAD-COMPANIES.
           OPEN INPUT PAYROLL-OUT-IN.
           IF WS-PAYROLL-OUT-IN-STATUS NOT = "00"
               MOVE "1000-INITIALIZE" TO WS-ERR-PARAGRAPH-NAME
               PERFORM 0850-LOG-FILE-ERROR
           END-IF.
           WRITE QTR-REC-OUT FROM WS-QTR-RPT-HDR1.

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
      * PAYMENT BELONGS TO THE ONE EMPLOYER.  AN UNKNOWN CODE IS
      * ADDED WHILE THERE IS ROOM, ELSE IT FALLS TO THE FIRST ENTRY.
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

      * THE MANUAL-CHECK FILE IS IN THE PAYROLL-OUT LAYOUT, SO IT
      * IS READ THROUGH THE SAME FD.  NO FILE MEANS NO MANUAL CHECKS.
       1500-READ-MANUAL-CHECKS.
           MOVE WS-MANUAL-OUT-DSN TO WS-PAYROLL-OUT-DSN.
           OPEN INPUT PAYROLL-OUT-IN.
           IF WS-PAYROLL-OUT-IN-STATUS = "00"
               READ PAYROLL-OUT-IN
               PERFORM UNTIL WS-PAYROLL-OUT-IN-STATUS > "00"
                   IF QT-PAY-DATE(1:3) NOT = "TRL"
                       ADD 1 TO WS-MANUAL-COUNT
                       PERFORM 2000-BUCKET-PAYMENT
                   END-IF
                   READ PAYROLL-OUT-IN
               END-PERFORM
               CLOSE PAYROLL-OUT-IN
           END-IF.

      * THE BONUS RUN'S OUTPUT IS IN THE SAME LAYOUT, WITH ITS OWN
      * TRAILER, WHICH IS PASSED OVER.  NO FILE MEANS NO BONUS RUN.
       1550-READ-BONUS-CHECKS.
           MOVE WS-BONUS-OUT-DSN TO WS-PAYROLL-OUT-DSN.
           OPEN INPUT PAYROLL-OUT-IN.
           IF WS-PAYROLL-OUT-IN-STATUS = "00"
               READ PAYROLL-OUT-IN
               PERFORM UNTIL WS-PAYROLL-OUT-IN-STATUS > "00"
                   IF QT-PAY-DATE(1:3) NOT = "TRL"
                       ADD 1 TO WS-BONUS-COUNT
                       PERFORM 2000-BUCKET-PAYMENT
                   END-IF
                   READ PAYROLL-OUT-IN
               END-PERFORM
               CLOSE PAYROLL-OUT-IN
           END-IF.

       2000-BUCKET-PAYMENT.
           IF QT-PAY-DATE(1:2) IS NUMERIC
               DISPLAY "UNBUCKETABLE PAY DATE: " QT-PAY-DATE
                   " EMPLOYEE " QT-EMP-NUMBER
           ELSE
               MOVE QT-COMPANY TO WS-REC-COMPANY
               PERFORM 1400-FIND-COMPANY
               MOVE WS-CO-FOUND-SUB TO WS-CO-SUB
               COMPUTE WS-QTR-SUB = (WS-PAY-MONTH + 2) / 3
               ADD 1        TO WS-QTR-COUNT(WS-CO-SUB WS-QTR-SUB)
               ADD QT-GROSS TO WS-QTR-GROSS(WS-CO-SUB WS-QTR-SUB)
               ADD QT-FED   TO WS-QTR-FED(WS-CO-SUB WS-QTR-SUB)
               ADD QT-SSN-MED TO WS-QTR-SSN-MED(WS-CO-SUB WS-QTR-SUB)
               ADD QT-STATE TO WS-QTR-STATE(WS-CO-SUB WS-QTR-SUB)
               ADD QT-LOCAL TO WS-QTR-LOCAL(WS-CO-SUB WS-QTR-SUB)
               IF QT-WAGES IS NUMERIC
                   ADD QT-FIT-WAGES
                       TO WS-QTR-FIT-WAGES(WS-CO-SUB WS-QTR-SUB)
                   ADD QT-SS-WAGES
                       TO WS-QTR-SS-WAGES(WS-CO-SUB WS-QTR-SUB)
                   ADD QT-MED-WAGES
                       TO WS-QTR-MED-WAGES(WS-CO-SUB WS-QTR-SUB)
               ELSE
                   ADD QT-GROSS
                       TO WS-QTR-FIT-WAGES(WS-CO-SUB WS-QTR-SUB)
                          WS-QTR-SS-WAGES(WS-CO-SUB WS-QTR-SUB)
                          WS-QTR-MED-WAGES(WS-CO-SUB WS-QTR-SUB)
               END-IF
           END-IF.
           ADD 1          TO WS-GRAND-COUNT.
           ADD QT-GROSS   TO WS-GRAND-GROSS.
           ADD QT-SSN-MED TO WS-GRAND-SSN-MED.
           ADD QT-STATE   TO WS-GRAND-STATE.
           ADD QT-LOCAL   TO WS-GRAND-LOCAL.
           IF QT-WAGES IS NUMERIC
               ADD QT-FIT-WAGES TO WS-GRAND-FIT-WAGES
               ADD QT-SS-WAGES  TO WS-GRAND-SS-WAGES
               ADD QT-MED-WAGES TO WS-GRAND-MED-WAGES
           ELSE
               ADD QT-GROSS TO WS-GRAND-FIT-WAGES
                               WS-GRAND-SS-WAGES
                               WS-GRAND-MED-WAGES
           END-IF.

      * EACH EMPLOYER'S 941 FIGURES.  WITH MORE THAN ONE EMPLOYER
      * THE ALL-COMPANY GRAND TOTALS FOLLOW; WITH ONE, ITS TOTALS ARE
      * THE GRAND TOTALS.
       3000-WRITE-QTR-REPORT.
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT
               PERFORM 3050-WRITE-EMPLOYER
           END-PERFORM.
           IF WS-CO-COUNT > 1
               MOVE SPACES TO QTR-REC-OUT
               WRITE QTR-REC-OUT
               MOVE "ALL COMPANIES" TO QTR-REC-OUT
               WRITE QTR-REC-OUT
               WRITE QTR-REC-OUT FROM WS-QTR-RPT-HDR2
               MOVE "GT"             TO QTD-QUARTER
               MOVE WS-GRAND-COUNT   TO QTD-COUNT
               MOVE WS-GRAND-FED     TO QTD-FED
               MOVE WS-GRAND-SSN-MED TO QTD-SSN-MED
               MOVE WS-GRAND-STATE   TO QTD-STATE
               MOVE WS-GRAND-LOCAL   TO QTD-LOCAL
               WRITE QTR-REC-OUT FROM WS-QTR-RPT-DETAIL
               MOVE SPACES TO QTR-REC-OUT
               WRITE QTR-REC-OUT
               WRITE QTR-REC-OUT FROM WS-QTR-WAGE-HDR
               MOVE "GT"               TO QTW-QUARTER
               MOVE WS-GRAND-COUNT     TO QTW-COUNT
               MOVE WS-GRAND-FIT-WAGES TO QTW-FIT-WAGES
               MOVE WS-GRAND-SS-WAGES  TO QTW-SS-WAGES
               MOVE WS-GRAND-MED-WAGES TO QTW-MED-WAGES
               MOVE WS-GRAND-GROSS     TO QTW-GROSS
               WRITE QTR-REC-OUT FROM WS-QTR-WAGE-DETAIL
           END-IF.
           IF WS-MANUAL-COUNT > 0
               MOVE SPACES TO WS-QTR-BALANCE-LINE
               STRING "MANUAL CHECKS INCLUDED ABOVE: "
                   WS-MANUAL-COUNT DELIMITED BY SIZE
                   INTO WS-QTR-BALANCE-LINE
               WRITE QTR-REC-OUT FROM WS-QTR-BALANCE-LINE
           END-IF.
           IF WS-BONUS-COUNT > 0
               MOVE SPACES TO WS-QTR-BALANCE-LINE
               STRING "BONUS CHECKS INCLUDED ABOVE: "
                   WS-BONUS-COUNT DELIMITED BY SIZE
                   INTO WS-QTR-BALANCE-LINE
               WRITE QTR-REC-OUT FROM WS-QTR-BALANCE-LINE
           END-IF.
           IF WS-BAD-DATE-COUNT > 0
               MOVE SPACES TO WS-QTR-BALANCE-LINE
               STRING "PAYMENTS WITH UNBUCKETABLE PAY DATES: "
                   WS-BAD-DATE-COUNT DELIMITED BY SIZE
                   INTO WS-QTR-BALANCE-LINE
               WRITE QTR-REC-OUT FROM WS-QTR-BALANCE-LINE
           END-IF.

      * AN EMPLOYER WITH NO PAYMENTS PRINTS NOTHING UNLESS IT IS THE
      * ONLY ONE.  ITS TOTAL LINE IS "CO" WHEN THE GRAND TOTALS
      * FOLLOW SEPARATELY.
       3050-WRITE-EMPLOYER.
           INITIALIZE WS-CO-YEAR.
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
               ADD WS-QTR-COUNT(WS-CO-SUB WS-QTR-SUB)   TO WS-CY-COUNT
               ADD WS-QTR-GROSS(WS-CO-SUB WS-QTR-SUB)   TO WS-CY-GROSS
               ADD WS-QTR-FED(WS-CO-SUB WS-QTR-SUB)     TO WS-CY-FED
               ADD WS-QTR-SSN-MED(WS-CO-SUB WS-QTR-SUB)
                   TO WS-CY-SSN-MED
               ADD WS-QTR-STATE(WS-CO-SUB WS-QTR-SUB)   TO WS-CY-STATE
               ADD WS-QTR-LOCAL(WS-CO-SUB WS-QTR-SUB)   TO WS-CY-LOCAL
               ADD WS-QTR-FIT-WAGES(WS-CO-SUB WS-QTR-SUB)
                   TO WS-CY-FIT-WAGES
               ADD WS-QTR-SS-WAGES(WS-CO-SUB WS-QTR-SUB)
                   TO WS-CY-SS-WAGES
               ADD WS-QTR-MED-WAGES(WS-CO-SUB WS-QTR-SUB)
                   TO WS-CY-MED-WAGES
           END-PERFORM.
           IF WS-CY-COUNT > 0 OR WS-CO-COUNT = 1
               PERFORM 3060-PRINT-EMPLOYER
           END-IF.

       3060-PRINT-EMPLOYER.
           IF WS-CO-CODE(WS-CO-SUB) NOT = SPACES
               MOVE SPACES TO QTR-REC-OUT
               WRITE QTR-REC-OUT
               MOVE WS-CO-CODE(WS-CO-SUB) TO QTC-CODE
               MOVE WS-CO-NAME(WS-CO-SUB) TO QTC-NAME
               MOVE WS-CO-EIN(WS-CO-SUB)  TO QTC-EIN
               WRITE QTR-REC-OUT FROM WS-QTR-COMPANY-LINE
           END-IF.
           WRITE QTR-REC-OUT FROM WS-QTR-RPT-HDR2.
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
               IF WS-QTR-COUNT(WS-CO-SUB WS-QTR-SUB) > 0
                   MOVE "Q"              TO QTD-QUARTER(1:1)
                   MOVE WS-QTR-SUB       TO QTD-QUARTER(2:1)
                   MOVE WS-QTR-COUNT(WS-CO-SUB WS-QTR-SUB)
                       TO QTD-COUNT
                   MOVE WS-QTR-FED(WS-CO-SUB WS-QTR-SUB)
                       TO QTD-FED
                   MOVE WS-QTR-SSN-MED(WS-CO-SUB WS-QTR-SUB)
                       TO QTD-SSN-MED
                   MOVE WS-QTR-STATE(WS-CO-SUB WS-QTR-SUB)
                       TO QTD-STATE
                   MOVE WS-QTR-LOCAL(WS-CO-SUB WS-QTR-SUB)
                       TO QTD-LOCAL
                   WRITE QTR-REC-OUT FROM WS-QTR-RPT-DETAIL
               END-IF
           END-PERFORM.
      * WITH ONE EMPLOYER THE GRAND TOTALS STAND IN, SO A PAYMENT
      * WITH AN UNBUCKETABLE DATE STILL SHOWS IN THE TOTAL.
           IF WS-CO-COUNT = 1
               MOVE "GT"             TO QTD-QUARTER
               MOVE WS-GRAND-COUNT   TO QTD-COUNT
               MOVE WS-GRAND-FED     TO QTD-FED
               MOVE WS-GRAND-SSN-MED TO QTD-SSN-MED
               MOVE WS-GRAND-STATE   TO QTD-STATE
               MOVE WS-GRAND-LOCAL   TO QTD-LOCAL
           ELSE
               MOVE "CO"             TO QTD-QUARTER
               MOVE WS-CY-COUNT      TO QTD-COUNT
               MOVE WS-CY-FED        TO QTD-FED
               MOVE WS-CY-SSN-MED    TO QTD-SSN-MED
               MOVE WS-CY-STATE      TO QTD-STATE
               MOVE WS-CY-LOCAL      TO QTD-LOCAL
           END-IF.
           WRITE QTR-REC-OUT FROM WS-QTR-RPT-DETAIL.
           PERFORM 3100-WRITE-QTR-WAGES.

      * THE WAGES EACH QUARTER'S TAXES WERE FIGURED ON -- INCOME-TAX
      * WAGES FOR THE 941 WAGE LINE, SOCIAL SECURITY AND MEDICARE
      * WAGES FOR THE FICA LINES.  THEY DIFFER FROM GROSS BY THE
      * PRE-TAX DEDUCTIONS.
       3100-WRITE-QTR-WAGES.
           MOVE SPACES TO QTR-REC-OUT.
           WRITE QTR-REC-OUT.
           WRITE QTR-REC-OUT FROM WS-QTR-WAGE-HDR.
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
               IF WS-QTR-COUNT(WS-CO-SUB WS-QTR-SUB) > 0
                   MOVE "Q"              TO QTW-QUARTER(1:1)
                   MOVE WS-QTR-SUB       TO QTW-QUARTER(2:1)
                   MOVE WS-QTR-COUNT(WS-CO-SUB WS-QTR-SUB)
                       TO QTW-COUNT
                   MOVE WS-QTR-FIT-WAGES(WS-CO-SUB WS-QTR-SUB)
                       TO QTW-FIT-WAGES
                   MOVE WS-QTR-SS-WAGES(WS-CO-SUB WS-QTR-SUB)
                       TO QTW-SS-WAGES
                   MOVE WS-QTR-MED-WAGES(WS-CO-SUB WS-QTR-SUB)
                       TO QTW-MED-WAGES
                   MOVE WS-QTR-GROSS(WS-CO-SUB WS-QTR-SUB)
                       TO QTW-GROSS
                   WRITE QTR-REC-OUT FROM WS-QTR-WAGE-DETAIL
               END-IF
           END-PERFORM.
           IF WS-CO-COUNT = 1
               MOVE "GT"               TO QTW-QUARTER
               MOVE WS-GRAND-COUNT     TO QTW-COUNT
               MOVE WS-GRAND-FIT-WAGES TO QTW-FIT-WAGES
               MOVE WS-GRAND-SS-WAGES  TO QTW-SS-WAGES
               MOVE WS-GRAND-MED-WAGES TO QTW-MED-WAGES
               MOVE WS-GRAND-GROSS     TO QTW-GROSS
           ELSE
               MOVE "CO"               TO QTW-QUARTER
               MOVE WS-CY-COUNT        TO QTW-COUNT
               MOVE WS-CY-FIT-WAGES    TO QTW-FIT-WAGES
               MOVE WS-CY-SS-WAGES     TO QTW-SS-WAGES
               MOVE WS-CY-MED-WAGES    TO QTW-MED-WAGES
               MOVE WS-CY-GROSS        TO QTW-GROSS
           END-IF.
           WRITE QTR-REC-OUT FROM WS-QTR-WAGE-DETAIL.

       4000-PROVE-TO-TRAILER.
           MOVE SPACES TO WS-QTR-BALANCE-LINE.
                   TO WS-QTR-BALANCE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-PAYOUT-COUNT NOT = TRL-IN-RECORD-COUNT
                   OR WS-PAYOUT-GROSS NOT = TRL-IN-TOTAL-GROSS
                   OR WS-PAYOUT-NET NOT = TRL-IN-TOTAL-NET
                   MOVE "*** DETAIL DOES NOT ADD BACK TO THE TRL "
                        & "TRAILER -- INVESTIGATE BEFORE REMITTING"
                       TO WS-QTR-BALANCE-LINE
