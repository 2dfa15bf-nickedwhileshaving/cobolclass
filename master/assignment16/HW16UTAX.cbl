      *the 940 and the state quarterly return are filed from.  Rates
      *and wage bases come from the same HW16UTR.dat data file the
      *payroll run accrues with, so the worksheet and the accruals
      *can never disagree on the law.  Manual checks written outside
      *the run (HW16MCHK) are replayed after the payroll output, and
      *the off-cycle bonus run's payments (PAYBOUT) after those.
      *With a company master (COMPANY) each company is an employer
      *of its own: an employee's wage bases are replayed separately
      *for every company that paid them, and the quarters print
      *company by company under the name, FEIN, and state
      *unemployment account (state ID) from the master -- the
      *employer file's FEIN for a home company the master leaves
      *blank -- followed by the all-company grand totals.  Pay for
      *a company not on the master prints under its code and the
      *run ends RC 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UTAX-RPT-STATUS.

           SELECT EMPLOYER-INFO ASSIGN TO WS-EMPLOYER-INFO-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPLOYER-INFO-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM THE ENVIRONMENT VARIABLES BELOW, FALLING BACK TO
      *  DEVELOPMENT DEFAULTS SHOWN THERE WHEN A VARIABLE IS NOT SET:
      *      PAYOUT    PAYMOUT   PAYBOUT   PAYUTR    PAYUTAXR
      *      PAYERINF

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS PAYROLL-REC-IN-UT.
       01 PAYROLL-REC-IN-UT.
          05 UT-EMP-OUT.
             10 UT-PAY-DATE           PIC X(08).
             10 UT-EMP-NUMBER         PIC X(05).
             10 FILLER                PIC X(13).
          05 UT-CALCULATED.
             10 UT-GROSS              PIC 9(06)V99.
             10 UT-SSN-MED            PIC 9(05)V99.
             10 UT-STATE              PIC 9(05)V99.
             10 UT-LOCAL              PIC 9(05)V99.
             10 UT-FED                PIC 9(05)V99.
             10 UT-NET                PIC 9(06)V99.
          05 FILLER                   PIC X(66).
      *   EMPLOYING COMPANY -- BLANK WITHOUT A COMPANY MASTER.
          05 UT-COMPANY               PIC X(02).

       FD  UTAX-RATE-IN
           RECORDING MODE IS F
           DATA RECORD IS UTAX-REC-OUT.
       01 UTAX-REC-OUT                PIC X(110).

       FD  EMPLOYER-INFO
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYER-INFO-REC.
       01 EMPLOYER-INFO-REC.
          05 ERI-EIN                  PIC X(09).
          05 FILLER                   PIC X(202).

       WORKING-STORAGE SECTION.
       01  WS-PAYROLL-OUT-DSN         PIC X(80).
       01  WS-MANUAL-OUT-DSN          PIC X(80).
       01  WS-BONUS-OUT-DSN           PIC X(80).
       01  WS-UTAX-RATE-DSN           PIC X(80).
       01  WS-UTAX-RPT-DSN            PIC X(80).

       01  WS-PAYROLL-OUT-IN-STATUS   PIC X(02) VALUE "00".
       01  WS-UTAX-RATE-STATUS        PIC X(02) VALUE "00".
       01  WS-UTAX-RPT-STATUS         PIC X(02) VALUE "00".
       01  WS-EMPLOYER-INFO-DSN       PIC X(80).
       01  WS-EMPLOYER-INFO-STATUS    PIC X(02) VALUE "00".

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
              10 WS-CO-STATE-ID       PIC X(12).
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

       01  WS-FUTA-RATE               PIC V9999 VALUE .0060.
       01  WS-FUTA-WAGE-BASE          PIC 9(07)V99 VALUE 0007000.00.
       01  WS-SUTA-RATE               PIC V9999 VALUE .0270.
       01  WS-SUTA-WAGE-BASE          PIC 9(07)V99 VALUE 0014000.00.

      * PER-EMPLOYEE WAGE-BASE POSITIONS BY EMPLOYER, REPLAYED FROM
      * ZERO ACROSS THIS FILE IN RECORD ORDER.  THE WORKSHEET ASSUMES
      * THE FILE HOLDS THE YEAR'S PAYMENTS IN THE ORDER THEY WERE
      * RUN.
       01  WS-POS-COUNT               PIC 9(04) VALUE 0.
       01  WS-POS-SUB                 PIC 9(04).
       01  WS-POS-FOUND-SUB           PIC 9(04).
           88 UTAX-POS-FOUND                 VALUE "Y".
       01  WS-POSITION-TABLE.
           05 WS-POS-ENTRY OCCURS 1000 TIMES.
              10 WS-POS-EMP           PIC X(05).
              10 WS-POS-CO-SUB        PIC 9(02).
              10 WS-POS-FUTA-TAXABLE  PIC 9(07)V99.
              10 WS-POS-SUTA-TAXABLE  PIC 9(07)V99.

       01  WS-QTR-SUB                 PIC 9(01).
       01  WS-BAD-DATE-COUNT          PIC 9(05) VALUE 0.

      * QUARTER BUCKETS BY EMPLOYER.
       01  WS-QTR-TOTALS.
           05 WS-QTR-EMPLOYER OCCURS 50 TIMES.
              10 WS-QTR-ENTRY OCCURS 4 TIMES.
                 15 WS-QTR-COUNT      PIC 9(07) VALUE 0.
                 15 WS-QTR-FUTA-WAGES PIC 9(09)V99 VALUE 0.
                 15 WS-QTR-SUTA-WAGES PIC 9(09)V99 VALUE 0.
                 15 WS-QTR-FUTA-TAX   PIC 9(07)V99 VALUE 0.
                 15 WS-QTR-SUTA-TAX   PIC 9(07)V99 VALUE 0.

      * ONE EMPLOYER'S YEAR, SUMMED FROM ITS QUARTERS FOR PRINTING.
       01  WS-CO-YEAR.
           05 WS-CY-COUNT             PIC 9(07).
           05 WS-CY-FUTA-WAGES        PIC 9(09)V99.
           05 WS-CY-SUTA-WAGES        PIC 9(09)V99.
           05 WS-CY-FUTA-TAX          PIC 9(07)V99.
           05 WS-CY-SUTA-TAX          PIC 9(07)V99.

       01  WS-GRAND-COUNT             PIC 9(07) VALUE 0.
       01  WS-GRAND-FUTA-WAGES        PIC 9(09)V99 VALUE 0.
           05 UTD-SUTA-TAX            PIC $$$,$$9.99.

       01  WS-UTAX-NOTE-LINE          PIC X(80).
       01  WS-UTAX-COMPANY-LINE.
           05 FILLER                  PIC X(08) VALUE "COMPANY".
           05 UTC-CODE                PIC X(02).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 UTC-NAME                PIC X(30).
           05 FILLER                  PIC X(07) VALUE "  FEIN".
           05 UTC-EIN                 PIC X(09).
           05 FILLER                  PIC X(12) VALUE "  STATE ID".
           05 UTC-STATE-ID            PIC X(12).

       01  WS-GENRES-PARMS.
           05 GR-MODE                 PIC X(01).
               END-IF
               READ PAYROLL-OUT-IN
           END-PERFORM.
           CLOSE PAYROLL-OUT-IN.
           PERFORM 1500-READ-MANUAL-CHECKS.
           PERFORM 1550-READ-BONUS-CHECKS.
           PERFORM 3000-WRITE-WORKSHEET.
           CLOSE UTAX-RPT-OUT.
           DISPLAY "PAYMENTS WORKED: " WS-GRAND-COUNT.
           IF WS-NO-COMPANY-COUNT > 0
               DISPLAY "*** " WS-NO-COMPANY-COUNT " COMPANY CODES "
                   "NOT ON THE COMPANY MASTER ***"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "HW16UTAX CONCLUDES".
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
           ACCEPT WS-UTAX-RATE-DSN FROM ENVIRONMENT "PAYUTR".
           IF WS-UTAX-RATE-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16UTR.dat"
           MOVE "C:\school\cobol\cobolclass\master\data\HW16UTAX.rpt"
               TO WS-UTAX-RPT-DSN
           END-IF.
           ACCEPT WS-EMPLOYER-INFO-DSN FROM ENVIRONMENT "PAYERINF".
           IF WS-EMPLOYER-INFO-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16ERI.dat"
               TO WS-EMPLOYER-INFO-DSN
           END-IF.

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
               DISPLAY "PAYROLL-OUT NOT AVAILABLE - STATUS "
           PERFORM 1200-LOAD-UTAX-RATES.
           OPEN OUTPUT UTAX-RPT-OUT.
           WRITE UTAX-REC-OUT FROM WS-UTAX-RPT-HDR1.

       1200-LOAD-UTAX-RATES.
           OPEN INPUT UTAX-RATE-IN.
                   " -- DEFAULT RATES USED"
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
                          WS-CO-NAME(WS-CO-SUB)
                          WS-CO-STATE-ID(WS-CO-SUB).
           MOVE WS-EMPLOYER-EIN TO WS-CO-EIN(WS-CO-SUB).
           IF CO-FOUND
               MOVE CO-CODE     TO WS-CO-CODE(WS-CO-SUB)
               MOVE CO-NAME     TO WS-CO-NAME(WS-CO-SUB)
               MOVE CO-STATE-ID TO WS-CO-STATE-ID(WS-CO-SUB)
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
                                  WS-CO-STATE-ID(WS-CO-FOUND-SUB)
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
                   IF UT-PAY-DATE(1:3) NOT = "TRL"
                       PERFORM 2000-WORK-PAYMENT
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
                   IF UT-PAY-DATE(1:3) NOT = "TRL"
                       PERFORM 2000-WORK-PAYMENT
                   END-IF
                   READ PAYROLL-OUT-IN
               END-PERFORM
               CLOSE PAYROLL-OUT-IN
           END-IF.

       2000-WORK-PAYMENT.
           IF UT-PAY-DATE(1:2) IS NUMERIC
               MOVE UT-PAY-DATE(1:2) TO WS-PAY-MONTH
                   " EMPLOYEE " UT-EMP-NUMBER
           ELSE
               COMPUTE WS-QTR-SUB = (WS-PAY-MONTH + 2) / 3
               MOVE UT-COMPANY TO WS-REC-COMPANY
               PERFORM 1400-FIND-COMPANY
               MOVE WS-CO-FOUND-SUB TO WS-CO-SUB
               PERFORM 2100-FIND-POSITION
               PERFORM 2200-APPLY-WAGE-BASES
           END-IF.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > WS-POS-COUNT
               IF WS-POS-EMP(WS-POS-SUB) = UT-EMP-NUMBER
                  AND WS-POS-CO-SUB(WS-POS-SUB) = WS-CO-SUB
                   MOVE "Y" TO WS-POS-FOUND-SW
                   MOVE WS-POS-SUB TO WS-POS-FOUND-SUB
                   MOVE WS-POS-COUNT TO WS-POS-SUB
               ADD 1 TO WS-POS-COUNT
               MOVE WS-POS-COUNT TO WS-POS-FOUND-SUB
               MOVE UT-EMP-NUMBER TO WS-POS-EMP(WS-POS-FOUND-SUB)
               MOVE WS-CO-SUB TO WS-POS-CO-SUB(WS-POS-FOUND-SUB)
               MOVE ZEROS TO WS-POS-FUTA-TAXABLE(WS-POS-FOUND-SUB)
               MOVE ZEROS TO WS-POS-SUTA-TAXABLE(WS-POS-FOUND-SUB)
           END-IF.
               TO WS-POS-FUTA-TAXABLE(WS-POS-FOUND-SUB).
           ADD WS-SUTA-TAXABLE-THIS
               TO WS-POS-SUTA-TAXABLE(WS-POS-FOUND-SUB).
           ADD 1 TO WS-QTR-COUNT(WS-CO-SUB WS-QTR-SUB).
           ADD WS-FUTA-TAXABLE-THIS
               TO WS-QTR-FUTA-WAGES(WS-CO-SUB WS-QTR-SUB).
           ADD WS-SUTA-TAXABLE-THIS
               TO WS-QTR-SUTA-WAGES(WS-CO-SUB WS-QTR-SUB).
           ADD 1 TO WS-GRAND-COUNT.
           ADD WS-FUTA-TAXABLE-THIS TO WS-GRAND-FUTA-WAGES.
           ADD WS-SUTA-TAXABLE-THIS TO WS-GRAND-SUTA-WAGES.

      * EACH EMPLOYER'S 940 AND STATE FIGURES.  WITH MORE THAN ONE
      * EMPLOYER THE ALL-COMPANY GRAND TOTALS FOLLOW; WITH ONE, ITS
      * TOTALS ARE THE GRAND TOTALS.
       3000-WRITE-WORKSHEET.
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT
               PERFORM 3050-WRITE-EMPLOYER
           END-PERFORM.
           IF WS-CO-COUNT > 1
               MOVE SPACES TO UTAX-REC-OUT
               WRITE UTAX-REC-OUT
               MOVE "ALL COMPANIES" TO UTAX-REC-OUT
               WRITE UTAX-REC-OUT
               WRITE UTAX-REC-OUT FROM WS-UTAX-RPT-HDR2
               MOVE "GT"                 TO UTD-QUARTER
               MOVE WS-GRAND-COUNT       TO UTD-COUNT
               MOVE WS-GRAND-FUTA-WAGES  TO UTD-FUTA-WAGES
               MOVE WS-GRAND-FUTA-TAX    TO UTD-FUTA-TAX
               MOVE WS-GRAND-SUTA-WAGES  TO UTD-SUTA-WAGES
               MOVE WS-GRAND-SUTA-TAX    TO UTD-SUTA-TAX
               WRITE UTAX-REC-OUT FROM WS-UTAX-RPT-DETAIL
           END-IF.
           IF WS-BAD-DATE-COUNT > 0
               MOVE SPACES TO WS-UTAX-NOTE-LINE
               STRING "PAYMENTS WITH UNBUCKETABLE PAY DATES: "
                   WS-BAD-DATE-COUNT DELIMITED BY SIZE
                   INTO WS-UTAX-NOTE-LINE
               WRITE UTAX-REC-OUT FROM WS-UTAX-NOTE-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

      * TAX IS FIGURED ON EACH EMPLOYER'S QUARTER.  AN EMPLOYER WITH
      * NO PAYMENTS PRINTS NOTHING UNLESS IT IS THE ONLY ONE.
       3050-WRITE-EMPLOYER.
           INITIALIZE WS-CO-YEAR.
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
               COMPUTE WS-QTR-FUTA-TAX(WS-CO-SUB WS-QTR-SUB) ROUNDED
                   = WS-QTR-FUTA-WAGES(WS-CO-SUB WS-QTR-SUB)
                   * WS-FUTA-RATE
               COMPUTE WS-QTR-SUTA-TAX(WS-CO-SUB WS-QTR-SUB) ROUNDED
                   = WS-QTR-SUTA-WAGES(WS-CO-SUB WS-QTR-SUB)
                   * WS-SUTA-RATE
               ADD WS-QTR-COUNT(WS-CO-SUB WS-QTR-SUB) TO WS-CY-COUNT
               ADD WS-QTR-FUTA-WAGES(WS-CO-SUB WS-QTR-SUB)
                   TO WS-CY-FUTA-WAGES
               ADD WS-QTR-SUTA-WAGES(WS-CO-SUB WS-QTR-SUB)
                   TO WS-CY-SUTA-WAGES
               ADD WS-QTR-FUTA-TAX(WS-CO-SUB WS-QTR-SUB)
                   TO WS-CY-FUTA-TAX WS-GRAND-FUTA-TAX
               ADD WS-QTR-SUTA-TAX(WS-CO-SUB WS-QTR-SUB)
                   TO WS-CY-SUTA-TAX WS-GRAND-SUTA-TAX
           END-PERFORM.
           IF WS-CY-COUNT > 0 OR WS-CO-COUNT = 1
               PERFORM 3060-PRINT-EMPLOYER
           END-IF.

       3060-PRINT-EMPLOYER.
           IF WS-CO-CODE(WS-CO-SUB) NOT = SPACES
               MOVE SPACES TO UTAX-REC-OUT
               WRITE UTAX-REC-OUT
               MOVE WS-CO-CODE(WS-CO-SUB)     TO UTC-CODE
               MOVE WS-CO-NAME(WS-CO-SUB)     TO UTC-NAME
               MOVE WS-CO-EIN(WS-CO-SUB)      TO UTC-EIN
               MOVE WS-CO-STATE-ID(WS-CO-SUB) TO UTC-STATE-ID
               WRITE UTAX-REC-OUT FROM WS-UTAX-COMPANY-LINE
           END-IF.
           WRITE UTAX-REC-OUT FROM WS-UTAX-RPT-HDR2.
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
               IF WS-QTR-COUNT(WS-CO-SUB WS-QTR-SUB) > 0
                   MOVE "Q"        TO UTD-QUARTER(1:1)
                   MOVE WS-QTR-SUB TO UTD-QUARTER(2:1)
                   MOVE WS-QTR-COUNT(WS-CO-SUB WS-QTR-SUB)
                       TO UTD-COUNT
                   MOVE WS-QTR-FUTA-WAGES(WS-CO-SUB WS-QTR-SUB)
                       TO UTD-FUTA-WAGES
                   MOVE WS-QTR-FUTA-TAX(WS-CO-SUB WS-QTR-SUB)
                       TO UTD-FUTA-TAX
                   MOVE WS-QTR-SUTA-WAGES(WS-CO-SUB WS-QTR-SUB)
                       TO UTD-SUTA-WAGES
                   MOVE WS-QTR-SUTA-TAX(WS-CO-SUB WS-QTR-SUB)
                       TO UTD-SUTA-TAX
                   WRITE UTAX-REC-OUT FROM WS-UTAX-RPT-DETAIL
               END-IF
           END-PERFORM.
           IF WS-CO-COUNT = 1
               MOVE "GT"             TO UTD-QUARTER
               MOVE WS-GRAND-COUNT   TO UTD-COUNT
           ELSE
               MOVE "CO"             TO UTD-QUARTER
               MOVE WS-CY-COUNT      TO UTD-COUNT
           END-IF.
           MOVE WS-CY-FUTA-WAGES TO UTD-FUTA-WAGES.
           MOVE WS-CY-FUTA-TAX   TO UTD-FUTA-TAX.
           MOVE WS-CY-SUTA-WAGES TO UTD-SUTA-WAGES.
           MOVE WS-CY-SUTA-TAX   TO UTD-SUTA-TAX.
           WRITE UTAX-REC-OUT FROM WS-UTAX-RPT-DETAIL.
