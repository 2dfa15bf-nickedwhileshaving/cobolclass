       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  08/08/2026.
       INSTALLATION.  INFSYS-3807 COBOL.
      *Year-end W-2 summary.  Each employee's wages and withholding
      *are summed by the company that paid them and printed company
      *by company, each under an employer block with the company's
      *name and FEIN from the company master (COMPANY) and closed
      *with the W-3 totals for that employer.  A home company the
      *master leaves without a FEIN takes the employer file's, and
      *without a company master the single employer block comes
      *from the employer file.  Pay for a company not on the master
      *prints under its code and the run ends RC 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-W2-RPT-STATUS.

           SELECT EMPLOYER-INFO ASSIGN TO WS-EMPLOYER-INFO-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPLOYER-INFO-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES PAYOUT
      *  AND PAYW2, FALLING BACK TO THE DEVELOPMENT DEFAULTS; WITH
      *  GENMGMT=Y THE PAYROLL FILE READ IS THE GENERATION THE
      *  INDEX POINTS AT.  PAYMOUT NAMES THE MANUAL-CHECK PAYMENTS
      *  (HW16MCHK) READ AFTER IT, SO CHECKS WRITTEN OUTSIDE THE
      *  PAYROLL RUN ARE ON THE W-2.  PAYBOUT (RESOLVED THE SAME WAY
      *  AS PAYOUT) NAMES THE OFF-CYCLE BONUS RUN'S PAYMENTS, READ
      *  LAST.  PAYERINF NAMES THE EMPLOYER FILE.

       DATA DIVISION.

           DATA RECORD IS PAYROLL-REC-IN-W2.
       01 PAYROLL-REC-IN-W2.
          05 W2-EMP-OUT.
             10 W2-PAY-DATE           PIC X(08).
             10 W2-EMP-NUMBER         PIC X(05).
             10 FILLER                PIC X(13).
          05 W2-CALCULATED.
             10 W2-GROSS              PIC 9(06)V99.
             10 W2-SSN-MED            PIC 9(05)V99.
             10 W2-STATE              PIC 9(05)V99.
             10 W2-LOCAL              PIC 9(05)V99.
             10 W2-FED                PIC 9(05)V99.
             10 W2-NET                PIC 9(06)V99.
          05 FILLER                   PIC X(34).
      *   TAXABLE WAGES AFTER PRE-TAX DEDUCTIONS, AS HW16NB FIGURED
      *   THEM -- SPACES ON A GENERATION WRITTEN BEFORE THEY WERE
      *   CARRIED, IN WHICH CASE GROSS STANDS IN.
          05 W2-WAGES.
             10 W2-FIT-WAGES          PIC 9(06)V99.
             10 W2-SS-WAGES           PIC 9(06)V99.
             10 W2-MED-WAGES          PIC 9(06)V99.
          05 FILLER                   PIC X(08).
      *   EMPLOYING COMPANY -- BLANK WITHOUT A COMPANY MASTER.
          05 W2-COMPANY               PIC X(02).

       FD  W2-RPT
           RECORDING MODE IS F
           DATA RECORD IS W2-REC-OUT-RPT.
       01 W2-REC-OUT-RPT               PIC X(150).

       FD  EMPLOYER-INFO
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYER-INFO-REC.
       01 EMPLOYER-INFO-REC.
          05 ERI-EIN                  PIC X(09).
          05 ERI-USER-ID              PIC X(08).
          05 ERI-NAME                 PIC X(57).
          05 FILLER                   PIC X(137).

       WORKING-STORAGE SECTION.
       01 WS-PAYROLL-OUT-IN-STATUS     PIC X(02) VALUE "00".
       01 WS-W2-RPT-STATUS             PIC X(02) VALUE "00".
       01 WS-PAYROLL-OUT-DSN           PIC X(80).
       01 WS-MANUAL-OUT-DSN            PIC X(80).
       01 WS-BONUS-OUT-DSN             PIC X(80).
       01 WS-W2-RPT-DSN                PIC X(80).
       01 WS-EMPLOYER-INFO-DSN         PIC X(80).
       01 WS-EMPLOYER-INFO-STATUS      PIC X(02) VALUE "00".

      * EMPLOYERS -- ONE PER COMPANY ON THE MASTER, OR A SINGLE
      * BLANK ONE FROM THE EMPLOYER FILE WITHOUT A MASTER.  A CODE
      * ON THE PAYROLL BUT NOT ON THE MASTER IS ADDED AND COUNTED.
       01 WS-EMPLOYER-EIN              PIC X(09) VALUE SPACES.
       01 WS-EMPLOYER-NAME             PIC X(57) VALUE SPACES.
       01 WS-HOME-COMPANY              PIC X(02) VALUE SPACES.
       01 WS-REC-COMPANY               PIC X(02).
       01 WS-NO-COMPANY-COUNT          PIC 9(05) VALUE 0.
       01 WS-CO-COUNT                  PIC 9(02) VALUE 0.
       01 WS-CO-SUB                    PIC 9(02).
       01 WS-CO-FOUND-SUB              PIC 9(02).
       01 WS-CO-TABLE.
          05 WS-CO-ENTRY OCCURS 50 TIMES.
             10 WS-CO-CODE             PIC X(02).
             10 WS-CO-EIN              PIC X(09).
             10 WS-CO-NAME             PIC X(57).
       01 WS-COMPANY-PARMS.
          05 CO-FUNCTION               PIC X(01).
          05 CO-CODE                   PIC X(02).
          05 CO-RESULT                 PIC X(01).
             88 CO-FOUND                    VALUE "0".
          05 CO-NAME                   PIC X(30).
          05 CO-FED-EIN                PIC X(09).
          05 CO-STATE-ID               PIC X(12).
          05 CO-BANK-ROUTING           PIC X(09).
          05 CO-BANK-ACCOUNT           PIC X(17).
          05 CO-COA-PREFIX             PIC X(02).
          05 CO-DUE-FROM-ACCT          PIC X(06).
          05 CO-DUE-TO-ACCT            PIC X(06).
          05 CO-HOME-CODE              PIC X(02).
          05 CO-STREET                 PIC X(22).
          05 CO-CITY                   PIC X(22).
          05 CO-ADDR-STATE             PIC X(02).
          05 CO-ZIP                    PIC X(05).
          05 CO-ZIP-EXT                PIC X(04).
          05 CO-BANK-NAME              PIC X(30).
          05 CO-BANK-CITY              PIC X(30).

       01  WS-GENRES-PARMS.
           05 GR-MODE                 PIC X(01).
          88 W2-EMP-FOUND                    VALUE "Y".
       01 WS-W2-FOUND-SUB              PIC 9(03).
       01 WS-W2-TABLE.
          05 WS-W2-ENTRY OCCURS 200 TIMES.
             10 WS-W2-EMP-NUM          PIC X(05).
             10 WS-W2-CO-SUB           PIC 9(02).
             10 WS-W2-YTD-GROSS        PIC 9(07)V99.
             10 WS-W2-YTD-SSN-MED      PIC 9(07)V99.
             10 WS-W2-YTD-STATE        PIC 9(07)V99.
             10 WS-W2-YTD-LOCAL        PIC 9(07)V99.
             10 WS-W2-YTD-FED          PIC 9(07)V99.
             10 WS-W2-YTD-NET          PIC 9(07)V99.
             10 WS-W2-YTD-FIT-WAGES    PIC 9(07)V99.
             10 WS-W2-YTD-SS-WAGES     PIC 9(07)V99.
             10 WS-W2-YTD-MED-WAGES    PIC 9(07)V99.

       01  WS-RUNSTAT-PARMS.
           05 RST-PROGRAM             PIC X(08).
           05 RST-RETURN-CODE         PIC 9(02).
       01 WS-W2-TOTAL-GROSS            PIC 9(09)V99 VALUE 0.

      * ONE EMPLOYER'S W-3 TOTALS.
       01 WS-W3-TOTALS.
          05 WS-W3-GROSS               PIC 9(09)V99.
          05 WS-W3-FED                 PIC 9(09)V99.
          05 WS-W3-STATE               PIC 9(09)V99.
          05 WS-W3-LOCAL               PIC 9(09)V99.
          05 WS-W3-SSN-MED             PIC 9(09)V99.
          05 WS-W3-NET                 PIC 9(09)V99.
          05 WS-W3-FIT-WAGES           PIC 9(09)V99.
          05 WS-W3-SS-WAGES            PIC 9(09)V99.
          05 WS-W3-MED-WAGES           PIC 9(09)V99.
          05 WS-W3-FORMS               PIC 9(03).

       01 WS-W2-RPT-HDR1.
          05 FILLER                   PIC X(40)
                  VALUE "YEAR-END W-2 SUMMARY -- HW16W2".

       01 WS-W2-RPT-EMPLOYER.
          05 FILLER                   PIC X(10) VALUE "EMPLOYER".
          05 W2E-NAME                 PIC X(57).
          05 FILLER                   PIC X(07) VALUE "  FEIN ".
          05 W2E-EIN                  PIC X(09).
          05 FILLER                   PIC X(10) VALUE "  COMPANY ".
          05 W2E-COMPANY              PIC X(02).

       01 WS-W2-RPT-HDR2.
          05 FILLER                   PIC X(08) VALUE "EMP. NUM".
          05 FILLER                   PIC X(04) VALUE ALL SPACES.
          05 FILLER                   PIC X(04) VALUE ALL SPACES.
          05 FILLER                   PIC X(12) VALUE "YTD SSN/MED".
          05 FILLER                   PIC X(04) VALUE ALL SPACES.
          05 FILLER                   PIC X(12) VALUE "YTD NET".
          05 FILLER                   PIC X(04) VALUE ALL SPACES.
          05 FILLER                   PIC X(12) VALUE "BOX 1 WAGES".
          05 FILLER                   PIC X(04) VALUE ALL SPACES.
          05 FILLER                   PIC X(12) VALUE "BOX 3 SS WG".
          05 FILLER                   PIC X(04) VALUE ALL SPACES.
          05 FILLER                   PIC X(12) VALUE "BOX 5 MED WG".

       01 WS-W2-RPT-DETAIL.
          05 W2D-EMP-NUM              PIC X(08).
          05 W2D-SSN-MED              PIC Z,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(04) VALUE ALL SPACES.
          05 W2D-NET                  PIC Z,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(04) VALUE ALL SPACES.
          05 W2D-FIT-WAGES            PIC Z,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(04) VALUE ALL SPACES.
          05 W2D-SS-WAGES             PIC Z,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(04) VALUE ALL SPACES.
          05 W2D-MED-WAGES            PIC Z,ZZZ,ZZ9.99.

       01 WS-W2-RPT-TOTAL.
          05 FILLER                   PIC X(08) VALUE "W-3 TOTL".
          05 FILLER                   PIC X(02) VALUE ALL SPACES.
          05 W3T-GROSS                PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(02) VALUE ALL SPACES.
          05 W3T-FED                  PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(02) VALUE ALL SPACES.
          05 W3T-STATE                PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(02) VALUE ALL SPACES.
          05 W3T-LOCAL                PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(02) VALUE ALL SPACES.
          05 W3T-SSN-MED              PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(02) VALUE ALL SPACES.
          05 W3T-NET                  PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(02) VALUE ALL SPACES.
          05 W3T-FIT-WAGES            PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(02) VALUE ALL SPACES.
          05 W3T-SS-WAGES             PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(02) VALUE ALL SPACES.
          05 W3T-MED-WAGES            PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

               END-IF
               READ PAYROLL-OUT-IN
           END-PERFORM.
           CLOSE PAYROLL-OUT-IN.
           PERFORM 1500-READ-MANUAL-CHECKS.
           PERFORM 1550-READ-BONUS-CHECKS.

           PERFORM 3000-WRITE-W2-REPORT.

           CLOSE W2-RPT.
           DISPLAY "EMPLOYEES SUMMARIZED: " WS-W2-COUNT.
           IF WS-NO-COMPANY-COUNT > 0
               DISPLAY "*** " WS-NO-COMPANY-COUNT " COMPANY CODES "
                   "NOT ON THE COMPANY MASTER ***"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE "HW16W2" TO RST-PROGRAM.
           MOVE WS-W2-COUNT TO RST-RECORDS-READ.
           MOVE WS-W2-COUNT TO RST-RECORDS-WRITTEN.
           MOVE "C:\school\cobol\cobolclass\master\data\HW16OU01.dat"
               TO WS-PAYROLL-OUT-DSN
           END-IF.
           ACCEPT WS-MANUAL-OUT-DSN FROM ENVIRONMENT "PAYMOUT".
           IF WS-MANUAL-OUT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16MOU1.dat"
               TO WS-MANUAL-OUT-DSN
           END-IF.
           ACCEPT WS-W2-RPT-DSN FROM ENVIRONMENT "PAYW2".
           IF WS-W2-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16W2.dat"
               ON EXCEPTION CONTINUE
           END-CALL.
           MOVE GR-DSN TO WS-PAYROLL-OUT-DSN.
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
           ACCEPT WS-EMPLOYER-INFO-DSN FROM ENVIRONMENT "PAYERINF".
           IF WS-EMPLOYER-INFO-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16ERI.dat"
               TO WS-EMPLOYER-INFO-DSN
           END-IF.
           OPEN INPUT EMPLOYER-INFO.
           IF WS-EMPLOYER-INFO-STATUS = "00"
               READ EMPLOYER-INFO
               IF WS-EMPLOYER-INFO-STATUS = "00"
                   MOVE ERI-EIN  TO WS-EMPLOYER-EIN
                   MOVE ERI-NAME TO WS-EMPLOYER-NAME
               END-IF
               CLOSE EMPLOYER-INFO
           END-IF.
           PERFORM 1300-LOAD-COMPANIES.
           OPEN INPUT PAYROLL-OUT-IN.
           OPEN OUTPUT W2-RPT.
           WRITE W2-REC-OUT-RPT FROM WS-W2-RPT-HDR1.

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
           MOVE SPACES TO WS-CO-CODE(WS-CO-SUB).
           MOVE WS-EMPLOYER-EIN  TO WS-CO-EIN(WS-CO-SUB).
           MOVE WS-EMPLOYER-NAME TO WS-CO-NAME(WS-CO-SUB).
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
                   IF W2-PAY-DATE(1:3) NOT = "TRL"
                       PERFORM 2000-ACCUMULATE-EMPLOYEE
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
                   IF W2-PAY-DATE(1:3) NOT = "TRL"
                       PERFORM 2000-ACCUMULATE-EMPLOYEE
                   END-IF
                   READ PAYROLL-OUT-IN
               END-PERFORM
               CLOSE PAYROLL-OUT-IN
           END-IF.

      * AN EMPLOYEE PAID BY TWO COMPANIES GETS A W-2 FROM EACH.
       2000-ACCUMULATE-EMPLOYEE.
           MOVE W2-COMPANY TO WS-REC-COMPANY.
           PERFORM 1400-FIND-COMPANY.
           MOVE "N" TO WS-W2-FOUND-SW.
           PERFORM VARYING WS-W2-SUB FROM 1 BY 1
               UNTIL WS-W2-SUB > WS-W2-COUNT
               IF WS-W2-EMP-NUM(WS-W2-SUB) = W2-EMP-NUMBER
                  AND WS-W2-CO-SUB(WS-W2-SUB) = WS-CO-FOUND-SUB
                   SET W2-EMP-FOUND TO TRUE
                   MOVE WS-W2-SUB TO WS-W2-FOUND-SUB
               END-IF
               ADD 1 TO WS-W2-COUNT
               MOVE WS-W2-COUNT TO WS-W2-FOUND-SUB
               MOVE W2-EMP-NUMBER TO WS-W2-EMP-NUM(WS-W2-FOUND-SUB)
               MOVE WS-CO-FOUND-SUB TO WS-W2-CO-SUB(WS-W2-FOUND-SUB)
               MOVE ZEROS TO WS-W2-YTD-GROSS(WS-W2-FOUND-SUB)
                             WS-W2-YTD-SSN-MED(WS-W2-FOUND-SUB)
                             WS-W2-YTD-STATE(WS-W2-FOUND-SUB)
                             WS-W2-YTD-LOCAL(WS-W2-FOUND-SUB)
                             WS-W2-YTD-FED(WS-W2-FOUND-SUB)
                             WS-W2-YTD-NET(WS-W2-FOUND-SUB)
                             WS-W2-YTD-FIT-WAGES(WS-W2-FOUND-SUB)
                             WS-W2-YTD-SS-WAGES(WS-W2-FOUND-SUB)
                             WS-W2-YTD-MED-WAGES(WS-W2-FOUND-SUB)
           END-IF.
           ADD W2-GROSS   TO WS-W2-YTD-GROSS(WS-W2-FOUND-SUB).
           ADD W2-SSN-MED TO WS-W2-YTD-SSN-MED(WS-W2-FOUND-SUB).
           ADD W2-LOCAL   TO WS-W2-YTD-LOCAL(WS-W2-FOUND-SUB).
           ADD W2-FED     TO WS-W2-YTD-FED(WS-W2-FOUND-SUB).
           ADD W2-NET     TO WS-W2-YTD-NET(WS-W2-FOUND-SUB).
           IF W2-WAGES IS NUMERIC
               ADD W2-FIT-WAGES
                   TO WS-W2-YTD-FIT-WAGES(WS-W2-FOUND-SUB)
               ADD W2-SS-WAGES
                   TO WS-W2-YTD-SS-WAGES(WS-W2-FOUND-SUB)
               ADD W2-MED-WAGES
                   TO WS-W2-YTD-MED-WAGES(WS-W2-FOUND-SUB)
           ELSE
               ADD W2-GROSS TO WS-W2-YTD-FIT-WAGES(WS-W2-FOUND-SUB)
                               WS-W2-YTD-SS-WAGES(WS-W2-FOUND-SUB)
                               WS-W2-YTD-MED-WAGES(WS-W2-FOUND-SUB)
           END-IF.

       3000-WRITE-W2-REPORT.
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT
               PERFORM 3050-WRITE-EMPLOYER
           END-PERFORM.

      * AN EMPLOYER WITH NO W-2S PRINTS NOTHING UNLESS IT IS THE
      * ONLY ONE.
       3050-WRITE-EMPLOYER.
           INITIALIZE WS-W3-TOTALS.
           PERFORM VARYING WS-W2-SUB FROM 1 BY 1
               UNTIL WS-W2-SUB > WS-W2-COUNT
               IF WS-W2-CO-SUB(WS-W2-SUB) = WS-CO-SUB
                   ADD 1 TO WS-W3-FORMS
               END-IF
           END-PERFORM.
           IF WS-W3-FORMS > 0 OR WS-CO-COUNT = 1
               MOVE SPACES TO W2-REC-OUT-RPT
               WRITE W2-REC-OUT-RPT
               MOVE WS-CO-NAME(WS-CO-SUB) TO W2E-NAME
               MOVE WS-CO-EIN(WS-CO-SUB)  TO W2E-EIN
               MOVE WS-CO-CODE(WS-CO-SUB) TO W2E-COMPANY
               WRITE W2-REC-OUT-RPT FROM WS-W2-RPT-EMPLOYER
               WRITE W2-REC-OUT-RPT FROM WS-W2-RPT-HDR2
               PERFORM VARYING WS-W2-SUB FROM 1 BY 1
                   UNTIL WS-W2-SUB > WS-W2-COUNT
                   IF WS-W2-CO-SUB(WS-W2-SUB) = WS-CO-SUB
                       PERFORM 3100-WRITE-W2-DETAIL
                   END-IF
               END-PERFORM
               MOVE WS-W3-GROSS     TO W3T-GROSS
               MOVE WS-W3-FED       TO W3T-FED
               MOVE WS-W3-STATE     TO W3T-STATE
               MOVE WS-W3-LOCAL     TO W3T-LOCAL
               MOVE WS-W3-SSN-MED   TO W3T-SSN-MED
               MOVE WS-W3-NET       TO W3T-NET
               MOVE WS-W3-FIT-WAGES TO W3T-FIT-WAGES
               MOVE WS-W3-SS-WAGES  TO W3T-SS-WAGES
               MOVE WS-W3-MED-WAGES TO W3T-MED-WAGES
               WRITE W2-REC-OUT-RPT FROM WS-W2-RPT-TOTAL
           END-IF.

       3100-WRITE-W2-DETAIL.
           MOVE WS-W2-EMP-NUM(WS-W2-SUB)     TO W2D-EMP-NUM.
           MOVE WS-W2-YTD-GROSS(WS-W2-SUB)   TO W2D-GROSS.
           MOVE WS-W2-YTD-FED(WS-W2-SUB)     TO W2D-FED.
           MOVE WS-W2-YTD-STATE(WS-W2-SUB)   TO W2D-STATE.
           MOVE WS-W2-YTD-LOCAL(WS-W2-SUB)   TO W2D-LOCAL.
           MOVE WS-W2-YTD-SSN-MED(WS-W2-SUB) TO W2D-SSN-MED.
           MOVE WS-W2-YTD-NET(WS-W2-SUB)     TO W2D-NET.
           MOVE WS-W2-YTD-FIT-WAGES(WS-W2-SUB) TO W2D-FIT-WAGES.
           MOVE WS-W2-YTD-SS-WAGES(WS-W2-SUB)  TO W2D-SS-WAGES.
           MOVE WS-W2-YTD-MED-WAGES(WS-W2-SUB) TO W2D-MED-WAGES.
           ADD WS-W2-YTD-GROSS(WS-W2-SUB) TO WS-W2-TOTAL-GROSS
                                             WS-W3-GROSS.
           ADD WS-W2-YTD-FED(WS-W2-SUB)       TO WS-W3-FED.
           ADD WS-W2-YTD-STATE(WS-W2-SUB)     TO WS-W3-STATE.
           ADD WS-W2-YTD-LOCAL(WS-W2-SUB)     TO WS-W3-LOCAL.
           ADD WS-W2-YTD-SSN-MED(WS-W2-SUB)   TO WS-W3-SSN-MED.
           ADD WS-W2-YTD-NET(WS-W2-SUB)       TO WS-W3-NET.
           ADD WS-W2-YTD-FIT-WAGES(WS-W2-SUB) TO WS-W3-FIT-WAGES.
           ADD WS-W2-YTD-SS-WAGES(WS-W2-SUB)  TO WS-W3-SS-WAGES.
           ADD WS-W2-YTD-MED-WAGES(WS-W2-SUB) TO WS-W3-MED-WAGES.
           WRITE W2-REC-OUT-RPT FROM WS-W2-RPT-DETAIL.
