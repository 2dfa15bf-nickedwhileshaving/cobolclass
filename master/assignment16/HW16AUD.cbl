      *recomputed gross, state, local, federal, or SSN/Medicare
      *differs from what HW16NB wrote by more than a penny.  This is
      *deliberately a separate program sharing no code path with the
      *calculation it is checking.  Taxes are recomputed on the
      *taxable wages HW16NB carries after pre-tax deductions; those
      *wages are themselves proved against gross and the optional
      *deductions the record shows were taken.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DATA RECORD IS PAYROLL-REC-IN-AU.
       01 PAYROLL-REC-IN-AU.
          05 AU-EMP-OUT.
             10 AU-PAY-DATE           PIC X(08).
             10 AU-EMP-NUMBER         PIC X(05).
             10 AU-EMP-HOURS          PIC 9(03)V99.
             10 AU-EMP-RATE           PIC 9(02)V99.
             10 AU-EMP-DEDUCTIONS     PIC X(01).
             10 AU-RATE-CODE          PIC X(02).
             10 AU-EARN-TYPE          PIC X(01).
                88 AU-EARN-REGULAR        VALUE "R" " ".
                88 AU-EARN-COMMISSION     VALUE "C".
                88 AU-EARN-BONUS          VALUE "B".
                88 AU-EARN-REIMBURSE      VALUE "E".
                88 AU-EARN-FLAT-AMT       VALUE "C" "A" "B" "E".
          05 AU-CALCULATED.
             10 AU-GROSS              PIC 9(06)V99.
             10 AU-SSN-MED            PIC 9(05)V99.
             10 AU-STATE              PIC 9(05)V99.
             10 AU-LOCAL              PIC 9(05)V99.
             10 AU-FED                PIC 9(05)V99.
             10 AU-NET                PIC 9(06)V99.
      *   EXTENSION APPENDED BY HW16NB -- THE SHIFT PREMIUM MATTERS
      *   TO THE GROSS RECOMPUTATION, THE TAXABLE WAGES TO THE TAXES.
          05 AU-EXTENSION.
             10 FILLER                PIC X(26).
             10 AU-SHIFT-PREM         PIC 9(06)V99.
             10 AU-WAGES.
                15 AU-FIT-WAGES       PIC 9(06)V99.
                15 AU-SS-WAGES        PIC 9(06)V99.
                15 AU-MED-WAGES       PIC 9(06)V99.
       01 PAYROLL-REC-IN-AU-AMT REDEFINES PAYROLL-REC-IN-AU.
          05 FILLER                   PIC X(13).
          05 AU-EMP-AMOUNT            PIC 9(07)V99.
          05 FILLER                   PIC X(106).

       FD  RATE-TABLE-IN
           RECORDING MODE IS F
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 FILLER                   PIC X(47).
          05 EMP-VAC-ACCRUAL-IN       PIC 9V99.
          05 EMP-SICK-ACCRUAL-IN      PIC 9V99.
           RECORDING MODE IS F
           DATA RECORD IS W4-ELECTION-REC.
       01 W4-ELECTION-REC.
          05 W4-EMP-NUMBER            PIC X(05).
          05 W4-FILING-STATUS         PIC X(01).
          05 W4-ALLOWANCES            PIC 9(02).
          05 W4-EXTRA-WH              PIC 9(03)V99.
           05 WS-DFLT-MEDICARE-RATE   PIC V9999 VALUE .0145.
           05 WS-DFLT-LOCAL-RATE      PIC V9999 VALUE .0100.
           05 WS-DFLT-FED-RATE        PIC V9999 VALUE .2000.
      * SUPPLEMENTAL FLAT RATE FOR BONUS RECORDS -- THE "SP" ROW'S
      * FEDERAL RATE WHEN THE RATE TABLE CARRIES ONE.
       01  WS-SUPP-FED-RATE           PIC V9999 VALUE .2200.

       01  WS-AUD-RATES.
           05 WS-AUD-STATE-RATE       PIC V9999.
       01  WS-AEMP-SUB                PIC 9(03).
       01  WS-AEMP-TABLE.
           05 WS-AEMP-ENTRY OCCURS 100 TIMES.
              10 WS-AEMP-NUM          PIC X(05).
              10 WS-AEMP-WORK-ST      PIC X(02).
              10 WS-AEMP-RES-ST       PIC X(02).
       01  WS-AEMP-WORK-STATE         PIC X(02).
       01  WS-W4-SUB                  PIC 9(03).
       01  WS-W4-TABLE.
           05 WS-W4-ENTRY OCCURS 100 TIMES.
              10 WS-W4-EMP            PIC X(05).
              10 WS-W4-STATUS-CODE    PIC X(01).
              10 WS-W4-ALLOWANCES     PIC 9(02).
              10 WS-W4-EXTRA          PIC 9(03)V99.
           88 SS-POS-FOUND                   VALUE "Y".
       01  WS-SS-POSITION-TABLE.
           05 WS-SS-POS-ENTRY OCCURS 1000 TIMES.
              10 WS-SS-POS-EMP        PIC X(05).
              10 WS-SS-POS-TAXABLE    PIC 9(07)V99.

       01  WS-SS-REMAINING-BASE       PIC S9(07)V99.
       01  WS-SS-TAXABLE-THIS         PIC 9(07)V99.

       01  WS-AUD-REG-HOURS           PIC 9(03)V99.
       01  WS-AUD-OT-HOURS            PIC 9(03)V99.
       01  WS-AUD-OT-AMOUNT           PIC 9(06)V99.
       01  WS-AUD-GROSS               PIC 9(06)V99.
       01  WS-AUD-FIT-WAGES           PIC 9(06)V99.
       01  WS-AUD-MED-WAGES           PIC 9(06)V99.
       01  WS-AUD-PRETAX              PIC S9(07)V99.
       01  WS-AUD-SSN-MED             PIC 9(05)V99.
       01  WS-AUD-STATE               PIC 9(05)V99.
       01  WS-AUD-LOCAL               PIC 9(05)V99.
       01  WS-AUD-FED                 PIC 9(05)V99.
       01  WS-AUD-OPT-DEDUCT          PIC S9(06)V99.
       01  WS-AUD-DIFF                PIC S9(07)V99.
       01  WS-TOLERANCE               PIC 9V99 VALUE 0.01.

       01  WS-RECORDS-AUDITED         PIC 9(07) VALUE 0.
       01  WS-AUDIT-RPT-HDR1          PIC X(60) VALUE
           "PAYROLL RECALCULATION AUDIT -- HW16AUD".
       01  WS-AUDIT-DETAIL.
           05 AUD-PAY-DATE            PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AUD-EMP                 PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AUD-FIELD               PIC X(08).
           05 FILLER                  PIC X(09) VALUE " WRITTEN ".
           05 AUD-WRITTEN             PIC $$$,$$9.99.
           05 FILLER                  PIC X(13) VALUE " RECOMPUTED ".
           05 AUD-RECOMPUTED          PIC $$$,$$9.99.
           05 FILLER                  PIC X(07) VALUE " DIFF ".
           05 AUD-DIFF                PIC -$$$,$$9.99.

       01  WS-GENRES-PARMS.
           05 GR-MODE                 PIC X(01).
                   MOVE RT-LOCAL-RATE-IN
                       TO WS-RATE-LOCAL(WS-RATE-SUB)
                   MOVE RT-FED-RATE-IN TO WS-RATE-FED(WS-RATE-SUB)
                   IF RT-CODE-IN = "SP"
                       MOVE RT-FED-RATE-IN TO WS-SUPP-FED-RATE
                   END-IF
                   READ RATE-TABLE-IN
               END-PERFORM
               CLOSE RATE-TABLE-IN
               PERFORM 2900-FLAG-RECORD
           ELSE
               PERFORM 2100-RECOMPUTE-GROSS
               PERFORM 2150-TAKE-TAXABLE-WAGES
               PERFORM 2200-LOOKUP-RATES
               PERFORM 2300-RECOMPUTE-TAXES
               PERFORM 2400-COMPARE-FIELDS
               END-IF
           END-IF.

      * THE WAGES EACH TAX IS FIGURED ON.  A RECORD FROM BEFORE THE
      * WAGES WERE CARRIED HAS NO PRE-TAX REDUCTION -- GROSS STANDS
      * IN, EXACTLY AS HW16NB TAXED IT THEN.
      * AN EXPENSE REIMBURSEMENT IS NO WAGES AT ALL.
       2150-TAKE-TAXABLE-WAGES.
           EVALUATE TRUE
               WHEN AU-EARN-REIMBURSE
                   MOVE ZEROS TO WS-AUD-FIT-WAGES WS-AUD-MED-WAGES
               WHEN AU-WAGES IS NUMERIC
                   MOVE AU-FIT-WAGES TO WS-AUD-FIT-WAGES
                   MOVE AU-MED-WAGES TO WS-AUD-MED-WAGES
               WHEN OTHER
                   MOVE WS-AUD-GROSS TO WS-AUD-FIT-WAGES
                                        WS-AUD-MED-WAGES
           END-EVALUATE.

      * THE RATE ROW PICKED IS THE EMPLOYEE'S WORK STATE WHEN THE
      * MASTER CARRIES ONE, OTHERWISE THE RATE CODE ON THE RECORD --
      * THE SAME PICK 3700-LOOKUP-RATES MAKES IN HW16NB.
       2300-RECOMPUTE-TAXES.
      * STATE: WORK-STATE TAX PLUS THE RESIDENT-STATE TOP-UP WHEN
      * THE HOME RATE RUNS HIGHER -- MATCHING 3710 IN HW16NB.
           COMPUTE WS-AUD-STATE
               = WS-AUD-FIT-WAGES * WS-AUD-STATE-RATE.
           IF WS-AEMP-RES-STATE NOT = SPACES
               AND WS-AUD-RES-STATE-RATE > WS-AUD-STATE-RATE
               COMPUTE WS-AUD-STATE
                   = WS-AUD-STATE
                   + (WS-AUD-FIT-WAGES
                      * (WS-AUD-RES-STATE-RATE - WS-AUD-STATE-RATE))
           END-IF.
           COMPUTE WS-AUD-LOCAL
               = WS-AUD-FIT-WAGES * WS-AUD-LOCAL-RATE.
           PERFORM 2350-RECOMPUTE-FED-TAX.
           PERFORM 2310-FIND-SS-POSITION.
           COMPUTE WS-SS-REMAINING-BASE = WS-SS-WAGE-BASE
           IF WS-SS-REMAINING-BASE < 0
               MOVE ZEROS TO WS-SS-REMAINING-BASE
           END-IF.
           IF WS-AUD-MED-WAGES < WS-SS-REMAINING-BASE
               MOVE WS-AUD-MED-WAGES TO WS-SS-TAXABLE-THIS
           ELSE
               MOVE WS-SS-REMAINING-BASE TO WS-SS-TAXABLE-THIS
           END-IF.
           COMPUTE WS-AUD-SSN-MED
               = (WS-SS-TAXABLE-THIS * WS-AUD-SS-RATE)
               + (WS-AUD-MED-WAGES * WS-AUD-MEDICARE-RATE).
           ADD WS-SS-TAXABLE-THIS
               TO WS-SS-POS-TAXABLE(WS-SS-POS-FOUND-SUB).

      * FEDERAL: THE BRACKET TABLE FOR EMPLOYEES WITH A W-4 ON
      * FILE, THE FLAT RATE FOR EVERYONE ELSE -- MATCHING 3720.
      * A BONUS IS WITHHELD AT THE SUPPLEMENTAL FLAT RATE, AND AN
      * EXPENSE REIMBURSEMENT NOT AT ALL.
       2350-RECOMPUTE-FED-TAX.
           EVALUATE TRUE
               WHEN AU-EARN-REIMBURSE
                   MOVE ZEROS TO WS-AUD-FED
               WHEN AU-EARN-BONUS
                   COMPUTE WS-AUD-FED ROUNDED
                       = WS-AUD-FIT-WAGES * WS-SUPP-FED-RATE
               WHEN OTHER
                   PERFORM 2355-RECOMPUTE-REGULAR-FED-TAX
           END-EVALUATE.

       2355-RECOMPUTE-REGULAR-FED-TAX.
           MOVE "N" TO WS-W4-FOUND-SW.
           PERFORM VARYING WS-W4-SUB FROM 1 BY 1
               UNTIL WS-W4-SUB > WS-W4-COUNT
               END-IF
           END-PERFORM.
           IF NOT AUD-W4-FOUND OR WS-FB-COUNT = 0
               COMPUTE WS-AUD-FED
                   = WS-AUD-FIT-WAGES * WS-AUD-FED-RATE
           ELSE
               COMPUTE WS-FED-TAXABLE
                   = WS-AUD-FIT-WAGES
                   - (WS-W4-ALLOWANCES(WS-W4-FOUND-SUB)
                      * WS-FED-ALLOWANCE-AMT)
               IF WS-FED-TAXABLE < 0
                   END-IF
               END-PERFORM
               IF WS-FB-BEST-SUB = 0
                   COMPUTE WS-AUD-FED = WS-AUD-FIT-WAGES
                                      * WS-AUD-FED-RATE
               ELSE
                   COMPUTE WS-AUD-FED ROUNDED
               MOVE WS-AUD-OPT-DEDUCT TO AUD-DIFF
               PERFORM 2900-FLAG-RECORD
           END-IF.
           IF AU-WAGES IS NUMERIC
               IF AU-EARN-REIMBURSE
                   PERFORM 2460-PROVE-NO-WAGES
               ELSE
                   PERFORM 2450-PROVE-TAXABLE-WAGES
               END-IF
           END-IF.

      * A TAXABLE WAGE CAN ONLY FALL SHORT OF GROSS BY DEDUCTIONS
      * ACTUALLY TAKEN ON THE RECORD, AND THE SOCIAL SECURITY WAGE
      * MUST BE THE ONE THE WAGE-BASE REPLAY ARRIVES AT.
       2450-PROVE-TAXABLE-WAGES.
           COMPUTE WS-AUD-PRETAX = WS-AUD-GROSS - AU-FIT-WAGES.
           IF WS-AUD-PRETAX < 0
               OR (WS-AUD-PRETAX - WS-AUD-OPT-DEDUCT) > WS-TOLERANCE
               MOVE "FIT WAGE" TO AUD-FIELD
               MOVE AU-FIT-WAGES TO AUD-WRITTEN
               MOVE WS-AUD-GROSS TO AUD-RECOMPUTED
               MOVE WS-AUD-PRETAX TO AUD-DIFF
               PERFORM 2900-FLAG-RECORD
           END-IF.
           COMPUTE WS-AUD-PRETAX = WS-AUD-GROSS - AU-MED-WAGES.
           IF WS-AUD-PRETAX < 0
               OR (WS-AUD-PRETAX - WS-AUD-OPT-DEDUCT) > WS-TOLERANCE
               MOVE "MED WAGE" TO AUD-FIELD
               MOVE AU-MED-WAGES TO AUD-WRITTEN
               MOVE WS-AUD-GROSS TO AUD-RECOMPUTED
               MOVE WS-AUD-PRETAX TO AUD-DIFF
               PERFORM 2900-FLAG-RECORD
           END-IF.
           COMPUTE WS-AUD-DIFF = AU-SS-WAGES - WS-SS-TAXABLE-THIS.
           IF WS-AUD-DIFF > WS-TOLERANCE
               OR WS-AUD-DIFF < - WS-TOLERANCE
               MOVE "SS WAGE"  TO AUD-FIELD
               MOVE AU-SS-WAGES TO AUD-WRITTEN
               MOVE WS-SS-TAXABLE-THIS TO AUD-RECOMPUTED
               MOVE WS-AUD-DIFF TO AUD-DIFF
               PERFORM 2900-FLAG-RECORD
           END-IF.

      * A REIMBURSEMENT MUST CARRY NO TAXABLE WAGE OF ANY KIND.
       2460-PROVE-NO-WAGES.
           IF AU-FIT-WAGES NOT = ZEROS
               MOVE "FIT WAGE" TO AUD-FIELD
               MOVE AU-FIT-WAGES TO AUD-WRITTEN
               MOVE ZEROS TO AUD-RECOMPUTED
               MOVE AU-FIT-WAGES TO AUD-DIFF
               PERFORM 2900-FLAG-RECORD
           END-IF.
           IF AU-MED-WAGES NOT = ZEROS
               MOVE "MED WAGE" TO AUD-FIELD
               MOVE AU-MED-WAGES TO AUD-WRITTEN
               MOVE ZEROS TO AUD-RECOMPUTED
               MOVE AU-MED-WAGES TO AUD-DIFF
               PERFORM 2900-FLAG-RECORD
           END-IF.
           IF AU-SS-WAGES NOT = ZEROS
               MOVE "SS WAGE"  TO AUD-FIELD
               MOVE AU-SS-WAGES TO AUD-WRITTEN
               MOVE ZEROS TO AUD-RECOMPUTED
               MOVE AU-SS-WAGES TO AUD-DIFF
               PERFORM 2900-FLAG-RECORD
           END-IF.

       2900-FLAG-RECORD.
           MOVE "Y" TO WS-RECORD-FLAGGED-SW.
