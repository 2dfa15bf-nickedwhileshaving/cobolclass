           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS WS-PAY-HIST-STATUS.

           SELECT BONUS-RUN-FLAG ASSIGN TO WS-BONUS-FLAG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BONUS-FLAG-STATUS.

           SELECT COMPANY-CONTROL-OUT ASSIGN TO WS-CO-CONTROL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CO-CONTROL-STATUS.
004600
000450*  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
000451*  -NAMES FROM THE ENVIRONMENT VARIABLES BELOW, FALLING BACK
000454*      PAYYTD    PAYREJ    PAYEMP    PAYCKPT   PAYCORR
000455*      BATCHERRLOG - SHARED ACROSS HW15NB, HW16NB, AND HW19NB SO
000456*      FILE-STATUS ERRORS FROM ALL THREE PROGRAMS LAND IN ONE LOG
      *      PAYCOTL (PAYBCOTL ON A BONUS RUN) - PER-COMPANY CONTROL
      *      TOTALS, WRITTEN ONLY WHEN A COMPANY MASTER IS KEPT
004700 DATA DIVISION.
004800
004900 FILE SECTION.
005300     DATA RECORD IS PAYROLL-REC-IN.
005400
005500 01 PAYROLL-REC-IN.
005600    05  PAYROLL-PAY-DATE         PIC X(08).
005700    05  PAYROLL-EMP-NUMBER       PIC X(05).
005800    05  PAYROLL-EMP-HOURS        PIC 9(03)V99.
005900    05  PAYROLL-EMP-RATE         PIC 9(02)V99.
006000    05  PAYROLL-EMP-DEDUCTIONS   PIC X(01).
              88  PAYROLL-DEDUCT-401K        VALUE "4".
      *       HOURS/RATE POSITIONS AND RIDES THROUGH THE NORMAL TAX
      *       CALCULATIONS, BUT IT STILL ACCRUES LEAVE.
              88  EARN-TYPE-SALARY           VALUE "A".
      *       TYPE B IS A BONUS -- A FLAT AMOUNT PAID ONLY IN AN
      *       OFF-CYCLE BONUS RUN, WITHHELD AT THE SUPPLEMENTAL
      *       FLAT RATE INSTEAD OF THROUGH THE W-4 BRACKETS.
              88  EARN-TYPE-BONUS            VALUE "B".
      *       TYPE E IS A NON-TAXABLE EXPENSE REIMBURSEMENT (BUSINESS
      *       MILEAGE FROM HW16MILE) -- A FLAT AMOUNT PAID THROUGH TO
      *       NET WITH NO TAX, NO WAGE BASE, AND NO DEDUCTIONS.
              88  EARN-TYPE-REIMBURSE        VALUE "E".
              88  EARN-TYPE-FLAT-AMT         VALUE "C" "A" "B" "E".
              88  EARN-TYPE-VALID            VALUE "R" " " "V"
                                                   "H" "S" "C" "A"
                                                   "B" "E".
      *       SHIFT DIFFERENTIAL DOLLARS PRICED BY HW16TIME FROM THE
      *       PUNCH TIMES -- SPACES ON LEGACY FEEDS, ADDED INTO
      *       GROSS BY 3000-CALCULATE-GROSS-PAY WHEN PRESENT.
          05  PAYROLL-SHIFT-PREM       PIC 9(06)V99.
       01 PAYROLL-REC-IN-AMOUNT REDEFINES PAYROLL-REC-IN.
          05  FILLER                   PIC X(13).
          05  PAYROLL-EMP-AMOUNT       PIC 9(07)V99.
          05  FILLER                   PIC X(04).

006100
006400     DATA RECORD IS PAYROLL-REC-OUT.
006500
006600 01  PAYROLL-REC-OUT.
006700     05  PAYROLL-EMP-OUT          PIC X(26).
006800     05  PAYROLL-OUT-CALCULATED.
006900         15  PAYROLL-EMP-GROSS    PIC 9(06)V99.
007000         15  PAYROLL-EMP-SSN-MED  PIC 9(05)V99.
007100         15  PAYROLL-EMP-STATE    PIC 9(05)V99.
007200         15  PAYROLL-EMP-LOCAL    PIC 9(05)V99.
007300         15  PAYROLL-EMP-FED      PIC 9(05)V99.
007400         15  PAYROLL-EMP-NET      PIC 9(06)V99.
      *    FIELDS APPENDED PAST THE ORIGINAL CALCULATED FIELDS --
      *    DOWNSTREAM READERS THAT ONLY KNOW THE OLD LAYOUT STILL
      *    READ CLEAN.  PAYROLL-EMP-STATE ABOVE STAYS THE COMBINED
      *    STATE WITHHOLDING SO EVERY BALANCING CHECK IS UNCHANGED;
      *    THE WORK/RESIDENT STATE SPLIT RIDES HERE.
           05  PAYROLL-OUT-EXTENSION.
               15  PAYROLL-EMP-WORK-STATE   PIC X(02).
               15  PAYROLL-EMP-WORK-ST-TAX  PIC 9(05)V99.
               15  PAYROLL-EMP-RES-STATE    PIC X(02).
               15  PAYROLL-EMP-RES-ST-TAX   PIC 9(05)V99.
      *        EMPLOYER 401(K) MATCH -- INFORMATIONAL, NEVER PART
      *        OF GROSS OR NET; HW16GL POSTS IT AS BENEFITS EXPENSE.
               15  PAYROLL-EMP-ER-MATCH     PIC 9(06)V99.
      *        SHIFT DIFFERENTIAL INCLUDED IN GROSS, SHOWN ON ITS
      *        OWN STUB LINE.
               15  PAYROLL-EMP-SHIFT-PREM   PIC 9(06)V99.
      *        TAXABLE WAGES AFTER PRE-TAX DEDUCTIONS -- INCOME-TAX
      *        WAGES (FEDERAL, STATE, LOCAL; W-2 BOX 1), SOCIAL
      *        SECURITY WAGES AFTER THE WAGE BASE (BOX 3), AND
      *        MEDICARE WAGES (BOX 5).  HW16W2, HW16QTR, AND HW16AUD
      *        ALL WORK FROM THESE RATHER THAN GROSS.
               15  PAYROLL-EMP-FIT-WAGES    PIC 9(06)V99.
               15  PAYROLL-EMP-SS-WAGES     PIC 9(06)V99.
               15  PAYROLL-EMP-MED-WAGES    PIC 9(06)V99.
      *        EMPLOYER SHARE OF THE BENEFIT PREMIUMS FOR THE PLANS
      *        THE EMPLOYEE IS ENROLLED IN -- INFORMATIONAL LIKE THE
      *        MATCH; HW16GL POSTS IT AS BENEFITS EXPENSE/PAYABLE.
               15  PAYROLL-EMP-ER-BENEFIT   PIC 9(06)V99.
      *        COMPANY THAT EMPLOYS AND PAYS THE EMPLOYEE -- BLANK
      *        WHEN NO COMPANY MASTER IS KEPT (THE SINGLE-COMPANY
      *        SHOP), OTHERWISE ALWAYS A REAL CODE, THE HOME COMPANY
      *        STANDING IN FOR A BLANK ON THE EMPLOYEE MASTER.
               15  PAYROLL-EMP-COMPANY      PIC X(02).
007500
       01  PAYROLL-TRAILER-REC.
           05  TRAILER-ID               PIC X(03) VALUE "TRL".
       FD  PAYROLL-RPT
003000     RECORDING MODE IS F
003100     DATA RECORD IS SHAPE-REC-OUT-RPT.
003200 01 PAYROLL-REC-OUT-RPT         PIC X(185).

       FD  RATE-TABLE-IN
           RECORDING MODE IS F
       FD  PAYROLL-YTD
           DATA RECORD IS PAYROLL-YTD-REC.
       01 PAYROLL-YTD-REC.
          05 YTD-EMP-NUMBER             PIC X(05).
          05 YTD-GROSS                  PIC 9(07)V99.
          05 YTD-SS-TAXABLE-GROSS       PIC 9(07)V99.

       FD  EMPLOYER-TAX-YTD
           DATA RECORD IS EMPLOYER-TAX-YTD-REC.
       01 EMPLOYER-TAX-YTD-REC.
          05 ERT-EMP-NUMBER             PIC X(05).
          05 ERT-FUTA-TAXABLE           PIC 9(07)V99.
          05 ERT-SUTA-TAXABLE           PIC 9(07)V99.
          05 ERT-FUTA-TAX               PIC 9(05)V99.
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-REJECT-REC.
       01 PAYROLL-REJECT-REC.
          05 REJ-RAW-RECORD             PIC X(26).
          05 FILLER                     PIC X(02) VALUE SPACES.
          05 REJ-REASON                 PIC X(40).

           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN                 PIC X(05).
          05 EMP-NAME-IN                PIC X(20).
          05 EMP-DEPT-IN                PIC X(15).
          05 EMP-HIRE-DATE-IN           PIC X(06).
      *   THE PER-PERIOD SALARY HW16SAL GENERATES TYPE-A RECORDS FROM.
          05 EMP-PAY-TYPE-IN          PIC X(01).
          05 EMP-PERIOD-SALARY-IN     PIC 9(06)V99.
          05 FILLER                   PIC X(74).
      *   EMPLOYING COMPANY, BLANK = THE HOME COMPANY.
          05 EMP-COMPANY-IN           PIC X(02).

       FD  EMPLOYEE-MASTER-X
           DATA RECORD IS EMPLOYEE-MASTER-X-REC.
       01 EMPLOYEE-MASTER-X-REC.
          05 EMPX-EMP-NUMBER            PIC X(05).
          05 EMPX-NAME                  PIC X(20).
          05 EMPX-DEPT                  PIC X(15).
          05 EMPX-HIRE-DATE             PIC X(06).
          05 EMPX-COMP-CLASS            PIC X(04).
          05 EMPX-PAY-TYPE              PIC X(01).
          05 EMPX-PERIOD-SALARY         PIC 9(06)V99.
          05 EMPX-SSN                   PIC X(09).
          05 EMPX-ADDRESS               PIC X(61).
          05 EMPX-BURDEN-PCT            PIC 9(02)V99.
          05 EMPX-COMPANY               PIC X(02).

       FD  PAYROLL-CHECKPOINT
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-CHECKPOINT-REC.
       01 PAYROLL-CHECKPOINT-REC.
          05 CKPT-LAST-PAY-DATE         PIC X(08).
          05 CKPT-LAST-EMP-NUMBER       PIC X(05).
          05 CKPT-TOTAL-HOURS           PIC 9(06).
          05 CKPT-TOTAL-OVERTIME        PIC 9(07)V99.
          05 CKPT-TOTAL-GROSS           PIC 9(07)V99.
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-CORRECTION-REC-IN.
       01 PAYROLL-CORRECTION-REC-IN.
          05 CORR-PAY-DATE              PIC X(08).
          05 CORR-EMP-NUMBER            PIC X(05).
          05 CORR-HOURS                 PIC 9(03)V99.
          05 CORR-RATE                  PIC 9(02)V99.

       FD  BATCH-ERROR-LOG
           DATA RECORD IS OVERRIDE-FLAG-REC.
       01 OVERRIDE-FLAG-REC            PIC X(80).

      * OFF-CYCLE BONUS RUN -- A PRESENT PAYBONUS FLAG FILE MAKES
      * THIS A BONUS-ONLY RUN.  ONLY TYPE B RECORDS ARE PAID, THE
      * PAY DATE NEED NOT BE ON THE CALENDAR, AND THE RUN WRITES
      * ITS OWN PAYROLL OUTPUT, REPORT, AND CSV SO THE BONUS
      * CHECKS AND DEPOSITS NEVER MIX WITH THE REGULAR PAY FILE.
       FD  BONUS-RUN-FLAG
           RECORDING MODE IS F
           DATA RECORD IS BONUS-RUN-FLAG-REC.
       01 BONUS-RUN-FLAG-REC           PIC X(80).

      * ONE TRC ROW PER COMPANY, IN THE SHAPE OF THE PAYROLL-OUT
      * TRAILER.  THE ROWS ADD BACK TO THE TRL TOTALS.
       FD  COMPANY-CONTROL-OUT
           RECORDING MODE IS F
           DATA RECORD IS COMPANY-CONTROL-REC.
       01 COMPANY-CONTROL-REC.
          05 COTL-ID                    PIC X(03).
          05 COTL-COMPANY               PIC X(02).
          05 COTL-RECORD-COUNT          PIC 9(07).
          05 COTL-TOTAL-GROSS           PIC 9(09)V99.
          05 COTL-TOTAL-NET             PIC 9(09)V99.

       FD  LEAVE-BALANCE-FILE
           RECORDING MODE IS F
           DATA RECORD IS LEAVE-BALANCE-REC.
       01 LEAVE-BALANCE-REC.
          05 LV-EMP-NUMBER              PIC X(05).
          05 LV-VAC-BALANCE             PIC 9(03)V99.
          05 LV-SICK-BALANCE            PIC 9(03)V99.
          05 LV-LAST-PAY-YEAR           PIC X(02).
           DATA RECORD IS CHECK-REGISTER-REC.
       01 CHECK-REGISTER-REC.
          05 CREG-CHECK-NUMBER          PIC 9(07).
          05 CREG-PAY-DATE              PIC X(08).
          05 CREG-EMP-NUMBER            PIC X(05).
          05 CREG-AMOUNT                PIC 9(06)V99.
          05 CREG-STATUS                PIC X(01).
             88 CREG-ISSUED                  VALUE "I".
             88 CREG-VOID                    VALUE "V".
             88 CREG-REISSUE                 VALUE "R".
             88 CREG-CLEARED                 VALUE "C".
          05 CREG-CHECK-TYPE            PIC X(01).
             88 CREG-RUN-CHECK               VALUE SPACE.
             88 CREG-MANUAL-CHECK            VALUE "M".
             88 CREG-HANDWRITTEN-CHECK       VALUE "H".
      *   COMPANY WHOSE BANK ACCOUNT THE CHECK IS DRAWN ON.
          05 CREG-COMPANY               PIC X(02).

       FD  PAYROLL-HISTORY
           DATA RECORD IS PAYROLL-HIST-REC.
       01 PAYROLL-HIST-REC.
          05 HIST-KEY.
             10 HIST-EMP-NUMBER         PIC X(05).
             10 HIST-PAY-DATE           PIC X(08).
             10 HIST-EARN-TYPE         PIC X(01).
          05 HIST-HOURS                 PIC 9(03)V99.
          05 HIST-RATE                  PIC 9(02)V99.
          05 HIST-GROSS                 PIC 9(06)V99.
          05 HIST-SSN-MED               PIC 9(05)V99.
          05 HIST-STATE                 PIC 9(05)V99.
          05 HIST-LOCAL                 PIC 9(05)V99.
          05 HIST-FED                   PIC 9(05)V99.
          05 HIST-OPT-DEDUCT            PIC 9(06)V99.
          05 HIST-NET                   PIC 9(06)V99.
          05 HIST-ER-MATCH              PIC 9(06)V99.
          05 HIST-FIT-WAGES             PIC 9(06)V99.
          05 HIST-SS-WAGES              PIC 9(06)V99.
          05 HIST-MED-WAGES             PIC 9(06)V99.

      * WHAT-IF SIMULATION -- A PRESENT PAYSIM FLAG FILE PUTS THE
      * RUN IN SIMULATION MODE, THE SAME WAY THE QUOTE FLAG DRIVES
          05 PROP-TYPE                  PIC X(01).
             88 PROP-EMP-RATE               VALUE "E".
             88 PROP-GLOBAL-PCT             VALUE "G".
          05 PROP-EMP                   PIC X(05).
          05 PROP-NEW-RATE              PIC 9(02)V99.
          05 PROP-PCT                   PIC 9(02)V99.

           RECORDING MODE IS F
           DATA RECORD IS OVERPAY-RECEIVABLE-REC.
       01 OVERPAY-RECEIVABLE-REC.
          05 OVP-EMP-NUMBER             PIC X(05).
          05 OVP-ORIG-PAY-DATE          PIC X(08).
          05 OVP-ORIG-AMOUNT            PIC 9(06)V99.
          05 OVP-BALANCE                PIC 9(06)V99.
          05 OVP-INSTALLMENT            PIC 9(04)V99.
           RECORDING MODE IS F
           DATA RECORD IS W4-ELECTION-REC.
       01 W4-ELECTION-REC.
          05 W4-EMP-NUMBER              PIC X(05).
          05 W4-FILING-STATUS           PIC X(01).
          05 W4-ALLOWANCES              PIC 9(02).
          05 W4-EXTRA-WH                PIC 9(03)V99.
           RECORDING MODE IS F
           DATA RECORD IS GARNISHMENT-ORDER-REC.
       01 GARNISHMENT-ORDER-REC.
          05 GARN-EMP-NUMBER            PIC X(05).
          05 GARN-CASE-NUMBER           PIC X(10).
          05 GARN-AGENCY                PIC X(20).
          05 GARN-ORDERED-AMOUNT        PIC 9(04)V99.
           RECORDING MODE IS F
           DATA RECORD IS GARNISHMENT-REGISTER-REC.
       01 GARNISHMENT-REGISTER-REC.
          05 GREG-PAY-DATE              PIC X(08).
          05 GREG-CASE-NUMBER           PIC X(10).
          05 GREG-EMP-NUMBER            PIC X(05).
          05 GREG-AGENCY                PIC X(20).
          05 GREG-AMOUNT                PIC 9(04)V99.

           RECORDING MODE IS F
           DATA RECORD IS DEDUCTION-MASTER-REC.
       01 DEDUCTION-MASTER-REC.
          05 DED-EMP-NUMBER             PIC X(05).
          05 DED-TYPE                   PIC X(04).
          05 DED-METHOD                 PIC X(01).
             88 DED-METHOD-AMOUNT            VALUE "A".
             88 DED-METHOD-PERCENT           VALUE "P".
      *   A NEGATIVE AMOUNT IS A CREDIT -- THE WELLNESS INCENTIVE
      *   ROWS HW16WELL WRITES, TAKEN BACK AGAINST THE HEALTH PREMIUM.
          05 DED-AMOUNT                 PIC S9(04)V99.
          05 DED-PRIORITY               PIC 9(02).
          05 DED-GOAL                   PIC 9(07)V99.
          05 DED-TAKEN                  PIC 9(07)V99.
      *   TAX TREATMENT: I = PRE-TAX FOR FEDERAL/STATE INCOME TAX
      *   ONLY (401K), F = PRE-TAX FOR FICA ONLY, B = PRE-TAX FOR
      *   BOTH (SECTION 125 HEALTH), N = AFTER-TAX.  A BLANK ON AN
      *   OLDER ROW IS TAKEN FROM THE TYPE BY 3455.
          05 DED-TAX-TREATMENT          PIC X(01).
             88 DED-PRETAX-INCOME-ONLY       VALUE "I".
             88 DED-PRETAX-FICA-ONLY         VALUE "F".
             88 DED-PRETAX-BOTH              VALUE "B".
             88 DED-AFTER-TAX                VALUE "N".
      *   EMPLOYER COST PER PERIOD -- SET ON THE ROWS HW16BEN BUILDS
      *   FROM BENEFITS ENROLLMENT; ZERO OR SPACES ON EVERY OTHER ROW.
          05 DED-ER-AMOUNT              PIC 9(04)V99.

007600 WORKING-STORAGE SECTION.
       01 WS-EMP-CALC-FIELDS.
          05 WS-EMP-STAT-HOURS          PIC 9(03)V99.
          05 WS-EMP-REG-HOURS           PIC 9(03)V99.
          05 WS-EMP-OT-HOURS            PIC 9(03)V99.
          05 WS-EMP-OVERTIME-AMT        PIC 9(06)V99.
          05 WS-EMP-OPT-DEDUCT          PIC 9(06)V99.

       01 WS-DEDUCTION-RATES.
          05 WS-401K-PERCENT            PIC V99     VALUE .05.
          88 LEAVE-REC-FOUND                 VALUE "Y".
       01 WS-LEAVE-TABLE.
          05 WS-LEAVE-ENTRY OCCURS 200 TIMES.
             10 WS-LV-EMP               PIC X(05).
             10 WS-LV-VAC               PIC 9(03)V99.
             10 WS-LV-SICK              PIC 9(03)V99.
             10 WS-LV-YEAR              PIC X(02).
             10 WS-LV-ACCR-DATE         PIC X(08).
       01 WS-LV-EMP-VAC-RATE            PIC 9V99.
       01 WS-LV-EMP-SICK-RATE           PIC 9V99.

       01 WS-DED-SORT-SUB2              PIC 9(03).
       01 WS-DED-TABLE.
          05 WS-DED-ENTRY OCCURS 300 TIMES.
             10 WS-DED-EMP              PIC X(05).
             10 WS-DED-TYPE             PIC X(04).
             10 WS-DED-METHOD           PIC X(01).
             10 WS-DED-AMOUNT           PIC S9(04)V99.
             10 WS-DED-PRIORITY         PIC 9(02).
             10 WS-DED-GOAL             PIC 9(07)V99.
             10 WS-DED-TAKEN            PIC 9(07)V99.
             10 WS-DED-TAX-TREATMENT    PIC X(01).
             10 WS-DED-ER-AMOUNT        PIC 9(04)V99.
       01 WS-DED-SORT-HOLD.
          05 WS-DED-HOLD-EMP            PIC X(05).
          05 WS-DED-HOLD-TYPE           PIC X(04).
          05 WS-DED-HOLD-METHOD         PIC X(01).
          05 WS-DED-HOLD-AMOUNT         PIC S9(04)V99.
          05 WS-DED-HOLD-PRIORITY       PIC 9(02).
          05 WS-DED-HOLD-GOAL           PIC 9(07)V99.
          05 WS-DED-HOLD-TAKEN          PIC 9(07)V99.
          05 WS-DED-HOLD-TAX-TREATMENT  PIC X(01).
          05 WS-DED-HOLD-ER-AMOUNT      PIC 9(04)V99.
      * GARNISHMENTS ARE TAKEN AHEAD OF EVERY VOLUNTARY DEDUCTION --
      * A PRIORITY-ORDER MISTAKE AGAINST A COURT ORDER IS CONTEMPT,
      * SO THE ORDER FILE IS APPLIED BEFORE THE DEDUCTION TABLE AND
       01 WS-GARN-SUB                   PIC 9(03).
       01 WS-GARN-TABLE.
          05 WS-GARN-ENTRY OCCURS 50 TIMES.
             10 WS-GARN-EMP             PIC X(05).
             10 WS-GARN-CASE            PIC X(10).
             10 WS-GARN-AGENCY          PIC X(20).
             10 WS-GARN-ORDERED         PIC 9(04)V99.
             10 WS-GARN-MAX-PCT         PIC 9(02).
       01 WS-DISPOSABLE-EARNINGS        PIC S9(06)V99.
       01 WS-GARN-CAP-AMT               PIC 9(06)V99.
       01 WS-GARN-THIS-PERIOD           PIC 9(06)V99.
       01 WS-GARN-WITHHELD-COUNT        PIC 9(05) VALUE 0.

       01 WS-DED-MATCH-COUNT            PIC 9(02).
       01 WS-DED-THIS-PERIOD            PIC 9(06)V99.
       01 WS-DED-GOAL-REMAINING         PIC S9(07)V99.
       01 WS-DED-DETAIL-TEXT            PIC X(60).
       01 WS-DED-DETAIL-PTR             PIC 9(02).
       01 WS-DED-DETAIL-AMT             PIC 9999.99.
      * PREMIUM CREDIT WORK FOR 3517: THE CREDIT ROW'S SUBSCRIPT IS
      * HELD WHILE THE EMPLOYEE'S SECTION 125 ROWS ARE PRICED.
       01 WS-DED-CREDIT-SUB             PIC 9(03).
       01 WS-DED-CREDIT-AMT             PIC 9(06)V99.
       01 WS-DED-PREMIUM-AMT            PIC 9(06)V99.
       01 WS-EMP-PREM-CREDIT            PIC 9(06)V99.

      * PRE-TAX DEDUCTIONS ARE FIGURED AHEAD OF THE TAXES BY 3450 SO
      * EACH TAX RUNS ON ITS OWN TAXABLE WAGE.  INCOME-TAX WAGES
      * FEED STATE, LOCAL, AND FEDERAL WITHHOLDING; FICA WAGES FEED
      * SOCIAL SECURITY, MEDICARE, AND THE FUTA/SUTA ACCRUAL.
       01 WS-PRETAX-FIELDS.
          05 WS-PRETAX-INCOME-AMT       PIC 9(06)V99.
          05 WS-PRETAX-FICA-AMT         PIC 9(06)V99.
          05 WS-PRETAX-CREDIT-INCOME    PIC 9(06)V99.
          05 WS-PRETAX-CREDIT-FICA      PIC 9(06)V99.
          05 WS-PRETAX-TREATMENT        PIC X(01).
             88 PRETAX-FOR-INCOME-TAX        VALUE "I" "B".
             88 PRETAX-FOR-FICA              VALUE "F" "B".

      * SIMULATION MODE CONTROL AND COMPARISON ACCUMULATORS.
       01 WS-SIM-FLAG-DSN               PIC X(80).
       01 WS-PROP-SUB                   PIC 9(03).
       01 WS-PROP-TABLE.
          05 WS-PROP-ENTRY OCCURS 100 TIMES.
             10 WS-PROP-EMP             PIC X(05).
             10 WS-PROP-NEW-RATE        PIC 9(02)V99.
       01 WS-SIM-GLOBAL-PCT             PIC 9(02)V99 VALUE 0.
       01 WS-SIM-CUR-GROSS              PIC 9(06)V99.
       01 WS-SIM-CUR-NET                PIC 9(06)V99.
       01 WS-SIM-NEW-GROSS              PIC 9(06)V99.
       01 WS-SIM-NEW-NET                PIC 9(06)V99.
       01 WS-SIM-SAVED-RATE             PIC 9(02)V99.
       01 WS-SIM-TOT-CUR-GROSS          PIC 9(09)V99 VALUE 0.
       01 WS-SIM-TOT-CUR-NET            PIC 9(09)V99 VALUE 0.
       01 WS-SIM-RECORD-COUNT           PIC 9(05) VALUE 0.
      * SNAPSHOT OF THE DEDUCTION TABLE SO THE CURRENT AND
      * SIMULATED PASSES EACH SEE THE SAME GOAL POSITIONS.
       01 WS-SIM-DED-SAVE               PIC X(12900).
       01 WS-SIM-RPT-HDR1               PIC X(60) VALUE
           "PAYROLL WHAT-IF SIMULATION -- HW16NB".
       01 WS-SIM-RPT-HDR2.
          05 FILLER                     PIC X(09) VALUE "PAYDATE".
          05 FILLER                     PIC X(07) VALUE "EMP".
          05 FILLER                     PIC X(13) VALUE "CUR GROSS".
          05 FILLER                     PIC X(13) VALUE "CUR NET".
          05 FILLER                     PIC X(13) VALUE "SIM GROSS".
          05 FILLER                     PIC X(13) VALUE "SIM NET".
          05 FILLER                     PIC X(12) VALUE "GROSS DELTA".
       01 WS-SIM-RPT-DETAIL.
          05 SIMD-PAY-DATE              PIC X(08).
          05 FILLER                     PIC X(01) VALUE SPACE.
          05 SIMD-EMP                   PIC X(05).
          05 FILLER                     PIC X(02) VALUE ALL SPACES.
          05 SIMD-CUR-GROSS             PIC $$,$$9.99.
          05 FILLER                     PIC X(03) VALUE ALL SPACES.
       01 WS-OVP-SUB                    PIC 9(03).
       01 WS-OVP-TABLE.
          05 WS-OVP-ENTRY OCCURS 100 TIMES.
             10 WS-OVP-EMP              PIC X(05).
             10 WS-OVP-ORIG-DATE        PIC X(08).
             10 WS-OVP-ORIG-AMT         PIC 9(06)V99.
             10 WS-OVP-BALANCE          PIC 9(06)V99.
             10 WS-OVP-INSTALLMENT      PIC 9(04)V99.
             10 WS-OVP-STAT             PIC X(01).
       01 WS-RECOVERY-THIS-PERIOD       PIC 9(04)V99.
       01 WS-RECOVERY-NET-CAP           PIC 9(06)V99.
       01 WS-RUN-TOTAL-RECOVERED        PIC 9(07)V99 VALUE 0.
       01 WS-OVP-RPT-LINE.
          05 OVR-EMP                    PIC X(05).
          05 FILLER                     PIC X(07) VALUE " ORIG ".
          05 OVR-ORIG-DATE              PIC X(08).
          05 FILLER                     PIC X(06) VALUE " AMT ".
          05 OVR-ORIG-AMT               PIC ZZZ,ZZ9.99.
          05 FILLER                     PIC X(10) VALUE " BALANCE ".
          88 MATCH-PLAN-LOADED              VALUE "Y".
       01 WS-MATCH-PCT                  PIC V99 VALUE ZEROS.
       01 WS-MATCH-CAP-PCT              PIC V99 VALUE ZEROS.
       01 WS-EMP-DEFERRAL-401K          PIC 9(06)V99 VALUE 0.
       01 WS-EMP-ER-MATCH               PIC 9(06)V99 VALUE 0.
       01 WS-MATCH-CAP-AMT              PIC 9(06)V99.
       01 WS-RUN-TOTAL-ER-MATCH         PIC 9(07)V99 VALUE 0.
       01 WS-EMP-ER-BENEFIT             PIC 9(06)V99 VALUE 0.
       01 WS-RUN-TOTAL-ER-BENEFIT       PIC 9(07)V99 VALUE 0.

      * W-4 AND FEDERAL BRACKET TABLES.  THE BRACKET CALCULATION IS
      * ONLY IN FORCE WHEN BOTH FILES LOADED AND THE EMPLOYEE HAS A
       01 WS-W4-SUB                     PIC 9(03).
       01 WS-W4-TABLE.
          05 WS-W4-ENTRY OCCURS 100 TIMES.
             10 WS-W4-EMP               PIC X(05).
             10 WS-W4-STATUS-CODE       PIC X(01).
             10 WS-W4-ALLOWANCES        PIC 9(02).
             10 WS-W4-EXTRA             PIC 9(03)V99.
          05 WS-DFLT-LOCAL-RATE          PIC V9999 VALUE .0100.
          05 WS-DFLT-FED-RATE            PIC V9999 VALUE .2000.

      * OFF-CYCLE BONUS RUN.  THE SUPPLEMENTAL-WAGE FLAT RATE IS THE
      * FEDERAL RATE ON THE RATE TABLE'S "SP" ROW; THE LAW'S 22
      * PERCENT STANDS IN WHEN THE TABLE HAS NO SUCH ROW.
       01 WS-BONUS-FLAG-STATUS          PIC X(02) VALUE "00".
       01 WS-BONUS-RUN-SW               PIC X(01) VALUE "N".
          88 BONUS-RUN                       VALUE "Y".
       01 WS-SUPP-RATE-CODE             PIC X(02) VALUE "SP".
       01 WS-SUPP-FED-RATE              PIC V9999 VALUE .2200.
       01 WS-PAYOUT-LOGICAL-NAME        PIC X(12) VALUE "PAYOUT".

      * MULTI-COMPANY.  THE HOME COMPANY COMES FROM THE COMPANY
      * MASTER (COMPANY MODULE); WITH NO MASTER IT STAYS BLANK AND
      * THE RUN IS THE SINGLE-COMPANY RUN IT ALWAYS WAS -- NO
      * COMPANY CONTROL FILE, NO COMPANY LINES ON THE REPORT.
       01 WS-HOME-COMPANY               PIC X(02) VALUE SPACES.
       01 WS-CO-CONTROL-DSN             PIC X(80).
       01 WS-CO-CONTROL-STATUS          PIC X(02) VALUE "00".
       01 WS-COMPANY-PARMS.
          05 CO-FUNCTION                PIC X(01).
          05 CO-CODE                    PIC X(02).
          05 CO-RESULT                  PIC X(01).
             88 CO-FOUND                     VALUE "0".
          05 CO-NAME                    PIC X(30).
          05 CO-FED-EIN                 PIC X(09).
          05 CO-STATE-ID                PIC X(12).
          05 CO-BANK-ROUTING            PIC X(09).
          05 CO-BANK-ACCOUNT            PIC X(17).
          05 CO-COA-PREFIX              PIC X(02).
          05 CO-DUE-FROM-ACCT           PIC X(06).
          05 CO-DUE-TO-ACCT             PIC X(06).
          05 CO-HOME-CODE               PIC X(02).
          05 CO-STREET                  PIC X(22).
          05 CO-CITY                    PIC X(22).
          05 CO-ADDR-STATE              PIC X(02).
          05 CO-ZIP                     PIC X(05).
          05 CO-ZIP-EXT                 PIC X(04).
          05 CO-BANK-NAME               PIC X(30).
          05 CO-BANK-CITY               PIC X(30).
       01 WS-COTL-COUNT                 PIC 9(02) VALUE 0.
       01 WS-COTL-SUB                   PIC 9(02).
       01 WS-COTL-FOUND-SUB             PIC 9(02).
       01 WS-COTL-TABLE.
          05 WS-COTL-ENTRY OCCURS 20 TIMES.
             10 WS-COTL-CODE            PIC X(02).
             10 WS-COTL-RECORDS         PIC 9(07).
             10 WS-COTL-GROSS           PIC 9(09)V99.
             10 WS-COTL-NET             PIC 9(09)V99.
       01 WS-COTL-SUM-RECORDS           PIC 9(07).
       01 WS-COTL-SUM-GROSS             PIC 9(09)V99.
       01 WS-COTL-SUM-NET               PIC 9(09)V99.

      * RATES IN EFFECT FOR THE EMPLOYEE RECORD CURRENTLY BEING PAID.
      * THE STATE RATE IS THE WORK STATE'S; THE RESIDENT-STATE RATE
      * IS CARRIED SEPARATELY SO RECIPROCITY CAN TOP UP THE
       01 WS-EMPF-SICK-RATE              PIC 9V99.
       01 WS-EMPF-WORK-STATE             PIC X(02).
       01 WS-EMPF-RES-STATE              PIC X(02).
       01 WS-EMPF-COMPANY                PIC X(02).

       01 WS-EMP-MASTER-STATUS           PIC X(02) VALUE "00".
       01 WS-EMP-MASTER-COUNT            PIC 9(03) VALUE 0.
       01 WS-EMPLOYEE-TABLE.
          05 WS-EMP-TABLE-ENTRY OCCURS 100 TIMES.
             10 WS-EMP-TABLE-NUM         PIC X(05).
             10 WS-EMP-TABLE-NAME        PIC X(20).
             10 WS-EMP-TABLE-DEPT        PIC X(15).
             10 WS-EMP-TABLE-HIRE        PIC X(06).
             10 WS-EMP-TABLE-SICK-RATE   PIC 9V99.
             10 WS-EMP-TABLE-WORK-ST     PIC X(02).
             10 WS-EMP-TABLE-RES-ST      PIC X(02).
             10 WS-EMP-TABLE-COMPANY     PIC X(02).
       01 WS-EMP-TABLE-SUB               PIC 9(03).

      * THE MMDDCCYY PAY DATE AND THE MMDDYY HIRE/TERM DATES
      * REARRANGED TO CCYYMMDD SO THEY COMPARE IN CALENDAR ORDER FOR
      * THE EMPLOYMENT-WINDOW EDIT.  TWO-DIGIT HIRE/TERM YEARS 70-99
      * ARE TAKEN AS 19XX SO EMPLOYEES HIRED BEFORE 2000 STILL PASS
      * THE HIRE-DATE CHECK.
       01 WS-PAY-DATE-YMD.
          05 WS-PAY-YMD-CC              PIC X(02).
          05 WS-PAY-YMD-YY              PIC X(02).
          05 WS-RUN-TOTAL-DEDUCT        PIC 9(07)V99.
          05 WS-RUN-TOTAL-OPT-DEDUCT    PIC 9(07)V99.

       01 WS-PREV-PAY-DATE              PIC X(08) VALUE SPACES.

      * RUN HOURS BY EARNINGS TYPE SO PAID-LEAVE COST SHOWS APART
      * FROM WORKED LABOR.
       01 WS-PRIOR-SUB                  PIC 9(03).
       01 WS-PRIOR-TABLE.
          05 WS-PRIOR-ENTRY OCCURS 500 TIMES.
             10 WS-PRIOR-PAY-DATE       PIC X(08).
             10 WS-PRIOR-EMP-NUM        PIC X(05).
             10 WS-PRIOR-GROSS          PIC 9(06)V99.
             10 WS-PRIOR-NET            PIC 9(06)V99.
             10 WS-PRIOR-COMPANY        PIC X(02).
       01 WS-PRIOR-FOUND-SW             PIC X(01) VALUE "N".
          88 PRIOR-RECORD-FOUND              VALUE "Y".
          88 PRIOR-RECORD-NOT-FOUND          VALUE "N".
       01 WS-PRIOR-MATCH-GROSS          PIC 9(06)V99.
       01 WS-PRIOR-MATCH-NET            PIC 9(06)V99.
       01 WS-ADJ-SIGN                   PIC X(01) VALUE "+".
          88 ADJ-INCREASE                    VALUE "+".
          88 ADJ-DECREASE                    VALUE "-".
       01 WS-ADJ-GROSS-DELTA            PIC 9(06)V99.
       01 WS-ADJ-NET-DELTA              PIC 9(06)V99.
       01 WS-ADJUSTMENT-COUNT           PIC 9(05) VALUE 0.

       01 WS-PAYROLL-REJECT-STATUS      PIC X(02) VALUE "00".
       01 WS-PAYROLL-CSV-LINE        PIC X(160).
       01 WS-PAYROLL-YTD-STATUS      PIC X(02) VALUE "00".

       01 WS-CSV-EMP-HOURS           PIC 999.99.
       01 WS-CSV-EMP-RATE            PIC 99.99.
       01 WS-CSV-BASE-PAY            PIC 999999.99.
       01 WS-CSV-OVERTIME-AMT        PIC 999999.99.
       01 WS-CSV-EMP-GROSS           PIC 999999.99.
       01 WS-CSV-EMP-SSN-MED         PIC 99999.99.
       01 WS-CSV-EMP-STATE           PIC 99999.99.
       01 WS-CSV-EMP-LOCAL           PIC 99999.99.
       01 WS-CSV-EMP-FED             PIC 99999.99.
       01 WS-CSV-OPT-DEDUCT          PIC 999999.99.
       01 WS-CSV-EMP-NET             PIC 999999.99.
       01 WS-CSV-EARN-TYPE           PIC X(03).

       01  WS-PAYROLL-IN-DSN          PIC X(80).
       01  WS-PAY-HIST-DSN            PIC X(80).
       01  WS-PAY-CAL-DSN             PIC X(80).
       01  WS-OVERRIDE-DSN            PIC X(80).
       01  WS-BONUS-FLAG-DSN          PIC X(80).
       01  WS-LEAVE-DSN               PIC X(80).
       01  WS-CHECK-CTL-DSN           PIC X(80).
       01  WS-CHECK-REG-DSN           PIC X(80).
          05 FILLER                  PIC X(11) VALUE "HOURLY RATE".
          05 FILLER                  PIC X(01) VALUE ALL SPACES.
          05 FILLER                  PIC X(08) VALUE "BASE PAY".
          05 FILLER                  PIC X(05) VALUE ALL SPACES.
          05 FILLER                  PIC X(08) VALUE "OVERTIME".
          05 FILLER                  PIC X(08) VALUE ALL SPACES.
          05 FILLER                  PIC X(05) VALUE "GROSS".
          05 FILLER                  PIC X(07) VALUE ALL SPACES.
          05 FILLER                  PIC X(06) VALUE "DEDUCT".
          05 FILLER                  PIC X(10) VALUE ALL SPACES.
          05 FILLER                  PIC X(03) VALUE "NET".
          05 FILLER                  PIC X(04) VALUE ALL SPACES.
          05 FILLER                  PIC X(09) VALUE "OPT DEDUC".
       01 WS-PAYROLL-RPT-DETAIL.
          05 FILLER                  PIC X(21) VALUE ALL SPACES.
          05 FILLER                  PIC X(02) VALUE ALL SPACES.
          05 DTL-EMP-DEPT            PIC X(15).
          05 FILLER                  PIC X(05) VALUE ALL SPACES.
          05 DTL-HOURS-WORKED        PIC 9(03).
          05 FILLER                  PIC X(09) VALUE ALL SPACES.
          05 DTL-HOURLY-RATE         PIC $$.$$.
          05 FILLER                  PIC X(07) VALUE ALL SPACES.
          05 DTL-BASE-PAY            PIC $$$$,$$9.99.
          05 FILLER                  PIC X(02) VALUE ALL SPACES.
          05 DTL-OVERTIME            PIC $$$$,$$9.99.
          05 FILLER                  PIC X(02) VALUE ALL SPACES.
          05 DTL-GROSS               PIC $$$$,$$9.99.
          05 FILLER                  PIC X(02) VALUE ALL SPACES.
          05 DTL-DEDUCT              PIC $$$$,$$9.99.
          05 FILLER                  PIC X(02) VALUE ALL SPACES.
          05 DTL-NET                 PIC $$$$,$$9.99.
          05 FILLER                  PIC X(02) VALUE ALL SPACES.
          05 DTL-OPT-DEDUCT          PIC $$$$,$$9.99.
       01 WS-PAYROLL-RPT-DASH-LINE.
          05 FILLER                  PIC X(21) VALUE ALL SPACES.
          05 FILLER                  PIC X(162) VALUE ALL "-".
       01 WS-PAYROLL-RPT-TOTAL-LINE.
          05 FILLER                  PIC X(21) VALUE ALL SPACES.
          05 TOTAL-PAYDATE           PIC X(08).
          05 FILLER                  PIC X(06) VALUE "TOTALS".
          05 FILLER                  PIC X(08) VALUE ALL SPACES.
          05 TOTAL-HOURS-WORKED      PIC ZZZ9.
          05 FILLER                  PIC X(72) VALUE ALL SPACES.
          05 TOTAL-OVERTIME          PIC $$$$$$$9.99.
          05 FILLER                  PIC X(02) VALUE ALL SPACES.
          05 TOTAL-GROSS             PIC $$$$$$$9.99.
          05 FILLER                  PIC X(02) VALUE ALL SPACES.
          05 TOTAL-DEDUCT            PIC $$$$$$$9.99.
          05 FILLER                  PIC X(02) VALUE ALL SPACES.
          05 TOTAL-NET-RPT           PIC $$$$$$$9.99.
          05 FILLER                  PIC X(02) VALUE ALL SPACES.
          05 TOTAL-OPT-DEDUCT        PIC $$$$$$$9.99.
       01 WS-PAYROLL-RPT-COMPANY-LINE.
          05 FILLER                  PIC X(21) VALUE ALL SPACES.
          05 FILLER                  PIC X(08) VALUE "COMPANY ".
          05 CORPT-CODE              PIC X(02).
          05 FILLER                  PIC X(01) VALUE ALL SPACES.
          05 CORPT-NAME              PIC X(30).
          05 FILLER                  PIC X(08) VALUE " CHECKS ".
          05 CORPT-RECORDS           PIC ZZZZZZ9.
          05 FILLER                  PIC X(56) VALUE ALL SPACES.
          05 CORPT-GROSS             PIC $$$$$$$9.99.
          05 FILLER                  PIC X(02) VALUE ALL SPACES.
          05 CORPT-DEDUCT            PIC $$$$$$$9.99.
          05 FILLER                  PIC X(02) VALUE ALL SPACES.
          05 CORPT-NET               PIC $$$$$$$9.99.
       01 WS-PAYROLL-RPT-SUBTOTAL-LINE.
          05 FILLER                  PIC X(21) VALUE ALL SPACES.
          05 SUBTOTAL-PAYDATE        PIC X(08).
          05 FILLER                  PIC X(08) VALUE "SUBTOTAL".
          05 FILLER                  PIC X(06) VALUE ALL SPACES.
          05 SUBTOTAL-HOURS-WORKED   PIC ZZZ9.
          05 FILLER                  PIC X(72) VALUE ALL SPACES.
          05 SUBTOTAL-OVERTIME       PIC $$$$$$$9.99.
          05 FILLER                  PIC X(02) VALUE ALL SPACES.
          05 SUBTOTAL-GROSS          PIC $$$$$$$9.99.
          05 FILLER                  PIC X(02) VALUE ALL SPACES.
          05 SUBTOTAL-DEDUCT         PIC $$$$$$$9.99.
          05 FILLER                  PIC X(02) VALUE ALL SPACES.
          05 SUBTOTAL-NET-RPT        PIC $$$$$$$9.99.
          05 FILLER                  PIC X(02) VALUE ALL SPACES.
          05 SUBTOTAL-OPT-DEDUCT     PIC $$$$$$$9.99.
       01 WS-PAYROLL-RPT-ADJUST-LINE.
          05 FILLER                  PIC X(21) VALUE ALL SPACES.
          05 ADJUST-PAYDATE          PIC X(08).
          05 ADJUST-SIGN             PIC X(01).
          05 FILLER                  PIC X(01) VALUE ALL SPACES.
          05 FILLER                  PIC X(06) VALUE "GROSS:".
          05 ADJUST-GROSS-DELTA      PIC $$$,$$9.99.
          05 FILLER                  PIC X(03) VALUE ALL SPACES.
          05 FILLER                  PIC X(04) VALUE "NET:".
          05 ADJUST-NET-DELTA        PIC $$$,$$9.99.

009400 PROCEDURE DIVISION.
009900*    PERFORM LOOP TO:
               DISPLAY "HW16NB CONCLUDES"
               GOBACK
           END-IF.
      *    A PRESENT BONUS FLAG FILE MEANS AN OFF-CYCLE BONUS RUN --
      *    THE NORMAL CYCLE, BUT AGAINST ITS OWN OUTPUT FILES.
           OPEN INPUT BONUS-RUN-FLAG.
           IF WS-BONUS-FLAG-STATUS = "00"
               CLOSE BONUS-RUN-FLAG
               MOVE "Y" TO WS-BONUS-RUN-SW
               PERFORM 0960-RESOLVE-BONUS-FILE-NAMES
           END-IF.

           PERFORM 1000-INITIALIZE.
011000
012100       MOVE ZEROS          TO PAYROLL-OUT-CALCULATED
             MOVE ZEROS          TO WS-EMP-CALC-FIELDS
             PERFORM 3750-LOOKUP-EMPLOYEE-MASTER
             MOVE WS-EMPF-COMPANY TO PAYROLL-EMP-COMPANY
             PERFORM 2000-EDIT-DETAIL-RECORD
             IF PAYROLL-RECORD-VALID
                 IF EARN-TYPE-FLAT-AMT
                 PERFORM 3000-CALCULATE-GROSS-PAY
                 PERFORM 3700-LOOKUP-RATES
                 PERFORM 3800-LOOKUP-EMPLOYEE
                 PERFORM 3450-FIGURE-TAXABLE-WAGES
                 PERFORM 3710-CALCULATE-STATE-TAX
                 PERFORM 3600-CALCULATE-SSN-MED
                 PERFORM 3650-ACCRUE-EMPLOYER-UTAX
012600           COMPUTE PAYROLL-EMP-LOCAL   = PAYROLL-EMP-FIT-WAGES
                                              * WS-EMP-LOCAL-RATE
                 PERFORM 3720-CALCULATE-FED-TAX
                 PERFORM 3500-CALCULATE-OPT-DEDUCTION
                 PERFORM 3550-RECOVER-OVERPAYMENT
013500           WRITE PAYROLL-REC-OUT
                 MOVE PAYROLL-PAY-DATE(1:2) TO DTL-DATE-MM
                 MOVE PAYROLL-PAY-DATE(3:2) TO DTL-DATE-DD
                 MOVE PAYROLL-PAY-DATE(7:2) TO DTL-DATE-YY
                 MOVE PAYROLL-EMP-NUMBER TO DTL-EMP-OUT
                 MOVE WS-EMP-LOOKUP-NAME TO DTL-EMP-NAME
                 MOVE WS-EMP-LOOKUP-DEPT TO DTL-EMP-DEPT
                 PAYROLL-OUT-CSV
                 PAYROLL-YTD
                 PAYROLL-REJECT.
           IF WS-HOME-COMPANY NOT = SPACES
               PERFORM 6050-PROVE-COMPANY-TOTALS
           END-IF.
           IF PAY-HIST-OK
               CLOSE PAYROLL-HISTORY
           END-IF.
               DISPLAY "EMPLOYER 401K MATCH  : "
                   WS-RUN-TOTAL-ER-MATCH
           END-IF.
           IF WS-RUN-TOTAL-ER-BENEFIT > 0
               DISPLAY "EMPLOYER BENEFIT COST: "
                   WS-RUN-TOTAL-ER-BENEFIT
           END-IF.
           IF OVERPAY-FILE-LOADED
               DISPLAY "OVERPAYMENTS RECOVERED: "
                   WS-RUN-TOTAL-RECOVERED
           MOVE "C:\school\cobol\cobolclass\master\data\BATCHERR.log"
               TO WS-ERROR-LOG-DSN
           END-IF.
           ACCEPT WS-CO-CONTROL-DSN FROM ENVIRONMENT "PAYCOTL".
           IF WS-CO-CONTROL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16COTL.dat"
               TO WS-CO-CONTROL-DSN
           END-IF.
           ACCEPT WS-BANK-HOLD-DSN FROM ENVIRONMENT "PAYHOLD".
           IF WS-BANK-HOLD-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16HOLD.dat"
           MOVE "C:\school\cobol\cobolclass\master\data\HW16CREG.dat"
               TO WS-CHECK-REG-DSN
           END-IF.
           ACCEPT WS-BONUS-FLAG-DSN FROM ENVIRONMENT "PAYBONUS".
           IF WS-BONUS-FLAG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BONS.dat"
               TO WS-BONUS-FLAG-DSN
           END-IF.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
      * ALREADY ON DISK, SO THEY RESOLVE THE CURRENT GENERATION
      * INSTEAD.  THE CALLER SETS GR-MODE BEFORE PERFORMING THIS.
       0950-RESOLVE-PAYOUT-GENERATION.
           MOVE WS-PAYOUT-LOGICAL-NAME TO GR-LOGICAL-NAME.
           MOVE WS-PAYROLL-OUT-DSN TO GR-DSN.
           CALL "GENRES" USING WS-GENRES-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           MOVE GR-DSN TO WS-PAYROLL-OUT-DSN.

      * AN OFF-CYCLE BONUS RUN WRITES ITS OWN PAYROLL OUTPUT (AND
      * ITS OWN GENERATION SERIES), REPORT, CSV, REJECTS, AND
      * CHECKPOINT, SO HW16DD, HW16GL, AND HW16STUB CAN BUILD THE
      * BONUS DEPOSITS, JOURNAL, AND CHECKS FROM IT ALONE.  CHECK
      * NUMBERS STILL COME FROM THE ONE CONTROL FILE AND GO ON THE
      * ONE REGISTER SO VOIDS AND POSITIVE PAY SEE EVERY CHECK.
       0960-RESOLVE-BONUS-FILE-NAMES.
           DISPLAY "HW16NB RUNNING AS OFF-CYCLE BONUS PAYROLL".
           MOVE "PAYBOUT" TO WS-PAYOUT-LOGICAL-NAME.
           ACCEPT WS-PAYROLL-OUT-DSN FROM ENVIRONMENT "PAYBOUT".
           IF WS-PAYROLL-OUT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BOU1.dat"
               TO WS-PAYROLL-OUT-DSN
           END-IF.
           ACCEPT WS-PAYROLL-RPT-DSN FROM ENVIRONMENT "PAYBRPT".
           IF WS-PAYROLL-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BOU2.dat"
               TO WS-PAYROLL-RPT-DSN
           END-IF.
           ACCEPT WS-PAYROLL-CSV-DSN FROM ENVIRONMENT "PAYBCSV".
           IF WS-PAYROLL-CSV-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BOU1.csv"
               TO WS-PAYROLL-CSV-DSN
           END-IF.
           ACCEPT WS-PAYROLL-REJ-DSN FROM ENVIRONMENT "PAYBREJ".
           IF WS-PAYROLL-REJ-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BREJ.dat"
               TO WS-PAYROLL-REJ-DSN
           END-IF.
           ACCEPT WS-PAYROLL-CKPT-DSN FROM ENVIRONMENT "PAYBCKPT".
           IF WS-PAYROLL-CKPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BCKP.dat"
               TO WS-PAYROLL-CKPT-DSN
           END-IF.
           ACCEPT WS-CO-CONTROL-DSN FROM ENVIRONMENT "PAYBCOTL".
           IF WS-CO-CONTROL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BCOT.dat"
               TO WS-CO-CONTROL-DSN
           END-IF.

       1000-INITIALIZE.
      * FILE NAMES WERE ALREADY RESOLVED AT THE TOP OF THE MAINLINE
      * (RESOLVING TWICE WOULD ALLOCATE TWO OUTPUT GENERATIONS).
           IF NOT EMP-MASTER-X-OK
               PERFORM 1300-LOAD-EMPLOYEE-MASTER
           END-IF.
           PERFORM 1330-FIND-HOME-COMPANY.
           PERFORM 1350-LOAD-DEDUCTION-MASTER.
           PERFORM 1345-LOAD-GARNISHMENT-ORDERS.
           PERFORM 1150-OPEN-HISTORY-FILE.
                                      WS-RATE-MEDICARE(WS-RATE-SUB)
               MOVE RT-LOCAL-RATE-IN    TO WS-RATE-LOCAL(WS-RATE-SUB)
               MOVE RT-FED-RATE-IN      TO WS-RATE-FED(WS-RATE-SUB)
               IF RT-CODE-IN = WS-SUPP-RATE-CODE
                   MOVE RT-FED-RATE-IN  TO WS-SUPP-FED-RATE
               END-IF
               ADD 1 TO WS-RATE-SUB
               ADD 1 TO WS-RATE-TABLE-COUNT
               READ RATE-TABLE-IN
                   TO WS-EMP-TABLE-WORK-ST(WS-EMP-TABLE-SUB)
               MOVE EMP-RES-STATE-IN
                   TO WS-EMP-TABLE-RES-ST(WS-EMP-TABLE-SUB)
               MOVE EMP-COMPANY-IN
                   TO WS-EMP-TABLE-COMPANY(WS-EMP-TABLE-SUB)
               ADD 1 TO WS-EMP-TABLE-SUB
               ADD 1 TO WS-EMP-MASTER-COUNT
               READ EMPLOYEE-MASTER
           END-PERFORM.

      * A BLANK CODE ASKS THE COMPANY MODULE FOR THE HOME COMPANY.
      * NO MODULE OR NO MASTER LEAVES WS-HOME-COMPANY BLANK.
       1330-FIND-HOME-COMPANY.
           MOVE "G"    TO CO-FUNCTION.
           MOVE SPACES TO CO-CODE.
           MOVE "8"    TO CO-RESULT.
           CALL "COMPANY" USING WS-COMPANY-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF CO-FOUND
               MOVE CO-CODE TO WS-HOME-COMPANY
               DISPLAY "HOME COMPANY " WS-HOME-COMPANY " " CO-NAME
           END-IF.

       1350-LOAD-DEDUCTION-MASTER.
           OPEN INPUT DEDUCTION-MASTER.
           IF WS-DED-MASTER-STATUS = "00"
               MOVE DED-PRIORITY   TO WS-DED-PRIORITY(WS-DED-SUB)
               MOVE DED-GOAL       TO WS-DED-GOAL(WS-DED-SUB)
               MOVE DED-TAKEN      TO WS-DED-TAKEN(WS-DED-SUB)
               MOVE DED-TAX-TREATMENT
                                   TO WS-DED-TAX-TREATMENT(WS-DED-SUB)
               IF DED-ER-AMOUNT IS NUMERIC
                   MOVE DED-ER-AMOUNT TO WS-DED-ER-AMOUNT(WS-DED-SUB)
               ELSE
                   MOVE ZEROS TO WS-DED-ER-AMOUNT(WS-DED-SUB)
               END-IF
               READ DEDUCTION-MASTER
           END-PERFORM.

               SET PAYROLL-OUT-NOT-BALANCED TO TRUE
           END-IF.

      * PER-COMPANY CONTROL TOTALS, TALLIED BACK FROM PAYROLL-OUT AS
      * IT WAS WRITTEN, SO A CHECKPOINT RESTART COUNTS THE RECORDS
      * WRITTEN BEFORE THE RESTART AS WELL.  EACH COMPANY GETS A
      * TOTAL LINE ON THE REPORT AND A TRC ROW ON THE COMPANY CONTROL
      * FILE HW16DD PROVES THAT COMPANY'S DEPOSIT FILE AGAINST.  THE
      * COMPANIES MUST ADD BACK TO THE TRAILER OR THE RUN IS HELD
      * LIKE ANY OTHER IMBALANCE.
       6050-PROVE-COMPANY-TOTALS.
           MOVE 0 TO WS-COTL-COUNT.
           OPEN INPUT PAYROLL-OUT.
           IF WS-PAYROLL-FILE-OUT-STATUS = "00"
               READ PAYROLL-OUT
               PERFORM UNTIL WS-PAYROLL-FILE-OUT-STATUS > "00"
                   IF TRAILER-ID NOT = "TRL"
                       PERFORM 6060-ADD-COMPANY-TOTAL
                   END-IF
                   READ PAYROLL-OUT
               END-PERFORM
               CLOSE PAYROLL-OUT
           END-IF.
           MOVE 0 TO WS-COTL-SUM-RECORDS WS-COTL-SUM-GROSS
                     WS-COTL-SUM-NET.
           OPEN OUTPUT COMPANY-CONTROL-OUT.
           WRITE PAYROLL-REC-OUT-RPT FROM WS-PAYROLL-RPT-DASH-LINE.
           PERFORM VARYING WS-COTL-SUB FROM 1 BY 1
               UNTIL WS-COTL-SUB > WS-COTL-COUNT
               MOVE "TRC" TO COTL-ID
               MOVE WS-COTL-CODE(WS-COTL-SUB)    TO COTL-COMPANY
               MOVE WS-COTL-RECORDS(WS-COTL-SUB) TO COTL-RECORD-COUNT
               MOVE WS-COTL-GROSS(WS-COTL-SUB)   TO COTL-TOTAL-GROSS
               MOVE WS-COTL-NET(WS-COTL-SUB)     TO COTL-TOTAL-NET
               IF WS-CO-CONTROL-STATUS = "00"
                   WRITE COMPANY-CONTROL-REC
               END-IF
               ADD WS-COTL-RECORDS(WS-COTL-SUB) TO WS-COTL-SUM-RECORDS
               ADD WS-COTL-GROSS(WS-COTL-SUB)   TO WS-COTL-SUM-GROSS
               ADD WS-COTL-NET(WS-COTL-SUB)     TO WS-COTL-SUM-NET
               MOVE "G" TO CO-FUNCTION
               MOVE WS-COTL-CODE(WS-COTL-SUB) TO CO-CODE
               CALL "COMPANY" USING WS-COMPANY-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
               MOVE WS-COTL-CODE(WS-COTL-SUB) TO CORPT-CODE
               IF CO-FOUND
                   MOVE CO-NAME TO CORPT-NAME
               ELSE
                   MOVE "** NOT ON COMPANY MASTER **" TO CORPT-NAME
               END-IF
               MOVE WS-COTL-RECORDS(WS-COTL-SUB) TO CORPT-RECORDS
               MOVE WS-COTL-GROSS(WS-COTL-SUB)   TO CORPT-GROSS
               COMPUTE CORPT-DEDUCT = WS-COTL-GROSS(WS-COTL-SUB)
                                    - WS-COTL-NET(WS-COTL-SUB)
               MOVE WS-COTL-NET(WS-COTL-SUB)     TO CORPT-NET
               WRITE PAYROLL-REC-OUT-RPT
                   FROM WS-PAYROLL-RPT-COMPANY-LINE
           END-PERFORM.
           IF WS-CO-CONTROL-STATUS = "00"
               CLOSE COMPANY-CONTROL-OUT
           ELSE
               MOVE "6050-PROVE-COMPANY" TO WS-ERR-PARAGRAPH-NAME
               MOVE "COMPANY-CONTROL-OUT" TO WS-ERR-FILE-NAME
               MOVE WS-CO-CONTROL-STATUS TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           END-IF.
      * AN ADJUSTMENT RUN'S TRAILER CARRIES NET DELTAS, NOT THE SUM
      * OF THE RECORDS ON THE FILE, SO THERE IS NOTHING TO ADD BACK
      * TO -- THE CONTROL FILE IS SIMPLY REWRITTEN FROM THE RECORDS.
           IF WS-ADJUSTMENT-COUNT = 0
              AND (WS-COTL-SUM-RECORDS NOT = WS-PAYROLL-OUT-COUNT
               OR WS-COTL-SUM-GROSS NOT = WS-PAYROLL-OUT-GROSS
               OR WS-COTL-SUM-NET NOT = WS-PAYROLL-OUT-NET)
               DISPLAY "*** COMPANY TOTALS DO NOT ADD BACK TO THE "
                       "PAYROLL-OUT TRAILER ***"
               SET PAYROLL-OUT-NOT-BALANCED TO TRUE
           END-IF.

      * A BLANK CODE ON PAYROLL-OUT (A RECORD WRITTEN BEFORE THE
      * COMPANY MASTER EXISTED) IS THE HOME COMPANY'S.
       6060-ADD-COMPANY-TOTAL.
           IF PAYROLL-EMP-COMPANY = SPACES
               MOVE WS-HOME-COMPANY TO PAYROLL-EMP-COMPANY
           END-IF.
           MOVE 0 TO WS-COTL-FOUND-SUB.
           PERFORM VARYING WS-COTL-SUB FROM 1 BY 1
               UNTIL WS-COTL-SUB > WS-COTL-COUNT
               IF WS-COTL-CODE(WS-COTL-SUB) = PAYROLL-EMP-COMPANY
                   MOVE WS-COTL-SUB TO WS-COTL-FOUND-SUB
                   MOVE WS-COTL-COUNT TO WS-COTL-SUB
               END-IF
           END-PERFORM.
           IF WS-COTL-FOUND-SUB = 0
               IF WS-COTL-COUNT < 20
                   ADD 1 TO WS-COTL-COUNT
                   MOVE WS-COTL-COUNT TO WS-COTL-FOUND-SUB
                   MOVE PAYROLL-EMP-COMPANY
                       TO WS-COTL-CODE(WS-COTL-FOUND-SUB)
                   MOVE 0 TO WS-COTL-RECORDS(WS-COTL-FOUND-SUB)
                             WS-COTL-GROSS(WS-COTL-FOUND-SUB)
                             WS-COTL-NET(WS-COTL-FOUND-SUB)
               ELSE
                   DISPLAY "MORE THAN 20 COMPANIES ON PAYROLL-OUT -- "
                       PAYROLL-EMP-COMPANY " NOT TOTALLED"
               END-IF
           END-IF.
           IF WS-COTL-FOUND-SUB > 0
               ADD 1 TO WS-COTL-RECORDS(WS-COTL-FOUND-SUB)
               ADD PAYROLL-EMP-GROSS TO WS-COTL-GROSS(WS-COTL-FOUND-SUB)
               ADD PAYROLL-EMP-NET   TO WS-COTL-NET(WS-COTL-FOUND-SUB)
           END-IF.

       6200-CHECK-AND-WRITE-CHECKPOINT.
           ADD 1 TO WS-RECORDS-SINCE-CHECKPOINT.
           IF WS-RECORDS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
                   MOVE WS-DED-PRIORITY(WS-DED-SUB) TO DED-PRIORITY
                   MOVE WS-DED-GOAL(WS-DED-SUB)     TO DED-GOAL
                   MOVE WS-DED-TAKEN(WS-DED-SUB)    TO DED-TAKEN
                   MOVE WS-DED-TAX-TREATMENT(WS-DED-SUB)
                                                    TO DED-TAX-TREATMENT
                   MOVE WS-DED-ER-AMOUNT(WS-DED-SUB) TO DED-ER-AMOUNT
                   WRITE DEDUCTION-MASTER-REC
               END-PERFORM
               CLOSE DEDUCTION-MASTER
           END-IF.
           IF PAYROLL-RECORD-VALID
               MOVE "V" TO DV-FUNCTION
               MOVE "3" TO DV-FORMAT-1
               MOVE SPACES TO DV-DATE-1
               MOVE PAYROLL-PAY-DATE TO DV-DATE-1
               CALL "DATEVAL" USING WS-DATEVAL-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
      * A BONUS IS PAID ONLY ON ITS OWN OFF-CYCLE CHECK, AND AN
      * OFF-CYCLE BONUS RUN PAYS NOTHING BUT BONUSES.
           IF PAYROLL-RECORD-VALID
               IF BONUS-RUN AND NOT EARN-TYPE-BONUS
                   SET PAYROLL-RECORD-INVALID TO TRUE
                   MOVE "NOT A BONUS - OFF-CYCLE BONUS RUN"
                       TO WS-REJECT-REASON
               END-IF
               IF NOT BONUS-RUN AND EARN-TYPE-BONUS
                   SET PAYROLL-RECORD-INVALID TO TRUE
                   MOVE "BONUS PAID ONLY IN OFF-CYCLE RUN"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF PAYROLL-RECORD-VALID
               PERFORM 2040-EDIT-PAY-DATE-CALENDAR
           END-IF.

       2040-EDIT-PAY-DATE-CALENDAR.
           IF PAY-CALENDAR-LOADED AND NOT OFF-CYCLE-OVERRIDE
               AND NOT BONUS-RUN
               MOVE "N" TO WS-CAL-FOUND-SW
               PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-CAL-COUNT
      * THE CALENDAR STAYS MMDDYY; THE PAY DATE CARRIES THE CENTURY.
                   IF WS-CAL-DATE(WS-CAL-SUB)(1:4)
                           = PAYROLL-PAY-DATE(1:4)
                       AND WS-CAL-DATE(WS-CAL-SUB)(5:2)
                           = PAYROLL-PAY-DATE(7:2)
                       MOVE "Y" TO WS-CAL-FOUND-SW
                       MOVE WS-CAL-COUNT TO WS-CAL-SUB
                   END-IF
      * AFTER THEIR TERMINATION DATE.  EMPLOYEES NOT ON THE MASTER,
      * OR MASTER RECORDS WITHOUT DATES, PASS THROUGH UNCHANGED.
       2050-EDIT-EMPLOYMENT-DATES.
           MOVE PAYROLL-PAY-DATE(7:2) TO WS-PAY-YMD-YY.
           MOVE PAYROLL-PAY-DATE(1:2) TO WS-PAY-YMD-MM.
           MOVE PAYROLL-PAY-DATE(3:2) TO WS-PAY-YMD-DD.
           MOVE PAYROLL-PAY-DATE(5:2) TO WS-PAY-YMD-CC.
           IF EMPF-FOUND
               PERFORM 2060-CHECK-EMPLOYMENT-WINDOW
           END-IF.
       3500-CALCULATE-OPT-DEDUCTION.
           MOVE ZEROS  TO WS-EMP-OPT-DEDUCT.
           MOVE ZEROS  TO WS-EMP-DEFERRAL-401K.
           MOVE ZEROS  TO WS-EMP-ER-BENEFIT.
           MOVE ZEROS  TO WS-EMP-PREM-CREDIT.
           MOVE SPACES TO WS-DED-DETAIL-TEXT.
           MOVE 1 TO WS-DED-DETAIL-PTR.
      * AN EXPENSE REIMBURSEMENT IS PAID BACK WHOLE: IT IS NOT
      * DISPOSABLE EARNINGS FOR A GARNISHMENT, NOT PAY A DEFERRAL
      * OR EMPLOYER MATCH IS FIGURED ON, AND NOT A PERIOD THAT OWES
      * A DEDUCTION OR EMPLOYER PREMIUM.
           IF EARN-TYPE-REIMBURSE
               MOVE ZEROS TO WS-EMP-ER-MATCH
                             PAYROLL-EMP-ER-MATCH
                             PAYROLL-EMP-ER-BENEFIT
           ELSE
               PERFORM 3505-TAKE-DEDUCTIONS
           END-IF.

      * COURT-ORDERED GARNISHMENTS COME OFF FIRST, AHEAD OF EVERY
      * VOLUNTARY DEDUCTION IN THE TABLE.  A BONUS CHECK CARRIES THE
      * 401(K) DEFERRAL AND NO OTHER VOLUNTARY DEDUCTION, AND NO
      * EMPLOYER PREMIUM -- THAT IS OWED ONCE PER REGULAR PERIOD.
       3505-TAKE-DEDUCTIONS.
           PERFORM 3530-APPLY-GARNISHMENTS.
           MOVE 0 TO WS-DED-MATCH-COUNT.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > WS-DED-COUNT
               IF WS-DED-EMP(WS-DED-SUB) = PAYROLL-EMP-NUMBER
                   ADD 1 TO WS-DED-MATCH-COUNT
                   IF NOT BONUS-RUN
                       PERFORM 3510-APPLY-ONE-DEDUCTION
                   ELSE
                       IF WS-DED-TYPE(WS-DED-SUB) = "401K"
                           PERFORM 3510-APPLY-ONE-DEDUCTION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * A PREMIUM CREDIT NEVER EXCEEDS THE PREMIUM TAKEN WITH IT, SO
      * IT COMES OFF THE TOTAL ONCE EVERY ROW HAS BEEN TAKEN.
           SUBTRACT WS-EMP-PREM-CREDIT FROM WS-EMP-OPT-DEDUCT.
           IF WS-DED-MATCH-COUNT = 0
               PERFORM 3520-APPLY-LEGACY-DEDUCTION
           END-IF.
           PERFORM 3540-CALCULATE-ER-MATCH.
           MOVE WS-EMP-ER-BENEFIT TO PAYROLL-EMP-ER-BENEFIT.
           ADD WS-EMP-ER-BENEFIT TO WS-RUN-TOTAL-ER-BENEFIT.

      * ONE DEDUCTION MASTER ENTRY: FLAT AMOUNT OR PERCENT OF GROSS,
      * CAPPED AT WHAT REMAINS OF THE GOAL; THE TAKEN AMOUNT IS
      * ACCUMULATED IN THE TABLE AND REWRITTEN TO THE MASTER AT END
      * OF RUN SO A REACHED GOAL STOPS THE DEDUCTION NEXT PERIOD.
      * A BENEFITS ROW ALSO CARRIES THE EMPLOYER'S PREMIUM SHARE,
      * OWED WHETHER OR NOT THE EMPLOYEE PAYS ANY PART OF IT.
      * A CREDIT ROW IS TAKEN BY 3512 INSTEAD.
       3510-APPLY-ONE-DEDUCTION.
           ADD WS-DED-ER-AMOUNT(WS-DED-SUB) TO WS-EMP-ER-BENEFIT.
           PERFORM 3515-FIGURE-ONE-DEDUCTION.
           IF WS-DED-AMOUNT(WS-DED-SUB) < 0
               PERFORM 3512-TAKE-PREMIUM-CREDIT
           END-IF.
           IF WS-DED-THIS-PERIOD > 0
               AND WS-DED-AMOUNT(WS-DED-SUB) NOT < 0
               ADD WS-DED-THIS-PERIOD TO WS-DED-TAKEN(WS-DED-SUB)
               ADD WS-DED-THIS-PERIOD TO WS-EMP-OPT-DEDUCT
               IF WS-DED-TYPE(WS-DED-SUB) = "401K"
                   ADD WS-DED-THIS-PERIOD TO WS-EMP-DEFERRAL-401K
               END-IF
               MOVE WS-DED-THIS-PERIOD TO WS-DED-DETAIL-AMT
               STRING WS-DED-TYPE(WS-DED-SUB) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-DED-DETAIL-AMT DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                   INTO WS-DED-DETAIL-TEXT
                   WITH POINTER WS-DED-DETAIL-PTR
               END-STRING
           END-IF.

      * THE CREDITED AMOUNT COUNTS TOWARD THE ROW'S GOAL JUST AS A
      * DEDUCTION'S DOES, SO THE CREDIT STOPS ONCE IT IS USED UP.
       3512-TAKE-PREMIUM-CREDIT.
           IF WS-DED-THIS-PERIOD > 0
               ADD WS-DED-THIS-PERIOD TO WS-DED-TAKEN(WS-DED-SUB)
               ADD WS-DED-THIS-PERIOD TO WS-EMP-PREM-CREDIT
               MOVE WS-DED-THIS-PERIOD TO WS-DED-DETAIL-AMT
               STRING WS-DED-TYPE(WS-DED-SUB) DELIMITED BY SPACE
                      " -" DELIMITED BY SIZE
                      WS-DED-DETAIL-AMT DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                   INTO WS-DED-DETAIL-TEXT
                   WITH POINTER WS-DED-DETAIL-PTR
               END-STRING
           END-IF.

      * THE PERIOD'S AMOUNT FOR ONE TABLE ENTRY, WITHOUT TAKING IT --
      * SHARED BY 3510 AND BY THE PRE-TAX PASS IN 3450 SO THE AMOUNT
      * THE TAXES WERE FIGURED AROUND IS THE AMOUNT ACTUALLY TAKEN.
      * FOR A CREDIT ROW THE AMOUNT COMES BACK POSITIVE, AS THE
      * CREDIT TO GIVE.
       3515-FIGURE-ONE-DEDUCTION.
           IF WS-DED-AMOUNT(WS-DED-SUB) < 0
               PERFORM 3517-FIGURE-PREMIUM-CREDIT
           ELSE
               PERFORM 3516-FIGURE-AMOUNT-AND-GOAL
           END-IF.

       3516-FIGURE-AMOUNT-AND-GOAL.
           IF WS-DED-METHOD(WS-DED-SUB) = "P"
               COMPUTE WS-DED-THIS-PERIOD ROUNDED
                   = PAYROLL-EMP-GROSS
                   END-IF
               END-IF
           END-IF.

      * A CREDIT IS THE UNUSED BALANCE OF ITS GOAL, NO MORE THAN THE
      * ROW'S AMOUNT, AND NO MORE THAN THE SECTION 125 PREMIUM THE
      * EMPLOYEE PAYS THIS PERIOD -- IT REDUCES THE PREMIUM, IT IS
      * NEVER PAID OUT AS CASH.  A CREDIT LEFT OVER CARRIES TO THE
      * NEXT PERIOD THROUGH THE GOAL.
       3517-FIGURE-PREMIUM-CREDIT.
           COMPUTE WS-DED-CREDIT-AMT = 0 - WS-DED-AMOUNT(WS-DED-SUB).
           IF WS-DED-GOAL(WS-DED-SUB) > 0
               COMPUTE WS-DED-GOAL-REMAINING
                   = WS-DED-GOAL(WS-DED-SUB)
                   - WS-DED-TAKEN(WS-DED-SUB)
               IF WS-DED-GOAL-REMAINING <= 0
                   MOVE ZEROS TO WS-DED-CREDIT-AMT
               ELSE
                   IF WS-DED-CREDIT-AMT > WS-DED-GOAL-REMAINING
                       MOVE WS-DED-GOAL-REMAINING TO WS-DED-CREDIT-AMT
                   END-IF
               END-IF
           END-IF.
           MOVE WS-DED-SUB TO WS-DED-CREDIT-SUB.
           MOVE ZEROS TO WS-DED-PREMIUM-AMT.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > WS-DED-COUNT
               IF WS-DED-EMP(WS-DED-SUB)
                       = WS-DED-EMP(WS-DED-CREDIT-SUB)
                   AND WS-DED-AMOUNT(WS-DED-SUB) > 0
                   PERFORM 3455-GET-TAX-TREATMENT
                   IF WS-PRETAX-TREATMENT = "B"
                       PERFORM 3516-FIGURE-AMOUNT-AND-GOAL
                       ADD WS-DED-THIS-PERIOD TO WS-DED-PREMIUM-AMT
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-DED-CREDIT-SUB TO WS-DED-SUB.
           IF WS-DED-CREDIT-AMT > WS-DED-PREMIUM-AMT
               MOVE WS-DED-PREMIUM-AMT TO WS-DED-CREDIT-AMT
           END-IF.
           MOVE WS-DED-CREDIT-AMT TO WS-DED-THIS-PERIOD.

      * PRE-TAX PASS, RUN AFTER GROSS AND BEFORE ANY TAX.  EACH OF
      * THE EMPLOYEE'S DEDUCTIONS IS FIGURED THE WAY 3510 WILL TAKE
      * IT AND, BY ITS TAX TREATMENT, REDUCES THE INCOME-TAX WAGE,
      * THE FICA WAGE, OR BOTH.  EMPLOYEES ON THE LEGACY ONE-BYTE
      * CODE GET THE SAME TREATMENT A MASTER ROW OF THAT TYPE WOULD:
      * 401K IS PRE-TAX FOR INCOME TAX ONLY, HEALTH FOR BOTH.
      * GARNISHMENTS ARE NEVER PRE-TAX.  THE SOCIAL SECURITY WAGE
      * IS CUT BACK TO THE WAGE BASE LATER, IN 3600.  A BONUS RUN
      * TAKES ONLY THE 401(K) DEFERRAL, SO ONLY 401K ROWS COUNT.
      * A PREMIUM CREDIT GIVES BACK PART OF THE PRE-TAX PREMIUM, SO
      * IT COMES OFF THE PRE-TAX AMOUNTS ONCE ALL ROWS ARE IN.
       3450-FIGURE-TAXABLE-WAGES.
           MOVE ZEROS TO WS-PRETAX-INCOME-AMT WS-PRETAX-FICA-AMT
                         WS-PRETAX-CREDIT-INCOME WS-PRETAX-CREDIT-FICA.
           MOVE 0 TO WS-DED-MATCH-COUNT.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > WS-DED-COUNT
               IF WS-DED-EMP(WS-DED-SUB) = PAYROLL-EMP-NUMBER
                   ADD 1 TO WS-DED-MATCH-COUNT
               END-IF
               IF WS-DED-EMP(WS-DED-SUB) = PAYROLL-EMP-NUMBER
                   AND (NOT BONUS-RUN
                        OR WS-DED-TYPE(WS-DED-SUB) = "401K")
                   PERFORM 3515-FIGURE-ONE-DEDUCTION
                   PERFORM 3455-GET-TAX-TREATMENT
                   IF WS-DED-AMOUNT(WS-DED-SUB) < 0
                       PERFORM 3457-TALLY-PRETAX-CREDIT
                   ELSE
                       IF PRETAX-FOR-INCOME-TAX
                           ADD WS-DED-THIS-PERIOD
                               TO WS-PRETAX-INCOME-AMT
                       END-IF
                       IF PRETAX-FOR-FICA
                           ADD WS-DED-THIS-PERIOD TO WS-PRETAX-FICA-AMT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PRETAX-CREDIT-INCOME > WS-PRETAX-INCOME-AMT
               MOVE ZEROS TO WS-PRETAX-INCOME-AMT
           ELSE
               SUBTRACT WS-PRETAX-CREDIT-INCOME
                   FROM WS-PRETAX-INCOME-AMT
           END-IF.
           IF WS-PRETAX-CREDIT-FICA > WS-PRETAX-FICA-AMT
               MOVE ZEROS TO WS-PRETAX-FICA-AMT
           ELSE
               SUBTRACT WS-PRETAX-CREDIT-FICA FROM WS-PRETAX-FICA-AMT
           END-IF.
           IF WS-DED-MATCH-COUNT = 0
               EVALUATE TRUE
                   WHEN PAYROLL-DEDUCT-401K
                       COMPUTE WS-PRETAX-INCOME-AMT
                           = PAYROLL-EMP-GROSS * WS-401K-PERCENT
                   WHEN PAYROLL-DEDUCT-HEALTH AND NOT BONUS-RUN
                       MOVE WS-HEALTH-INS-FLAT TO WS-PRETAX-INCOME-AMT
                                                  WS-PRETAX-FICA-AMT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-PRETAX-INCOME-AMT > PAYROLL-EMP-GROSS
               MOVE ZEROS TO PAYROLL-EMP-FIT-WAGES
           ELSE
               COMPUTE PAYROLL-EMP-FIT-WAGES
                   = PAYROLL-EMP-GROSS - WS-PRETAX-INCOME-AMT
           END-IF.
           IF WS-PRETAX-FICA-AMT > PAYROLL-EMP-GROSS
               MOVE ZEROS TO PAYROLL-EMP-MED-WAGES
           ELSE
               COMPUTE PAYROLL-EMP-MED-WAGES
                   = PAYROLL-EMP-GROSS - WS-PRETAX-FICA-AMT
           END-IF.
           MOVE PAYROLL-EMP-MED-WAGES TO PAYROLL-EMP-SS-WAGES.
      * AN EXPENSE REIMBURSEMENT IS NOT WAGES AT ALL -- NOTHING ON IT
      * IS TAXED OR COUNTS TOWARD A WAGE BASE.
           IF EARN-TYPE-REIMBURSE
               MOVE ZEROS TO PAYROLL-EMP-FIT-WAGES
                             PAYROLL-EMP-MED-WAGES
                             PAYROLL-EMP-SS-WAGES
           END-IF.

       3457-TALLY-PRETAX-CREDIT.
           IF PRETAX-FOR-INCOME-TAX
               ADD WS-DED-THIS-PERIOD TO WS-PRETAX-CREDIT-INCOME
           END-IF.
           IF PRETAX-FOR-FICA
               ADD WS-DED-THIS-PERIOD TO WS-PRETAX-CREDIT-FICA
           END-IF.

      * A ROW WITHOUT A TREATMENT CODE TAKES THE ONE ITS TYPE HAS
      * ALWAYS HAD IN LAW; ANY OTHER TYPE IS AFTER-TAX.
       3455-GET-TAX-TREATMENT.
           MOVE WS-DED-TAX-TREATMENT(WS-DED-SUB)
               TO WS-PRETAX-TREATMENT.
           IF WS-PRETAX-TREATMENT = SPACE
               EVALUATE WS-DED-TYPE(WS-DED-SUB)
                   WHEN "401K"
                       MOVE "I" TO WS-PRETAX-TREATMENT
                   WHEN "HLTH"
                       MOVE "B" TO WS-PRETAX-TREATMENT
                   WHEN OTHER
                       MOVE "N" TO WS-PRETAX-TREATMENT
               END-EVALUATE
           END-IF.

      * OVERPAYMENT RECOVERY -- RUNS AFTER NET IS SETTLED.  THE
      * THE STUB SHOWS IT LIKE A DEDUCTION AND EVERY DOWNSTREAM
      * GROSS-LESS-NET RESIDUAL STILL FOOTS.
       3550-RECOVER-OVERPAYMENT.
      * THE AGREED INSTALLMENT IS ONE PER REGULAR PERIOD; A BONUS
      * CHECK IS NOT A PERIOD, AND NEITHER IS A REIMBURSEMENT.
           IF NOT OVERPAY-FILE-LOADED OR BONUS-RUN
               OR EARN-TYPE-REIMBURSE
               CONTINUE
           ELSE
               PERFORM VARYING WS-OVP-SUB FROM 1 BY 1
      * THE SHARED POINTER FOR THE SAME REASON.
       3520-APPLY-LEGACY-DEDUCTION.
           EVALUATE TRUE
               WHEN BONUS-RUN AND NOT PAYROLL-DEDUCT-401K
                   CONTINUE
               WHEN PAYROLL-DEDUCT-401K
                   COMPUTE WS-DED-THIS-PERIOD
                                  = PAYROLL-EMP-GROSS * WS-401K-PERCENT
      * TOTAL BALANCE AS BEFORE; THE SPLIT RIDES THE EXTENSION.
       3710-CALCULATE-STATE-TAX.
           COMPUTE PAYROLL-EMP-WORK-ST-TAX
               = PAYROLL-EMP-FIT-WAGES * WS-EMP-STATE-RATE.
           MOVE ZEROS TO PAYROLL-EMP-RES-ST-TAX.
           IF WS-EMP-RES-STATE-USED NOT = SPACES
               AND WS-EMP-RES-STATE-RATE > WS-EMP-STATE-RATE
               COMPUTE PAYROLL-EMP-RES-ST-TAX
                   = PAYROLL-EMP-FIT-WAGES
                   * (WS-EMP-RES-STATE-RATE - WS-EMP-STATE-RATE)
           END-IF.
           MOVE WS-EMP-WORK-STATE-USED TO PAYROLL-EMP-WORK-STATE.
           MOVE "N"    TO WS-EMPF-FOUND-SW.
           MOVE SPACES TO WS-EMPF-NAME WS-EMPF-DEPT
                          WS-EMPF-HIRE WS-EMPF-TERM
                          WS-EMPF-WORK-STATE WS-EMPF-RES-STATE
                          WS-EMPF-COMPANY.
           MOVE ZEROS  TO WS-EMPF-VAC-RATE WS-EMPF-SICK-RATE.
           IF EMP-MASTER-X-OK
               MOVE PAYROLL-EMP-NUMBER TO EMPX-EMP-NUMBER
                       MOVE EMPX-SICK-ACCRUAL TO WS-EMPF-SICK-RATE
                       MOVE EMPX-WORK-STATE   TO WS-EMPF-WORK-STATE
                       MOVE EMPX-RES-STATE    TO WS-EMPF-RES-STATE
                       MOVE EMPX-COMPANY      TO WS-EMPF-COMPANY
               END-READ
           ELSE
               PERFORM VARYING WS-EMP-TABLE-SUB FROM 1 BY 1
                           TO WS-EMPF-WORK-STATE
                       MOVE WS-EMP-TABLE-RES-ST(WS-EMP-TABLE-SUB)
                           TO WS-EMPF-RES-STATE
                       MOVE WS-EMP-TABLE-COMPANY(WS-EMP-TABLE-SUB)
                           TO WS-EMPF-COMPANY
                       MOVE WS-EMP-MASTER-COUNT TO WS-EMP-TABLE-SUB
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-EMPF-COMPANY = SPACES
               MOVE WS-HOME-COMPANY TO WS-EMPF-COMPANY
           END-IF.

       4500-WRITE-PAYROLL-CSV.
           MOVE SPACES TO WS-PAYROLL-CSV-LINE.
                   MOVE "COM" TO WS-CSV-EARN-TYPE
               WHEN EARN-TYPE-SALARY
                   MOVE "SAL" TO WS-CSV-EARN-TYPE
               WHEN EARN-TYPE-REIMBURSE
                   MOVE "EXP" TO WS-CSV-EARN-TYPE
               WHEN OTHER
                   MOVE "REG" TO WS-CSV-EARN-TYPE
           END-EVALUATE.
               MOVE WS-EMP-OPT-DEDUCT   TO HIST-OPT-DEDUCT
               MOVE PAYROLL-EMP-NET     TO HIST-NET
               MOVE WS-EMP-ER-MATCH     TO HIST-ER-MATCH
               MOVE PAYROLL-EMP-FIT-WAGES TO HIST-FIT-WAGES
               MOVE PAYROLL-EMP-SS-WAGES  TO HIST-SS-WAGES
               MOVE PAYROLL-EMP-MED-WAGES TO HIST-MED-WAGES
               WRITE PAYROLL-HIST-REC
                   INVALID KEY
                       REWRITE PAYROLL-HIST-REC
           MOVE PAYROLL-EMP-NUMBER   TO CREG-EMP-NUMBER.
           MOVE PAYROLL-EMP-NET      TO CREG-AMOUNT.
           MOVE "I"                  TO CREG-STATUS.
           MOVE SPACE                TO CREG-CHECK-TYPE.
           MOVE PAYROLL-EMP-COMPANY  TO CREG-COMPANY.
           WRITE CHECK-REGISTER-REC.
           ADD 1 TO WS-NEXT-CHECK-NUMBER.
      * THE CONTROL FILE IS REWRITTEN AS EACH NUMBER IS ISSUED SO A
      * CARRYOVER CAPS BEFORE ACCRUING.
       4800-ACCRUE-LEAVE.
           IF NOT LEAVE-FILE-LOADED OR EARN-TYPE-COMMISSION
               OR EARN-TYPE-BONUS OR EARN-TYPE-REIMBURSE
               CONTINUE
           ELSE
               PERFORM 4810-GET-ACCRUAL-RATES
               PERFORM 4820-FIND-OR-ADD-LEAVE
           END-IF.
           IF NOT LEAVE-FILE-LOADED OR EARN-TYPE-COMMISSION
               OR EARN-TYPE-BONUS OR EARN-TYPE-REIMBURSE
               OR NOT LEAVE-REC-FOUND
               CONTINUE
           ELSE
               IF PAYROLL-PAY-DATE(7:2) NOT =
                       WS-LV-YEAR(WS-LEAVE-FOUND-SUB)
                   AND WS-LV-YEAR(WS-LEAVE-FOUND-SUB) NOT = SPACES
                   IF WS-LV-VAC(WS-LEAVE-FOUND-SUB)
                           TO WS-LV-SICK(WS-LEAVE-FOUND-SUB)
                   END-IF
               END-IF
               MOVE PAYROLL-PAY-DATE(7:2)
                   TO WS-LV-YEAR(WS-LEAVE-FOUND-SUB)
      * ONE ACCRUAL PER PAY PERIOD -- A REG/LEAVE SPLIT ON THE SAME
      * PAY DATE MUST NOT ACCRUE TWICE.
           IF WS-SS-REMAINING-BASE < 0
               MOVE ZEROS TO WS-SS-REMAINING-BASE
           END-IF.
           IF PAYROLL-EMP-MED-WAGES < WS-SS-REMAINING-BASE
               MOVE PAYROLL-EMP-MED-WAGES
                   TO WS-SS-TAXABLE-THIS-PERIOD
           ELSE
               MOVE WS-SS-REMAINING-BASE TO WS-SS-TAXABLE-THIS-PERIOD
           END-IF.
           MOVE WS-SS-TAXABLE-THIS-PERIOD TO PAYROLL-EMP-SS-WAGES.

           COMPUTE PAYROLL-EMP-SSN-MED
                       = (WS-SS-TAXABLE-THIS-PERIOD * WS-EMP-SS-RATE)
                       + (PAYROLL-EMP-MED-WAGES * WS-EMP-MEDICARE-RATE).

           ADD WS-SS-TAXABLE-THIS-PERIOD TO YTD-SS-TAXABLE-GROSS.
           ADD PAYROLL-EMP-GROSS         TO YTD-GROSS.
      * EXTRA WITHHOLDING ELECTED.  EVERYONE ELSE KEEPS THE FLAT
      * RT-FED-RATE-IN MULTIPLY, SO PART-TIMERS STOP OVERPAYING AND
      * THE HIGH EARNERS STOP UNDERPAYING WITHOUT A BIG-BANG CUTOVER.
      * A BONUS IS SUPPLEMENTAL WAGES, PAID ON ITS OWN CHECK, AND IS
      * WITHHELD AT THE SUPPLEMENTAL FLAT RATE WITH NO W-4 LOOKUP.
      * A REIMBURSEMENT CARRIES NO WITHHOLDING, NOT EVEN THE W-4
      * EXTRA AMOUNT -- THAT COMES OFF THE REGULAR CHECK.
       3720-CALCULATE-FED-TAX.
           EVALUATE TRUE
               WHEN EARN-TYPE-REIMBURSE
                   MOVE ZEROS TO PAYROLL-EMP-FED
               WHEN EARN-TYPE-BONUS
                   COMPUTE PAYROLL-EMP-FED ROUNDED
                       = PAYROLL-EMP-FIT-WAGES * WS-SUPP-FED-RATE
               WHEN OTHER
                   PERFORM 3725-CALCULATE-REGULAR-FED-TAX
           END-EVALUATE.

       3725-CALCULATE-REGULAR-FED-TAX.
           MOVE "N" TO WS-W4-FOUND-SW.
           PERFORM VARYING WS-W4-SUB FROM 1 BY 1
               UNTIL WS-W4-SUB > WS-W4-COUNT
               END-IF
           END-PERFORM.
           IF NOT W4-FOUND OR WS-FB-COUNT = 0
               COMPUTE PAYROLL-EMP-FED = PAYROLL-EMP-FIT-WAGES
                                       * WS-EMP-FED-RATE
           ELSE
               COMPUTE WS-FED-TAXABLE
                   = PAYROLL-EMP-FIT-WAGES
                   - (WS-W4-ALLOWANCES(WS-W4-FOUND-SUB)
                      * WS-FED-ALLOWANCE-AMT)
               IF WS-FED-TAXABLE < 0
               IF WS-FB-BEST-SUB = 0
      * NO BRACKET ROW FOR THE STATUS -- FALL BACK TO THE FLAT RATE
      * RATHER THAN WITHHOLDING NOTHING.
                   COMPUTE PAYROLL-EMP-FED = PAYROLL-EMP-FIT-WAGES
                                           * WS-EMP-FED-RATE
               ELSE
                   COMPUTE PAYROLL-EMP-FED ROUNDED
               IF WS-FUTA-REMAINING-BASE < 0
                   MOVE ZEROS TO WS-FUTA-REMAINING-BASE
               END-IF
               IF PAYROLL-EMP-MED-WAGES < WS-FUTA-REMAINING-BASE
                   MOVE PAYROLL-EMP-MED-WAGES TO WS-FUTA-TAXABLE-THIS
               ELSE
                   MOVE WS-FUTA-REMAINING-BASE
                       TO WS-FUTA-TAXABLE-THIS
               IF WS-SUTA-REMAINING-BASE < 0
                   MOVE ZEROS TO WS-SUTA-REMAINING-BASE
               END-IF
               IF PAYROLL-EMP-MED-WAGES < WS-SUTA-REMAINING-BASE
                   MOVE PAYROLL-EMP-MED-WAGES TO WS-SUTA-TAXABLE-THIS
               ELSE
                   MOVE WS-SUTA-REMAINING-BASE
                       TO WS-SUTA-TAXABLE-THIS
       7520-SIM-CALCULATE.
           PERFORM 3000-CALCULATE-GROSS-PAY.
           PERFORM 3700-LOOKUP-RATES.
           PERFORM 3450-FIGURE-TAXABLE-WAGES.
           PERFORM 3710-CALCULATE-STATE-TAX.
           PERFORM 7540-SIM-SSN-MED.
           COMPUTE PAYROLL-EMP-LOCAL = PAYROLL-EMP-FIT-WAGES
                                     * WS-EMP-LOCAL-RATE.
           PERFORM 3720-CALCULATE-FED-TAX.
           PERFORM 3500-CALCULATE-OPT-DEDUCTION.
           IF WS-SS-REMAINING-BASE < 0
               MOVE ZEROS TO WS-SS-REMAINING-BASE
           END-IF.
           IF PAYROLL-EMP-MED-WAGES < WS-SS-REMAINING-BASE
               MOVE PAYROLL-EMP-MED-WAGES
                   TO WS-SS-TAXABLE-THIS-PERIOD
           ELSE
               MOVE WS-SS-REMAINING-BASE
                   TO WS-SS-TAXABLE-THIS-PERIOD
           END-IF.
           MOVE WS-SS-TAXABLE-THIS-PERIOD TO PAYROLL-EMP-SS-WAGES.
           COMPUTE PAYROLL-EMP-SSN-MED
                       = (WS-SS-TAXABLE-THIS-PERIOD * WS-EMP-SS-RATE)
                       + (PAYROLL-EMP-MED-WAGES * WS-EMP-MEDICARE-RATE).

       7550-WRITE-SIM-COMPARISON.
           MOVE PAYROLL-PAY-DATE   TO SIMD-PAY-DATE.
           MOVE "R" TO GR-MODE.
           PERFORM 0950-RESOLVE-PAYOUT-GENERATION.
           PERFORM 7010-LOAD-PRIOR-PAYROLL-OUT.
           PERFORM 1330-FIND-HOME-COMPANY.
           OPEN EXTEND PAYROLL-OUT.
           OPEN EXTEND PAYROLL-RPT.
           READ PAYROLL-CORRECTION.
               READ PAYROLL-CORRECTION
           END-PERFORM.
           PERFORM 6000-WRITE-PAYROLL-OUT-TRAILER.
           CLOSE PAYROLL-CORRECTION PAYROLL-OUT.
           IF WS-HOME-COMPANY NOT = SPACES
               PERFORM 6050-PROVE-COMPANY-TOTALS
           END-IF.
           CLOSE PAYROLL-RPT.
           PERFORM 6400-WRITE-BANK-HOLD-FLAG.
           DISPLAY "ADJUSTMENTS PROCESSED: " WS-ADJUSTMENT-COUNT.

       7011-STORE-PRIOR-ENTRY.
           ADD 1 TO WS-PRIOR-COUNT.
           MOVE WS-PRIOR-COUNT TO WS-PRIOR-SUB.
           MOVE PAYROLL-EMP-OUT(1:8)
                                  TO WS-PRIOR-PAY-DATE(WS-PRIOR-SUB).
           MOVE PAYROLL-EMP-OUT(9:5)
                                  TO WS-PRIOR-EMP-NUM(WS-PRIOR-SUB).
           MOVE PAYROLL-EMP-GROSS     TO WS-PRIOR-GROSS(WS-PRIOR-SUB).
           MOVE PAYROLL-EMP-NET       TO WS-PRIOR-NET(WS-PRIOR-SUB).
           MOVE PAYROLL-EMP-COMPANY   TO WS-PRIOR-COMPANY(WS-PRIOR-SUB).
           ADD 1 TO WS-PAYROLL-OUT-COUNT.
           ADD PAYROLL-EMP-GROSS TO WS-PAYROLL-OUT-GROSS.
           ADD PAYROLL-EMP-NET   TO WS-PAYROLL-OUT-NET.

           SET PRIOR-RECORD-NOT-FOUND TO TRUE.
           MOVE ZEROS TO WS-PRIOR-MATCH-GROSS WS-PRIOR-MATCH-NET.
      * THE ADJUSTMENT BELONGS TO THE COMPANY THAT MADE THE PAYMENT
      * IT CORRECTS; WITH NO PRIOR PAYMENT, TO THE HOME COMPANY.
           MOVE WS-HOME-COMPANY TO WS-EMPF-COMPANY.
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
               UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
               IF WS-PRIOR-EMP-NUM(WS-PRIOR-SUB) = CORR-EMP-NUMBER
                                            TO WS-PRIOR-MATCH-GROSS
                   MOVE WS-PRIOR-NET(WS-PRIOR-SUB)
                                            TO WS-PRIOR-MATCH-NET
                   IF WS-PRIOR-COMPANY(WS-PRIOR-SUB) NOT = SPACES
                       MOVE WS-PRIOR-COMPANY(WS-PRIOR-SUB)
                                            TO WS-EMPF-COMPANY
                   END-IF
                   SET PRIOR-RECORD-FOUND TO TRUE
                   MOVE WS-PRIOR-COUNT TO WS-PRIOR-SUB
               END-IF
               SUBTRACT WS-ADJ-NET-DELTA   FROM WS-PAYROLL-OUT-NET
           END-IF.

           MOVE CORR-PAY-DATE      TO PAYROLL-EMP-OUT(1:8).
           MOVE CORR-EMP-NUMBER    TO PAYROLL-EMP-OUT(9:5).
      * ADJUSTMENTS RATE AT THE DEFAULT SINGLE-STATE RATES -- THE
      * EXTENSION CARRIES NO SPLIT.
           MOVE SPACES TO PAYROLL-EMP-WORK-STATE
           MOVE ZEROS  TO PAYROLL-EMP-RES-ST-TAX.
           MOVE ZEROS  TO PAYROLL-EMP-ER-MATCH.
           MOVE ZEROS  TO PAYROLL-EMP-SHIFT-PREM.
           MOVE ZEROS  TO PAYROLL-EMP-ER-BENEFIT.
      * NO DEDUCTIONS ON AN ADJUSTMENT -- EVERY TAXABLE WAGE IS GROSS.
           MOVE PAYROLL-EMP-GROSS TO PAYROLL-EMP-FIT-WAGES
                                     PAYROLL-EMP-SS-WAGES
                                     PAYROLL-EMP-MED-WAGES.
           MOVE WS-EMPF-COMPANY   TO PAYROLL-EMP-COMPANY.
           WRITE PAYROLL-REC-OUT.

           MOVE CORR-PAY-DATE(1:2) TO ADJUST-PAYDATE(1:2).
           MOVE "/"                TO ADJUST-PAYDATE(3:1).
           MOVE CORR-PAY-DATE(3:2) TO ADJUST-PAYDATE(4:2).
           MOVE "/"                TO ADJUST-PAYDATE(6:1).
           MOVE CORR-PAY-DATE(7:2) TO ADJUST-PAYDATE(7:2).
           MOVE CORR-EMP-NUMBER    TO ADJUST-EMP-NUM.
           MOVE WS-ADJ-SIGN        TO ADJUST-SIGN.
           MOVE WS-ADJ-GROSS-DELTA TO ADJUST-GROSS-DELTA.
