       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW16ACA.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
       INSTALLATION.  INFSYS-3807 COBOL.
      *Affordable Care Act full-time determination and 1095-C data.
      *Hours of service are summed by month from HIST-HOURS on the
      *pay-history file HW16NB posts (paid leave counts; flat-amount
      *commission and salary rows carry no hours).  Measurement
      *periods run back to back from the anchor month on the ACA
      *control record.  For the last closed measurement period every
      *variable-hour employee's average monthly hours are worked out
      *and the employee is locked in as full-time (130 or more hours
      *a month) or not for the stability period that follows the
      *administrative period; salaried employees are full-time.  The
      *determinations are kept on a file so later runs and the year's
      *forms see every stability period.  For the measurement period
      *still open, employees averaging close to the threshold so far
      *are put on a watch list for management.  For the tax year the
      *per-month offer (line 14), employee share of the lowest-cost
      *self-only coverage (line 15), and safe harbor (line 16) codes
      *are built from the benefits enrollment file for every employee
      *full-time in any month, followed by the 1094-C transmittal
      *counts.  Warnings only print -- the step ends with a nonzero
      *return code for file errors alone.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-HISTORY ASSIGN TO WS-PAY-HIST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS WS-PAY-HIST-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMP-MASTER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT BENEFIT-PLANS ASSIGN TO WS-BEN-PLAN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BEN-PLAN-STATUS.

           SELECT BENEFIT-ENROLLMENT ASSIGN TO WS-BEN-ENROLL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BEN-ENROLL-STATUS.

           SELECT EMPLOYER-INFO ASSIGN TO WS-EMPLOYER-INFO-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPLOYER-INFO-STATUS.

           SELECT PAY-CALENDAR ASSIGN TO WS-PAY-CAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-CAL-STATUS.

           SELECT ACA-CONTROL ASSIGN TO WS-ACA-CONTROL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACA-CONTROL-STATUS.

           SELECT ACA-DETERMINATIONS ASSIGN TO WS-ACA-DETERM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACA-DETERM-STATUS.

           SELECT ACA-FORMS-OUT ASSIGN TO WS-ACA-FORMS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACA-FORMS-STATUS.

           SELECT ACA-RPT ASSIGN TO WS-ACA-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACA-RPT-STATUS.

           SELECT BATCH-ERROR-LOG ASSIGN TO WS-ERROR-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM THE ENVIRONMENT VARIABLES BELOW, FALLING BACK TO
      *  DEVELOPMENT DEFAULTS SHOWN THERE WHEN A VARIABLE IS NOT SET:
      *      PAYHIST   PAYEMP    PAYBPLAN  PAYBENR   PAYERINF
      *      HW16CAL   PAYACAC   PAYACAD   PAYACAF   PAYACAR
      *      BATCHERRLOG - SHARED WITH HW15NB, HW16NB, AND HW19NB
      *  PAYACAMO OVERRIDES THE AS-OF MONTH (CCYYMM, DEFAULT THE
      *  CURRENT MONTH) AND PAYACAYR THE TAX YEAR OF THE FORMS
      *  (CCYY, DEFAULT THE YEAR OF THE AS-OF MONTH).

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-HISTORY
           DATA RECORD IS PAYROLL-HIST-REC.
       01 PAYROLL-HIST-REC.
          05 HIST-KEY.
             10 HIST-EMP-NUMBER       PIC X(05).
             10 HIST-PAY-DATE         PIC X(08).
             10 HIST-EARN-TYPE        PIC X(01).
          05 HIST-HOURS               PIC 9(03)V99.
          05 FILLER                   PIC X(88).

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 EMP-DEPT-IN              PIC X(15).
          05 EMP-HIRE-DATE-IN         PIC X(06).
          05 EMP-TERM-DATE-IN         PIC X(06).
          05 FILLER                   PIC X(20).
          05 EMP-PAY-TYPE-IN          PIC X(01).
          05 FILLER                   PIC X(08).
          05 EMP-SSN-IN               PIC X(09).
          05 EMP-STREET-IN            PIC X(30).
          05 EMP-CITY-IN              PIC X(20).
          05 EMP-ADDR-STATE-IN        PIC X(02).
          05 EMP-ZIP-IN               PIC X(09).

      * SAME LAYOUTS HW16BEN READS.
       FD  BENEFIT-PLANS
           RECORDING MODE IS F
           DATA RECORD IS BENEFIT-PLAN-REC.
       01 BENEFIT-PLAN-REC.
          05 BP-PLAN-CODE             PIC X(04).
          05 BP-TIER                  PIC X(01).
          05 BP-PLAN-NAME             PIC X(20).
          05 BP-CARRIER               PIC X(20).
          05 BP-PLAN-KIND             PIC X(01).
          05 BP-EE-COST               PIC 9(04)V99.
          05 BP-ER-COST               PIC 9(04)V99.
          05 BP-TAX-TREATMENT         PIC X(01).
          05 BP-DED-PRIORITY          PIC 9(02).

       FD  BENEFIT-ENROLLMENT
           RECORDING MODE IS F
           DATA RECORD IS BENEFIT-ENROLL-REC.
       01 BENEFIT-ENROLL-REC.
          05 BE-EMP-NUMBER            PIC X(05).
          05 BE-PLAN-CODE             PIC X(04).
          05 BE-TIER                  PIC X(01).
          05 BE-STATUS                PIC X(01).
          05 BE-EFFECTIVE-DATE        PIC X(08).
          05 BE-END-DATE              PIC X(08).

      * THE ONE-RECORD EMPLOYER FILE HW16EFW2 AND HW16DEP READ.
       FD  EMPLOYER-INFO
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYER-INFO-REC.
       01 EMPLOYER-INFO-REC.
          05 ERI-EIN                  PIC X(09).
          05 ERI-USER-ID              PIC X(08).
          05 ERI-NAME                 PIC X(57).
          05 ERI-STREET               PIC X(22).
          05 ERI-CITY                 PIC X(22).
          05 ERI-STATE                PIC X(02).
          05 ERI-ZIP                  PIC X(05).
          05 ERI-ZIP-EXT              PIC X(04).
          05 ERI-CONTACT-NAME         PIC X(27).
          05 ERI-CONTACT-PHONE        PIC X(15).
          05 ERI-CONTACT-EMAIL        PIC X(40).

       FD  PAY-CALENDAR
           RECORDING MODE IS F
           DATA RECORD IS PAY-CALENDAR-REC.
       01 PAY-CALENDAR-REC.
          05 CAL-PAY-DATE             PIC X(06).

      * ONE RECORD.  MEASUREMENT PERIODS START AT THE ANCHOR MONTH
      * AND FOLLOW ONE ANOTHER; THE ADMINISTRATIVE PERIOD SITS
      * BETWEEN A MEASUREMENT PERIOD'S END AND ITS STABILITY PERIOD.
      * HOURS ARE PER MONTH.  ZERO OR MISSING FIELDS TAKE THE
      * DEFAULTS IN WS-ACA-DEFAULTS.
       FD  ACA-CONTROL
           RECORDING MODE IS F
           DATA RECORD IS ACA-CONTROL-REC.
       01 ACA-CONTROL-REC.
          05 AC-MEAS-ANCHOR           PIC X(06).
          05 AC-MEAS-MONTHS           PIC 9(02).
          05 AC-ADMIN-MONTHS          PIC 9(02).
          05 AC-STAB-MONTHS           PIC 9(02).
          05 AC-FT-HOURS              PIC 9(03)V99.
          05 AC-WATCH-HOURS           PIC 9(03)V99.

      * ONE RECORD PER EMPLOYEE PER MEASUREMENT PERIOD DETERMINED.
       FD  ACA-DETERMINATIONS
           RECORDING MODE IS F
           DATA RECORD IS ACA-DETERM-REC.
       01 ACA-DETERM-REC.
          05 AD-EMP-NUMBER            PIC X(05).
          05 AD-MEAS-START            PIC X(06).
          05 AD-MEAS-END              PIC X(06).
          05 AD-STAB-START            PIC X(06).
          05 AD-STAB-END              PIC X(06).
          05 AD-AVG-HOURS             PIC 9(03)V99.
          05 AD-FULL-TIME             PIC X(01).
          05 AD-DETERMINED-DATE       PIC X(08).

       FD  ACA-FORMS-OUT
           RECORDING MODE IS F
           DATA RECORD IS ACA-FORMS-OUT-REC.
       01 ACA-FORMS-OUT-REC           PIC X(320).

       FD  ACA-RPT
           RECORDING MODE IS F
           DATA RECORD IS ACA-RPT-REC.
       01 ACA-RPT-REC                 PIC X(132).

       FD  BATCH-ERROR-LOG
           RECORDING MODE IS F
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PAY-HIST-DSN            PIC X(80).
       01  WS-EMP-MASTER-DSN          PIC X(80).
       01  WS-BEN-PLAN-DSN            PIC X(80).
       01  WS-BEN-ENROLL-DSN          PIC X(80).
       01  WS-EMPLOYER-INFO-DSN       PIC X(80).
       01  WS-PAY-CAL-DSN             PIC X(80).
       01  WS-ACA-CONTROL-DSN         PIC X(80).
       01  WS-ACA-DETERM-DSN          PIC X(80).
       01  WS-ACA-FORMS-DSN           PIC X(80).
       01  WS-ACA-RPT-DSN             PIC X(80).
       01  WS-ERROR-LOG-DSN           PIC X(80).

       01  WS-PAY-HIST-STATUS         PIC X(02) VALUE "00".
       01  WS-EMP-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-BEN-PLAN-STATUS         PIC X(02) VALUE "00".
       01  WS-BEN-ENROLL-STATUS       PIC X(02) VALUE "00".
       01  WS-EMPLOYER-INFO-STATUS    PIC X(02) VALUE "00".
       01  WS-PAY-CAL-STATUS          PIC X(02) VALUE "00".
       01  WS-ACA-CONTROL-STATUS      PIC X(02) VALUE "00".
       01  WS-ACA-DETERM-STATUS       PIC X(02) VALUE "00".
       01  WS-ACA-FORMS-STATUS        PIC X(02) VALUE "00".
       01  WS-ACA-RPT-STATUS          PIC X(02) VALUE "00".

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

       01  WS-RUNSTAT-PARMS.
           05 RST-PROGRAM             PIC X(08).
           05 RST-RECORDS-READ        PIC 9(07).
           05 RST-RECORDS-WRITTEN     PIC 9(07).
           05 RST-RECORDS-REJECTED    PIC 9(07).
           05 RST-CONTROL-TOTAL       PIC 9(09)V99.
           05 RST-RETURN-CODE         PIC 9(02).

      * LOOK-BACK MEASUREMENT DEFAULTS: CALENDAR-YEAR MEASUREMENT
      * PERIODS, NO ADMINISTRATIVE PERIOD, A TWELVE-MONTH STABILITY
      * PERIOD, 130 HOURS A MONTH FOR FULL-TIME, WATCH FROM 120.
       01  WS-ACA-DEFAULTS.
           05 WS-DFLT-MEAS-MONTHS     PIC 9(02) VALUE 12.
           05 WS-DFLT-ADMIN-MONTHS    PIC 9(02) VALUE 0.
           05 WS-DFLT-STAB-MONTHS     PIC 9(02) VALUE 12.
           05 WS-DFLT-FT-HOURS        PIC 9(03)V99 VALUE 130.00.
           05 WS-DFLT-WATCH-HOURS     PIC 9(03)V99 VALUE 120.00.
      * LINE 15 IS A MONTHLY AMOUNT; WHEN THE PAY CALENDAR DOES NOT
      * COVER A MONTH THE PER-PERIOD COST IS TAKEN THIS MANY TIMES.
           05 WS-DFLT-PERIODS-PER-MO  PIC 9(02) VALUE 2.
      * 1094-C PART III: MINIMUM ESSENTIAL COVERAGE WAS OFFERED IF
      * AT LEAST THIS PERCENT OF FULL-TIME EMPLOYEES HAD AN OFFER.
           05 WS-MEC-OFFER-PCT        PIC 9(03) VALUE 95.

       01  WS-ACA-PARMS.
           05 WS-MEAS-ANCHOR          PIC X(06).
           05 WS-MEAS-MONTHS          PIC 9(02).
           05 WS-ADMIN-MONTHS         PIC 9(02).
           05 WS-STAB-MONTHS          PIC 9(02).
           05 WS-FT-HOURS             PIC 9(03)V99.
           05 WS-WATCH-HOURS          PIC 9(03)V99.

       01  WS-AS-OF-MONTH             PIC X(06).
       01  WS-TAX-YEAR                PIC X(04).
       01  WS-TODAY                   PIC X(08).

      * MONTHS ARE HANDLED AS A RUNNING MONTH NUMBER (CCYY * 12 +
      * MM - 1) SO PERIODS CAN BE STEPPED AND COMPARED BY ARITHMETIC.
       01  WS-CONV-CCYYMM.
           05 WS-CONV-CCYY            PIC 9(04).
           05 WS-CONV-MM              PIC 9(02).
       01  WS-CONV-MMDDYY             PIC X(06).
       01  WS-CONV-MN                 PIC 9(06).
       01  WS-CONV-REM                PIC 9(02).

       01  WS-PERIOD-FIELDS.
           05 WS-AS-OF-MN             PIC 9(06).
           05 WS-ANCHOR-MN            PIC 9(06).
           05 WS-PERIODS-ELAPSED      PIC 9(04).
           05 WS-OPEN-START-MN        PIC 9(06).
           05 WS-OPEN-END-MN          PIC 9(06).
           05 WS-CLOSED-START-MN      PIC 9(06).
           05 WS-CLOSED-END-MN        PIC 9(06).
           05 WS-STAB-START-MN        PIC 9(06).
           05 WS-STAB-END-MN          PIC 9(06).
           05 WS-WINDOW-BASE-MN       PIC 9(06).
           05 WS-TAX-YEAR-START-MN    PIC 9(06).
       01  WS-CLOSED-PERIOD-SW        PIC X(01) VALUE "N".
           88 CLOSED-PERIOD-EXISTS           VALUE "Y".
       01  WS-PERIODS-OK-SW           PIC X(01) VALUE "N".
           88 PERIODS-OK                     VALUE "Y".
       01  WS-CLOSED-START-TEXT       PIC X(06).
       01  WS-CLOSED-END-TEXT         PIC X(06).
       01  WS-OPEN-START-TEXT         PIC X(06).
       01  WS-OPEN-END-TEXT           PIC X(06).
       01  WS-STAB-START-TEXT         PIC X(06).
       01  WS-STAB-END-TEXT           PIC X(06).

       01  WS-PLAN-COUNT              PIC 9(03) VALUE 0.
       01  WS-PLAN-SUB                PIC 9(03).
       01  WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 100 TIMES.
              10 WS-PLAN-CODE         PIC X(04).
              10 WS-PLAN-TIER         PIC X(01).
              10 WS-PLAN-KIND         PIC X(01).
              10 WS-PLAN-EE-COST      PIC 9(04)V99.

       01  WS-ENR-COUNT               PIC 9(04) VALUE 0.
       01  WS-ENR-SUB                 PIC 9(04).
       01  WS-ENR-TABLE.
           05 WS-ENR-ENTRY OCCURS 1000 TIMES.
              10 WS-ENR-EMP           PIC X(05).
              10 WS-ENR-PLAN          PIC X(04).
              10 WS-ENR-STATUS        PIC X(01).
              10 WS-ENR-EFFECTIVE     PIC X(08).
              10 WS-ENR-END           PIC X(08).

      * HOURS ARE HELD FOR TWO MEASUREMENT PERIODS FROM THE WINDOW
      * BASE -- THE CLOSED ONE AND THE ONE STILL OPEN.
       01  WS-EMP-COUNT               PIC 9(03) VALUE 0.
       01  WS-EMP-SUB                 PIC 9(03).
       01  WS-EMP-FOUND-SW            PIC X(01) VALUE "N".
           88 EMP-FOUND                      VALUE "Y".
       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 500 TIMES.
              10 WS-EMP-NUMBER        PIC X(05).
              10 WS-EMP-NAME          PIC X(20).
              10 WS-EMP-PAY-TYPE      PIC X(01).
              10 WS-EMP-HIRE-MN       PIC 9(06).
              10 WS-EMP-TERM-MN       PIC 9(06).
              10 WS-EMP-SSN           PIC X(09).
              10 WS-EMP-STREET        PIC X(30).
              10 WS-EMP-CITY          PIC X(20).
              10 WS-EMP-STATE         PIC X(02).
              10 WS-EMP-ZIP           PIC X(09).
              10 WS-EMP-HOURS OCCURS 24 TIMES PIC 9(05)V99.

       01  WS-CAL-PERIODS-TABLE.
           05 WS-CAL-PERIODS OCCURS 12 TIMES PIC 9(02).

       01  WS-DET-COUNT               PIC 9(04) VALUE 0.
       01  WS-DET-SUB                 PIC 9(04).
       01  WS-DET-TABLE.
           05 WS-DET-ENTRY OCCURS 2000 TIMES.
              10 WS-DET-EMP           PIC X(05).
              10 WS-DET-MEAS-START    PIC X(06).
              10 WS-DET-MEAS-END      PIC X(06).
              10 WS-DET-STAB-START    PIC X(06).
              10 WS-DET-STAB-END      PIC X(06).
              10 WS-DET-AVG-HOURS     PIC 9(03)V99.
              10 WS-DET-FULL-TIME     PIC X(01).
              10 WS-DET-DATE          PIC X(08).

       01  WS-WORK-FIELDS.
           05 WS-HRS-IDX              PIC S9(06).
           05 WS-MONTH-MN             PIC 9(06).
           05 WS-FROM-MN              PIC 9(06).
           05 WS-THRU-MN              PIC 9(06).
           05 WS-MONTHS-COUNTED       PIC 9(02).
           05 WS-TOTAL-HOURS          PIC 9(07)V99.
           05 WS-AVG-HOURS            PIC 9(05)V99.
           05 WS-MONTH-SUB            PIC 9(02).
           05 WS-MONTH-TEXT           PIC X(06).
           05 WS-MONTH-FIRST          PIC X(08).
           05 WS-MONTH-LAST           PIC X(08).
           05 WS-CONTRIB              PIC 9(04)V99.
           05 WS-LOW-EE-COST          PIC 9(04)V99.
       01  WS-EMPLOYED-SW             PIC X(01).
           88 EMPLOYED-IN-MONTH              VALUE "Y".
       01  WS-FULL-TIME-SW            PIC X(01).
           88 FULL-TIME-IN-MONTH             VALUE "Y".
       01  WS-ENROLLED-SW             PIC X(01).
           88 ENROLLED-IN-MONTH              VALUE "Y".
       01  WS-OFFERED-SW              PIC X(01).
           88 OFFERED-IN-MONTH               VALUE "Y".
       01  WS-OFFER-PLAN              PIC X(04).
       01  WS-TIER-FLAGS.
           05 WS-HAS-TIER-S           PIC X(01).
           05 WS-HAS-TIER-C           PIC X(01).
           05 WS-HAS-TIER-F           PIC X(01).
       01  WS-ANY-FT-MONTH-SW         PIC X(01).
           88 ANY-FT-MONTH                   VALUE "Y".
       01  WS-STATUS-TEXT             PIC X(24).
       01  WS-HOURS-ED                PIC ZZ9.99.
       01  WS-HOURS-ED2               PIC ZZ9.99.

       01  WS-HIST-READ-COUNT         PIC 9(07) VALUE 0.
       01  WS-DETERMINED-COUNT        PIC 9(05) VALUE 0.
       01  WS-FT-DETERMINED-COUNT     PIC 9(05) VALUE 0.
       01  WS-WATCH-COUNT             PIC 9(05) VALUE 0.
       01  WS-FORMS-COUNT             PIC 9(05) VALUE 0.
       01  WS-UNMATCHED-HIST-COUNT    PIC 9(05) VALUE 0.

       01  WS-1094-COUNTS.
           05 WS-1094-MONTH OCCURS 12 TIMES.
              10 WS-1094-FT-COUNT     PIC 9(05).
              10 WS-1094-OFFER-COUNT  PIC 9(05).
              10 WS-1094-TOTAL-COUNT  PIC 9(05).

       01  WS-NAME-WORK.
           05 WS-NAME-FIRST           PIC X(16).
           05 WS-NAME-MIDDLE          PIC X(16).
           05 WS-NAME-LAST            PIC X(30).

      * 1095-C DATA -- ONE PER EMPLOYEE FULL-TIME IN ANY MONTH OF
      * THE TAX YEAR.  PER MONTH: LINE 14 OFFER CODE, LINE 15
      * EMPLOYEE REQUIRED CONTRIBUTION, LINE 16 SAFE HARBOR CODE.
       01  WS-1095C-REC.
           05 F5-RECORD-ID            PIC X(04) VALUE "1095".
           05 F5-TAX-YEAR             PIC X(04).
           05 F5-EMP-NUMBER           PIC X(05).
           05 F5-SSN                  PIC X(09).
           05 F5-FIRST-NAME           PIC X(16).
           05 F5-MIDDLE-NAME          PIC X(16).
           05 F5-LAST-NAME            PIC X(30).
           05 F5-STREET               PIC X(30).
           05 F5-CITY                 PIC X(20).
           05 F5-STATE                PIC X(02).
           05 F5-ZIP                  PIC X(09).
           05 F5-MONTH OCCURS 12 TIMES.
              10 F5-OFFER-CODE        PIC X(02).
              10 F5-CONTRIBUTION      PIC 9(04)V99.
              10 F5-SAFE-HARBOR       PIC X(02).
           05 FILLER                  PIC X(55) VALUE SPACES.

      * 1094-C TRANSMITTAL DATA -- ONE AT THE END OF THE FILE.
       01  WS-1094C-REC.
           05 F4-RECORD-ID            PIC X(04) VALUE "1094".
           05 F4-TAX-YEAR             PIC X(04).
           05 F4-ER-EIN               PIC X(09).
           05 F4-ER-NAME              PIC X(57).
           05 F4-ER-STREET            PIC X(22).
           05 F4-ER-CITY              PIC X(22).
           05 F4-ER-STATE             PIC X(02).
           05 F4-ER-ZIP               PIC X(05).
           05 F4-ER-ZIP-EXT           PIC X(04).
           05 F4-CONTACT-NAME         PIC X(27).
           05 F4-CONTACT-PHONE        PIC X(15).
           05 F4-FORMS-COUNT          PIC 9(05).
           05 F4-MONTH OCCURS 12 TIMES.
              10 F4-MEC-OFFERED       PIC X(01).
              10 F4-FT-COUNT          PIC 9(05).
              10 F4-TOTAL-COUNT       PIC 9(05).
           05 FILLER                  PIC X(12) VALUE SPACES.

       01  WS-RPT-LINE                PIC X(132).
       01  WS-RPT-HDR1                PIC X(60) VALUE
           "ACA FULL-TIME DETERMINATION AND 1095-C DATA -- HW16ACA".
       01  WS-RPT-DET-HDR.
           05 FILLER                  PIC X(07) VALUE "EMP".
           05 FILLER                  PIC X(21) VALUE "NAME".
           05 FILLER                  PIC X(06) VALUE "TYPE".
           05 FILLER                  PIC X(08) VALUE "MONTHS".
           05 FILLER                  PIC X(13) VALUE "  TOTAL HRS".
           05 FILLER                  PIC X(11) VALUE "  AVG/MO".
           05 FILLER                  PIC X(24) VALUE "STATUS".
       01  WS-RPT-DETAIL.
           05 RPT-EMP                 PIC X(05).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-NAME                PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RPT-TYPE                PIC X(06).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-MONTHS              PIC Z9.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 RPT-TOTAL-HOURS         PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 RPT-AVG-HOURS           PIC Z,ZZ9.99.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 RPT-STATUS              PIC X(24).
       01  WS-RPT-1094-HDR.
           05 FILLER                  PIC X(08) VALUE "MONTH".
           05 FILLER                  PIC X(12) VALUE "  FULL-TIME".
           05 FILLER                  PIC X(12) VALUE "    OFFERED".
           05 FILLER                  PIC X(12) VALUE "  EMPLOYEES".
           05 FILLER                  PIC X(10) VALUE "  MEC".
       01  WS-RPT-1094-DETAIL.
           05 R4-MONTH                PIC X(06).
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 R4-FT-COUNT             PIC ZZ,ZZ9.
           05 FILLER                  PIC X(06) VALUE SPACES.
           05 R4-OFFER-COUNT          PIC ZZ,ZZ9.
           05 FILLER                  PIC X(06) VALUE SPACES.
           05 R4-TOTAL-COUNT          PIC ZZ,ZZ9.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 R4-MEC                  PIC X(03).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW16ACA BEGINS".
           PERFORM 1000-INITIALIZE.
           IF RETURN-CODE < 16
               PERFORM 2000-ACCUMULATE-HOURS
           END-IF.
           IF RETURN-CODE < 16
               IF CLOSED-PERIOD-EXISTS
                   PERFORM 3000-DETERMINE-FULL-TIME
               END-IF
               PERFORM 4000-WATCH-LIST
               PERFORM 5000-BUILD-1095C
               PERFORM 5900-WRITE-1094C
               CLOSE ACA-FORMS-OUT
               CLOSE ACA-RPT
               IF CLOSED-PERIOD-EXISTS
                   PERFORM 6000-REWRITE-DETERMINATIONS
               END-IF
           END-IF.
           DISPLAY "PAY HISTORY ROWS READ   : " WS-HIST-READ-COUNT.
           DISPLAY "EMPLOYEES DETERMINED    : " WS-DETERMINED-COUNT.
           DISPLAY "DETERMINED FULL-TIME    : " WS-FT-DETERMINED-COUNT.
           DISPLAY "ON THE WATCH LIST       : " WS-WATCH-COUNT.
           DISPLAY "1095-C RECORDS WRITTEN  : " WS-FORMS-COUNT.
           IF WS-UNMATCHED-HIST-COUNT > 0
               DISPLAY "HISTORY ROWS FOR EMPLOYEES NOT ON MASTER: "
                   WS-UNMATCHED-HIST-COUNT
           END-IF.
           MOVE "HW16ACA" TO RST-PROGRAM.
           MOVE WS-HIST-READ-COUNT TO RST-RECORDS-READ.
           MOVE WS-FORMS-COUNT TO RST-RECORDS-WRITTEN.
           MOVE WS-UNMATCHED-HIST-COUNT TO RST-RECORDS-REJECTED.
           MOVE WS-FT-DETERMINED-COUNT TO RST-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL "RUNSTAT" USING WS-RUNSTAT-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           DISPLAY "HW16ACA CONCLUDES".
           GOBACK.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-PAY-HIST-DSN FROM ENVIRONMENT "PAYHIST".
           IF WS-PAY-HIST-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16HIST.dat"
               TO WS-PAY-HIST-DSN
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
           ACCEPT WS-BEN-ENROLL-DSN FROM ENVIRONMENT "PAYBENR".
           IF WS-BEN-ENROLL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BENR.dat"
               TO WS-BEN-ENROLL-DSN
           END-IF.
           ACCEPT WS-EMPLOYER-INFO-DSN FROM ENVIRONMENT "PAYERINF".
           IF WS-EMPLOYER-INFO-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16ERI.dat"
               TO WS-EMPLOYER-INFO-DSN
           END-IF.
           ACCEPT WS-PAY-CAL-DSN FROM ENVIRONMENT "HW16CAL".
           IF WS-PAY-CAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16CAL.dat"
               TO WS-PAY-CAL-DSN
           END-IF.
           ACCEPT WS-ACA-CONTROL-DSN FROM ENVIRONMENT "PAYACAC".
           IF WS-ACA-CONTROL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16ACAC.dat"
               TO WS-ACA-CONTROL-DSN
           END-IF.
           ACCEPT WS-ACA-DETERM-DSN FROM ENVIRONMENT "PAYACAD".
           IF WS-ACA-DETERM-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16ACAD.dat"
               TO WS-ACA-DETERM-DSN
           END-IF.
           ACCEPT WS-ACA-FORMS-DSN FROM ENVIRONMENT "PAYACAF".
           IF WS-ACA-FORMS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16ACAF.dat"
               TO WS-ACA-FORMS-DSN
           END-IF.
           ACCEPT WS-ACA-RPT-DSN FROM ENVIRONMENT "PAYACAR".
           IF WS-ACA-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16ACA.rpt"
               TO WS-ACA-RPT-DSN
           END-IF.
           ACCEPT WS-ERROR-LOG-DSN FROM ENVIRONMENT "BATCHERRLOG".
           IF WS-ERROR-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\BATCHERR.log"
               TO WS-ERROR-LOG-DSN
           END-IF.
           ACCEPT WS-AS-OF-MONTH FROM ENVIRONMENT "PAYACAMO".
           IF WS-AS-OF-MONTH IS NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE (1:6) TO WS-AS-OF-MONTH
           END-IF.
           ACCEPT WS-TAX-YEAR FROM ENVIRONMENT "PAYACAYR".
           IF WS-TAX-YEAR IS NOT NUMERIC
               MOVE WS-AS-OF-MONTH(1:4) TO WS-TAX-YEAR
           END-IF.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
           MOVE "HW16ACA"             TO ERRLOG-PROGRAM.
           MOVE WS-ERR-PARAGRAPH-NAME TO ERRLOG-PARAGRAPH.
           MOVE WS-ERR-FILE-NAME      TO ERRLOG-FILE.
           MOVE WS-ERR-STATUS-CODE    TO ERRLOG-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ERRLOG-DATE.
           WRITE BATCH-ERROR-LOG-REC FROM WS-ERROR-LOG-LINE.
           CLOSE BATCH-ERROR-LOG.
           MOVE 16 TO RETURN-CODE.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM 1100-LOAD-CONTROL.
           PERFORM 1150-SET-PERIODS.
           PERFORM 1200-LOAD-PLANS.
           PERFORM 1300-LOAD-ENROLLMENTS.
           PERFORM 1400-LOAD-EMPLOYEES.
           PERFORM 1500-LOAD-CALENDAR.
           PERFORM 1600-LOAD-DETERMINATIONS.
           PERFORM 1700-READ-EMPLOYER-INFO.
           IF RETURN-CODE < 16
               OPEN OUTPUT ACA-FORMS-OUT
               IF WS-ACA-FORMS-STATUS NOT = "00"
                   MOVE "1000-INITIALIZE"   TO WS-ERR-PARAGRAPH-NAME
                   MOVE "ACA-FORMS-OUT"     TO WS-ERR-FILE-NAME
                   MOVE WS-ACA-FORMS-STATUS TO WS-ERR-STATUS-CODE
                   PERFORM 0850-LOG-FILE-ERROR
               END-IF
           END-IF.
           IF RETURN-CODE < 16
               OPEN OUTPUT ACA-RPT
               IF WS-ACA-RPT-STATUS NOT = "00"
                   MOVE "1000-INITIALIZE"   TO WS-ERR-PARAGRAPH-NAME
                   MOVE "ACA-RPT"           TO WS-ERR-FILE-NAME
                   MOVE WS-ACA-RPT-STATUS   TO WS-ERR-STATUS-CODE
                   PERFORM 0850-LOG-FILE-ERROR
                   CLOSE ACA-FORMS-OUT
               ELSE
                   WRITE ACA-RPT-REC FROM WS-RPT-HDR1
                   MOVE SPACES TO WS-RPT-LINE
                   MOVE WS-FT-HOURS TO WS-HOURS-ED
                   MOVE WS-WATCH-HOURS TO WS-HOURS-ED2
                   STRING "AS OF " WS-AS-OF-MONTH
                       "   TAX YEAR " WS-TAX-YEAR
                       "   FULL-TIME AT " WS-HOURS-ED
                       " HOURS A MONTH   WATCH FROM " WS-HOURS-ED2
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE ACA-RPT-REC FROM WS-RPT-LINE
               END-IF
           END-IF.

       1100-LOAD-CONTROL.
           MOVE SPACES TO ACA-CONTROL-REC.
           OPEN INPUT ACA-CONTROL.
           IF WS-ACA-CONTROL-STATUS = "00"
               READ ACA-CONTROL
               CLOSE ACA-CONTROL
           ELSE
               DISPLAY "NO ACA CONTROL RECORD - STATUS "
                   WS-ACA-CONTROL-STATUS " -- DEFAULTS USED"
           END-IF.
           IF AC-MEAS-ANCHOR IS NUMERIC
               MOVE AC-MEAS-ANCHOR TO WS-MEAS-ANCHOR
           ELSE
               STRING WS-AS-OF-MONTH(1:4) "01" DELIMITED BY SIZE
                   INTO WS-MEAS-ANCHOR
           END-IF.
           IF AC-MEAS-MONTHS IS NUMERIC
               AND AC-MEAS-MONTHS > 0 AND AC-MEAS-MONTHS <= 12
               MOVE AC-MEAS-MONTHS TO WS-MEAS-MONTHS
           ELSE
               MOVE WS-DFLT-MEAS-MONTHS TO WS-MEAS-MONTHS
           END-IF.
           IF AC-ADMIN-MONTHS IS NUMERIC
               MOVE AC-ADMIN-MONTHS TO WS-ADMIN-MONTHS
           ELSE
               MOVE WS-DFLT-ADMIN-MONTHS TO WS-ADMIN-MONTHS
           END-IF.
           IF AC-STAB-MONTHS IS NUMERIC AND AC-STAB-MONTHS > 0
               MOVE AC-STAB-MONTHS TO WS-STAB-MONTHS
           ELSE
               MOVE WS-DFLT-STAB-MONTHS TO WS-STAB-MONTHS
           END-IF.
           IF AC-FT-HOURS IS NUMERIC AND AC-FT-HOURS > 0
               MOVE AC-FT-HOURS TO WS-FT-HOURS
           ELSE
               MOVE WS-DFLT-FT-HOURS TO WS-FT-HOURS
           END-IF.
           IF AC-WATCH-HOURS IS NUMERIC AND AC-WATCH-HOURS > 0
               MOVE AC-WATCH-HOURS TO WS-WATCH-HOURS
           ELSE
               MOVE WS-DFLT-WATCH-HOURS TO WS-WATCH-HOURS
           END-IF.

      * THE OPEN MEASUREMENT PERIOD HOLDS THE AS-OF MONTH; THE CLOSED
      * ONE IS THE PERIOD JUST BEFORE IT, AND ITS STABILITY PERIOD
      * STARTS AFTER THE ADMINISTRATIVE MONTHS.
       1150-SET-PERIODS.
           MOVE WS-AS-OF-MONTH TO WS-CONV-CCYYMM.
           PERFORM 8100-CCYYMM-TO-MONTH-NUM.
           MOVE WS-CONV-MN TO WS-AS-OF-MN.
           MOVE WS-MEAS-ANCHOR TO WS-CONV-CCYYMM.
           PERFORM 8100-CCYYMM-TO-MONTH-NUM.
           MOVE WS-CONV-MN TO WS-ANCHOR-MN.
           MOVE WS-TAX-YEAR TO WS-CONV-CCYY.
           MOVE 1 TO WS-CONV-MM.
           PERFORM 8100-CCYYMM-TO-MONTH-NUM.
           MOVE WS-CONV-MN TO WS-TAX-YEAR-START-MN.
           IF WS-AS-OF-MN < WS-ANCHOR-MN
               DISPLAY "MEASUREMENT ANCHOR " WS-MEAS-ANCHOR
                   " IS AFTER THE AS-OF MONTH -- NO DETERMINATION"
           ELSE
               MOVE "Y" TO WS-PERIODS-OK-SW
               COMPUTE WS-PERIODS-ELAPSED
                   = (WS-AS-OF-MN - WS-ANCHOR-MN) / WS-MEAS-MONTHS
               COMPUTE WS-OPEN-START-MN = WS-ANCHOR-MN
                   + WS-PERIODS-ELAPSED * WS-MEAS-MONTHS
               COMPUTE WS-OPEN-END-MN
                   = WS-OPEN-START-MN + WS-MEAS-MONTHS - 1
               MOVE WS-OPEN-START-MN TO WS-WINDOW-BASE-MN
               MOVE WS-OPEN-START-MN TO WS-CONV-MN
               PERFORM 8200-MONTH-NUM-TO-CCYYMM
               MOVE WS-CONV-CCYYMM TO WS-OPEN-START-TEXT
               MOVE WS-OPEN-END-MN TO WS-CONV-MN
               PERFORM 8200-MONTH-NUM-TO-CCYYMM
               MOVE WS-CONV-CCYYMM TO WS-OPEN-END-TEXT
               IF WS-PERIODS-ELAPSED > 0
                   MOVE "Y" TO WS-CLOSED-PERIOD-SW
                   COMPUTE WS-CLOSED-START-MN
                       = WS-OPEN-START-MN - WS-MEAS-MONTHS
                   COMPUTE WS-CLOSED-END-MN = WS-OPEN-START-MN - 1
                   COMPUTE WS-STAB-START-MN
                       = WS-CLOSED-END-MN + WS-ADMIN-MONTHS + 1
                   COMPUTE WS-STAB-END-MN
                       = WS-STAB-START-MN + WS-STAB-MONTHS - 1
                   MOVE WS-CLOSED-START-MN TO WS-WINDOW-BASE-MN
                   MOVE WS-CLOSED-START-MN TO WS-CONV-MN
                   PERFORM 8200-MONTH-NUM-TO-CCYYMM
                   MOVE WS-CONV-CCYYMM TO WS-CLOSED-START-TEXT
                   MOVE WS-CLOSED-END-MN TO WS-CONV-MN
                   PERFORM 8200-MONTH-NUM-TO-CCYYMM
                   MOVE WS-CONV-CCYYMM TO WS-CLOSED-END-TEXT
                   MOVE WS-STAB-START-MN TO WS-CONV-MN
                   PERFORM 8200-MONTH-NUM-TO-CCYYMM
                   MOVE WS-CONV-CCYYMM TO WS-STAB-START-TEXT
                   MOVE WS-STAB-END-MN TO WS-CONV-MN
                   PERFORM 8200-MONTH-NUM-TO-CCYYMM
                   MOVE WS-CONV-CCYYMM TO WS-STAB-END-TEXT
               END-IF
           END-IF.

       1200-LOAD-PLANS.
           OPEN INPUT BENEFIT-PLANS.
           IF WS-BEN-PLAN-STATUS = "00"
               READ BENEFIT-PLANS
               PERFORM UNTIL WS-BEN-PLAN-STATUS > "00"
                          OR WS-PLAN-COUNT >= 100
                   IF BP-PLAN-CODE NOT = SPACES
                       ADD 1 TO WS-PLAN-COUNT
                       MOVE WS-PLAN-COUNT TO WS-PLAN-SUB
                       MOVE BP-PLAN-CODE TO WS-PLAN-CODE(WS-PLAN-SUB)
                       MOVE BP-TIER      TO WS-PLAN-TIER(WS-PLAN-SUB)
                       MOVE BP-PLAN-KIND TO WS-PLAN-KIND(WS-PLAN-SUB)
                       MOVE ZEROS TO WS-PLAN-EE-COST(WS-PLAN-SUB)
                       IF BP-EE-COST IS NUMERIC
                           MOVE BP-EE-COST
                               TO WS-PLAN-EE-COST(WS-PLAN-SUB)
                       END-IF
                   END-IF
                   READ BENEFIT-PLANS
               END-PERFORM
               CLOSE BENEFIT-PLANS
           ELSE
               DISPLAY "NO BENEFIT PLAN TABLE - STATUS "
                   WS-BEN-PLAN-STATUS " -- NO OFFERS CAN BE SHOWN"
           END-IF.

       1300-LOAD-ENROLLMENTS.
           OPEN INPUT BENEFIT-ENROLLMENT.
           IF WS-BEN-ENROLL-STATUS = "00"
               READ BENEFIT-ENROLLMENT
               PERFORM UNTIL WS-BEN-ENROLL-STATUS > "00"
                          OR WS-ENR-COUNT >= 1000
                   IF BE-EMP-NUMBER NOT = SPACES
                       ADD 1 TO WS-ENR-COUNT
                       MOVE WS-ENR-COUNT TO WS-ENR-SUB
                       MOVE BE-EMP-NUMBER TO WS-ENR-EMP(WS-ENR-SUB)
                       MOVE BE-PLAN-CODE  TO WS-ENR-PLAN(WS-ENR-SUB)
                       MOVE BE-STATUS     TO WS-ENR-STATUS(WS-ENR-SUB)
                       MOVE BE-EFFECTIVE-DATE
                           TO WS-ENR-EFFECTIVE(WS-ENR-SUB)
                       MOVE BE-END-DATE   TO WS-ENR-END(WS-ENR-SUB)
                   END-IF
                   READ BENEFIT-ENROLLMENT
               END-PERFORM
               CLOSE BENEFIT-ENROLLMENT
           END-IF.

      * NO HIRE DATE COUNTS AS EMPLOYED FROM THE START; NO TERM DATE
      * AS STILL EMPLOYED.
       1400-LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS NOT = "00"
               MOVE "1400-LOAD-EMPLOYEES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "EMPLOYEE-MASTER"     TO WS-ERR-FILE-NAME
               MOVE WS-EMP-MASTER-STATUS  TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               READ EMPLOYEE-MASTER
               PERFORM UNTIL WS-EMP-MASTER-STATUS > "00"
                   IF EMP-NUM-IN NOT = SPACES
                       IF WS-EMP-COUNT < 500
                           ADD 1 TO WS-EMP-COUNT
                           PERFORM 1410-STORE-EMPLOYEE
                       ELSE
                           DISPLAY "EMPLOYEE TABLE FULL -- "
                               EMP-NUM-IN " NOT MEASURED"
                       END-IF
                   END-IF
                   READ EMPLOYEE-MASTER
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF.

       1410-STORE-EMPLOYEE.
           MOVE WS-EMP-COUNT TO WS-EMP-SUB.
           MOVE EMP-NUM-IN        TO WS-EMP-NUMBER(WS-EMP-SUB).
           MOVE EMP-NAME-IN       TO WS-EMP-NAME(WS-EMP-SUB).
           MOVE EMP-PAY-TYPE-IN   TO WS-EMP-PAY-TYPE(WS-EMP-SUB).
           MOVE EMP-SSN-IN        TO WS-EMP-SSN(WS-EMP-SUB).
           MOVE EMP-STREET-IN     TO WS-EMP-STREET(WS-EMP-SUB).
           MOVE EMP-CITY-IN       TO WS-EMP-CITY(WS-EMP-SUB).
           MOVE EMP-ADDR-STATE-IN TO WS-EMP-STATE(WS-EMP-SUB).
           MOVE EMP-ZIP-IN        TO WS-EMP-ZIP(WS-EMP-SUB).
           MOVE EMP-HIRE-DATE-IN TO WS-CONV-MMDDYY.
           PERFORM 8300-MMDDYY-TO-MONTH-NUM.
           MOVE WS-CONV-MN TO WS-EMP-HIRE-MN(WS-EMP-SUB).
           MOVE EMP-TERM-DATE-IN TO WS-CONV-MMDDYY.
           PERFORM 8300-MMDDYY-TO-MONTH-NUM.
           IF WS-CONV-MN = 0
               MOVE 999999 TO WS-EMP-TERM-MN(WS-EMP-SUB)
           ELSE
               MOVE WS-CONV-MN TO WS-EMP-TERM-MN(WS-EMP-SUB)
           END-IF.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 24
               MOVE ZEROS TO WS-EMP-HOURS(WS-EMP-SUB, WS-MONTH-SUB)
           END-PERFORM.

      * PAY DATES PER MONTH OF THE TAX YEAR, FOR LINE 15.
       1500-LOAD-CALENDAR.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
               MOVE ZEROS TO WS-CAL-PERIODS(WS-MONTH-SUB)
           END-PERFORM.
           OPEN INPUT PAY-CALENDAR.
           IF WS-PAY-CAL-STATUS = "00"
               READ PAY-CALENDAR
               PERFORM UNTIL WS-PAY-CAL-STATUS > "00"
                   MOVE CAL-PAY-DATE TO WS-CONV-MMDDYY
                   PERFORM 8300-MMDDYY-TO-MONTH-NUM
                   IF WS-CONV-MN >= WS-TAX-YEAR-START-MN
                       AND WS-CONV-MN < WS-TAX-YEAR-START-MN + 12
                       COMPUTE WS-MONTH-SUB
                           = WS-CONV-MN - WS-TAX-YEAR-START-MN + 1
                       ADD 1 TO WS-CAL-PERIODS(WS-MONTH-SUB)
                   END-IF
                   READ PAY-CALENDAR
               END-PERFORM
               CLOSE PAY-CALENDAR
           END-IF.

       1600-LOAD-DETERMINATIONS.
           OPEN INPUT ACA-DETERMINATIONS.
           EVALUATE WS-ACA-DETERM-STATUS
               WHEN "00"
                   READ ACA-DETERMINATIONS
                   PERFORM UNTIL WS-ACA-DETERM-STATUS > "00"
                              OR WS-DET-COUNT >= 2000
                       ADD 1 TO WS-DET-COUNT
                       MOVE ACA-DETERM-REC
                           TO WS-DET-ENTRY(WS-DET-COUNT)
                       READ ACA-DETERMINATIONS
                   END-PERFORM
                   CLOSE ACA-DETERMINATIONS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "1600-LOAD-DETERMS"   TO WS-ERR-PARAGRAPH-NAME
                   MOVE "ACA-DETERMINATIONS"  TO WS-ERR-FILE-NAME
                   MOVE WS-ACA-DETERM-STATUS  TO WS-ERR-STATUS-CODE
                   PERFORM 0850-LOG-FILE-ERROR
           END-EVALUATE.

       1700-READ-EMPLOYER-INFO.
           MOVE SPACES TO EMPLOYER-INFO-REC.
           OPEN INPUT EMPLOYER-INFO.
           IF WS-EMPLOYER-INFO-STATUS = "00"
               READ EMPLOYER-INFO
               CLOSE EMPLOYER-INFO
           END-IF.
           IF ERI-EIN IS NOT NUMERIC
               DISPLAY "EMPLOYER INFORMATION MISSING - STATUS "
                   WS-EMPLOYER-INFO-STATUS
                   " -- 1094-C WILL NEED THE EIN ADDED"
           END-IF.

      * EVERY HISTORY ROW IN THE WINDOW ADDS ITS HOURS TO THE MONTH
      * OF ITS PAY DATE.
       2000-ACCUMULATE-HOURS.
           IF PERIODS-OK
               OPEN INPUT PAYROLL-HISTORY
               IF WS-PAY-HIST-STATUS NOT = "00"
                   MOVE "2000-ACCUMULATE-HRS"  TO WS-ERR-PARAGRAPH-NAME
                   MOVE "PAYROLL-HISTORY"      TO WS-ERR-FILE-NAME
                   MOVE WS-PAY-HIST-STATUS     TO WS-ERR-STATUS-CODE
                   PERFORM 0850-LOG-FILE-ERROR
               ELSE
                   READ PAYROLL-HISTORY NEXT RECORD
                       AT END CONTINUE
                   END-READ
                   PERFORM UNTIL WS-PAY-HIST-STATUS NOT = "00"
                       ADD 1 TO WS-HIST-READ-COUNT
                       PERFORM 2100-POST-HISTORY-HOURS
                       READ PAYROLL-HISTORY NEXT RECORD
                           AT END CONTINUE
                       END-READ
                   END-PERFORM
                   CLOSE PAYROLL-HISTORY
               END-IF
           END-IF.

       2100-POST-HISTORY-HOURS.
           MOVE HIST-PAY-DATE(1:4) TO WS-CONV-MMDDYY(1:4).
           MOVE HIST-PAY-DATE(7:2) TO WS-CONV-MMDDYY(5:2).
           PERFORM 8300-MMDDYY-TO-MONTH-NUM.
           COMPUTE WS-HRS-IDX = WS-CONV-MN - WS-WINDOW-BASE-MN + 1.
           IF WS-CONV-MN > 0 AND WS-HRS-IDX >= 1 AND WS-HRS-IDX <= 24
               AND HIST-HOURS IS NUMERIC
               PERFORM 8400-FIND-EMPLOYEE
               IF EMP-FOUND
                   ADD HIST-HOURS
                       TO WS-EMP-HOURS(WS-EMP-SUB, WS-HRS-IDX)
               ELSE
                   ADD 1 TO WS-UNMATCHED-HIST-COUNT
               END-IF
           END-IF.

      * AVERAGE OVER THE MONTHS OF THE PERIOD THE EMPLOYEE WAS ON
      * THE PAYROLL -- A HIRE PART WAY IN IS MEASURED FROM THE HIRE
      * MONTH.  ANYONE GONE BEFORE THE STABILITY PERIOD IS SKIPPED.
       3000-DETERMINE-FULL-TIME.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE ACA-RPT-REC FROM WS-RPT-LINE.
           STRING "DETERMINATION -- MEASUREMENT PERIOD "
               WS-CLOSED-START-TEXT " THRU " WS-CLOSED-END-TEXT
               " (CLOSED)   STABILITY PERIOD " WS-STAB-START-TEXT
               " THRU " WS-STAB-END-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE ACA-RPT-REC FROM WS-RPT-LINE.
           WRITE ACA-RPT-REC FROM WS-RPT-DET-HDR.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-HIRE-MN(WS-EMP-SUB) <= WS-CLOSED-END-MN
                   AND WS-EMP-TERM-MN(WS-EMP-SUB) >= WS-STAB-START-MN
                   PERFORM 3100-DETERMINE-ONE-EMPLOYEE
               END-IF
           END-PERFORM.

       3100-DETERMINE-ONE-EMPLOYEE.
           IF WS-EMP-HIRE-MN(WS-EMP-SUB) > WS-CLOSED-START-MN
               MOVE WS-EMP-HIRE-MN(WS-EMP-SUB) TO WS-FROM-MN
           ELSE
               MOVE WS-CLOSED-START-MN TO WS-FROM-MN
           END-IF.
           MOVE WS-CLOSED-END-MN TO WS-THRU-MN.
           PERFORM 8500-AVERAGE-HOURS.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE WS-EMP-NUMBER(WS-EMP-SUB) TO RPT-EMP.
           MOVE WS-EMP-NAME(WS-EMP-SUB)   TO RPT-NAME.
           MOVE WS-MONTHS-COUNTED         TO RPT-MONTHS.
           MOVE WS-TOTAL-HOURS            TO RPT-TOTAL-HOURS.
           MOVE WS-AVG-HOURS              TO RPT-AVG-HOURS.
           ADD 1 TO WS-DETERMINED-COUNT.
           IF WS-EMP-PAY-TYPE(WS-EMP-SUB) = "S"
               MOVE "SALARY" TO RPT-TYPE
               MOVE "Y" TO WS-FULL-TIME-SW
               MOVE "FULL-TIME (SALARIED)" TO RPT-STATUS
           ELSE
               MOVE "HOURLY" TO RPT-TYPE
               IF WS-AVG-HOURS >= WS-FT-HOURS
                   MOVE "Y" TO WS-FULL-TIME-SW
                   MOVE "FULL-TIME" TO RPT-STATUS
               ELSE
                   MOVE "N" TO WS-FULL-TIME-SW
                   MOVE "NOT FULL-TIME" TO RPT-STATUS
               END-IF
               IF WS-FROM-MN > WS-CLOSED-START-MN
                   MOVE SPACES TO WS-STATUS-TEXT
                   STRING RPT-STATUS DELIMITED BY "  "
                       " - PART PERIOD" DELIMITED BY SIZE
                       INTO WS-STATUS-TEXT
                   MOVE WS-STATUS-TEXT TO RPT-STATUS
               END-IF
           END-IF.
           IF FULL-TIME-IN-MONTH
               ADD 1 TO WS-FT-DETERMINED-COUNT
           END-IF.
           WRITE ACA-RPT-REC FROM WS-RPT-DETAIL.
           PERFORM 3200-STORE-DETERMINATION.

      * A RERUN FOR THE SAME MEASUREMENT PERIOD REPLACES ITS OWN
      * DETERMINATION RATHER THAN ADDING A SECOND ONE.
       3200-STORE-DETERMINATION.
           MOVE "N" TO WS-EMP-FOUND-SW.
           PERFORM VARYING WS-DET-SUB FROM 1 BY 1
               UNTIL WS-DET-SUB > WS-DET-COUNT OR EMP-FOUND
               IF WS-DET-EMP(WS-DET-SUB) = WS-EMP-NUMBER(WS-EMP-SUB)
                   AND WS-DET-MEAS-START(WS-DET-SUB)
                       = WS-CLOSED-START-TEXT
                   MOVE "Y" TO WS-EMP-FOUND-SW
               END-IF
           END-PERFORM.
           IF EMP-FOUND
               SUBTRACT 1 FROM WS-DET-SUB
           ELSE
               IF WS-DET-COUNT < 2000
                   ADD 1 TO WS-DET-COUNT
                   MOVE WS-DET-COUNT TO WS-DET-SUB
               ELSE
                   MOVE 0 TO WS-DET-SUB
                   DISPLAY "DETERMINATION TABLE FULL -- "
                       WS-EMP-NUMBER(WS-EMP-SUB) " NOT SAVED"
               END-IF
           END-IF.
           IF WS-DET-SUB > 0
               MOVE WS-EMP-NUMBER(WS-EMP-SUB) TO WS-DET-EMP(WS-DET-SUB)
               MOVE WS-CLOSED-START-TEXT
                   TO WS-DET-MEAS-START(WS-DET-SUB)
               MOVE WS-CLOSED-END-TEXT  TO WS-DET-MEAS-END(WS-DET-SUB)
               MOVE WS-STAB-START-TEXT
                   TO WS-DET-STAB-START(WS-DET-SUB)
               MOVE WS-STAB-END-TEXT    TO WS-DET-STAB-END(WS-DET-SUB)
               IF WS-AVG-HOURS > 999.99
                   MOVE 999.99 TO WS-DET-AVG-HOURS(WS-DET-SUB)
               ELSE
                   MOVE WS-AVG-HOURS TO WS-DET-AVG-HOURS(WS-DET-SUB)
               END-IF
               MOVE WS-FULL-TIME-SW TO WS-DET-FULL-TIME(WS-DET-SUB)
               MOVE WS-TODAY TO WS-DET-DATE(WS-DET-SUB)
           END-IF.

      * THE OPEN PERIOD IS MEASURED OVER ITS COMPLETED MONTHS ONLY --
      * THE AS-OF MONTH IS STILL BEING PAID.  HOURLY EMPLOYEES ON THE
      * PAYROLL AT OR ABOVE THE WATCH LEVEL ARE LISTED.
       4000-WATCH-LIST.
           IF PERIODS-OK AND WS-AS-OF-MN > WS-OPEN-START-MN
               MOVE SPACES TO WS-RPT-LINE
               WRITE ACA-RPT-REC FROM WS-RPT-LINE
               MOVE WS-AS-OF-MN TO WS-CONV-MN
               SUBTRACT 1 FROM WS-CONV-MN
               PERFORM 8200-MONTH-NUM-TO-CCYYMM
               STRING "WATCH LIST -- MEASUREMENT PERIOD "
                   WS-OPEN-START-TEXT " THRU " WS-OPEN-END-TEXT
                   " (OPEN), HOURS THRU " WS-CONV-CCYYMM
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE ACA-RPT-REC FROM WS-RPT-LINE
               WRITE ACA-RPT-REC FROM WS-RPT-DET-HDR
               PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > WS-EMP-COUNT
                   IF WS-EMP-PAY-TYPE(WS-EMP-SUB) NOT = "S"
                       AND WS-EMP-HIRE-MN(WS-EMP-SUB) < WS-AS-OF-MN
                       AND WS-EMP-TERM-MN(WS-EMP-SUB) >= WS-AS-OF-MN
                       PERFORM 4100-WATCH-ONE-EMPLOYEE
                   END-IF
               END-PERFORM
               IF WS-WATCH-COUNT = 0
                   MOVE "  NO EMPLOYEES NEAR THE FULL-TIME THRESHOLD"
                       TO WS-RPT-LINE
                   WRITE ACA-RPT-REC FROM WS-RPT-LINE
               END-IF
           END-IF.

       4100-WATCH-ONE-EMPLOYEE.
           IF WS-EMP-HIRE-MN(WS-EMP-SUB) > WS-OPEN-START-MN
               MOVE WS-EMP-HIRE-MN(WS-EMP-SUB) TO WS-FROM-MN
           ELSE
               MOVE WS-OPEN-START-MN TO WS-FROM-MN
           END-IF.
           COMPUTE WS-THRU-MN = WS-AS-OF-MN - 1.
           PERFORM 8500-AVERAGE-HOURS.
           IF WS-MONTHS-COUNTED > 0 AND WS-AVG-HOURS >= WS-WATCH-HOURS
               ADD 1 TO WS-WATCH-COUNT
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE WS-EMP-NUMBER(WS-EMP-SUB) TO RPT-EMP
               MOVE WS-EMP-NAME(WS-EMP-SUB)   TO RPT-NAME
               MOVE "HOURLY"                  TO RPT-TYPE
               MOVE WS-MONTHS-COUNTED         TO RPT-MONTHS
               MOVE WS-TOTAL-HOURS            TO RPT-TOTAL-HOURS
               MOVE WS-AVG-HOURS              TO RPT-AVG-HOURS
               IF WS-AVG-HOURS >= WS-FT-HOURS
                   MOVE "*** TRENDING FULL-TIME" TO RPT-STATUS
               ELSE
                   MOVE "NEAR THRESHOLD" TO RPT-STATUS
               END-IF
               WRITE ACA-RPT-REC FROM WS-RPT-DETAIL
           END-IF.

       5000-BUILD-1095C.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
               MOVE ZEROS TO WS-1094-FT-COUNT(WS-MONTH-SUB)
                             WS-1094-OFFER-COUNT(WS-MONTH-SUB)
                             WS-1094-TOTAL-COUNT(WS-MONTH-SUB)
           END-PERFORM.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               PERFORM 5100-BUILD-ONE-1095C
           END-PERFORM.

       5100-BUILD-ONE-1095C.
           MOVE "N" TO WS-ANY-FT-MONTH-SW.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
               PERFORM 5200-FIGURE-ONE-MONTH
           END-PERFORM.
           IF ANY-FT-MONTH
               MOVE SPACES TO WS-NAME-WORK
               UNSTRING WS-EMP-NAME(WS-EMP-SUB) DELIMITED BY ALL SPACES
                   INTO WS-NAME-FIRST WS-NAME-MIDDLE WS-NAME-LAST
               END-UNSTRING
               IF WS-NAME-LAST = SPACES
                   MOVE WS-NAME-MIDDLE TO WS-NAME-LAST
                   MOVE SPACES TO WS-NAME-MIDDLE
               END-IF
               MOVE WS-TAX-YEAR               TO F5-TAX-YEAR
               MOVE WS-EMP-NUMBER(WS-EMP-SUB) TO F5-EMP-NUMBER
               MOVE WS-EMP-SSN(WS-EMP-SUB)    TO F5-SSN
               MOVE WS-NAME-FIRST             TO F5-FIRST-NAME
               MOVE WS-NAME-MIDDLE            TO F5-MIDDLE-NAME
               MOVE WS-NAME-LAST              TO F5-LAST-NAME
               MOVE WS-EMP-STREET(WS-EMP-SUB) TO F5-STREET
               MOVE WS-EMP-CITY(WS-EMP-SUB)   TO F5-CITY
               MOVE WS-EMP-STATE(WS-EMP-SUB)  TO F5-STATE
               MOVE WS-EMP-ZIP(WS-EMP-SUB)    TO F5-ZIP
               WRITE ACA-FORMS-OUT-REC FROM WS-1095C-REC
               ADD 1 TO WS-FORMS-COUNT
           END-IF.

      * ONE MONTH OF ONE EMPLOYEE.  LINE 14: 1B-1E BY THE TIERS THE
      * OFFERED MEDICAL PLAN CARRIES WHEN FULL-TIME AND OFFERED,
      * OTHERWISE 1H.  LINE 16: 2C ENROLLED, 2A NOT EMPLOYED, 2B NOT
      * FULL-TIME.
       5200-FIGURE-ONE-MONTH.
           COMPUTE WS-MONTH-MN
               = WS-TAX-YEAR-START-MN + WS-MONTH-SUB - 1.
           MOVE WS-MONTH-MN TO WS-CONV-MN.
           PERFORM 8200-MONTH-NUM-TO-CCYYMM.
           MOVE WS-CONV-CCYYMM TO WS-MONTH-TEXT.
           STRING WS-MONTH-TEXT "01" DELIMITED BY SIZE
               INTO WS-MONTH-FIRST.
           STRING WS-MONTH-TEXT "31" DELIMITED BY SIZE
               INTO WS-MONTH-LAST.
           MOVE "N" TO WS-EMPLOYED-SW WS-FULL-TIME-SW
                       WS-ENROLLED-SW WS-OFFERED-SW.
           IF WS-EMP-HIRE-MN(WS-EMP-SUB) <= WS-MONTH-MN
               AND WS-EMP-TERM-MN(WS-EMP-SUB) >= WS-MONTH-MN
               MOVE "Y" TO WS-EMPLOYED-SW
           END-IF.
           IF EMPLOYED-IN-MONTH
               ADD 1 TO WS-1094-TOTAL-COUNT(WS-MONTH-SUB)
               IF WS-EMP-PAY-TYPE(WS-EMP-SUB) = "S"
                   MOVE "Y" TO WS-FULL-TIME-SW
               ELSE
                   PERFORM VARYING WS-DET-SUB FROM 1 BY 1
                       UNTIL WS-DET-SUB > WS-DET-COUNT
                       IF WS-DET-EMP(WS-DET-SUB)
                               = WS-EMP-NUMBER(WS-EMP-SUB)
                           AND WS-DET-STAB-START(WS-DET-SUB)
                               <= WS-MONTH-TEXT
                           AND WS-DET-STAB-END(WS-DET-SUB)
                               >= WS-MONTH-TEXT
                           AND WS-DET-FULL-TIME(WS-DET-SUB) = "Y"
                           MOVE "Y" TO WS-FULL-TIME-SW
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM 5300-FIND-MEDICAL-OFFER
           END-IF.
           MOVE ZEROS TO F5-CONTRIBUTION(WS-MONTH-SUB).
           MOVE SPACES TO F5-SAFE-HARBOR(WS-MONTH-SUB).
           IF FULL-TIME-IN-MONTH
               MOVE "Y" TO WS-ANY-FT-MONTH-SW
               ADD 1 TO WS-1094-FT-COUNT(WS-MONTH-SUB)
           END-IF.
           IF FULL-TIME-IN-MONTH AND OFFERED-IN-MONTH
               ADD 1 TO WS-1094-OFFER-COUNT(WS-MONTH-SUB)
               PERFORM 5400-SET-OFFER-CODE
           ELSE
               MOVE "1H" TO F5-OFFER-CODE(WS-MONTH-SUB)
           END-IF.
           EVALUATE TRUE
               WHEN ENROLLED-IN-MONTH
                   MOVE "2C" TO F5-SAFE-HARBOR(WS-MONTH-SUB)
               WHEN NOT EMPLOYED-IN-MONTH
                   MOVE "2A" TO F5-SAFE-HARBOR(WS-MONTH-SUB)
               WHEN NOT FULL-TIME-IN-MONTH
                   MOVE "2B" TO F5-SAFE-HARBOR(WS-MONTH-SUB)
           END-EVALUATE.

      * AN ELECTION IN FORCE FOR ANY PART OF THE MONTH ON A MEDICAL
      * PLAN (KIND M) IS AN OFFER -- ENROLLED OR WAIVED ALIKE.
       5300-FIND-MEDICAL-OFFER.
           MOVE SPACES TO WS-OFFER-PLAN.
           PERFORM VARYING WS-ENR-SUB FROM 1 BY 1
               UNTIL WS-ENR-SUB > WS-ENR-COUNT
               IF WS-ENR-EMP(WS-ENR-SUB) = WS-EMP-NUMBER(WS-EMP-SUB)
                   AND (WS-ENR-STATUS(WS-ENR-SUB) = "E"
                     OR WS-ENR-STATUS(WS-ENR-SUB) = "W")
                   AND WS-ENR-EFFECTIVE(WS-ENR-SUB) <= WS-MONTH-LAST
                   AND (WS-ENR-END(WS-ENR-SUB) = SPACES
                     OR WS-ENR-END(WS-ENR-SUB) >= WS-MONTH-FIRST)
                   PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                       UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
                       IF WS-PLAN-CODE(WS-PLAN-SUB)
                               = WS-ENR-PLAN(WS-ENR-SUB)
                           AND WS-PLAN-KIND(WS-PLAN-SUB) = "M"
                           MOVE "Y" TO WS-OFFERED-SW
                           MOVE WS-ENR-PLAN(WS-ENR-SUB)
                               TO WS-OFFER-PLAN
                           IF WS-ENR-STATUS(WS-ENR-SUB) = "E"
                               MOVE "Y" TO WS-ENROLLED-SW
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      * LINE 15 IS THE EMPLOYEE ONLY TIER'S COST FOR THE MONTH.
       5400-SET-OFFER-CODE.
           MOVE "N" TO WS-HAS-TIER-S WS-HAS-TIER-C WS-HAS-TIER-F.
           MOVE ZEROS TO WS-LOW-EE-COST.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
               IF WS-PLAN-CODE(WS-PLAN-SUB) = WS-OFFER-PLAN
                   EVALUATE WS-PLAN-TIER(WS-PLAN-SUB)
                       WHEN "E"
                           MOVE WS-PLAN-EE-COST(WS-PLAN-SUB)
                               TO WS-LOW-EE-COST
                       WHEN "S"
                           MOVE "Y" TO WS-HAS-TIER-S
                       WHEN "C"
                           MOVE "Y" TO WS-HAS-TIER-C
                       WHEN "F"
                           MOVE "Y" TO WS-HAS-TIER-F
                   END-EVALUATE
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-HAS-TIER-F = "Y"
                 OR (WS-HAS-TIER-S = "Y" AND WS-HAS-TIER-C = "Y")
                   MOVE "1E" TO F5-OFFER-CODE(WS-MONTH-SUB)
               WHEN WS-HAS-TIER-C = "Y"
                   MOVE "1C" TO F5-OFFER-CODE(WS-MONTH-SUB)
               WHEN WS-HAS-TIER-S = "Y"
                   MOVE "1D" TO F5-OFFER-CODE(WS-MONTH-SUB)
               WHEN OTHER
                   MOVE "1B" TO F5-OFFER-CODE(WS-MONTH-SUB)
           END-EVALUATE.
           IF WS-CAL-PERIODS(WS-MONTH-SUB) > 0
               COMPUTE WS-CONTRIB
                   = WS-LOW-EE-COST * WS-CAL-PERIODS(WS-MONTH-SUB)
           ELSE
               COMPUTE WS-CONTRIB
                   = WS-LOW-EE-COST * WS-DFLT-PERIODS-PER-MO
           END-IF.
           MOVE WS-CONTRIB TO F5-CONTRIBUTION(WS-MONTH-SUB).

      * MINIMUM ESSENTIAL COVERAGE COUNTS AS OFFERED FOR THE MONTH
      * WHEN THE OFFERS REACH THE PERCENT IN WS-MEC-OFFER-PCT.
       5900-WRITE-1094C.
           MOVE WS-TAX-YEAR       TO F4-TAX-YEAR.
           MOVE ERI-EIN           TO F4-ER-EIN.
           MOVE ERI-NAME          TO F4-ER-NAME.
           MOVE ERI-STREET        TO F4-ER-STREET.
           MOVE ERI-CITY          TO F4-ER-CITY.
           MOVE ERI-STATE         TO F4-ER-STATE.
           MOVE ERI-ZIP           TO F4-ER-ZIP.
           MOVE ERI-ZIP-EXT       TO F4-ER-ZIP-EXT.
           MOVE ERI-CONTACT-NAME  TO F4-CONTACT-NAME.
           MOVE ERI-CONTACT-PHONE TO F4-CONTACT-PHONE.
           MOVE WS-FORMS-COUNT    TO F4-FORMS-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE ACA-RPT-REC FROM WS-RPT-LINE.
           STRING "1094-C SUMMARY -- TAX YEAR " WS-TAX-YEAR
               "   1095-C RECORDS " WS-FORMS-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE ACA-RPT-REC FROM WS-RPT-LINE.
           WRITE ACA-RPT-REC FROM WS-RPT-1094-HDR.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
               MOVE WS-1094-FT-COUNT(WS-MONTH-SUB)
                   TO F4-FT-COUNT(WS-MONTH-SUB)
               MOVE WS-1094-TOTAL-COUNT(WS-MONTH-SUB)
                   TO F4-TOTAL-COUNT(WS-MONTH-SUB)
               IF WS-1094-OFFER-COUNT(WS-MONTH-SUB) * 100
                   >= WS-1094-FT-COUNT(WS-MONTH-SUB) * WS-MEC-OFFER-PCT
                   MOVE "Y" TO F4-MEC-OFFERED(WS-MONTH-SUB)
               ELSE
                   MOVE "N" TO F4-MEC-OFFERED(WS-MONTH-SUB)
               END-IF
               COMPUTE WS-CONV-MN
                   = WS-TAX-YEAR-START-MN + WS-MONTH-SUB - 1
               PERFORM 8200-MONTH-NUM-TO-CCYYMM
               MOVE WS-CONV-CCYYMM TO R4-MONTH
               MOVE WS-1094-FT-COUNT(WS-MONTH-SUB)    TO R4-FT-COUNT
               MOVE WS-1094-OFFER-COUNT(WS-MONTH-SUB) TO R4-OFFER-COUNT
               MOVE WS-1094-TOTAL-COUNT(WS-MONTH-SUB) TO R4-TOTAL-COUNT
               IF F4-MEC-OFFERED(WS-MONTH-SUB) = "Y"
                   MOVE "YES" TO R4-MEC
               ELSE
                   MOVE "NO " TO R4-MEC
               END-IF
               WRITE ACA-RPT-REC FROM WS-RPT-1094-DETAIL
           END-PERFORM.
           WRITE ACA-FORMS-OUT-REC FROM WS-1094C-REC.

       6000-REWRITE-DETERMINATIONS.
           OPEN OUTPUT ACA-DETERMINATIONS.
           IF WS-ACA-DETERM-STATUS NOT = "00"
               MOVE "6000-REWRITE-DETERMS" TO WS-ERR-PARAGRAPH-NAME
               MOVE "ACA-DETERMINATIONS"   TO WS-ERR-FILE-NAME
               MOVE WS-ACA-DETERM-STATUS   TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               PERFORM VARYING WS-DET-SUB FROM 1 BY 1
                   UNTIL WS-DET-SUB > WS-DET-COUNT
                   WRITE ACA-DETERM-REC FROM WS-DET-ENTRY(WS-DET-SUB)
               END-PERFORM
               CLOSE ACA-DETERMINATIONS
           END-IF.

       8100-CCYYMM-TO-MONTH-NUM.
           COMPUTE WS-CONV-MN = WS-CONV-CCYY * 12 + WS-CONV-MM - 1.

       8200-MONTH-NUM-TO-CCYYMM.
           DIVIDE WS-CONV-MN BY 12 GIVING WS-CONV-CCYY
               REMAINDER WS-CONV-REM.
           COMPUTE WS-CONV-MM = WS-CONV-REM + 1.

      * HIRE AND TERM DATES ARE MMDDYY; BLANK OR BAD GIVES 0.  THE
      * PAY DATE IS CUT DOWN TO MMDDYY BEFORE IT COMES HERE.  YEARS
      * 70-99 ARE 19XX, 00-69 ARE 20XX, AS ON THE EMPLOYEE FILE LOAD.
       8300-MMDDYY-TO-MONTH-NUM.
           IF WS-CONV-MMDDYY IS NUMERIC
               AND WS-CONV-MMDDYY(1:2) >= "01"
               AND WS-CONV-MMDDYY(1:2) <= "12"
               MOVE WS-CONV-MMDDYY(5:2) TO WS-CONV-CCYY
               IF WS-CONV-CCYY >= 70
                   ADD 1900 TO WS-CONV-CCYY
               ELSE
                   ADD 2000 TO WS-CONV-CCYY
               END-IF
               MOVE WS-CONV-MMDDYY(1:2) TO WS-CONV-MM
               PERFORM 8100-CCYYMM-TO-MONTH-NUM
           ELSE
               MOVE 0 TO WS-CONV-MN
           END-IF.

       8400-FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SW.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT OR EMP-FOUND
               IF WS-EMP-NUMBER(WS-EMP-SUB) = HIST-EMP-NUMBER
                   MOVE "Y" TO WS-EMP-FOUND-SW
               END-IF
           END-PERFORM.
           IF EMP-FOUND
               SUBTRACT 1 FROM WS-EMP-SUB
           END-IF.

      * TOTAL AND AVERAGE MONTHLY HOURS FROM WS-FROM-MN THROUGH
      * WS-THRU-MN FOR THE EMPLOYEE AT WS-EMP-SUB.
       8500-AVERAGE-HOURS.
           MOVE ZEROS TO WS-TOTAL-HOURS WS-AVG-HOURS WS-MONTHS-COUNTED.
           PERFORM VARYING WS-MONTH-MN FROM WS-FROM-MN BY 1
               UNTIL WS-MONTH-MN > WS-THRU-MN
               COMPUTE WS-HRS-IDX = WS-MONTH-MN - WS-WINDOW-BASE-MN + 1
               IF WS-HRS-IDX >= 1 AND WS-HRS-IDX <= 24
                   ADD WS-EMP-HOURS(WS-EMP-SUB, WS-HRS-IDX)
                       TO WS-TOTAL-HOURS
                   ADD 1 TO WS-MONTHS-COUNTED
               END-IF
           END-PERFORM.
           IF WS-MONTHS-COUNTED > 0
               COMPUTE WS-AVG-HOURS ROUNDED
                   = WS-TOTAL-HOURS / WS-MONTHS-COUNTED
           END-IF.
