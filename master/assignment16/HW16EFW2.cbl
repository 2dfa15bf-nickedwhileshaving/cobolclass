       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW16EFW2.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
       INSTALLATION.  INFSYS-3807 COBOL.
      *Year-end electronic W-2 submission.  Builds the SSA EFW2 file
      *-- one RA submitter record, one RE employer record, an RW per
      *employee, the RT total and the RF final record -- from the
      *year's payroll output written by HW16NB, the PAYROLL-YTD
      *social security position, and the SSN and home address on the
      *employee master.  Before anything is written the W-2 totals
      *are proved against the same four calendar quarters HW16QTR
      *reports (the 941 filings), and a W-3 transmittal page is
      *printed with the proof; a filing that does not balance is
      *not written and the step ends RC 8.
      *When there is a company master (COMPANY) each company is its
      *own employer on the filing: the RA submitter stays the
      *employer file, but every company paid in the year gets an RE
      *of its own -- FEIN, name and address from the company master,
      *the home company falling back to the employer file for a FEIN
      *or address the master leaves blank -- followed by its RW
      *records and its RT total.  An employee paid by two companies
      *gets a W-2 from each.  Each company has its own W-3 page,
      *proved to its own quarters; a payment coded for a company
      *not on the master holds the whole filing.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-OUT-IN ASSIGN TO WS-PAYROLL-OUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYROLL-OUT-IN-STATUS.

           SELECT PAYROLL-YTD ASSIGN TO WS-PAYROLL-YTD-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS YTD-EMP-NUMBER
           FILE STATUS IS WS-PAYROLL-YTD-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMP-MASTER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT EMPLOYER-INFO ASSIGN TO WS-EMPLOYER-INFO-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPLOYER-INFO-STATUS.

           SELECT EFW2-OUT ASSIGN TO WS-EFW2-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EFW2-STATUS.

           SELECT W3-RPT ASSIGN TO WS-W3-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-W3-RPT-STATUS.

           SELECT BATCH-ERROR-LOG ASSIGN TO WS-ERROR-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM THE ENVIRONMENT VARIABLES BELOW, FALLING BACK TO
      *  DEVELOPMENT DEFAULTS SHOWN THERE WHEN A VARIABLE IS NOT SET:
      *      PAYOUT    PAYYTD    PAYEMP    PAYERINF  PAYEFW2   PAYW3
      *      PAYMOUT - MANUAL-CHECK PAYMENTS (HW16MCHK), READ AFTER
      *                THE PAYROLL OUTPUT IN THE SAME LAYOUT
      *      PAYBOUT - THE OFF-CYCLE BONUS RUN'S PAYROLL OUTPUT,
      *                RESOLVED LIKE PAYOUT AND READ LAST
      *      BATCHERRLOG - SHARED WITH HW15NB, HW16NB, AND HW19NB
      *  PAYTAXYR NAMES THE TAX YEAR (CCYY); WHEN NOT SET IT IS TAKEN
      *  FROM THE FIRST PAY DATE ON THE PAYROLL OUTPUT.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-OUT-IN
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-REC-IN-EF.
       01 PAYROLL-REC-IN-EF.
          05 EF-EMP-OUT.
             10 EF-PAY-DATE           PIC X(08).
             10 EF-EMP-NUMBER         PIC X(05).
             10 FILLER                PIC X(13).
          05 EF-CALCULATED.
             10 EF-GROSS              PIC 9(06)V99.
             10 EF-SSN-MED            PIC 9(05)V99.
             10 EF-STATE              PIC 9(05)V99.
             10 EF-LOCAL              PIC 9(05)V99.
             10 EF-FED                PIC 9(05)V99.
             10 EF-NET                PIC 9(06)V99.
          05 FILLER                   PIC X(34).
      *   TAXABLE WAGES AFTER PRE-TAX DEDUCTIONS; SPACES ON AN OLDER
      *   GENERATION, IN WHICH CASE GROSS STANDS IN FOR ALL THREE.
          05 EF-WAGES.
             10 EF-FIT-WAGES          PIC 9(06)V99.
             10 EF-SS-WAGES           PIC 9(06)V99.
             10 EF-MED-WAGES          PIC 9(06)V99.
          05 FILLER                   PIC X(08).
      *   EMPLOYING COMPANY -- BLANK WITHOUT A COMPANY MASTER.
          05 EF-COMPANY               PIC X(02).

       FD  PAYROLL-YTD
           DATA RECORD IS PAYROLL-YTD-REC.
       01 PAYROLL-YTD-REC.
          05 YTD-EMP-NUMBER           PIC X(05).
          05 YTD-GROSS                PIC 9(07)V99.
          05 YTD-SS-TAXABLE-GROSS     PIC 9(07)V99.

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 FILLER                   PIC X(56).
          05 EMP-SSN-IN               PIC X(09).
          05 EMP-STREET-IN            PIC X(30).
          05 EMP-CITY-IN              PIC X(20).
          05 EMP-ADDR-STATE-IN        PIC X(02).
          05 EMP-ZIP-IN               PIC X(09).

      * ONE RECORD NAMING THE EMPLOYER AND THE SUBMITTER CONTACT --
      * KEPT AS DATA SO A MOVE OR A NEW CONTACT IS NOT A RECOMPILE.
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

       FD  EFW2-OUT
           RECORDING MODE IS F
           DATA RECORD IS EFW2-REC-OUT.
       01 EFW2-REC-OUT                PIC X(512).

       FD  W3-RPT
           RECORDING MODE IS F
           DATA RECORD IS W3-REC-OUT.
       01 W3-REC-OUT                  PIC X(100).

       FD  BATCH-ERROR-LOG
           RECORDING MODE IS F
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PAYROLL-OUT-DSN         PIC X(80).
       01  WS-MANUAL-OUT-DSN          PIC X(80).
       01  WS-BONUS-OUT-DSN           PIC X(80).
       01  WS-PAYROLL-YTD-DSN         PIC X(80).
       01  WS-EMP-MASTER-DSN          PIC X(80).
       01  WS-EMPLOYER-INFO-DSN       PIC X(80).
       01  WS-EFW2-DSN                PIC X(80).
       01  WS-W3-RPT-DSN              PIC X(80).
       01  WS-ERROR-LOG-DSN           PIC X(80).

       01  WS-PAYROLL-OUT-IN-STATUS   PIC X(02) VALUE "00".
       01  WS-PAYROLL-YTD-STATUS      PIC X(02) VALUE "00".
       01  WS-EMP-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-EMPLOYER-INFO-STATUS    PIC X(02) VALUE "00".
       01  WS-EFW2-STATUS             PIC X(02) VALUE "00".
       01  WS-W3-RPT-STATUS           PIC X(02) VALUE "00".

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

       01  WS-TAX-YEAR                PIC X(04) VALUE SPACES.
       01  WS-PAY-YEAR                PIC X(04).
       01  WS-PAY-MONTH               PIC 9(02).
       01  WS-QTR-SUB                 PIC 9(01).
       01  WS-PAYOUT-READ             PIC 9(07) VALUE 0.
       01  WS-OUT-OF-YEAR-COUNT       PIC 9(07) VALUE 0.
       01  WS-BAD-DATE-COUNT          PIC 9(05) VALUE 0.
       01  WS-RECORDS-WRITTEN         PIC 9(07) VALUE 0.

      * SOCIAL SECURITY SHARE OF THE COMBINED FICA WITHHOLDING THE
      * PAYROLL OUTPUT CARRIES; MEDICARE IS THE REMAINDER.
       01  WS-SS-EMPLOYEE-RATE        PIC V999 VALUE .062.

       01  WS-YTD-OPEN-SW             PIC X(01) VALUE "N".
           88 YTD-FILE-OPEN                  VALUE "Y".
       01  WS-FILING-BALANCED-SW      PIC X(01) VALUE "Y".
           88 FILING-BALANCED                VALUE "Y".
       01  WS-EMPLOYER-OK-SW          PIC X(01) VALUE "N".
           88 EMPLOYER-INFO-OK               VALUE "Y".
       01  WS-CO-BALANCED-SW          PIC X(01) VALUE "Y".
           88 CO-BALANCED                    VALUE "Y".

      * EMPLOYERS ON THE FILING -- ONE PER COMPANY ON THE MASTER, OR
      * THE EMPLOYER FILE ALONE WHEN THERE IS NO COMPANY MASTER.
       01  WS-HOME-COMPANY            PIC X(02) VALUE SPACES.
       01  WS-REC-COMPANY             PIC X(02).
       01  WS-NO-COMPANY-COUNT        PIC 9(05) VALUE 0.
       01  WS-ER-COUNT                PIC 9(02) VALUE 0.
       01  WS-ER-SUB                  PIC 9(02).
       01  WS-ER-FOUND-SUB            PIC 9(02).
       01  WS-ER-TABLE.
           05 WS-ER-ENTRY OCCURS 50 TIMES.
              10 WS-ER-COMPANY        PIC X(02).
              10 WS-ER-EIN            PIC X(09).
              10 WS-ER-NAME           PIC X(57).
              10 WS-ER-STREET         PIC X(22).
              10 WS-ER-CITY           PIC X(22).
              10 WS-ER-STATE          PIC X(02).
              10 WS-ER-ZIP            PIC X(05).
              10 WS-ER-ZIP-EXT        PIC X(04).
              10 WS-ER-BAD-DATES      PIC 9(05).
       01  WS-ALL-FORMS               PIC 9(07) VALUE 0.
       01  WS-ALL-FIT-WAGES           PIC 9(09)V99 VALUE 0.
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

      * EMPLOYEE MASTER -- SSN, NAME, AND HOME ADDRESS BY NUMBER.
       01  WS-EMP-COUNT               PIC 9(03) VALUE 0.
       01  WS-EMP-SUB                 PIC 9(03).
       01  WS-EMP-FOUND-SW            PIC X(01) VALUE "N".
           88 EFW2-EMP-FOUND                 VALUE "Y".
       01  WS-EMP-FOUND-SUB           PIC 9(03).
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 500 TIMES.
              10 WS-EMP-NUM           PIC X(05).
              10 WS-EMP-NAME          PIC X(20).
              10 WS-EMP-SSN           PIC X(09).
              10 WS-EMP-STREET        PIC X(30).
              10 WS-EMP-CITY          PIC X(20).
              10 WS-EMP-ADDR-ST       PIC X(02).
              10 WS-EMP-ZIP           PIC X(09).

      * ONE ENTRY PER EMPLOYEE PAID IN THE TAX YEAR, PER EMPLOYER.
       01  WS-W2-COUNT                PIC 9(03) VALUE 0.
       01  WS-W2-SUB                  PIC 9(03).
       01  WS-W2-SUB2                 PIC 9(03).
       01  WS-W2-EMP-ENTRIES          PIC 9(03).
       01  WS-W2-FOUND-SW             PIC X(01) VALUE "N".
           88 W2-EMP-FOUND                   VALUE "Y".
       01  WS-W2-FOUND-SUB            PIC 9(03).
       01  WS-W2-TABLE.
           05 WS-W2-ENTRY OCCURS 500 TIMES.
              10 WS-W2-EMP-NUM        PIC X(05).
              10 WS-W2-ER-SUB         PIC 9(02).
              10 WS-W2-GROSS          PIC 9(07)V99.
              10 WS-W2-FIT-WAGES      PIC 9(07)V99.
              10 WS-W2-SS-WAGES       PIC 9(07)V99.
              10 WS-W2-MED-WAGES      PIC 9(07)V99.
              10 WS-W2-FED            PIC 9(07)V99.
              10 WS-W2-SSN-MED        PIC 9(07)V99.
              10 WS-W2-SS-TAX         PIC 9(07)V99.
              10 WS-W2-MED-TAX        PIC 9(07)V99.
              10 WS-W2-DEFERRED       PIC 9(07)V99.

      * THE SAME CALENDAR-QUARTER BUCKETS HW16QTR REPORTS, ONE SET
      * PER EMPLOYER.
       01  WS-QTR-TOTALS.
           05 WS-QTR-EMPLOYER OCCURS 50 TIMES.
              10 WS-QTR-ENTRY OCCURS 4 TIMES.
                 15 WS-QTR-COUNT      PIC 9(07) VALUE 0.
                 15 WS-QTR-FIT-WAGES  PIC 9(09)V99 VALUE 0.
                 15 WS-QTR-SS-WAGES   PIC 9(09)V99 VALUE 0.
                 15 WS-QTR-MED-WAGES  PIC 9(09)V99 VALUE 0.
                 15 WS-QTR-FED        PIC 9(09)V99 VALUE 0.
                 15 WS-QTR-SSN-MED    PIC 9(09)V99 VALUE 0.

       01  WS-QTR-SUM-FIT-WAGES       PIC 9(09)V99 VALUE 0.
       01  WS-QTR-SUM-SS-WAGES        PIC 9(09)V99 VALUE 0.
       01  WS-QTR-SUM-MED-WAGES       PIC 9(09)V99 VALUE 0.
       01  WS-QTR-SUM-FED             PIC 9(09)V99 VALUE 0.
       01  WS-QTR-SUM-SSN-MED         PIC 9(09)V99 VALUE 0.

      * W-3 TOTALS -- THE SUM OF ONE EMPLOYER'S RW RECORDS.
       01  WS-W3-TOTALS.
           05 WS-W3-FORMS             PIC 9(07) VALUE 0.
           05 WS-W3-FIT-WAGES         PIC 9(09)V99 VALUE 0.
           05 WS-W3-FED               PIC 9(09)V99 VALUE 0.
           05 WS-W3-SS-WAGES          PIC 9(09)V99 VALUE 0.
           05 WS-W3-SS-TAX            PIC 9(09)V99 VALUE 0.
           05 WS-W3-MED-WAGES         PIC 9(09)V99 VALUE 0.
           05 WS-W3-MED-TAX           PIC 9(09)V99 VALUE 0.
           05 WS-W3-DEFERRED          PIC 9(09)V99 VALUE 0.
       01  WS-W3-FICA-TAX             PIC 9(09)V99 VALUE 0.
       01  WS-YTD-EXCEPTIONS          PIC 9(05) VALUE 0.
       01  WS-SSN-EXCEPTIONS          PIC 9(05) VALUE 0.

       01  WS-NAME-WORK.
           05 WS-NAME-FIRST           PIC X(15).
           05 WS-NAME-MIDDLE          PIC X(15).
           05 WS-NAME-LAST            PIC X(20).

      *----------------------------------------------------------------
      * EFW2 RECORD IMAGES -- 512 BYTES EACH, POSITIONS PER THE SSA
      * SPECIFICATIONS.  MONEY FIELDS ARE WHOLE CENTS, RIGHT-JUSTIFIED
      * AND ZERO-FILLED, WHICH AN UNEDITED 9(N)V99 ALREADY IS.
      *----------------------------------------------------------------
       01  WS-EFW2-RA.
           05 RA-ID                   PIC X(02) VALUE "RA".
           05 RA-SUBMITTER-EIN        PIC X(09).
           05 RA-USER-ID              PIC X(08).
           05 RA-VENDOR-CODE          PIC X(04) VALUE SPACES.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 RA-RESUB-IND            PIC X(01) VALUE "0".
           05 RA-RESUB-WFID           PIC X(06) VALUE SPACES.
           05 RA-SOFTWARE-CODE        PIC X(02) VALUE "98".
           05 RA-CO-NAME              PIC X(57).
           05 RA-CO-LOCATION          PIC X(22) VALUE SPACES.
           05 RA-CO-DELIVERY          PIC X(22).
           05 RA-CO-CITY              PIC X(22).
           05 RA-CO-STATE             PIC X(02).
           05 RA-CO-ZIP               PIC X(05).
           05 RA-CO-ZIP-EXT           PIC X(04).
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 RA-CO-FOREIGN           PIC X(40) VALUE SPACES.
           05 RA-SUB-NAME             PIC X(57).
           05 RA-SUB-LOCATION         PIC X(22) VALUE SPACES.
           05 RA-SUB-DELIVERY         PIC X(22).
           05 RA-SUB-CITY             PIC X(22).
           05 RA-SUB-STATE            PIC X(02).
           05 RA-SUB-ZIP              PIC X(05).
           05 RA-SUB-ZIP-EXT          PIC X(04).
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 RA-SUB-FOREIGN          PIC X(40) VALUE SPACES.
           05 RA-CONTACT-NAME         PIC X(27).
           05 RA-CONTACT-PHONE        PIC X(15).
           05 RA-CONTACT-EXT          PIC X(05) VALUE SPACES.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 RA-CONTACT-EMAIL        PIC X(40).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 RA-CONTACT-FAX          PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RA-PREPARER-CODE        PIC X(01) VALUE "L".
           05 FILLER                  PIC X(12) VALUE SPACES.

       01  WS-EFW2-RE.
           05 RE-ID                   PIC X(02) VALUE "RE".
           05 RE-TAX-YEAR             PIC X(04).
           05 RE-AGENT-IND            PIC X(01) VALUE SPACES.
           05 RE-EIN                  PIC X(09).
           05 RE-AGENT-FOR-EIN        PIC X(09) VALUE SPACES.
           05 RE-TERMINATING          PIC X(01) VALUE "0".
           05 RE-ESTABLISHMENT        PIC X(04) VALUE SPACES.
           05 RE-OTHER-EIN            PIC X(09) VALUE SPACES.
           05 RE-NAME                 PIC X(57).
           05 RE-LOCATION             PIC X(22) VALUE SPACES.
           05 RE-DELIVERY             PIC X(22).
           05 RE-CITY                 PIC X(22).
           05 RE-STATE                PIC X(02).
           05 RE-ZIP                  PIC X(05).
           05 RE-ZIP-EXT              PIC X(04).
           05 RE-KIND-OF-EMPLOYER     PIC X(01) VALUE "N".
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 RE-FOREIGN              PIC X(40) VALUE SPACES.
           05 RE-EMPLOYMENT-CODE      PIC X(01) VALUE "R".
           05 RE-TAX-JURISDICTION     PIC X(01) VALUE SPACES.
           05 RE-THIRD-PARTY-SICK     PIC X(01) VALUE "0".
           05 RE-CONTACT-NAME         PIC X(27).
           05 RE-CONTACT-PHONE        PIC X(15).
           05 RE-CONTACT-EXT          PIC X(05) VALUE SPACES.
           05 RE-CONTACT-FAX          PIC X(10) VALUE SPACES.
           05 RE-CONTACT-EMAIL        PIC X(40).
           05 FILLER                  PIC X(194) VALUE SPACES.

       01  WS-EFW2-RW.
           05 RW-ID                   PIC X(02) VALUE "RW".
           05 RW-SSN                  PIC X(09).
           05 RW-FIRST-NAME           PIC X(15).
           05 RW-MIDDLE-NAME          PIC X(15).
           05 RW-LAST-NAME            PIC X(20).
           05 RW-SUFFIX               PIC X(04) VALUE SPACES.
           05 RW-LOCATION             PIC X(22) VALUE SPACES.
           05 RW-DELIVERY             PIC X(22).
           05 RW-CITY                 PIC X(22).
           05 RW-STATE                PIC X(02).
           05 RW-ZIP                  PIC X(05).
           05 RW-ZIP-EXT              PIC X(04).
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 RW-FOREIGN              PIC X(40) VALUE SPACES.
           05 RW-WAGES                PIC 9(09)V99.
           05 RW-FED-WITHHELD         PIC 9(09)V99.
           05 RW-SS-WAGES             PIC 9(09)V99.
           05 RW-SS-TAX               PIC 9(09)V99.
           05 RW-MED-WAGES            PIC 9(09)V99.
           05 RW-MED-TAX              PIC 9(09)V99.
           05 RW-SS-TIPS              PIC 9(09)V99 VALUE 0.
           05 FILLER                  PIC X(11) VALUE SPACES.
           05 RW-DEPENDENT-CARE       PIC 9(09)V99 VALUE 0.
           05 RW-DEFERRED-401K        PIC 9(09)V99.
           05 RW-OTHER-DEFERRED       PIC X(44) VALUE ALL "0".
           05 FILLER                  PIC X(11) VALUE SPACES.
           05 RW-OTHER-AMOUNTS        PIC X(44) VALUE ALL "0".
           05 FILLER                  PIC X(11) VALUE SPACES.
           05 RW-HEALTH-COVERAGE      PIC X(55) VALUE ALL "0".
           05 FILLER                  PIC X(24) VALUE SPACES.
           05 RW-STATUTORY-IND        PIC X(01) VALUE "0".
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RW-RETIREMENT-IND       PIC X(01).
           05 RW-THIRD-PARTY-IND      PIC X(01) VALUE "0".
           05 FILLER                  PIC X(22) VALUE SPACES.

       01  WS-EFW2-RT.
           05 RT-ID                   PIC X(02) VALUE "RT".
           05 RT-RW-COUNT             PIC 9(07).
           05 RT-WAGES                PIC 9(13)V99.
           05 RT-FED-WITHHELD         PIC 9(13)V99.
           05 RT-SS-WAGES             PIC 9(13)V99.
           05 RT-SS-TAX               PIC 9(13)V99.
           05 RT-MED-WAGES            PIC 9(13)V99.
           05 RT-MED-TAX              PIC 9(13)V99.
           05 RT-SS-TIPS              PIC 9(13)V99 VALUE 0.
           05 FILLER                  PIC X(15) VALUE SPACES.
           05 RT-DEPENDENT-CARE       PIC 9(13)V99 VALUE 0.
           05 RT-DEFERRED-401K        PIC 9(13)V99.
           05 RT-OTHER-AMOUNTS        PIC X(60) VALUE ALL "0".
           05 FILLER                  PIC X(15) VALUE SPACES.
           05 RT-MORE-AMOUNTS         PIC X(165) VALUE ALL "0".
           05 FILLER                  PIC X(113) VALUE SPACES.

       01  WS-EFW2-RF.
           05 RF-ID                   PIC X(02) VALUE "RF".
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 RF-RW-COUNT             PIC 9(09).
           05 FILLER                  PIC X(496) VALUE SPACES.

      *----------------------------------------------------------------
      * W-3 TRANSMITTAL PAGE AND QUARTERLY PROOF.
      *----------------------------------------------------------------
       01  WS-W3-LINE                 PIC X(100).
       01  WS-W3-HDR1                 PIC X(60) VALUE
           "W-3 TRANSMITTAL OF WAGE AND TAX STATEMENTS -- HW16EFW2".
       01  WS-W3-BOX-LINE.
           05 W3B-LABEL               PIC X(40).
           05 W3B-AMOUNT              PIC $$$,$$$,$$$,$$9.99.
       01  WS-W3-COUNT-LINE.
           05 W3C-LABEL               PIC X(40).
           05 W3C-COUNT               PIC ZZZ,ZZ9.
       01  WS-W3-PROOF-HDR.
           05 FILLER                  PIC X(08) VALUE "QUARTER ".
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 FILLER                  PIC X(18) VALUE "INCOME TAX WG".
           05 FILLER                  PIC X(18) VALUE "FEDERAL W/H".
           05 FILLER                  PIC X(18) VALUE "SOC SEC WAGES".
           05 FILLER                  PIC X(18) VALUE "MEDICARE WAGES".
           05 FILLER                  PIC X(18) VALUE "SS/MED TAX".
       01  WS-W3-PROOF-DETAIL.
           05 W3P-QUARTER             PIC X(08).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 W3P-FIT-WAGES           PIC $$,$$$,$$9.99.
           05 FILLER                  PIC X(05) VALUE ALL SPACES.
           05 W3P-FED                 PIC $$,$$$,$$9.99.
           05 FILLER                  PIC X(05) VALUE ALL SPACES.
           05 W3P-SS-WAGES            PIC $$,$$$,$$9.99.
           05 FILLER                  PIC X(05) VALUE ALL SPACES.
           05 W3P-MED-WAGES           PIC $$,$$$,$$9.99.
           05 FILLER                  PIC X(05) VALUE ALL SPACES.
           05 W3P-SSN-MED             PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW16EFW2 BEGINS".
           PERFORM 1000-INITIALIZE.
           IF RETURN-CODE < 16
               PERFORM 2000-ACCUMULATE-YEAR
               PERFORM 3000-FIGURE-W2-AMOUNTS
               PERFORM VARYING WS-ER-SUB FROM 1 BY 1
                   UNTIL WS-ER-SUB > WS-ER-COUNT
                   PERFORM 3500-TOTAL-EMPLOYER
                   IF WS-W3-FORMS > 0 OR WS-ER-COUNT = 1
                       PERFORM 4000-PROVE-TO-QUARTERS
                       PERFORM 5000-PRINT-W3
                       ADD WS-W3-FORMS     TO WS-ALL-FORMS
                       ADD WS-W3-FIT-WAGES TO WS-ALL-FIT-WAGES
                   END-IF
               END-PERFORM
               IF WS-NO-COMPANY-COUNT > 0
                   MOVE "N" TO WS-FILING-BALANCED-SW
                   MOVE SPACES TO WS-W3-LINE
                   STRING "*** " WS-NO-COMPANY-COUNT " PAYMENTS CARRY "
                       "A COMPANY CODE NOT ON THE COMPANY MASTER -- "
                       "NOT REPORTED" DELIMITED BY SIZE
                       INTO WS-W3-LINE
                   WRITE W3-REC-OUT FROM WS-W3-LINE
                   DISPLAY WS-W3-LINE
               END-IF
               IF FILING-BALANCED AND EMPLOYER-INFO-OK
                   PERFORM 6000-WRITE-EFW2-FILE
               ELSE
                   DISPLAY "HW16EFW2: EFW2 FILE NOT WRITTEN -- SEE "
                       "THE W-3 PAGE"
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE W3-RPT
           END-IF.
           MOVE "HW16EFW2" TO RST-PROGRAM.
           MOVE WS-PAYOUT-READ TO RST-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN TO RST-RECORDS-WRITTEN.
           MOVE WS-OUT-OF-YEAR-COUNT TO RST-RECORDS-REJECTED.
           MOVE WS-ALL-FIT-WAGES TO RST-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL "RUNSTAT" USING WS-RUNSTAT-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           DISPLAY "HW16EFW2 CONCLUDES".
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
           ACCEPT WS-PAYROLL-YTD-DSN FROM ENVIRONMENT "PAYYTD".
           IF WS-PAYROLL-YTD-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16YTD.dat"
               TO WS-PAYROLL-YTD-DSN
           END-IF.
           ACCEPT WS-EMP-MASTER-DSN FROM ENVIRONMENT "PAYEMP".
           IF WS-EMP-MASTER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16EMP.dat"
               TO WS-EMP-MASTER-DSN
           END-IF.
           ACCEPT WS-EMPLOYER-INFO-DSN FROM ENVIRONMENT "PAYERINF".
           IF WS-EMPLOYER-INFO-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16ERI.dat"
               TO WS-EMPLOYER-INFO-DSN
           END-IF.
           ACCEPT WS-EFW2-DSN FROM ENVIRONMENT "PAYEFW2".
           IF WS-EFW2-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16EFW2.dat"
               TO WS-EFW2-DSN
           END-IF.
           ACCEPT WS-W3-RPT-DSN FROM ENVIRONMENT "PAYW3".
           IF WS-W3-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16W3.rpt"
               TO WS-W3-RPT-DSN
           END-IF.
           ACCEPT WS-ERROR-LOG-DSN FROM ENVIRONMENT "BATCHERRLOG".
           IF WS-ERROR-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\BATCHERR.log"
               TO WS-ERROR-LOG-DSN
           END-IF.
           ACCEPT WS-TAX-YEAR FROM ENVIRONMENT "PAYTAXYR".

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
           MOVE "HW16EFW2"            TO ERRLOG-PROGRAM.
           MOVE WS-ERR-PARAGRAPH-NAME TO ERRLOG-PARAGRAPH.
           MOVE WS-ERR-FILE-NAME      TO ERRLOG-FILE.
           MOVE WS-ERR-STATUS-CODE    TO ERRLOG-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ERRLOG-DATE.
           WRITE BATCH-ERROR-LOG-REC FROM WS-ERROR-LOG-LINE.
           CLOSE BATCH-ERROR-LOG.
           MOVE 16 TO RETURN-CODE.

      * THE EMPLOYERS ARE LOADED BEFORE ANYTHING CAN FAIL -- THE
      * COMPANY CALLS RESET RETURN-CODE.
       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 1200-READ-EMPLOYER-INFO.
           PERFORM 1300-LOAD-EMPLOYERS.
           PERFORM 1100-LOAD-EMPLOYEE-TABLE.
           OPEN INPUT PAYROLL-YTD.
           IF WS-PAYROLL-YTD-STATUS = "00"
               MOVE "Y" TO WS-YTD-OPEN-SW
           ELSE
               DISPLAY "PAYROLL-YTD NOT AVAILABLE - STATUS "
                   WS-PAYROLL-YTD-STATUS
                   " -- SS WAGES TAKEN FROM THE PAYROLL OUTPUT"
           END-IF.
           OPEN INPUT PAYROLL-OUT-IN.
           IF WS-PAYROLL-OUT-IN-STATUS NOT = "00"
               MOVE "1000-INITIALIZE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "PAYROLL-OUT-IN"  TO WS-ERR-FILE-NAME
               MOVE WS-PAYROLL-OUT-IN-STATUS TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT W3-RPT.
           IF WS-W3-RPT-STATUS NOT = "00"
               MOVE "1000-INITIALIZE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "W3-RPT"          TO WS-ERR-FILE-NAME
               MOVE WS-W3-RPT-STATUS  TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           END-IF.

       1100-LOAD-EMPLOYEE-TABLE.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS NOT = "00"
               MOVE "1100-LOAD-EMPLOYEES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "EMPLOYEE-MASTER"     TO WS-ERR-FILE-NAME
               MOVE WS-EMP-MASTER-STATUS  TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               READ EMPLOYEE-MASTER
               PERFORM UNTIL WS-EMP-MASTER-STATUS > "00"
                          OR WS-EMP-COUNT >= 500
                   ADD 1 TO WS-EMP-COUNT
                   MOVE WS-EMP-COUNT TO WS-EMP-SUB
                   MOVE EMP-NUM-IN    TO WS-EMP-NUM(WS-EMP-SUB)
                   MOVE EMP-NAME-IN   TO WS-EMP-NAME(WS-EMP-SUB)
                   MOVE EMP-SSN-IN    TO WS-EMP-SSN(WS-EMP-SUB)
                   MOVE EMP-STREET-IN TO WS-EMP-STREET(WS-EMP-SUB)
                   MOVE EMP-CITY-IN   TO WS-EMP-CITY(WS-EMP-SUB)
                   MOVE EMP-ADDR-STATE-IN
                       TO WS-EMP-ADDR-ST(WS-EMP-SUB)
                   MOVE EMP-ZIP-IN    TO WS-EMP-ZIP(WS-EMP-SUB)
                   READ EMPLOYEE-MASTER
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF.

      * A SUBMITTER RECORD WITHOUT AN EIN OR NAME CANNOT BE FILED;
      * THE W-3 PAGE STILL PRINTS SO THE WAGE PROOF CAN BE WORKED.
       1200-READ-EMPLOYER-INFO.
           MOVE SPACES TO EMPLOYER-INFO-REC.
           OPEN INPUT EMPLOYER-INFO.
           IF WS-EMPLOYER-INFO-STATUS = "00"
               READ EMPLOYER-INFO
               CLOSE EMPLOYER-INFO
           END-IF.
           IF ERI-EIN IS NUMERIC AND ERI-NAME NOT = SPACES
               MOVE "Y" TO WS-EMPLOYER-OK-SW
           ELSE
               DISPLAY "EMPLOYER INFORMATION MISSING OR INCOMPLETE "
                   "- STATUS " WS-EMPLOYER-INFO-STATUS
           END-IF.

       1300-LOAD-EMPLOYERS.
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
               PERFORM UNTIL NOT CO-FOUND OR WS-ER-COUNT >= 50
                   PERFORM 1350-ADD-EMPLOYER
                   MOVE "N" TO CO-FUNCTION
                   MOVE "8" TO CO-RESULT
                   CALL "COMPANY" USING WS-COMPANY-PARMS
                       ON EXCEPTION CONTINUE
                   END-CALL
               END-PERFORM
           ELSE
               PERFORM 1350-ADD-EMPLOYER
           END-IF.

      * THE HOME COMPANY (OR THE ONLY EMPLOYER WITHOUT A COMPANY
      * MASTER) FALLS BACK TO THE EMPLOYER FILE.
       1350-ADD-EMPLOYER.
           ADD 1 TO WS-ER-COUNT.
           MOVE WS-ER-COUNT TO WS-ER-SUB.
           MOVE SPACES      TO WS-ER-COMPANY(WS-ER-SUB).
           MOVE ERI-EIN     TO WS-ER-EIN(WS-ER-SUB).
           MOVE ERI-NAME    TO WS-ER-NAME(WS-ER-SUB).
           MOVE ERI-STREET  TO WS-ER-STREET(WS-ER-SUB).
           MOVE ERI-CITY    TO WS-ER-CITY(WS-ER-SUB).
           MOVE ERI-STATE   TO WS-ER-STATE(WS-ER-SUB).
           MOVE ERI-ZIP     TO WS-ER-ZIP(WS-ER-SUB).
           MOVE ERI-ZIP-EXT TO WS-ER-ZIP-EXT(WS-ER-SUB).
           MOVE 0           TO WS-ER-BAD-DATES(WS-ER-SUB).
           IF CO-FOUND
               MOVE CO-CODE TO WS-ER-COMPANY(WS-ER-SUB)
               MOVE CO-NAME TO WS-ER-NAME(WS-ER-SUB)
               IF CO-FED-EIN NOT = SPACES
                  OR CO-CODE NOT = CO-HOME-CODE
                   MOVE CO-FED-EIN TO WS-ER-EIN(WS-ER-SUB)
               END-IF
               IF CO-STREET NOT = SPACES
                  OR CO-CODE NOT = CO-HOME-CODE
                   MOVE CO-STREET     TO WS-ER-STREET(WS-ER-SUB)
                   MOVE CO-CITY       TO WS-ER-CITY(WS-ER-SUB)
                   MOVE CO-ADDR-STATE TO WS-ER-STATE(WS-ER-SUB)
                   MOVE CO-ZIP        TO WS-ER-ZIP(WS-ER-SUB)
                   MOVE CO-ZIP-EXT    TO WS-ER-ZIP-EXT(WS-ER-SUB)
               END-IF
           END-IF.

       2000-ACCUMULATE-YEAR.
           READ PAYROLL-OUT-IN.
           PERFORM UNTIL WS-PAYROLL-OUT-IN-STATUS > "00"
               IF EF-PAY-DATE(1:3) NOT = "TRL"
                   ADD 1 TO WS-PAYOUT-READ
                   PERFORM 2100-TAKE-PAYMENT
               END-IF
               READ PAYROLL-OUT-IN
           END-PERFORM.
           CLOSE PAYROLL-OUT-IN.
           PERFORM 2050-READ-MANUAL-CHECKS.
           PERFORM 2060-READ-BONUS-CHECKS.
           IF WS-TAX-YEAR = SPACES
               MOVE FUNCTION CURRENT-DATE (1:4) TO WS-TAX-YEAR
           END-IF.

      * CHECKS WRITTEN OUTSIDE THE PAYROLL RUN ARE WAGES LIKE ANY
      * OTHER.  NO MANUAL-CHECK FILE MEANS THERE WERE NONE.
       2050-READ-MANUAL-CHECKS.
           MOVE WS-MANUAL-OUT-DSN TO WS-PAYROLL-OUT-DSN.
           OPEN INPUT PAYROLL-OUT-IN.
           IF WS-PAYROLL-OUT-IN-STATUS = "00"
               READ PAYROLL-OUT-IN
               PERFORM UNTIL WS-PAYROLL-OUT-IN-STATUS > "00"
                   IF EF-PAY-DATE(1:3) NOT = "TRL"
                       ADD 1 TO WS-PAYOUT-READ
                       PERFORM 2100-TAKE-PAYMENT
                   END-IF
                   READ PAYROLL-OUT-IN
               END-PERFORM
               CLOSE PAYROLL-OUT-IN
           END-IF.

      * A BONUS IS WAGES TOO, AND IS ALREADY IN THE PAYROLL-YTD
      * GROSS.  THE BONUS RUN'S TRAILER IS PASSED OVER; NO FILE MEANS
      * NO BONUS RUN.
       2060-READ-BONUS-CHECKS.
           MOVE WS-BONUS-OUT-DSN TO WS-PAYROLL-OUT-DSN.
           OPEN INPUT PAYROLL-OUT-IN.
           IF WS-PAYROLL-OUT-IN-STATUS = "00"
               READ PAYROLL-OUT-IN
               PERFORM UNTIL WS-PAYROLL-OUT-IN-STATUS > "00"
                   IF EF-PAY-DATE(1:3) NOT = "TRL"
                       ADD 1 TO WS-PAYOUT-READ
                       PERFORM 2100-TAKE-PAYMENT
                   END-IF
                   READ PAYROLL-OUT-IN
               END-PERFORM
               CLOSE PAYROLL-OUT-IN
           END-IF.

      * PAY DATES ARE MMDDCCYY; A PAYMENT OUTSIDE THE TAX YEAR
      * BELONGS ON ANOTHER YEAR'S FILING AND IS COUNTED, NOT REPORTED.
       2100-TAKE-PAYMENT.
           MOVE EF-PAY-DATE(5:4) TO WS-PAY-YEAR.
           IF WS-TAX-YEAR = SPACES
               MOVE WS-PAY-YEAR TO WS-TAX-YEAR
           END-IF.
           PERFORM 2150-FIND-EMPLOYER.
           EVALUATE TRUE
           WHEN WS-PAY-YEAR NOT = WS-TAX-YEAR
               ADD 1 TO WS-OUT-OF-YEAR-COUNT
           WHEN WS-ER-FOUND-SUB = 0
               ADD 1 TO WS-NO-COMPANY-COUNT
               DISPLAY "COMPANY " EF-COMPANY " NOT ON THE COMPANY "
                   "MASTER: " EF-PAY-DATE " EMPLOYEE " EF-EMP-NUMBER
           WHEN OTHER
               PERFORM 2200-FIND-W2-ENTRY
               ADD EF-GROSS   TO WS-W2-GROSS(WS-W2-FOUND-SUB)
               ADD EF-FED     TO WS-W2-FED(WS-W2-FOUND-SUB)
               ADD EF-SSN-MED TO WS-W2-SSN-MED(WS-W2-FOUND-SUB)
               IF EF-WAGES IS NUMERIC
                   ADD EF-FIT-WAGES TO WS-W2-FIT-WAGES(WS-W2-FOUND-SUB)
                   ADD EF-SS-WAGES  TO WS-W2-SS-WAGES(WS-W2-FOUND-SUB)
                   ADD EF-MED-WAGES TO WS-W2-MED-WAGES(WS-W2-FOUND-SUB)
               ELSE
                   ADD EF-GROSS TO WS-W2-FIT-WAGES(WS-W2-FOUND-SUB)
                                   WS-W2-SS-WAGES(WS-W2-FOUND-SUB)
                                   WS-W2-MED-WAGES(WS-W2-FOUND-SUB)
               END-IF
               PERFORM 2300-BUCKET-QUARTER
           END-EVALUATE.

      * A BLANK COMPANY IS THE HOME COMPANY.
       2150-FIND-EMPLOYER.
           MOVE EF-COMPANY TO WS-REC-COMPANY.
           IF WS-REC-COMPANY = SPACES
               MOVE WS-HOME-COMPANY TO WS-REC-COMPANY
           END-IF.
           MOVE 0 TO WS-ER-FOUND-SUB.
           IF WS-HOME-COMPANY = SPACES
               MOVE 1 TO WS-ER-FOUND-SUB
           ELSE
               PERFORM VARYING WS-ER-SUB FROM 1 BY 1
                   UNTIL WS-ER-SUB > WS-ER-COUNT
                      OR WS-ER-FOUND-SUB > 0
                   IF WS-ER-COMPANY(WS-ER-SUB) = WS-REC-COMPANY
                       MOVE WS-ER-SUB TO WS-ER-FOUND-SUB
                   END-IF
               END-PERFORM
           END-IF.

       2200-FIND-W2-ENTRY.
           MOVE "N" TO WS-W2-FOUND-SW.
           PERFORM VARYING WS-W2-SUB FROM 1 BY 1
               UNTIL WS-W2-SUB > WS-W2-COUNT
               IF WS-W2-EMP-NUM(WS-W2-SUB) = EF-EMP-NUMBER
                  AND WS-W2-ER-SUB(WS-W2-SUB) = WS-ER-FOUND-SUB
                   SET W2-EMP-FOUND TO TRUE
                   MOVE WS-W2-SUB TO WS-W2-FOUND-SUB
                   MOVE WS-W2-COUNT TO WS-W2-SUB
               END-IF
           END-PERFORM.
           IF NOT W2-EMP-FOUND
               ADD 1 TO WS-W2-COUNT
               MOVE WS-W2-COUNT TO WS-W2-FOUND-SUB
               MOVE EF-EMP-NUMBER TO WS-W2-EMP-NUM(WS-W2-FOUND-SUB)
               MOVE WS-ER-FOUND-SUB TO WS-W2-ER-SUB(WS-W2-FOUND-SUB)
               MOVE ZEROS TO WS-W2-GROSS(WS-W2-FOUND-SUB)
                             WS-W2-FIT-WAGES(WS-W2-FOUND-SUB)
                             WS-W2-SS-WAGES(WS-W2-FOUND-SUB)
                             WS-W2-MED-WAGES(WS-W2-FOUND-SUB)
                             WS-W2-FED(WS-W2-FOUND-SUB)
                             WS-W2-SSN-MED(WS-W2-FOUND-SUB)
                             WS-W2-SS-TAX(WS-W2-FOUND-SUB)
                             WS-W2-MED-TAX(WS-W2-FOUND-SUB)
                             WS-W2-DEFERRED(WS-W2-FOUND-SUB)
           END-IF.

      * SAME MONTH-TO-QUARTER RULE AS HW16QTR 2000-BUCKET-PAYMENT.
       2300-BUCKET-QUARTER.
           IF EF-PAY-DATE(1:2) IS NUMERIC
               MOVE EF-PAY-DATE(1:2) TO WS-PAY-MONTH
           ELSE
               MOVE 0 TO WS-PAY-MONTH
           END-IF.
           IF WS-PAY-MONTH < 1 OR WS-PAY-MONTH > 12
               ADD 1 TO WS-BAD-DATE-COUNT
                        WS-ER-BAD-DATES(WS-ER-FOUND-SUB)
               DISPLAY "UNBUCKETABLE PAY DATE: " EF-PAY-DATE
                   " EMPLOYEE " EF-EMP-NUMBER
           ELSE
               COMPUTE WS-QTR-SUB = (WS-PAY-MONTH + 2) / 3
               MOVE WS-ER-FOUND-SUB TO WS-ER-SUB
               ADD 1 TO WS-QTR-COUNT(WS-ER-SUB, WS-QTR-SUB)
               ADD EF-FED     TO WS-QTR-FED(WS-ER-SUB, WS-QTR-SUB)
               ADD EF-SSN-MED TO WS-QTR-SSN-MED(WS-ER-SUB, WS-QTR-SUB)
               IF EF-WAGES IS NUMERIC
                   ADD EF-FIT-WAGES
                       TO WS-QTR-FIT-WAGES(WS-ER-SUB, WS-QTR-SUB)
                   ADD EF-SS-WAGES
                       TO WS-QTR-SS-WAGES(WS-ER-SUB, WS-QTR-SUB)
                   ADD EF-MED-WAGES
                       TO WS-QTR-MED-WAGES(WS-ER-SUB, WS-QTR-SUB)
               ELSE
                   ADD EF-GROSS
                       TO WS-QTR-FIT-WAGES(WS-ER-SUB, WS-QTR-SUB)
                          WS-QTR-SS-WAGES(WS-ER-SUB, WS-QTR-SUB)
                          WS-QTR-MED-WAGES(WS-ER-SUB, WS-QTR-SUB)
               END-IF
           END-IF.

      * BOX 3 COMES FROM THE PAYROLL-YTD SOCIAL SECURITY POSITION --
      * THE CAPPED FIGURE HW16NB WITHHELD AGAINST.  THE WITHHELD FICA
      * SPLITS INTO ITS SOCIAL SECURITY AND MEDICARE SHARES, AND THE
      * INCOME-TAX-ONLY PRE-TAX AMOUNT (MEDICARE WAGES LESS BOX 1)
      * IS THE 401(K) ELECTIVE DEFERRAL REPORTED IN BOX 12 CODE D.
      * PAYROLL-YTD HOLDS ONE POSITION PER EMPLOYEE, SO AN EMPLOYEE
      * PAID BY TWO COMPANIES KEEPS EACH COMPANY'S OWN PAYROLL-OUTPUT
      * SOCIAL SECURITY WAGES.
       3000-FIGURE-W2-AMOUNTS.
           PERFORM VARYING WS-W2-SUB FROM 1 BY 1
               UNTIL WS-W2-SUB > WS-W2-COUNT
               MOVE 0 TO WS-W2-EMP-ENTRIES
               PERFORM VARYING WS-W2-SUB2 FROM 1 BY 1
                   UNTIL WS-W2-SUB2 > WS-W2-COUNT
                   IF WS-W2-EMP-NUM(WS-W2-SUB2)
                           = WS-W2-EMP-NUM(WS-W2-SUB)
                       ADD 1 TO WS-W2-EMP-ENTRIES
                   END-IF
               END-PERFORM
               IF YTD-FILE-OPEN AND WS-W2-EMP-ENTRIES = 1
                   MOVE WS-W2-EMP-NUM(WS-W2-SUB) TO YTD-EMP-NUMBER
                   READ PAYROLL-YTD
                       INVALID KEY
                           ADD 1 TO WS-YTD-EXCEPTIONS
                           DISPLAY "EMPLOYEE " WS-W2-EMP-NUM(WS-W2-SUB)
                               " NOT ON PAYROLL-YTD"
                       NOT INVALID KEY
                           IF YTD-GROSS NOT = WS-W2-GROSS(WS-W2-SUB)
                               ADD 1 TO WS-YTD-EXCEPTIONS
                               DISPLAY "EMPLOYEE "
                                   WS-W2-EMP-NUM(WS-W2-SUB)
                                   " YTD GROSS DIFFERS FROM PAYROLL "
                                   "OUTPUT"
                           END-IF
                           MOVE YTD-SS-TAXABLE-GROSS
                               TO WS-W2-SS-WAGES(WS-W2-SUB)
                   END-READ
               END-IF
               COMPUTE WS-W2-SS-TAX(WS-W2-SUB) ROUNDED
                   = WS-W2-SS-WAGES(WS-W2-SUB) * WS-SS-EMPLOYEE-RATE
               IF WS-W2-SS-TAX(WS-W2-SUB) > WS-W2-SSN-MED(WS-W2-SUB)
                   MOVE WS-W2-SSN-MED(WS-W2-SUB)
                       TO WS-W2-SS-TAX(WS-W2-SUB)
               END-IF
               COMPUTE WS-W2-MED-TAX(WS-W2-SUB)
                   = WS-W2-SSN-MED(WS-W2-SUB) - WS-W2-SS-TAX(WS-W2-SUB)
               IF WS-W2-MED-WAGES(WS-W2-SUB)
                       > WS-W2-FIT-WAGES(WS-W2-SUB)
                   COMPUTE WS-W2-DEFERRED(WS-W2-SUB)
                       = WS-W2-MED-WAGES(WS-W2-SUB)
                       - WS-W2-FIT-WAGES(WS-W2-SUB)
               END-IF
           END-PERFORM.
           IF YTD-FILE-OPEN
               CLOSE PAYROLL-YTD
           END-IF.

      * THE W-3 TOTALS FOR THE EMPLOYER IN WS-ER-SUB.
       3500-TOTAL-EMPLOYER.
           MOVE 0 TO WS-W3-FORMS WS-W3-FIT-WAGES WS-W3-FED
                     WS-W3-SS-WAGES WS-W3-SS-TAX WS-W3-MED-WAGES
                     WS-W3-MED-TAX WS-W3-DEFERRED.
           PERFORM VARYING WS-W2-SUB FROM 1 BY 1
               UNTIL WS-W2-SUB > WS-W2-COUNT
               IF WS-W2-ER-SUB(WS-W2-SUB) = WS-ER-SUB
                   ADD 1 TO WS-W3-FORMS
                   ADD WS-W2-FIT-WAGES(WS-W2-SUB) TO WS-W3-FIT-WAGES
                   ADD WS-W2-FED(WS-W2-SUB)       TO WS-W3-FED
                   ADD WS-W2-SS-WAGES(WS-W2-SUB)  TO WS-W3-SS-WAGES
                   ADD WS-W2-SS-TAX(WS-W2-SUB)    TO WS-W3-SS-TAX
                   ADD WS-W2-MED-WAGES(WS-W2-SUB) TO WS-W3-MED-WAGES
                   ADD WS-W2-MED-TAX(WS-W2-SUB)   TO WS-W3-MED-TAX
                   ADD WS-W2-DEFERRED(WS-W2-SUB)  TO WS-W3-DEFERRED
               END-IF
           END-PERFORM.
           COMPUTE WS-W3-FICA-TAX = WS-W3-SS-TAX + WS-W3-MED-TAX.

      * THE W-3 MUST EQUAL THE FOUR 941 QUARTERS: BOX 1 TO THE
      * INCOME-TAX WAGES, BOX 2 TO THE FEDERAL WITHHOLDING, BOXES 3
      * AND 5 TO THE FICA WAGES, AND BOXES 4 PLUS 6 TO THE FICA TAX.
      * EACH EMPLOYER PROVES TO ITS OWN QUARTERS; ONE THAT DOES NOT
      * HOLDS THE WHOLE FILING.
       4000-PROVE-TO-QUARTERS.
           MOVE 0 TO WS-QTR-SUM-FIT-WAGES WS-QTR-SUM-SS-WAGES
                     WS-QTR-SUM-MED-WAGES WS-QTR-SUM-FED
                     WS-QTR-SUM-SSN-MED.
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
               ADD WS-QTR-FIT-WAGES(WS-ER-SUB, WS-QTR-SUB)
                   TO WS-QTR-SUM-FIT-WAGES
               ADD WS-QTR-SS-WAGES(WS-ER-SUB, WS-QTR-SUB)
                   TO WS-QTR-SUM-SS-WAGES
               ADD WS-QTR-MED-WAGES(WS-ER-SUB, WS-QTR-SUB)
                   TO WS-QTR-SUM-MED-WAGES
               ADD WS-QTR-FED(WS-ER-SUB, WS-QTR-SUB)
                   TO WS-QTR-SUM-FED
               ADD WS-QTR-SSN-MED(WS-ER-SUB, WS-QTR-SUB)
                   TO WS-QTR-SUM-SSN-MED
           END-PERFORM.
           MOVE "Y" TO WS-CO-BALANCED-SW.
           IF WS-QTR-SUM-FIT-WAGES NOT = WS-W3-FIT-WAGES
               OR WS-QTR-SUM-FED NOT = WS-W3-FED
               OR WS-QTR-SUM-SS-WAGES NOT = WS-W3-SS-WAGES
               OR WS-QTR-SUM-MED-WAGES NOT = WS-W3-MED-WAGES
               OR WS-QTR-SUM-SSN-MED NOT = WS-W3-FICA-TAX
               OR WS-ER-BAD-DATES(WS-ER-SUB) > 0
               MOVE "N" TO WS-CO-BALANCED-SW
               MOVE "N" TO WS-FILING-BALANCED-SW
           END-IF.

       5000-PRINT-W3.
           WRITE W3-REC-OUT FROM WS-W3-HDR1.
           MOVE SPACES TO WS-W3-LINE.
           STRING "TAX YEAR " WS-TAX-YEAR
               "    KIND OF PAYER 941    KIND OF EMPLOYER NONE APPLY"
               DELIMITED BY SIZE INTO WS-W3-LINE.
           WRITE W3-REC-OUT FROM WS-W3-LINE.
           MOVE SPACES TO WS-W3-LINE.
           STRING "EMPLOYER EIN " WS-ER-EIN(WS-ER-SUB) "  "
               WS-ER-NAME(WS-ER-SUB)
               DELIMITED BY SIZE INTO WS-W3-LINE.
           WRITE W3-REC-OUT FROM WS-W3-LINE.
           MOVE SPACES TO WS-W3-LINE.
           STRING "             " WS-ER-STREET(WS-ER-SUB) " "
               WS-ER-CITY(WS-ER-SUB) " " WS-ER-STATE(WS-ER-SUB) " "
               WS-ER-ZIP(WS-ER-SUB)
               DELIMITED BY SIZE INTO WS-W3-LINE.
           WRITE W3-REC-OUT FROM WS-W3-LINE.
           IF WS-ER-COMPANY(WS-ER-SUB) NOT = SPACES
               MOVE SPACES TO WS-W3-LINE
               STRING "             COMPANY " WS-ER-COMPANY(WS-ER-SUB)
                   DELIMITED BY SIZE INTO WS-W3-LINE
               WRITE W3-REC-OUT FROM WS-W3-LINE
           END-IF.
           IF WS-ER-EIN(WS-ER-SUB) IS NOT NUMERIC
              OR WS-ER-NAME(WS-ER-SUB) = SPACES
               MOVE "N" TO WS-EMPLOYER-OK-SW
               MOVE "*** EMPLOYER EIN OR NAME MISSING -- CANNOT FILE"
                   TO WS-W3-LINE
               WRITE W3-REC-OUT FROM WS-W3-LINE
               DISPLAY "COMPANY " WS-ER-COMPANY(WS-ER-SUB)
                   " EIN OR NAME MISSING"
           END-IF.
           MOVE SPACES TO W3-REC-OUT.
           WRITE W3-REC-OUT.
           MOVE "C  TOTAL NUMBER OF FORMS W-2" TO W3C-LABEL.
           MOVE WS-W3-FORMS TO W3C-COUNT.
           WRITE W3-REC-OUT FROM WS-W3-COUNT-LINE.
           MOVE "1  WAGES, TIPS, OTHER COMPENSATION" TO W3B-LABEL.
           MOVE WS-W3-FIT-WAGES TO W3B-AMOUNT.
           WRITE W3-REC-OUT FROM WS-W3-BOX-LINE.
           MOVE "2  FEDERAL INCOME TAX WITHHELD" TO W3B-LABEL.
           MOVE WS-W3-FED TO W3B-AMOUNT.
           WRITE W3-REC-OUT FROM WS-W3-BOX-LINE.
           MOVE "3  SOCIAL SECURITY WAGES" TO W3B-LABEL.
           MOVE WS-W3-SS-WAGES TO W3B-AMOUNT.
           WRITE W3-REC-OUT FROM WS-W3-BOX-LINE.
           MOVE "4  SOCIAL SECURITY TAX WITHHELD" TO W3B-LABEL.
           MOVE WS-W3-SS-TAX TO W3B-AMOUNT.
           WRITE W3-REC-OUT FROM WS-W3-BOX-LINE.
           MOVE "5  MEDICARE WAGES AND TIPS" TO W3B-LABEL.
           MOVE WS-W3-MED-WAGES TO W3B-AMOUNT.
           WRITE W3-REC-OUT FROM WS-W3-BOX-LINE.
           MOVE "6  MEDICARE TAX WITHHELD" TO W3B-LABEL.
           MOVE WS-W3-MED-TAX TO W3B-AMOUNT.
           WRITE W3-REC-OUT FROM WS-W3-BOX-LINE.
           MOVE "12A DEFERRED COMPENSATION (CODE D)" TO W3B-LABEL.
           MOVE WS-W3-DEFERRED TO W3B-AMOUNT.
           WRITE W3-REC-OUT FROM WS-W3-BOX-LINE.
           MOVE SPACES TO W3-REC-OUT.
           WRITE W3-REC-OUT.
           PERFORM 5100-PRINT-QUARTER-PROOF.

       5100-PRINT-QUARTER-PROOF.
           MOVE "PROOF TO THE 941 QUARTERS (HW16QTR BUCKETS)"
               TO WS-W3-LINE.
           WRITE W3-REC-OUT FROM WS-W3-LINE.
           WRITE W3-REC-OUT FROM WS-W3-PROOF-HDR.
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
               MOVE SPACES TO W3P-QUARTER
               MOVE "Q"        TO W3P-QUARTER(1:1)
               MOVE WS-QTR-SUB TO W3P-QUARTER(2:1)
               MOVE WS-QTR-FIT-WAGES(WS-ER-SUB, WS-QTR-SUB)
                   TO W3P-FIT-WAGES
               MOVE WS-QTR-FED(WS-ER-SUB, WS-QTR-SUB)
                   TO W3P-FED
               MOVE WS-QTR-SS-WAGES(WS-ER-SUB, WS-QTR-SUB)
                   TO W3P-SS-WAGES
               MOVE WS-QTR-MED-WAGES(WS-ER-SUB, WS-QTR-SUB)
                   TO W3P-MED-WAGES
               MOVE WS-QTR-SSN-MED(WS-ER-SUB, WS-QTR-SUB)
                   TO W3P-SSN-MED
               WRITE W3-REC-OUT FROM WS-W3-PROOF-DETAIL
           END-PERFORM.
           MOVE "QTRS"               TO W3P-QUARTER.
           MOVE WS-QTR-SUM-FIT-WAGES TO W3P-FIT-WAGES.
           MOVE WS-QTR-SUM-FED       TO W3P-FED.
           MOVE WS-QTR-SUM-SS-WAGES  TO W3P-SS-WAGES.
           MOVE WS-QTR-SUM-MED-WAGES TO W3P-MED-WAGES.
           MOVE WS-QTR-SUM-SSN-MED   TO W3P-SSN-MED.
           WRITE W3-REC-OUT FROM WS-W3-PROOF-DETAIL.
           MOVE "W-3"                TO W3P-QUARTER.
           MOVE WS-W3-FIT-WAGES      TO W3P-FIT-WAGES.
           MOVE WS-W3-FED            TO W3P-FED.
           MOVE WS-W3-SS-WAGES       TO W3P-SS-WAGES.
           MOVE WS-W3-MED-WAGES      TO W3P-MED-WAGES.
           MOVE WS-W3-FICA-TAX       TO W3P-SSN-MED.
           WRITE W3-REC-OUT FROM WS-W3-PROOF-DETAIL.
           MOVE SPACES TO WS-W3-LINE.
           IF WS-OUT-OF-YEAR-COUNT > 0
               STRING "PAYMENTS OUTSIDE TAX YEAR (NOT REPORTED): "
                   WS-OUT-OF-YEAR-COUNT DELIMITED BY SIZE
                   INTO WS-W3-LINE
               WRITE W3-REC-OUT FROM WS-W3-LINE
           END-IF.
           MOVE SPACES TO WS-W3-LINE.
           IF WS-YTD-EXCEPTIONS > 0
               STRING "EMPLOYEES NOT AGREEING TO PAYROLL-YTD: "
                   WS-YTD-EXCEPTIONS DELIMITED BY SIZE
                   INTO WS-W3-LINE
               WRITE W3-REC-OUT FROM WS-W3-LINE
           END-IF.
           MOVE SPACES TO WS-W3-LINE.
           IF CO-BALANCED
               MOVE "W-3 PROVES TO THE FOUR QUARTERS -- RELEASE"
                   TO WS-W3-LINE
           ELSE
               MOVE "*** W-3 DOES NOT PROVE TO THE QUARTERS -- "
                    & "DO NOT RELEASE THE FILING"
                   TO WS-W3-LINE
           END-IF.
           WRITE W3-REC-OUT FROM WS-W3-LINE.
           DISPLAY WS-W3-LINE.
           MOVE SPACES TO W3-REC-OUT.
           WRITE W3-REC-OUT.

       6000-WRITE-EFW2-FILE.
           OPEN OUTPUT EFW2-OUT.
           IF WS-EFW2-STATUS NOT = "00"
               MOVE "6000-WRITE-EFW2" TO WS-ERR-PARAGRAPH-NAME
               MOVE "EFW2-OUT"        TO WS-ERR-FILE-NAME
               MOVE WS-EFW2-STATUS    TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               PERFORM 6100-WRITE-RA
               PERFORM VARYING WS-ER-SUB FROM 1 BY 1
                   UNTIL WS-ER-SUB > WS-ER-COUNT
                   PERFORM 3500-TOTAL-EMPLOYER
                   IF WS-W3-FORMS > 0 OR WS-ER-COUNT = 1
                       PERFORM 6150-WRITE-RE
                       PERFORM VARYING WS-W2-SUB FROM 1 BY 1
                           UNTIL WS-W2-SUB > WS-W2-COUNT
                           IF WS-W2-ER-SUB(WS-W2-SUB) = WS-ER-SUB
                               PERFORM 6200-WRITE-RW
                           END-IF
                       END-PERFORM
                       PERFORM 6300-WRITE-RT
                   END-IF
               END-PERFORM
               PERFORM 6400-WRITE-RF
               CLOSE EFW2-OUT
               IF WS-SSN-EXCEPTIONS > 0
                   DISPLAY "EMPLOYEES WITHOUT A VALID SSN: "
                       WS-SSN-EXCEPTIONS
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      * THE SUBMITTER IS ALWAYS THE EMPLOYER FILE.
       6100-WRITE-RA.
           MOVE ERI-EIN           TO RA-SUBMITTER-EIN.
           MOVE ERI-USER-ID       TO RA-USER-ID.
           MOVE ERI-NAME          TO RA-CO-NAME RA-SUB-NAME.
           MOVE ERI-STREET        TO RA-CO-DELIVERY RA-SUB-DELIVERY.
           MOVE ERI-CITY          TO RA-CO-CITY RA-SUB-CITY.
           MOVE ERI-STATE         TO RA-CO-STATE RA-SUB-STATE.
           MOVE ERI-ZIP           TO RA-CO-ZIP RA-SUB-ZIP.
           MOVE ERI-ZIP-EXT       TO RA-CO-ZIP-EXT RA-SUB-ZIP-EXT.
           MOVE ERI-CONTACT-NAME  TO RA-CONTACT-NAME.
           MOVE ERI-CONTACT-PHONE TO RA-CONTACT-PHONE.
           MOVE ERI-CONTACT-EMAIL TO RA-CONTACT-EMAIL.
           WRITE EFW2-REC-OUT FROM WS-EFW2-RA.
           ADD 1 TO WS-RECORDS-WRITTEN.

       6150-WRITE-RE.
           MOVE WS-TAX-YEAR               TO RE-TAX-YEAR.
           MOVE WS-ER-EIN(WS-ER-SUB)      TO RE-EIN.
           MOVE WS-ER-NAME(WS-ER-SUB)     TO RE-NAME.
           MOVE WS-ER-STREET(WS-ER-SUB)   TO RE-DELIVERY.
           MOVE WS-ER-CITY(WS-ER-SUB)     TO RE-CITY.
           MOVE WS-ER-STATE(WS-ER-SUB)    TO RE-STATE.
           MOVE WS-ER-ZIP(WS-ER-SUB)      TO RE-ZIP.
           MOVE WS-ER-ZIP-EXT(WS-ER-SUB)  TO RE-ZIP-EXT.
           MOVE ERI-CONTACT-NAME          TO RE-CONTACT-NAME.
           MOVE ERI-CONTACT-PHONE         TO RE-CONTACT-PHONE.
           MOVE ERI-CONTACT-EMAIL         TO RE-CONTACT-EMAIL.
           WRITE EFW2-REC-OUT FROM WS-EFW2-RE.
           ADD 1 TO WS-RECORDS-WRITTEN.

      * THE MASTER CARRIES ONE NAME FIELD, "FIRST [MIDDLE] LAST".
       6200-WRITE-RW.
           MOVE "N" TO WS-EMP-FOUND-SW.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-NUM(WS-EMP-SUB) = WS-W2-EMP-NUM(WS-W2-SUB)
                   MOVE "Y" TO WS-EMP-FOUND-SW
                   MOVE WS-EMP-SUB TO WS-EMP-FOUND-SUB
                   MOVE WS-EMP-COUNT TO WS-EMP-SUB
               END-IF
           END-PERFORM.
           MOVE SPACES TO RW-SSN RW-FIRST-NAME RW-MIDDLE-NAME
                          RW-LAST-NAME RW-DELIVERY RW-CITY RW-STATE
                          RW-ZIP RW-ZIP-EXT.
           IF EFW2-EMP-FOUND
               MOVE SPACES TO WS-NAME-WORK
               UNSTRING WS-EMP-NAME(WS-EMP-FOUND-SUB)
                   DELIMITED BY ALL SPACES
                   INTO WS-NAME-FIRST WS-NAME-MIDDLE WS-NAME-LAST
               END-UNSTRING
               IF WS-NAME-LAST = SPACES
                   MOVE WS-NAME-MIDDLE TO WS-NAME-LAST
                   MOVE SPACES TO WS-NAME-MIDDLE
               END-IF
               MOVE WS-NAME-FIRST  TO RW-FIRST-NAME
               MOVE WS-NAME-MIDDLE TO RW-MIDDLE-NAME
               MOVE WS-NAME-LAST   TO RW-LAST-NAME
               MOVE WS-EMP-SSN(WS-EMP-FOUND-SUB)    TO RW-SSN
               MOVE WS-EMP-STREET(WS-EMP-FOUND-SUB) TO RW-DELIVERY
               MOVE WS-EMP-CITY(WS-EMP-FOUND-SUB)   TO RW-CITY
               MOVE WS-EMP-ADDR-ST(WS-EMP-FOUND-SUB) TO RW-STATE
               MOVE WS-EMP-ZIP(WS-EMP-FOUND-SUB)(1:5) TO RW-ZIP
               MOVE WS-EMP-ZIP(WS-EMP-FOUND-SUB)(6:4) TO RW-ZIP-EXT
           END-IF.
      * SSA ACCEPTS ZEROS FOR AN SSN NOT YET ISSUED; THE W-2C
      * FOLLOWS ONCE THE NUMBER IS KNOWN.
           IF RW-SSN IS NOT NUMERIC
               MOVE ZEROS TO RW-SSN
               ADD 1 TO WS-SSN-EXCEPTIONS
               DISPLAY "EMPLOYEE " WS-W2-EMP-NUM(WS-W2-SUB)
                   " HAS NO SSN ON THE MASTER -- REPORTED AS ZEROS"
           END-IF.
           MOVE WS-W2-FIT-WAGES(WS-W2-SUB) TO RW-WAGES.
           MOVE WS-W2-FED(WS-W2-SUB)       TO RW-FED-WITHHELD.
           MOVE WS-W2-SS-WAGES(WS-W2-SUB)  TO RW-SS-WAGES.
           MOVE WS-W2-SS-TAX(WS-W2-SUB)    TO RW-SS-TAX.
           MOVE WS-W2-MED-WAGES(WS-W2-SUB) TO RW-MED-WAGES.
           MOVE WS-W2-MED-TAX(WS-W2-SUB)   TO RW-MED-TAX.
           MOVE WS-W2-DEFERRED(WS-W2-SUB)  TO RW-DEFERRED-401K.
           IF WS-W2-DEFERRED(WS-W2-SUB) > 0
               MOVE "1" TO RW-RETIREMENT-IND
           ELSE
               MOVE "0" TO RW-RETIREMENT-IND
           END-IF.
           WRITE EFW2-REC-OUT FROM WS-EFW2-RW.
           ADD 1 TO WS-RECORDS-WRITTEN.

       6300-WRITE-RT.
           MOVE WS-W3-FORMS     TO RT-RW-COUNT.
           MOVE WS-W3-FIT-WAGES TO RT-WAGES.
           MOVE WS-W3-FED       TO RT-FED-WITHHELD.
           MOVE WS-W3-SS-WAGES  TO RT-SS-WAGES.
           MOVE WS-W3-SS-TAX    TO RT-SS-TAX.
           MOVE WS-W3-MED-WAGES TO RT-MED-WAGES.
           MOVE WS-W3-MED-TAX   TO RT-MED-TAX.
           MOVE WS-W3-DEFERRED  TO RT-DEFERRED-401K.
           WRITE EFW2-REC-OUT FROM WS-EFW2-RT.
           ADD 1 TO WS-RECORDS-WRITTEN.

       6400-WRITE-RF.
           MOVE WS-ALL-FORMS    TO RF-RW-COUNT.
           WRITE EFW2-REC-OUT FROM WS-EFW2-RF.
           ADD 1 TO WS-RECORDS-WRITTEN.
