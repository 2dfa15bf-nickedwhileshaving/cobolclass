       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW16CONV.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
       INSTALLATION.  INFSYS-3807 COBOL.
      *One-time conversion of the kept payroll files to the widened
      *layouts: five-digit employee numbers, MMDDCCYY pay dates, and
      *the larger per-period money fields.  Each file is handled in
      *three passes -- the original is read in the old layout and
      *copied to <file>.PRE (the pre-conversion copy, left in place),
      *the original is rewritten in the new layout from that copy,
      *and the new file is read back.  Record counts and money totals
      *from the first and third passes are printed side by side on
      *the conversion report; any difference is flagged and the run
      *ends RC 16.  Every file finished (matched, mismatched, or not
      *present) is written to the conversion control file, and a
      *rerun skips those, so no file is ever widened twice.
      *  Run BACKUP first and run between pay cycles, after the last
      *HW16NB of the old layout has been fully posted.  On a mismatch
      *restore that file with RESTORE, delete its row from the
      *control file, and rerun.  The indexed employee master is
      *rebuilt by HW16EMPL once the flat master is converted.
      *  An employee number becomes "00" plus the old three digits.
      *A six-digit pay date gets its century from the same pivot the
      *programs used before (YY of 70 and above is 19, else 20).
      *Hire, term, punch, and effective dates stay MMDDYY and are not
      *touched; the transient run files (PAYIN, PAYOUT, the punch
      *files, checkpoint) are simply produced fresh by the next run.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-OLD-FILE ASSIGN TO WS-PAY-HIST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HSO-KEY
           FILE STATUS IS WS-PAY-HIST-STATUS.

           SELECT HIST-NEW-FILE ASSIGN TO WS-PAY-HIST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HSN-KEY
           FILE STATUS IS WS-PAY-HIST-STATUS.

           SELECT YTD-OLD-FILE ASSIGN TO WS-PAYROLL-YTD-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTO-EMP-NUMBER
           FILE STATUS IS WS-PAYROLL-YTD-STATUS.

           SELECT YTD-NEW-FILE ASSIGN TO WS-PAYROLL-YTD-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTN-EMP-NUMBER
           FILE STATUS IS WS-PAYROLL-YTD-STATUS.

           SELECT ERTX-OLD-FILE ASSIGN TO WS-ER-TAX-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ETO-EMP-NUMBER
           FILE STATUS IS WS-ER-TAX-STATUS.

           SELECT ERTX-NEW-FILE ASSIGN TO WS-ER-TAX-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ETN-EMP-NUMBER
           FILE STATUS IS WS-ER-TAX-STATUS.

           SELECT LINE-FILE ASSIGN TO WS-LINE-FILE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LINE-FILE-STATUS.

           SELECT SAVE-FILE ASSIGN TO WS-SAVE-FILE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SAVE-FILE-STATUS.

           SELECT CONV-CONTROL ASSIGN TO WS-CONV-CTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONV-CTL-STATUS.

           SELECT CONV-RPT ASSIGN TO WS-CONV-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONV-RPT-STATUS.

           SELECT BATCH-ERROR-LOG ASSIGN TO WS-ERROR-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM ENVIRONMENT VARIABLES PAYHIST, PAYYTD, PAYERTX,
      *  PAYCREG, PAYMOUT, PAYCVCTL (CONVERSION CONTROL), PAYCVRPT,
      *  AND BATCHERRLOG, AND FOR THE EMPLOYEE-KEYED SIDE FILES FROM
      *  THE NAMES CARRIED IN WS-SIDE-FILE-TABLE, FALLING BACK TO THE
      *  DEVELOPMENT DEFAULTS SHOWN THERE.  THE SAVE FILE IS ALWAYS
      *  THE CONVERTED FILE'S OWN NAME WITH ".PRE" ADDED.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-OLD-FILE
           DATA RECORD IS HIST-OLD-REC.
       01 HIST-OLD-REC.
          05 HSO-KEY                  PIC X(10).
          05 FILLER                   PIC X(70).

       FD  HIST-NEW-FILE
           DATA RECORD IS HIST-NEW-REC.
       01 HIST-NEW-REC.
          05 HSN-KEY                  PIC X(14).
          05 FILLER                   PIC X(93).

       FD  YTD-OLD-FILE
           DATA RECORD IS YTD-OLD-REC.
       01 YTD-OLD-REC.
          05 YTO-EMP-NUMBER           PIC X(03).
          05 FILLER                   PIC X(18).

       FD  YTD-NEW-FILE
           DATA RECORD IS YTD-NEW-REC.
       01 YTD-NEW-REC.
          05 YTN-EMP-NUMBER           PIC X(05).
          05 FILLER                   PIC X(18).

       FD  ERTX-OLD-FILE
           DATA RECORD IS ERTX-OLD-REC.
       01 ERTX-OLD-REC.
          05 ETO-EMP-NUMBER           PIC X(03).
          05 FILLER                   PIC X(32).

       FD  ERTX-NEW-FILE
           DATA RECORD IS ERTX-NEW-REC.
       01 ERTX-NEW-REC.
          05 ETN-EMP-NUMBER           PIC X(05).
          05 FILLER                   PIC X(32).

       FD  LINE-FILE
           DATA RECORD IS LINE-FILE-REC.
       01 LINE-FILE-REC               PIC X(304).

       FD  SAVE-FILE
           DATA RECORD IS SAVE-FILE-REC.
       01 SAVE-FILE-REC               PIC X(304).

       FD  CONV-CONTROL
           DATA RECORD IS CONV-CONTROL-REC.
       01 CONV-CONTROL-REC.
          05 CVC-ENV-NAME             PIC X(08).
          05 FILLER                   PIC X(01).
          05 CVC-RUN-DATE             PIC X(08).
          05 FILLER                   PIC X(01).
          05 CVC-RECORDS              PIC 9(07).
          05 FILLER                   PIC X(01).
          05 CVC-RESULT               PIC X(08).

       FD  CONV-RPT
           DATA RECORD IS CONV-RPT-REC.
       01 CONV-RPT-REC                PIC X(80).

       FD  BATCH-ERROR-LOG
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PAY-HIST-DSN            PIC X(80).
       01  WS-PAY-HIST-STATUS         PIC X(02) VALUE "00".
       01  WS-PAYROLL-YTD-DSN         PIC X(80).
       01  WS-PAYROLL-YTD-STATUS      PIC X(02) VALUE "00".
       01  WS-ER-TAX-DSN              PIC X(80).
       01  WS-ER-TAX-STATUS           PIC X(02) VALUE "00".
       01  WS-CHECK-REG-DSN           PIC X(80).
       01  WS-MANUAL-OUT-DSN          PIC X(80).
       01  WS-LINE-FILE-DSN           PIC X(80).
       01  WS-LINE-FILE-STATUS        PIC X(02) VALUE "00".
       01  WS-SAVE-FILE-DSN           PIC X(84).
       01  WS-SAVE-FILE-STATUS        PIC X(02) VALUE "00".
       01  WS-CONV-CTL-DSN            PIC X(80).
       01  WS-CONV-CTL-STATUS         PIC X(02) VALUE "00".
       01  WS-CONV-RPT-DSN            PIC X(80).
       01  WS-CONV-RPT-STATUS         PIC X(02) VALUE "00".
       01  WS-ERROR-LOG-DSN           PIC X(80).
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

       01  WS-RUN-RC                  PIC 9(02) VALUE 0.
       01  WS-RUN-DATE                PIC X(08).
       01  WS-EMP-CONVERTED-SW        PIC X(01) VALUE "N".
           88 EMP-MASTER-CONVERTED           VALUE "Y".

      * EMPLOYEE-KEYED SIDE FILES WHOSE ONLY WIDENED FIELDS ARE THE
      * EMPLOYEE NUMBER AND (FOR TWO OF THEM) A PAY DATE.  EACH ROW
      * IS THE ENVIRONMENT NAME, THE DEFAULT DATASET, THE OLD START
      * POSITION OF THE EMPLOYEE NUMBER, AND THE OLD START POSITION
      * OF THE PAY DATE (ZERO WHEN THE FILE CARRIES NONE).
       01  WS-SIDE-FILE-VALUES.
           05 FILLER PIC X(26) VALUE "PAYEMP  HW16EMP.dat 001000".
           05 FILLER PIC X(26) VALUE "PAYLEAVEHW16LEAV.dat001000".
           05 FILLER PIC X(26) VALUE "PAYW4   HW16W4.dat  001000".
           05 FILLER PIC X(26) VALUE "PAYGARN HW16GARN.dat001000".
           05 FILLER PIC X(26) VALUE "PAYGREG HW16GREG.dat017001".
           05 FILLER PIC X(26) VALUE "PAYDED  HW16DED.dat 001000".
           05 FILLER PIC X(26) VALUE "PAYBENR HW16BENR.dat001000".
           05 FILLER PIC X(26) VALUE "PAYBANK HW16BANK.dat001000".
           05 FILLER PIC X(26) VALUE "PAYERATEHW16ERAT.dat001000".
           05 FILLER PIC X(26) VALUE "PAYNHRC HW16NHRC.dat001000".
           05 FILLER PIC X(26) VALUE "PAYFPC  HW16FPC.dat 001000".
           05 FILLER PIC X(26) VALUE "PAYMPROPHW16MPRP.dat001000".
           05 FILLER PIC X(26) VALUE "PAYACAD HW16ACAD.dat001000".
           05 FILLER PIC X(26) VALUE "PAYOVPR HW16OVPR.dat001004".
           05 FILLER PIC X(26) VALUE "PAYPROP HW16PROP.dat002000".
           05 FILLER PIC X(26) VALUE "RUGLABR HW15LABR.dat013000".
       01  WS-SIDE-FILE-TABLE REDEFINES WS-SIDE-FILE-VALUES.
           05 WS-SIDE-ENTRY OCCURS 16 TIMES.
              10 WS-SIDE-ENV          PIC X(08).
              10 WS-SIDE-DEFAULT      PIC X(12).
              10 WS-SIDE-EMP-POS      PIC 9(03).
              10 WS-SIDE-DATE-POS     PIC 9(03).
       01  WS-SIDE-SUB                PIC 9(02).
       01  WS-SIDE-COUNT              PIC 9(02) VALUE 16.

      * THE FILE NOW BEING CONVERTED.  KIND IS H(ISTORY), Y(TD),
      * E(MPLOYER TAX), C(HECK REGISTER), M(ANUAL PAY OUT), OR
      * S(IDE FILE).
       01  WS-CUR-ENV                 PIC X(08).
       01  WS-CUR-KIND                PIC X(01).
           88 CUR-IS-HISTORY                 VALUE "H".
           88 CUR-IS-YTD                     VALUE "Y".
           88 CUR-IS-ER-TAX                  VALUE "E".
           88 CUR-IS-CHECK-REG               VALUE "C".
           88 CUR-IS-MANUAL-OUT              VALUE "M".
           88 CUR-IS-SIDE-FILE               VALUE "S".
       01  WS-CUR-EMP-POS             PIC 9(03).
       01  WS-CUR-DATE-POS            PIC 9(03).
       01  WS-FILE-SW                 PIC X(01).
           88 FILE-CAN-CONVERT               VALUE "Y".
       01  WS-EOF-SW                  PIC X(01).
           88 AT-END-OF-FILE                 VALUE "Y".
       01  WS-RESULT                  PIC X(08).

       01  WS-BEFORE-COUNT            PIC 9(07).
       01  WS-AFTER-COUNT             PIC 9(07).
       01  WS-MEAS-USED               PIC 9(01).
       01  WS-MEAS-SUB                PIC 9(01).
       01  WS-MEASURE-TABLE.
           05 WS-MEAS-ENTRY OCCURS 3 TIMES.
              10 WS-MEAS-LABEL        PIC X(14).
              10 WS-MEAS-BEFORE       PIC 9(11)V99.
              10 WS-MEAS-AFTER        PIC 9(11)V99.
       01  WS-MEAS-ALL-WORK           PIC 9(11)V99.

      * CONVERSION CONTROL -- FILES ALREADY FINISHED BY AN EARLIER
      * RUN OF THIS PROGRAM.
       01  WS-DONE-COUNT              PIC 9(02) VALUE 0.
       01  WS-DONE-SUB                PIC 9(02).
       01  WS-DONE-SW                 PIC X(01).
           88 FILE-ALREADY-DONE              VALUE "Y".
       01  WS-DONE-TABLE.
           05 WS-DONE-ENTRY OCCURS 40 TIMES.
              10 WS-DONE-ENV          PIC X(08).
              10 WS-DONE-RESULT       PIC X(08).

      * WIDENING WORK FIELDS.
       01  WS-OLD-EMP                 PIC X(03).
       01  WS-NEW-EMP                 PIC X(05).
       01  WS-OLD-DATE                PIC X(06).
       01  WS-OLD-DATE-YY REDEFINES WS-OLD-DATE.
           05 FILLER                  PIC X(04).
           05 WS-OLD-YY               PIC 9(02).
       01  WS-NEW-DATE                PIC X(08).
       01  WS-OLD-POS                 PIC 9(03).
       01  WS-NEW-POS                 PIC 9(03).
       01  WS-COPY-TO                 PIC 9(03).
       01  WS-COPY-LEN                PIC 9(03).

      * OLD AND NEW RECORD IMAGES.  EACH KEPT FILE HAS ITS OLD AND
      * NEW LAYOUT REDEFINED OVER THESE TWO AREAS.
       01  WS-OLD-IMAGE               PIC X(304).
       01  WS-OLD-HIST REDEFINES WS-OLD-IMAGE.
           05 OH-EMP-NUMBER           PIC X(03).
           05 OH-PAY-DATE             PIC X(06).
           05 OH-EARN-TYPE            PIC X(01).
           05 OH-HOURS                PIC 9(02)V99.
           05 OH-RATE                 PIC 9(02)V99.
           05 OH-GROSS                PIC 9(04)V99.
           05 OH-SSN-MED              PIC 9(03)V99.
           05 OH-STATE                PIC 9(03)V99.
           05 OH-LOCAL                PIC 9(03)V99.
           05 OH-FED                  PIC 9(03)V99.
           05 OH-OPT-DEDUCT           PIC 9(04)V99.
           05 OH-NET                  PIC 9(04)V99.
           05 OH-ER-MATCH             PIC 9(04)V99.
           05 OH-FIT-WAGES            PIC 9(04)V99.
           05 OH-SS-WAGES             PIC 9(04)V99.
           05 OH-MED-WAGES            PIC 9(04)V99.
           05 FILLER                  PIC X(224).
       01  WS-OLD-YTD REDEFINES WS-OLD-IMAGE.
           05 OY-EMP-NUMBER           PIC X(03).
           05 OY-GROSS                PIC 9(07)V99.
           05 OY-SS-TAXABLE-GROSS     PIC 9(07)V99.
           05 FILLER                  PIC X(283).
       01  WS-OLD-ERTX REDEFINES WS-OLD-IMAGE.
           05 OE-EMP-NUMBER           PIC X(03).
           05 OE-FUTA-TAXABLE         PIC 9(07)V99.
           05 OE-SUTA-TAXABLE         PIC 9(07)V99.
           05 OE-FUTA-TAX             PIC 9(05)V99.
           05 OE-SUTA-TAX             PIC 9(05)V99.
           05 FILLER                  PIC X(269).
       01  WS-OLD-CREG REDEFINES WS-OLD-IMAGE.
           05 OC-CHECK-NUMBER         PIC 9(07).
           05 OC-PAY-DATE             PIC X(06).
           05 OC-EMP-NUMBER           PIC X(03).
           05 OC-AMOUNT               PIC 9(04)V99.
           05 OC-STATUS               PIC X(01).
           05 OC-CHECK-TYPE           PIC X(01).
           05 FILLER                  PIC X(280).
       01  WS-OLD-MOUT REDEFINES WS-OLD-IMAGE.
           05 OM-PAY-DATE             PIC X(06).
           05 OM-EMP-NUMBER           PIC X(03).
           05 OM-AMOUNT               PIC 9(06)V99.
           05 OM-DEDUCTIONS           PIC X(01).
           05 OM-RATE-CODE            PIC X(02).
           05 OM-EARN-TYPE            PIC X(01).
           05 OM-GROSS                PIC 9(04)V99.
           05 OM-SSN-MED              PIC 9(03)V99.
           05 OM-STATE                PIC 9(03)V99.
           05 OM-LOCAL                PIC 9(03)V99.
           05 OM-FED                  PIC 9(03)V99.
           05 OM-NET                  PIC 9(04)V99.
           05 OM-WORK-STATE           PIC X(02).
           05 OM-WORK-ST-TAX          PIC 9(03)V99.
           05 OM-RES-STATE            PIC X(02).
           05 OM-RES-ST-TAX           PIC 9(03)V99.
           05 OM-ER-MATCH             PIC 9(04)V99.
           05 OM-SHIFT-PREM           PIC 9(04)V99.
           05 OM-FIT-WAGES            PIC 9(04)V99.
           05 OM-SS-WAGES             PIC 9(04)V99.
           05 OM-MED-WAGES            PIC 9(04)V99.
           05 OM-ER-BENEFIT           PIC 9(04)V99.
           05 FILLER                  PIC X(201).

       01  WS-NEW-IMAGE               PIC X(304).
       01  WS-NEW-HIST REDEFINES WS-NEW-IMAGE.
           05 NH-EMP-NUMBER           PIC X(05).
           05 NH-PAY-DATE             PIC X(08).
           05 NH-EARN-TYPE            PIC X(01).
           05 NH-HOURS                PIC 9(03)V99.
           05 NH-RATE                 PIC 9(02)V99.
           05 NH-GROSS                PIC 9(06)V99.
           05 NH-SSN-MED              PIC 9(05)V99.
           05 NH-STATE                PIC 9(05)V99.
           05 NH-LOCAL                PIC 9(05)V99.
           05 NH-FED                  PIC 9(05)V99.
           05 NH-OPT-DEDUCT           PIC 9(06)V99.
           05 NH-NET                  PIC 9(06)V99.
           05 NH-ER-MATCH             PIC 9(06)V99.
           05 NH-FIT-WAGES            PIC 9(06)V99.
           05 NH-SS-WAGES             PIC 9(06)V99.
           05 NH-MED-WAGES            PIC 9(06)V99.
           05 FILLER                  PIC X(197).
       01  WS-NEW-YTD REDEFINES WS-NEW-IMAGE.
           05 NY-EMP-NUMBER           PIC X(05).
           05 NY-GROSS                PIC 9(07)V99.
           05 NY-SS-TAXABLE-GROSS     PIC 9(07)V99.
           05 FILLER                  PIC X(281).
       01  WS-NEW-ERTX REDEFINES WS-NEW-IMAGE.
           05 NE-EMP-NUMBER           PIC X(05).
           05 NE-FUTA-TAXABLE         PIC 9(07)V99.
           05 NE-SUTA-TAXABLE         PIC 9(07)V99.
           05 NE-FUTA-TAX             PIC 9(05)V99.
           05 NE-SUTA-TAX             PIC 9(05)V99.
           05 FILLER                  PIC X(267).
       01  WS-NEW-CREG REDEFINES WS-NEW-IMAGE.
           05 NC-CHECK-NUMBER         PIC 9(07).
           05 NC-PAY-DATE             PIC X(08).
           05 NC-EMP-NUMBER           PIC X(05).
           05 NC-AMOUNT               PIC 9(06)V99.
           05 NC-STATUS               PIC X(01).
           05 NC-CHECK-TYPE           PIC X(01).
           05 FILLER                  PIC X(274).
       01  WS-NEW-MOUT REDEFINES WS-NEW-IMAGE.
           05 NM-PAY-DATE             PIC X(08).
           05 NM-EMP-NUMBER           PIC X(05).
           05 NM-AMOUNT               PIC 9(07)V99.
           05 NM-DEDUCTIONS           PIC X(01).
           05 NM-RATE-CODE            PIC X(02).
           05 NM-EARN-TYPE            PIC X(01).
           05 NM-GROSS                PIC 9(06)V99.
           05 NM-SSN-MED              PIC 9(05)V99.
           05 NM-STATE                PIC 9(05)V99.
           05 NM-LOCAL                PIC 9(05)V99.
           05 NM-FED                  PIC 9(05)V99.
           05 NM-NET                  PIC 9(06)V99.
           05 NM-WORK-STATE           PIC X(02).
           05 NM-WORK-ST-TAX          PIC 9(05)V99.
           05 NM-RES-STATE            PIC X(02).
           05 NM-RES-ST-TAX           PIC 9(05)V99.
           05 NM-ER-MATCH             PIC 9(06)V99.
           05 NM-SHIFT-PREM           PIC 9(06)V99.
           05 NM-FIT-WAGES            PIC 9(06)V99.
           05 NM-SS-WAGES             PIC 9(06)V99.
           05 NM-MED-WAGES            PIC 9(06)V99.
           05 NM-ER-BENEFIT           PIC 9(06)V99.
           05 FILLER                  PIC X(168).

       01  WS-RPT-LINE                PIC X(80).
       01  WS-RPT-FILE-LINE.
           05 RFL-ENV                 PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RFL-DSN                 PIC X(60).
       01  WS-RPT-COL-HDR.
           05 FILLER                  PIC X(17) VALUE SPACES.
           05 FILLER                  PIC X(18) VALUE
               "            BEFORE".
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 FILLER                  PIC X(18) VALUE
               "             AFTER".
       01  WS-RPT-COUNT-LINE.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 FILLER                  PIC X(14) VALUE "RECORDS".
           05 FILLER                  PIC X(07) VALUE SPACES.
           05 RCL-BEFORE              PIC Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(11) VALUE SPACES.
           05 RCL-AFTER               PIC Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RCL-RESULT              PIC X(08).
       01  WS-RPT-MONEY-LINE.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 RML-LABEL               PIC X(14).
           05 RML-BEFORE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 RML-AFTER               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RML-RESULT              PIC X(08).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW16CONV BEGINS".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 1000-LOAD-CONTROL.
           OPEN OUTPUT CONV-RPT.
           IF WS-CONV-RPT-STATUS NOT = "00"
               MOVE "0000-DRIVER"   TO WS-ERR-PARAGRAPH-NAME
               MOVE "CONV-RPT"      TO WS-ERR-FILE-NAME
               MOVE WS-CONV-RPT-STATUS TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               MOVE "HW16CONV  PAYROLL FILE WIDENING CONVERSION"
                   TO WS-RPT-LINE
               MOVE WS-RUN-DATE TO WS-RPT-LINE(52:8)
               PERFORM 8900-WRITE-RPT-LINE
               PERFORM 8900-WRITE-RPT-LINE
               PERFORM 2000-CONVERT-HISTORY
               PERFORM 2100-CONVERT-YTD
               PERFORM 2200-CONVERT-ER-TAX
               MOVE "PAYCREG"        TO WS-CUR-ENV
               MOVE "C"              TO WS-CUR-KIND
               MOVE WS-CHECK-REG-DSN TO WS-LINE-FILE-DSN
               PERFORM 3000-CONVERT-LINE-FILE
               MOVE "PAYMOUT"        TO WS-CUR-ENV
               MOVE "M"              TO WS-CUR-KIND
               MOVE WS-MANUAL-OUT-DSN TO WS-LINE-FILE-DSN
               PERFORM 3000-CONVERT-LINE-FILE
               PERFORM VARYING WS-SIDE-SUB FROM 1 BY 1
                       UNTIL WS-SIDE-SUB > WS-SIDE-COUNT
                   PERFORM 0950-RESOLVE-SIDE-FILE
                   PERFORM 3000-CONVERT-LINE-FILE
                   IF WS-CUR-ENV = "PAYEMP" AND WS-RESULT = "MATCHED"
                       MOVE "Y" TO WS-EMP-CONVERTED-SW
                   END-IF
               END-PERFORM
               IF EMP-MASTER-CONVERTED
                   PERFORM 4000-REBUILD-EMP-INDEX
               END-IF
               IF WS-RUN-RC = 0
                   MOVE "CONVERSION COMPLETE - ALL FILES MATCHED"
                       TO WS-RPT-LINE
               ELSE
                   MOVE "*** CONVERSION INCOMPLETE - SEE ABOVE"
                       TO WS-RPT-LINE
               END-IF
               PERFORM 8900-WRITE-RPT-LINE
               CLOSE CONV-RPT
           END-IF.
           MOVE WS-RUN-RC TO RETURN-CODE.
           DISPLAY "HW16CONV CONCLUDES".
           GOBACK.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
           MOVE "HW16CONV"            TO ERRLOG-PROGRAM.
           MOVE WS-ERR-PARAGRAPH-NAME TO ERRLOG-PARAGRAPH.
           MOVE WS-ERR-FILE-NAME      TO ERRLOG-FILE.
           MOVE WS-ERR-STATUS-CODE    TO ERRLOG-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ERRLOG-DATE.
           WRITE BATCH-ERROR-LOG-REC FROM WS-ERROR-LOG-LINE.
           CLOSE BATCH-ERROR-LOG.
           MOVE 16 TO WS-RUN-RC.
           MOVE 16 TO RETURN-CODE.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-PAY-HIST-DSN FROM ENVIRONMENT "PAYHIST".
           IF WS-PAY-HIST-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16HIST.dat"
               TO WS-PAY-HIST-DSN
           END-IF.
           ACCEPT WS-PAYROLL-YTD-DSN FROM ENVIRONMENT "PAYYTD".
           IF WS-PAYROLL-YTD-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16YTD.dat"
               TO WS-PAYROLL-YTD-DSN
           END-IF.
           ACCEPT WS-ER-TAX-DSN FROM ENVIRONMENT "PAYERTX".
           IF WS-ER-TAX-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16ERTX.dat"
               TO WS-ER-TAX-DSN
           END-IF.
           ACCEPT WS-CHECK-REG-DSN FROM ENVIRONMENT "PAYCREG".
           IF WS-CHECK-REG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16CREG.dat"
               TO WS-CHECK-REG-DSN
           END-IF.
           ACCEPT WS-MANUAL-OUT-DSN FROM ENVIRONMENT "PAYMOUT".
           IF WS-MANUAL-OUT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16MOU1.dat"
               TO WS-MANUAL-OUT-DSN
           END-IF.
           ACCEPT WS-CONV-CTL-DSN FROM ENVIRONMENT "PAYCVCTL".
           IF WS-CONV-CTL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16CVCT.dat"
               TO WS-CONV-CTL-DSN
           END-IF.
           ACCEPT WS-CONV-RPT-DSN FROM ENVIRONMENT "PAYCVRPT".
           IF WS-CONV-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16CONV.rpt"
               TO WS-CONV-RPT-DSN
           END-IF.
           ACCEPT WS-ERROR-LOG-DSN FROM ENVIRONMENT "BATCHERRLOG".
           IF WS-ERROR-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\BATCHERR.log"
               TO WS-ERROR-LOG-DSN
           END-IF.

       0950-RESOLVE-SIDE-FILE.
           MOVE WS-SIDE-ENV(WS-SIDE-SUB)      TO WS-CUR-ENV.
           MOVE "S"                           TO WS-CUR-KIND.
           MOVE WS-SIDE-EMP-POS(WS-SIDE-SUB)  TO WS-CUR-EMP-POS.
           MOVE WS-SIDE-DATE-POS(WS-SIDE-SUB) TO WS-CUR-DATE-POS.
           MOVE SPACES TO WS-LINE-FILE-DSN.
           ACCEPT WS-LINE-FILE-DSN
               FROM ENVIRONMENT WS-SIDE-ENV(WS-SIDE-SUB).
           IF WS-LINE-FILE-DSN = SPACES
               STRING "C:\school\cobol\cobolclass\master\data\"
                      WS-SIDE-DEFAULT(WS-SIDE-SUB)
                   DELIMITED BY SPACE INTO WS-LINE-FILE-DSN
           END-IF.

      * THE CONTROL FILE DOES NOT EXIST BEFORE THE FIRST RUN.
       1000-LOAD-CONTROL.
           MOVE 0 TO WS-DONE-COUNT.
           OPEN INPUT CONV-CONTROL.
           IF WS-CONV-CTL-STATUS = "00"
               READ CONV-CONTROL
               PERFORM UNTIL WS-CONV-CTL-STATUS NOT = "00"
                   IF WS-DONE-COUNT < 40
                       ADD 1 TO WS-DONE-COUNT
                       MOVE CVC-ENV-NAME
                           TO WS-DONE-ENV(WS-DONE-COUNT)
                       MOVE CVC-RESULT
                           TO WS-DONE-RESULT(WS-DONE-COUNT)
                   END-IF
                   READ CONV-CONTROL
               END-PERFORM
               CLOSE CONV-CONTROL
           END-IF.

      ****************************************************************
      * PAYROLL HISTORY -- INDEXED, KEY WIDENS FROM 10 TO 14 BYTES.
      ****************************************************************
       2000-CONVERT-HISTORY.
           MOVE "PAYHIST" TO WS-CUR-ENV.
           MOVE "H"       TO WS-CUR-KIND.
           MOVE WS-PAY-HIST-DSN TO WS-LINE-FILE-DSN.
           PERFORM 7000-START-FILE.
           IF FILE-CAN-CONVERT
               OPEN INPUT HIST-OLD-FILE
               IF WS-PAY-HIST-STATUS = "35"
                   PERFORM 7100-FILE-NOT-PRESENT
               ELSE
                   IF WS-PAY-HIST-STATUS NOT = "00"
                       MOVE "HIST-OLD-FILE" TO WS-ERR-FILE-NAME
                       MOVE WS-PAY-HIST-STATUS TO WS-ERR-STATUS-CODE
                       PERFORM 7200-FILE-OPEN-FAILED
                   END-IF
               END-IF
           END-IF.
           IF FILE-CAN-CONVERT
               PERFORM 7300-OPEN-SAVE-OUTPUT
               IF FILE-CAN-CONVERT
                   MOVE "N" TO WS-EOF-SW
                   PERFORM UNTIL AT-END-OF-FILE
                       READ HIST-OLD-FILE NEXT RECORD
                           INTO WS-OLD-IMAGE
                           AT END
                               MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               PERFORM 5000-MEASURE-OLD
                               WRITE SAVE-FILE-REC FROM WS-OLD-IMAGE
                       END-READ
                   END-PERFORM
                   CLOSE SAVE-FILE
               END-IF
               CLOSE HIST-OLD-FILE
           END-IF.
           IF FILE-CAN-CONVERT
               OPEN OUTPUT HIST-NEW-FILE
               OPEN INPUT SAVE-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL AT-END-OF-FILE
                   READ SAVE-FILE INTO WS-OLD-IMAGE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 6000-WIDEN-RECORD
                           WRITE HIST-NEW-REC FROM WS-NEW-IMAGE
                               INVALID KEY
                                   DISPLAY "DUPLICATE HISTORY KEY: "
                                       NH-EMP-NUMBER " " NH-PAY-DATE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE SAVE-FILE
               CLOSE HIST-NEW-FILE
               OPEN INPUT HIST-NEW-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL AT-END-OF-FILE
                   READ HIST-NEW-FILE NEXT RECORD
                       INTO WS-NEW-IMAGE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 5100-MEASURE-NEW
                   END-READ
               END-PERFORM
               CLOSE HIST-NEW-FILE
               PERFORM 7500-PROVE-FILE
           END-IF.

      ****************************************************************
      * PAYROLL YTD -- INDEXED, KEY WIDENS FROM 3 TO 5 BYTES.
      ****************************************************************
       2100-CONVERT-YTD.
           MOVE "PAYYTD" TO WS-CUR-ENV.
           MOVE "Y"      TO WS-CUR-KIND.
           MOVE WS-PAYROLL-YTD-DSN TO WS-LINE-FILE-DSN.
           PERFORM 7000-START-FILE.
           IF FILE-CAN-CONVERT
               OPEN INPUT YTD-OLD-FILE
               IF WS-PAYROLL-YTD-STATUS = "35"
                   PERFORM 7100-FILE-NOT-PRESENT
               ELSE
                   IF WS-PAYROLL-YTD-STATUS NOT = "00"
                       MOVE "YTD-OLD-FILE" TO WS-ERR-FILE-NAME
                       MOVE WS-PAYROLL-YTD-STATUS
                           TO WS-ERR-STATUS-CODE
                       PERFORM 7200-FILE-OPEN-FAILED
                   END-IF
               END-IF
           END-IF.
           IF FILE-CAN-CONVERT
               PERFORM 7300-OPEN-SAVE-OUTPUT
               IF FILE-CAN-CONVERT
                   MOVE "N" TO WS-EOF-SW
                   PERFORM UNTIL AT-END-OF-FILE
                       READ YTD-OLD-FILE NEXT RECORD
                           INTO WS-OLD-IMAGE
                           AT END
                               MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               PERFORM 5000-MEASURE-OLD
                               WRITE SAVE-FILE-REC FROM WS-OLD-IMAGE
                       END-READ
                   END-PERFORM
                   CLOSE SAVE-FILE
               END-IF
               CLOSE YTD-OLD-FILE
           END-IF.
           IF FILE-CAN-CONVERT
               OPEN OUTPUT YTD-NEW-FILE
               OPEN INPUT SAVE-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL AT-END-OF-FILE
                   READ SAVE-FILE INTO WS-OLD-IMAGE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 6000-WIDEN-RECORD
                           WRITE YTD-NEW-REC FROM WS-NEW-IMAGE
                               INVALID KEY
                                   DISPLAY "DUPLICATE YTD KEY: "
                                       NY-EMP-NUMBER
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE SAVE-FILE
               CLOSE YTD-NEW-FILE
               OPEN INPUT YTD-NEW-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL AT-END-OF-FILE
                   READ YTD-NEW-FILE NEXT RECORD
                       INTO WS-NEW-IMAGE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 5100-MEASURE-NEW
                   END-READ
               END-PERFORM
               CLOSE YTD-NEW-FILE
               PERFORM 7500-PROVE-FILE
           END-IF.

      ****************************************************************
      * EMPLOYER TAX YTD -- INDEXED, KEY WIDENS FROM 3 TO 5 BYTES.
      ****************************************************************
       2200-CONVERT-ER-TAX.
           MOVE "PAYERTX" TO WS-CUR-ENV.
           MOVE "E"       TO WS-CUR-KIND.
           MOVE WS-ER-TAX-DSN TO WS-LINE-FILE-DSN.
           PERFORM 7000-START-FILE.
           IF FILE-CAN-CONVERT
               OPEN INPUT ERTX-OLD-FILE
               IF WS-ER-TAX-STATUS = "35"
                   PERFORM 7100-FILE-NOT-PRESENT
               ELSE
                   IF WS-ER-TAX-STATUS NOT = "00"
                       MOVE "ERTX-OLD-FILE" TO WS-ERR-FILE-NAME
                       MOVE WS-ER-TAX-STATUS TO WS-ERR-STATUS-CODE
                       PERFORM 7200-FILE-OPEN-FAILED
                   END-IF
               END-IF
           END-IF.
           IF FILE-CAN-CONVERT
               PERFORM 7300-OPEN-SAVE-OUTPUT
               IF FILE-CAN-CONVERT
                   MOVE "N" TO WS-EOF-SW
                   PERFORM UNTIL AT-END-OF-FILE
                       READ ERTX-OLD-FILE NEXT RECORD
                           INTO WS-OLD-IMAGE
                           AT END
                               MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               PERFORM 5000-MEASURE-OLD
                               WRITE SAVE-FILE-REC FROM WS-OLD-IMAGE
                       END-READ
                   END-PERFORM
                   CLOSE SAVE-FILE
               END-IF
               CLOSE ERTX-OLD-FILE
           END-IF.
           IF FILE-CAN-CONVERT
               OPEN OUTPUT ERTX-NEW-FILE
               OPEN INPUT SAVE-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL AT-END-OF-FILE
                   READ SAVE-FILE INTO WS-OLD-IMAGE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 6000-WIDEN-RECORD
                           WRITE ERTX-NEW-REC FROM WS-NEW-IMAGE
                               INVALID KEY
                                   DISPLAY "DUPLICATE ER TAX KEY: "
                                       NE-EMP-NUMBER
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE SAVE-FILE
               CLOSE ERTX-NEW-FILE
               OPEN INPUT ERTX-NEW-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL AT-END-OF-FILE
                   READ ERTX-NEW-FILE NEXT RECORD
                       INTO WS-NEW-IMAGE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 5100-MEASURE-NEW
                   END-READ
               END-PERFORM
               CLOSE ERTX-NEW-FILE
               PERFORM 7500-PROVE-FILE
           END-IF.

      ****************************************************************
      * LINE SEQUENTIAL FILES -- CHECK REGISTER, MANUAL PAY OUT, AND
      * THE EMPLOYEE-KEYED SIDE FILES.  WS-CUR-KIND SAYS WHICH.
      ****************************************************************
       3000-CONVERT-LINE-FILE.
           PERFORM 7000-START-FILE.
           IF FILE-CAN-CONVERT
               OPEN INPUT LINE-FILE
               IF WS-LINE-FILE-STATUS = "35"
                   PERFORM 7100-FILE-NOT-PRESENT
               ELSE
                   IF WS-LINE-FILE-STATUS NOT = "00"
                       MOVE WS-CUR-ENV TO WS-ERR-FILE-NAME
                       MOVE WS-LINE-FILE-STATUS TO WS-ERR-STATUS-CODE
                       PERFORM 7200-FILE-OPEN-FAILED
                   END-IF
               END-IF
           END-IF.
           IF FILE-CAN-CONVERT
               PERFORM 7300-OPEN-SAVE-OUTPUT
               IF FILE-CAN-CONVERT
                   MOVE "N" TO WS-EOF-SW
                   PERFORM UNTIL AT-END-OF-FILE
                       MOVE SPACES TO WS-OLD-IMAGE
                       READ LINE-FILE INTO WS-OLD-IMAGE
                           AT END
                               MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               PERFORM 5000-MEASURE-OLD
                               WRITE SAVE-FILE-REC FROM WS-OLD-IMAGE
                       END-READ
                   END-PERFORM
                   CLOSE SAVE-FILE
               END-IF
               CLOSE LINE-FILE
           END-IF.
           IF FILE-CAN-CONVERT
               OPEN OUTPUT LINE-FILE
               OPEN INPUT SAVE-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL AT-END-OF-FILE
                   MOVE SPACES TO WS-OLD-IMAGE
                   READ SAVE-FILE INTO WS-OLD-IMAGE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 6000-WIDEN-RECORD
                           WRITE LINE-FILE-REC FROM WS-NEW-IMAGE
                   END-READ
               END-PERFORM
               CLOSE SAVE-FILE
               CLOSE LINE-FILE
               OPEN INPUT LINE-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL AT-END-OF-FILE
                   MOVE SPACES TO WS-NEW-IMAGE
                   READ LINE-FILE INTO WS-NEW-IMAGE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 5100-MEASURE-NEW
                   END-READ
               END-PERFORM
               CLOSE LINE-FILE
               PERFORM 7500-PROVE-FILE
           END-IF.

      ****************************************************************
      * HW16EMPL REBUILDS THE INDEXED MASTER FROM THE CONVERTED FLAT
      * MASTER, SO PAYEMPX NEEDS NO CONVERSION OF ITS OWN.
      ****************************************************************
       4000-REBUILD-EMP-INDEX.
           MOVE "HW16EMPL REBUILDING THE INDEXED EMPLOYEE MASTER"
               TO WS-RPT-LINE.
           PERFORM 8900-WRITE-RPT-LINE.
           CALL "HW16EMPL".
           IF RETURN-CODE NOT = 0
               MOVE "*** HW16EMPL FAILED - RERUN IT BY HAND"
                   TO WS-RPT-LINE
               PERFORM 8900-WRITE-RPT-LINE
               MOVE 16 TO WS-RUN-RC
           END-IF.
           PERFORM 8900-WRITE-RPT-LINE.

      ****************************************************************
      * BEFORE AND AFTER MEASURES.  THE MONEY TOTALS ARE TAKEN FROM
      * THE OLD FIELDS ON THE FIRST PASS AND THE NEW FIELDS ON THE
      * THIRD, SO A FIELD THAT DID NOT CARRY OVER SHOWS AS A MISMATCH.
      ****************************************************************
       5000-MEASURE-OLD.
           ADD 1 TO WS-BEFORE-COUNT.
           EVALUATE TRUE
               WHEN CUR-IS-HISTORY
                   ADD OH-GROSS TO WS-MEAS-BEFORE(1)
                   ADD OH-NET   TO WS-MEAS-BEFORE(2)
                   COMPUTE WS-MEAS-ALL-WORK =
                       OH-GROSS + OH-SSN-MED + OH-STATE + OH-LOCAL
                       + OH-FED + OH-OPT-DEDUCT + OH-NET
                       + OH-ER-MATCH + OH-FIT-WAGES + OH-SS-WAGES
                       + OH-MED-WAGES
                   ADD WS-MEAS-ALL-WORK TO WS-MEAS-BEFORE(3)
               WHEN CUR-IS-YTD
                   ADD OY-GROSS TO WS-MEAS-BEFORE(1)
                   ADD OY-SS-TAXABLE-GROSS TO WS-MEAS-BEFORE(2)
               WHEN CUR-IS-ER-TAX
                   ADD OE-FUTA-TAXABLE TO WS-MEAS-BEFORE(1)
                   ADD OE-SUTA-TAXABLE TO WS-MEAS-BEFORE(2)
                   COMPUTE WS-MEAS-ALL-WORK =
                       OE-FUTA-TAX + OE-SUTA-TAX
                   ADD WS-MEAS-ALL-WORK TO WS-MEAS-BEFORE(3)
               WHEN CUR-IS-CHECK-REG
                   ADD OC-AMOUNT TO WS-MEAS-BEFORE(1)
               WHEN CUR-IS-MANUAL-OUT
                   ADD OM-GROSS TO WS-MEAS-BEFORE(1)
                   ADD OM-NET   TO WS-MEAS-BEFORE(2)
                   COMPUTE WS-MEAS-ALL-WORK =
                       OM-AMOUNT + OM-GROSS + OM-SSN-MED + OM-STATE
                       + OM-LOCAL + OM-FED + OM-NET + OM-WORK-ST-TAX
                       + OM-RES-ST-TAX + OM-ER-MATCH + OM-SHIFT-PREM
                       + OM-FIT-WAGES + OM-SS-WAGES + OM-MED-WAGES
                       + OM-ER-BENEFIT
                   ADD WS-MEAS-ALL-WORK TO WS-MEAS-BEFORE(3)
           END-EVALUATE.

       5100-MEASURE-NEW.
           ADD 1 TO WS-AFTER-COUNT.
           EVALUATE TRUE
               WHEN CUR-IS-HISTORY
                   ADD NH-GROSS TO WS-MEAS-AFTER(1)
                   ADD NH-NET   TO WS-MEAS-AFTER(2)
                   COMPUTE WS-MEAS-ALL-WORK =
                       NH-GROSS + NH-SSN-MED + NH-STATE + NH-LOCAL
                       + NH-FED + NH-OPT-DEDUCT + NH-NET
                       + NH-ER-MATCH + NH-FIT-WAGES + NH-SS-WAGES
                       + NH-MED-WAGES
                   ADD WS-MEAS-ALL-WORK TO WS-MEAS-AFTER(3)
               WHEN CUR-IS-YTD
                   ADD NY-GROSS TO WS-MEAS-AFTER(1)
                   ADD NY-SS-TAXABLE-GROSS TO WS-MEAS-AFTER(2)
               WHEN CUR-IS-ER-TAX
                   ADD NE-FUTA-TAXABLE TO WS-MEAS-AFTER(1)
                   ADD NE-SUTA-TAXABLE TO WS-MEAS-AFTER(2)
                   COMPUTE WS-MEAS-ALL-WORK =
                       NE-FUTA-TAX + NE-SUTA-TAX
                   ADD WS-MEAS-ALL-WORK TO WS-MEAS-AFTER(3)
               WHEN CUR-IS-CHECK-REG
                   ADD NC-AMOUNT TO WS-MEAS-AFTER(1)
               WHEN CUR-IS-MANUAL-OUT
                   ADD NM-GROSS TO WS-MEAS-AFTER(1)
                   ADD NM-NET   TO WS-MEAS-AFTER(2)
                   COMPUTE WS-MEAS-ALL-WORK =
                       NM-AMOUNT + NM-GROSS + NM-SSN-MED + NM-STATE
                       + NM-LOCAL + NM-FED + NM-NET + NM-WORK-ST-TAX
                       + NM-RES-ST-TAX + NM-ER-MATCH + NM-SHIFT-PREM
                       + NM-FIT-WAGES + NM-SS-WAGES + NM-MED-WAGES
                       + NM-ER-BENEFIT
                   ADD WS-MEAS-ALL-WORK TO WS-MEAS-AFTER(3)
           END-EVALUATE.

      ****************************************************************
      * OLD IMAGE TO NEW IMAGE.
      ****************************************************************
       6000-WIDEN-RECORD.
           MOVE SPACES TO WS-NEW-IMAGE.
           EVALUATE TRUE
               WHEN CUR-IS-HISTORY
                   MOVE OH-EMP-NUMBER TO WS-OLD-EMP
                   PERFORM 6100-WIDEN-EMP
                   MOVE WS-NEW-EMP    TO NH-EMP-NUMBER
                   MOVE OH-PAY-DATE   TO WS-OLD-DATE
                   PERFORM 6200-WIDEN-DATE
                   MOVE WS-NEW-DATE   TO NH-PAY-DATE
                   MOVE OH-EARN-TYPE  TO NH-EARN-TYPE
                   MOVE OH-HOURS      TO NH-HOURS
                   MOVE OH-RATE       TO NH-RATE
                   MOVE OH-GROSS      TO NH-GROSS
                   MOVE OH-SSN-MED    TO NH-SSN-MED
                   MOVE OH-STATE      TO NH-STATE
                   MOVE OH-LOCAL      TO NH-LOCAL
                   MOVE OH-FED        TO NH-FED
                   MOVE OH-OPT-DEDUCT TO NH-OPT-DEDUCT
                   MOVE OH-NET        TO NH-NET
                   MOVE OH-ER-MATCH   TO NH-ER-MATCH
                   MOVE OH-FIT-WAGES  TO NH-FIT-WAGES
                   MOVE OH-SS-WAGES   TO NH-SS-WAGES
                   MOVE OH-MED-WAGES  TO NH-MED-WAGES
               WHEN CUR-IS-YTD
                   MOVE OY-EMP-NUMBER TO WS-OLD-EMP
                   PERFORM 6100-WIDEN-EMP
                   MOVE WS-NEW-EMP    TO NY-EMP-NUMBER
                   MOVE OY-GROSS      TO NY-GROSS
                   MOVE OY-SS-TAXABLE-GROSS TO NY-SS-TAXABLE-GROSS
               WHEN CUR-IS-ER-TAX
                   MOVE OE-EMP-NUMBER TO WS-OLD-EMP
                   PERFORM 6100-WIDEN-EMP
                   MOVE WS-NEW-EMP      TO NE-EMP-NUMBER
                   MOVE OE-FUTA-TAXABLE TO NE-FUTA-TAXABLE
                   MOVE OE-SUTA-TAXABLE TO NE-SUTA-TAXABLE
                   MOVE OE-FUTA-TAX     TO NE-FUTA-TAX
                   MOVE OE-SUTA-TAX     TO NE-SUTA-TAX
               WHEN CUR-IS-CHECK-REG
                   MOVE OC-CHECK-NUMBER TO NC-CHECK-NUMBER
                   MOVE OC-PAY-DATE   TO WS-OLD-DATE
                   PERFORM 6200-WIDEN-DATE
                   MOVE WS-NEW-DATE   TO NC-PAY-DATE
                   MOVE OC-EMP-NUMBER TO WS-OLD-EMP
                   PERFORM 6100-WIDEN-EMP
                   MOVE WS-NEW-EMP    TO NC-EMP-NUMBER
                   MOVE OC-AMOUNT     TO NC-AMOUNT
                   MOVE OC-STATUS     TO NC-STATUS
                   MOVE OC-CHECK-TYPE TO NC-CHECK-TYPE
               WHEN CUR-IS-MANUAL-OUT
                   PERFORM 6300-WIDEN-MANUAL-OUT
               WHEN CUR-IS-SIDE-FILE
                   PERFORM 6400-WIDEN-SIDE-IMAGE
           END-EVALUATE.

       6100-WIDEN-EMP.
           IF WS-OLD-EMP = SPACES
               MOVE SPACES TO WS-NEW-EMP
           ELSE
               STRING "00" WS-OLD-EMP DELIMITED BY SIZE
                   INTO WS-NEW-EMP
           END-IF.

      * SAME CENTURY PIVOT THE SIX-DIGIT DATES WERE READ WITH.
       6200-WIDEN-DATE.
           IF WS-OLD-DATE IS NUMERIC
               MOVE WS-OLD-DATE(1:4) TO WS-NEW-DATE(1:4)
               IF WS-OLD-YY >= 70
                   MOVE "19" TO WS-NEW-DATE(5:2)
               ELSE
                   MOVE "20" TO WS-NEW-DATE(5:2)
               END-IF
               MOVE WS-OLD-DATE(5:2) TO WS-NEW-DATE(7:2)
           ELSE
               MOVE SPACES TO WS-NEW-DATE
           END-IF.

       6300-WIDEN-MANUAL-OUT.
           MOVE OM-PAY-DATE     TO WS-OLD-DATE.
           PERFORM 6200-WIDEN-DATE.
           MOVE WS-NEW-DATE     TO NM-PAY-DATE.
           MOVE OM-EMP-NUMBER   TO WS-OLD-EMP.
           PERFORM 6100-WIDEN-EMP.
           MOVE WS-NEW-EMP      TO NM-EMP-NUMBER.
           MOVE OM-AMOUNT       TO NM-AMOUNT.
           MOVE OM-DEDUCTIONS   TO NM-DEDUCTIONS.
           MOVE OM-RATE-CODE    TO NM-RATE-CODE.
           MOVE OM-EARN-TYPE    TO NM-EARN-TYPE.
           MOVE OM-GROSS        TO NM-GROSS.
           MOVE OM-SSN-MED      TO NM-SSN-MED.
           MOVE OM-STATE        TO NM-STATE.
           MOVE OM-LOCAL        TO NM-LOCAL.
           MOVE OM-FED          TO NM-FED.
           MOVE OM-NET          TO NM-NET.
           MOVE OM-WORK-STATE   TO NM-WORK-STATE.
           MOVE OM-WORK-ST-TAX  TO NM-WORK-ST-TAX.
           MOVE OM-RES-STATE    TO NM-RES-STATE.
           MOVE OM-RES-ST-TAX   TO NM-RES-ST-TAX.
           MOVE OM-ER-MATCH     TO NM-ER-MATCH.
           MOVE OM-SHIFT-PREM   TO NM-SHIFT-PREM.
           MOVE OM-FIT-WAGES    TO NM-FIT-WAGES.
           MOVE OM-SS-WAGES     TO NM-SS-WAGES.
           MOVE OM-MED-WAGES    TO NM-MED-WAGES.
           MOVE OM-ER-BENEFIT   TO NM-ER-BENEFIT.

      * A SIDE FILE IS COPIED ACROSS IN PIECES -- EVERYTHING BEFORE
      * THE FIRST WIDENED FIELD, THE WIDENED FIELD, EVERYTHING UP TO
      * THE SECOND, AND SO ON -- EACH PIECE LANDING TWO BYTES FURTHER
      * RIGHT FOR EVERY FIELD ALREADY WIDENED.
       6400-WIDEN-SIDE-IMAGE.
           MOVE 1 TO WS-OLD-POS.
           MOVE 1 TO WS-NEW-POS.
           IF WS-CUR-DATE-POS > 0
              AND WS-CUR-DATE-POS < WS-CUR-EMP-POS
               PERFORM 6420-SHIFT-DATE
               PERFORM 6410-SHIFT-EMP
           ELSE
               PERFORM 6410-SHIFT-EMP
               IF WS-CUR-DATE-POS > 0
                   PERFORM 6420-SHIFT-DATE
               END-IF
           END-IF.
           COMPUTE WS-COPY-LEN = 300 - WS-OLD-POS + 1.
           MOVE WS-OLD-IMAGE(WS-OLD-POS:WS-COPY-LEN)
               TO WS-NEW-IMAGE(WS-NEW-POS:WS-COPY-LEN).

       6410-SHIFT-EMP.
           MOVE WS-CUR-EMP-POS TO WS-COPY-TO.
           PERFORM 6430-COPY-UP-TO.
           MOVE WS-OLD-IMAGE(WS-OLD-POS:3) TO WS-OLD-EMP.
           PERFORM 6100-WIDEN-EMP.
           MOVE WS-NEW-EMP TO WS-NEW-IMAGE(WS-NEW-POS:5).
           ADD 3 TO WS-OLD-POS.
           ADD 5 TO WS-NEW-POS.

       6420-SHIFT-DATE.
           MOVE WS-CUR-DATE-POS TO WS-COPY-TO.
           PERFORM 6430-COPY-UP-TO.
           MOVE WS-OLD-IMAGE(WS-OLD-POS:6) TO WS-OLD-DATE.
           PERFORM 6200-WIDEN-DATE.
           MOVE WS-NEW-DATE TO WS-NEW-IMAGE(WS-NEW-POS:8).
           ADD 6 TO WS-OLD-POS.
           ADD 8 TO WS-NEW-POS.

       6430-COPY-UP-TO.
           IF WS-COPY-TO > WS-OLD-POS
               COMPUTE WS-COPY-LEN = WS-COPY-TO - WS-OLD-POS
               MOVE WS-OLD-IMAGE(WS-OLD-POS:WS-COPY-LEN)
                   TO WS-NEW-IMAGE(WS-NEW-POS:WS-COPY-LEN)
               ADD WS-COPY-LEN TO WS-OLD-POS
               ADD WS-COPY-LEN TO WS-NEW-POS
           END-IF.

      ****************************************************************
      * PER-FILE HOUSEKEEPING.
      ****************************************************************
       7000-START-FILE.
           MOVE "Y" TO WS-FILE-SW.
           MOVE SPACES TO WS-RESULT.
           MOVE 0 TO WS-BEFORE-COUNT WS-AFTER-COUNT.
           INITIALIZE WS-MEASURE-TABLE.
           EVALUATE TRUE
               WHEN CUR-IS-HISTORY
                   MOVE 3 TO WS-MEAS-USED
                   MOVE "GROSS"      TO WS-MEAS-LABEL(1)
                   MOVE "NET"        TO WS-MEAS-LABEL(2)
                   MOVE "ALL AMOUNTS" TO WS-MEAS-LABEL(3)
               WHEN CUR-IS-YTD
                   MOVE 2 TO WS-MEAS-USED
                   MOVE "YTD GROSS"  TO WS-MEAS-LABEL(1)
                   MOVE "SS TAXABLE" TO WS-MEAS-LABEL(2)
               WHEN CUR-IS-ER-TAX
                   MOVE 3 TO WS-MEAS-USED
                   MOVE "FUTA TAXABLE" TO WS-MEAS-LABEL(1)
                   MOVE "SUTA TAXABLE" TO WS-MEAS-LABEL(2)
                   MOVE "FUTA+SUTA TAX" TO WS-MEAS-LABEL(3)
               WHEN CUR-IS-CHECK-REG
                   MOVE 1 TO WS-MEAS-USED
                   MOVE "CHECK AMOUNT" TO WS-MEAS-LABEL(1)
               WHEN CUR-IS-MANUAL-OUT
                   MOVE 3 TO WS-MEAS-USED
                   MOVE "GROSS"      TO WS-MEAS-LABEL(1)
                   MOVE "NET"        TO WS-MEAS-LABEL(2)
                   MOVE "ALL AMOUNTS" TO WS-MEAS-LABEL(3)
               WHEN OTHER
                   MOVE 0 TO WS-MEAS-USED
           END-EVALUATE.
           MOVE WS-CUR-ENV       TO RFL-ENV.
           MOVE WS-LINE-FILE-DSN TO RFL-DSN.
           MOVE WS-RPT-FILE-LINE TO WS-RPT-LINE.
           PERFORM 8900-WRITE-RPT-LINE.
           MOVE SPACES TO WS-SAVE-FILE-DSN.
           STRING WS-LINE-FILE-DSN DELIMITED BY SPACE
                  ".PRE" DELIMITED BY SIZE
               INTO WS-SAVE-FILE-DSN.
           MOVE "N" TO WS-DONE-SW.
           PERFORM VARYING WS-DONE-SUB FROM 1 BY 1
                   UNTIL WS-DONE-SUB > WS-DONE-COUNT
                      OR FILE-ALREADY-DONE
               IF WS-DONE-ENV(WS-DONE-SUB) = WS-CUR-ENV
                   MOVE "Y" TO WS-DONE-SW
               END-IF
           END-PERFORM.
           IF FILE-ALREADY-DONE
               MOVE "N" TO WS-FILE-SW
               SUBTRACT 1 FROM WS-DONE-SUB
               IF WS-DONE-RESULT(WS-DONE-SUB) = "MATCHED"
                  OR WS-DONE-RESULT(WS-DONE-SUB) = "ABSENT"
                   MOVE "   ALREADY CONVERTED - SKIPPED" TO WS-RPT-LINE
               ELSE
                   MOVE "   *** EARLIER MISMATCH - RESTORE THE FILE AND"
                       TO WS-RPT-LINE
                   MOVE " REMOVE ITS CONTROL ROW" TO WS-RPT-LINE(48:23)
                   MOVE 16 TO WS-RUN-RC
               END-IF
               PERFORM 8900-WRITE-RPT-LINE
               PERFORM 8900-WRITE-RPT-LINE
           END-IF.

      * A FILE NOT YET CREATED WILL BE CREATED IN THE NEW LAYOUT, SO
      * IT IS RECORDED AS DONE.
       7100-FILE-NOT-PRESENT.
           MOVE "N" TO WS-FILE-SW.
           MOVE "   NOT PRESENT - NOTHING TO CONVERT" TO WS-RPT-LINE.
           PERFORM 8900-WRITE-RPT-LINE.
           PERFORM 8900-WRITE-RPT-LINE.
           MOVE "ABSENT" TO WS-RESULT.
           PERFORM 7600-RECORD-CONTROL.

       7200-FILE-OPEN-FAILED.
           MOVE "N" TO WS-FILE-SW.
           MOVE "7200-FILE-OPEN-FAILED" TO WS-ERR-PARAGRAPH-NAME.
           PERFORM 0850-LOG-FILE-ERROR.
           MOVE "   *** OPEN FAILED - FILE NOT CONVERTED"
               TO WS-RPT-LINE.
           PERFORM 8900-WRITE-RPT-LINE.
           PERFORM 8900-WRITE-RPT-LINE.

      * THE ORIGINAL IS NOT TOUCHED UNLESS ITS SAVE COPY CAN BE MADE.
       7300-OPEN-SAVE-OUTPUT.
           OPEN OUTPUT SAVE-FILE.
           IF WS-SAVE-FILE-STATUS NOT = "00"
               MOVE "SAVE-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-SAVE-FILE-STATUS TO WS-ERR-STATUS-CODE
               PERFORM 7200-FILE-OPEN-FAILED
           END-IF.

       7500-PROVE-FILE.
           MOVE "MATCHED" TO WS-RESULT.
           MOVE WS-RPT-COL-HDR TO WS-RPT-LINE.
           PERFORM 8900-WRITE-RPT-LINE.
           MOVE WS-BEFORE-COUNT TO RCL-BEFORE.
           MOVE WS-AFTER-COUNT  TO RCL-AFTER.
           IF WS-BEFORE-COUNT = WS-AFTER-COUNT
               MOVE SPACES TO RCL-RESULT
           ELSE
               MOVE "*** DIFF" TO RCL-RESULT
               MOVE "MISMATCH" TO WS-RESULT
           END-IF.
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-LINE.
           PERFORM 8900-WRITE-RPT-LINE.
           PERFORM VARYING WS-MEAS-SUB FROM 1 BY 1
                   UNTIL WS-MEAS-SUB > WS-MEAS-USED
               MOVE WS-MEAS-LABEL(WS-MEAS-SUB)  TO RML-LABEL
               MOVE WS-MEAS-BEFORE(WS-MEAS-SUB) TO RML-BEFORE
               MOVE WS-MEAS-AFTER(WS-MEAS-SUB)  TO RML-AFTER
               IF WS-MEAS-BEFORE(WS-MEAS-SUB)
                  = WS-MEAS-AFTER(WS-MEAS-SUB)
                   MOVE SPACES TO RML-RESULT
               ELSE
                   MOVE "*** DIFF" TO RML-RESULT
                   MOVE "MISMATCH" TO WS-RESULT
               END-IF
               MOVE WS-RPT-MONEY-LINE TO WS-RPT-LINE
               PERFORM 8900-WRITE-RPT-LINE
           END-PERFORM.
           IF WS-RESULT = "MATCHED"
               MOVE "   CONVERTED - PRE-CONVERSION COPY KEPT AS .PRE"
                   TO WS-RPT-LINE
           ELSE
               MOVE "   *** MISMATCH - RESTORE THE FILE BEFORE ANY RUN"
                   TO WS-RPT-LINE
               MOVE 16 TO WS-RUN-RC
           END-IF.
           PERFORM 8900-WRITE-RPT-LINE.
           PERFORM 8900-WRITE-RPT-LINE.
           PERFORM 7600-RECORD-CONTROL.

      * A MISMATCHED FILE IS RECORDED TOO -- IT HAS ALREADY BEEN
      * REWRITTEN, AND A RERUN MUST NOT WIDEN IT A SECOND TIME.
       7600-RECORD-CONTROL.
           OPEN EXTEND CONV-CONTROL.
           IF WS-CONV-CTL-STATUS = "35"
               OPEN OUTPUT CONV-CONTROL
           END-IF.
           IF WS-CONV-CTL-STATUS NOT = "00"
               MOVE "7600-RECORD-CONTROL" TO WS-ERR-PARAGRAPH-NAME
               MOVE "CONV-CONTROL"        TO WS-ERR-FILE-NAME
               MOVE WS-CONV-CTL-STATUS    TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               MOVE SPACES          TO CONV-CONTROL-REC
               MOVE WS-CUR-ENV      TO CVC-ENV-NAME
               MOVE WS-RUN-DATE     TO CVC-RUN-DATE
               MOVE WS-AFTER-COUNT  TO CVC-RECORDS
               MOVE WS-RESULT       TO CVC-RESULT
               WRITE CONV-CONTROL-REC
               CLOSE CONV-CONTROL
           END-IF.

       8900-WRITE-RPT-LINE.
           WRITE CONV-RPT-REC FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
