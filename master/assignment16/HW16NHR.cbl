       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW16NHR.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
       INSTALLATION.  INFSYS-3807 COBOL.
      *Weekly state new-hire report.  Every new hire and rehire has
      *to reach the state within 20 days of the hire date.  Each run
      *compares the hire date on every employee master record with
      *the hire date last reported for that employee on the new-hire
      *control file: an employee not on the control file is a new
      *hire, one whose hire date has changed since it was reported
      *is a rehire.  Both go out on the state file with the employer
      *identifiers and the work state, and the control file is
      *rewritten so no one is sent twice.  An employee without a
      *usable SSN or hire date is held back, listed, and picked up
      *again on the next run once the master is corrected, so no
      *one is missed either.  The first run against an empty control
      *file records hires already past the 20 days as reported by
      *hand from the HW16EMPM add screen instead of resending them.
      *When there is a company master (COMPANY) the state file goes
      *out employer by employer: one pass of the master per company,
      *each company's hires carrying its own FEIN, name, address and
      *state employer ID from the company master, followed by a T4
      *total for that FEIN.  The home company falls back to the
      *employer file for a FEIN or address the master leaves blank.
      *An employee whose company is not on the master is held and
      *the run ends RC 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMP-MASTER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT EMPLOYER-INFO ASSIGN TO WS-EMPLOYER-INFO-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPLOYER-INFO-STATUS.

           SELECT NEW-HIRE-CONTROL ASSIGN TO WS-NH-CONTROL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NH-CONTROL-STATUS.

           SELECT NEW-HIRE-OUT ASSIGN TO WS-NH-OUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NH-OUT-STATUS.

           SELECT NEW-HIRE-RPT ASSIGN TO WS-NH-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NH-RPT-STATUS.

           SELECT BATCH-ERROR-LOG ASSIGN TO WS-ERROR-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM THE ENVIRONMENT VARIABLES BELOW, FALLING BACK TO
      *  DEVELOPMENT DEFAULTS SHOWN THERE WHEN A VARIABLE IS NOT SET:
      *      PAYEMP    PAYERINF  PAYNHRC   PAYNHOUT  PAYNHRPT
      *      BATCHERRLOG - SHARED WITH HW15NB, HW16NB, AND HW19NB

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 EMP-DEPT-IN              PIC X(15).
          05 EMP-HIRE-DATE-IN         PIC X(06).
          05 EMP-TERM-DATE-IN         PIC X(06).
          05 FILLER                   PIC X(12).
          05 EMP-WORK-STATE-IN        PIC X(02).
          05 FILLER                   PIC X(15).
          05 EMP-SSN-IN               PIC X(09).
          05 EMP-STREET-IN            PIC X(30).
          05 EMP-CITY-IN              PIC X(20).
          05 EMP-ADDR-STATE-IN        PIC X(02).
          05 EMP-ZIP-IN               PIC X(09).
          05 FILLER                   PIC X(04).
      *   EMPLOYING COMPANY, BLANK = THE HOME COMPANY.
          05 EMP-COMPANY-IN           PIC X(02).

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
          05 FILLER                   PIC X(82).

      * ONE RECORD PER EMPLOYEE EVER REPORTED: THE HIRE DATE SENT,
      * WHEN, AND WHETHER IT WENT AS A NEW HIRE (N), A REHIRE (R),
      * OR WAS TAKEN AS ALREADY REPORTED BY HAND ON THE FIRST RUN (S).
       FD  NEW-HIRE-CONTROL
           RECORDING MODE IS F
           DATA RECORD IS NEW-HIRE-CONTROL-REC.
       01 NEW-HIRE-CONTROL-REC.
          05 NHC-EMP-NUMBER           PIC X(05).
          05 NHC-HIRE-DATE            PIC X(06).
          05 NHC-REPORTED-DATE        PIC X(08).
          05 NHC-HIRE-TYPE            PIC X(01).

       FD  NEW-HIRE-OUT
           RECORDING MODE IS F
           DATA RECORD IS NEW-HIRE-OUT-REC.
       01 NEW-HIRE-OUT-REC            PIC X(300).

       FD  NEW-HIRE-RPT
           RECORDING MODE IS F
           DATA RECORD IS NEW-HIRE-RPT-REC.
       01 NEW-HIRE-RPT-REC            PIC X(100).

       FD  BATCH-ERROR-LOG
           RECORDING MODE IS F
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EMP-MASTER-DSN          PIC X(80).
       01  WS-EMPLOYER-INFO-DSN       PIC X(80).
       01  WS-NH-CONTROL-DSN          PIC X(80).
       01  WS-NH-OUT-DSN              PIC X(80).
       01  WS-NH-RPT-DSN              PIC X(80).
       01  WS-ERROR-LOG-DSN           PIC X(80).

       01  WS-EMP-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-EMPLOYER-INFO-STATUS    PIC X(02) VALUE "00".
       01  WS-NH-CONTROL-STATUS       PIC X(02) VALUE "00".
       01  WS-NH-OUT-STATUS           PIC X(02) VALUE "00".
       01  WS-NH-RPT-STATUS           PIC X(02) VALUE "00".

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

      * STATE LAW: REPORT WITHIN THIS MANY DAYS OF THE HIRE DATE.
       01  WS-REPORT-WINDOW-DAYS      PIC 9(03) VALUE 20.

       01  WS-TODAY                   PIC X(08).
       01  WS-TODAY-INT               PIC 9(08).
       01  WS-HIRE-CCYYMMDD           PIC X(08).
       01  WS-HIRE-MM                 PIC 9(02).
       01  WS-HIRE-DD                 PIC 9(02).
       01  WS-HIRE-YY                 PIC 9(02).
       01  WS-HIRE-CC                 PIC X(02).
       01  WS-HIRE-INT                PIC 9(08).
       01  WS-DAYS-SINCE-HIRE         PIC S9(08).
       01  WS-HIRE-TYPE               PIC X(01).
           88 HIRE-IS-NEW                    VALUE "N".
           88 HIRE-IS-REHIRE                 VALUE "R".
       01  WS-FIRST-RUN-SW            PIC X(01) VALUE "N".
           88 FIRST-RUN                      VALUE "Y".
       01  WS-EMPLOYER-OK-SW          PIC X(01) VALUE "N".
           88 EMPLOYER-OK                    VALUE "Y".
       01  WS-HOLD-REASON             PIC X(20).
       01  WS-NO-COMPANY-SW           PIC X(01) VALUE "N".
           88 NO-COMPANY                     VALUE "Y".

       01  WS-EMP-READ-COUNT          PIC 9(05) VALUE 0.
       01  WS-NEW-COUNT               PIC 9(05) VALUE 0.
       01  WS-REHIRE-COUNT            PIC 9(05) VALUE 0.
       01  WS-LATE-COUNT              PIC 9(05) VALUE 0.
       01  WS-HELD-COUNT              PIC 9(05) VALUE 0.
       01  WS-SEEDED-COUNT            PIC 9(05) VALUE 0.
       01  WS-WRITTEN-COUNT           PIC 9(07) VALUE 0.

      * COMPANY PASSES -- ONE EMPLOYER BLOCK PER COMPANY ON THE
      * MASTER, IN MASTER ORDER.  A BLANK HOME COMPANY MEANS THERE IS
      * NO COMPANY MASTER AND A SINGLE PASS UNDER THE EMPLOYER FILE.
       01  WS-HOME-COMPANY            PIC X(02) VALUE SPACES.
       01  WS-PASS-COMPANY            PIC X(02) VALUE SPACES.
       01  WS-REC-COMPANY             PIC X(02).
       01  WS-PASS-READ-COUNT         PIC 9(05) VALUE 0.
       01  WS-PASS-WRITTEN-COUNT      PIC 9(07) VALUE 0.
       01  WS-NO-COMPANY-COUNT        PIC 9(05) VALUE 0.
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

      * THE EMPLOYER FILE AS READ, AND THE EMPLOYER THE CURRENT PASS
      * REPORTS UNDER.
       01  WS-FILE-EMPLOYER.
           05 WS-FILE-ER-EIN          PIC X(09).
           05 WS-FILE-ER-NAME         PIC X(57).
           05 WS-FILE-ER-STREET       PIC X(22).
           05 WS-FILE-ER-CITY         PIC X(22).
           05 WS-FILE-ER-STATE        PIC X(02).
           05 WS-FILE-ER-ZIP          PIC X(05).
           05 WS-FILE-ER-ZIP-EXT      PIC X(04).
       01  WS-PASS-EMPLOYER.
           05 WS-PASS-ER-EIN          PIC X(09).
           05 WS-PASS-ER-NAME         PIC X(57).
           05 WS-PASS-ER-STREET       PIC X(22).
           05 WS-PASS-ER-CITY         PIC X(22).
           05 WS-PASS-ER-STATE        PIC X(02).
           05 WS-PASS-ER-ZIP          PIC X(05).
           05 WS-PASS-ER-ZIP-EXT      PIC X(04).
           05 WS-PASS-ER-STATE-ID     PIC X(12).

      * THE CONTROL FILE IN MEMORY -- ONE ENTRY PER EMPLOYEE NUMBER.
       01  WS-NHC-COUNT               PIC 9(04) VALUE 0.
       01  WS-NHC-SUB                 PIC 9(04).
       01  WS-NHC-FOUND-SUB           PIC 9(04).
       01  WS-NHC-FOUND-SW            PIC X(01) VALUE "N".
           88 NHC-FOUND                      VALUE "Y".
       01  WS-NHC-TABLE.
           05 WS-NHC-ENTRY OCCURS 1000 TIMES.
              10 WS-NHC-EMP-NUMBER    PIC X(05).
              10 WS-NHC-HIRE-DATE     PIC X(06).
              10 WS-NHC-REPORTED-DATE PIC X(08).
              10 WS-NHC-HIRE-TYPE     PIC X(01).

       01  WS-NAME-WORK.
           05 WS-NAME-FIRST           PIC X(16).
           05 WS-NAME-MIDDLE          PIC X(16).
           05 WS-NAME-LAST            PIC X(30).

      * STATE NEW-HIRE FILE -- FIXED 300-BYTE RECORDS.  A W4 DETAIL
      * PER EMPLOYEE FOLLOWED BY ONE T4 TOTAL RECORD, PER EMPLOYER.
       01  WS-NH-DETAIL.
           05 NH-RECORD-ID            PIC X(02) VALUE "W4".
           05 NH-EMP-SSN              PIC X(09).
           05 NH-EMP-FIRST-NAME       PIC X(16).
           05 NH-EMP-MIDDLE-NAME      PIC X(16).
           05 NH-EMP-LAST-NAME        PIC X(30).
           05 NH-EMP-STREET           PIC X(40).
           05 NH-EMP-CITY             PIC X(25).
           05 NH-EMP-STATE            PIC X(02).
           05 NH-EMP-ZIP              PIC X(05).
           05 NH-EMP-ZIP-EXT          PIC X(04).
           05 NH-HIRE-DATE            PIC X(08).
           05 NH-WORK-STATE           PIC X(02).
           05 NH-HIRE-TYPE            PIC X(01).
           05 NH-ER-FEIN              PIC X(09).
           05 NH-ER-NAME              PIC X(45).
           05 NH-ER-STREET            PIC X(22).
           05 NH-ER-CITY              PIC X(22).
           05 NH-ER-STATE             PIC X(02).
           05 NH-ER-ZIP               PIC X(05).
           05 NH-ER-ZIP-EXT           PIC X(04).
           05 NH-ER-STATE-ID          PIC X(12).
           05 FILLER                  PIC X(19) VALUE SPACES.
       01  WS-NH-TOTAL.
           05 NT-RECORD-ID            PIC X(02) VALUE "T4".
           05 NT-RECORD-COUNT         PIC 9(11).
           05 NT-ER-FEIN              PIC X(09).
           05 NT-CREATED-DATE         PIC X(08).
           05 FILLER                  PIC X(270) VALUE SPACES.

       01  WS-RPT-LINE                PIC X(100).
       01  WS-RPT-HDR1                PIC X(60) VALUE
           "STATE NEW-HIRE REPORTING -- HW16NHR".
       01  WS-RPT-HDR2.
           05 FILLER                  PIC X(07) VALUE "EMP".
           05 FILLER                  PIC X(21) VALUE "NAME".
           05 FILLER                  PIC X(09) VALUE "HIRED".
           05 FILLER                  PIC X(06) VALUE "WORK".
           05 FILLER                  PIC X(10) VALUE "TYPE".
           05 FILLER                  PIC X(22) VALUE "ACTION".
           05 FILLER                  PIC X(08) VALUE "DAYS".
       01  WS-RPT-DETAIL.
           05 RPT-EMP-NUMBER          PIC X(05).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-EMP-NAME            PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RPT-HIRE-DATE           PIC X(06).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 RPT-WORK-STATE          PIC X(02).
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 RPT-HIRE-TYPE           PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-ACTION              PIC X(20).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-DAYS                PIC ZZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPT-LATE                PIC X(08).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW16NHR BEGINS".
           PERFORM 1000-INITIALIZE.
           IF RETURN-CODE < 16
               IF WS-HOME-COMPANY = SPACES
                   PERFORM 2000-SCAN-EMPLOYEES
               ELSE
                   PERFORM 1450-NEXT-COMPANY
                   PERFORM UNTIL NOT CO-FOUND OR RETURN-CODE = 16
                       PERFORM 2000-SCAN-EMPLOYEES
                       IF RETURN-CODE < 16
                           PERFORM 1450-NEXT-COMPANY
                       END-IF
                   END-PERFORM
                   IF WS-EMP-READ-COUNT < WS-PASS-READ-COUNT
                      AND RETURN-CODE < 16
                       PERFORM 2900-HOLD-UNKNOWN-COMPANIES
                   END-IF
               END-IF
               PERFORM 3000-WRAP-UP
           END-IF.
           DISPLAY "NEW HIRES REPORTED  : " WS-NEW-COUNT.
           DISPLAY "REHIRES REPORTED    : " WS-REHIRE-COUNT.
           DISPLAY "REPORTED LATE       : " WS-LATE-COUNT.
           DISPLAY "HELD FOR CORRECTION : " WS-HELD-COUNT.
           IF WS-NO-COMPANY-COUNT > 0
               DISPLAY "  COMPANY NOT FOUND : " WS-NO-COMPANY-COUNT
           END-IF.
           IF FIRST-RUN
               DISPLAY "TAKEN AS REPORTED   : " WS-SEEDED-COUNT
           END-IF.
           MOVE "HW16NHR" TO RST-PROGRAM.
           MOVE WS-EMP-READ-COUNT TO RST-RECORDS-READ.
           MOVE WS-WRITTEN-COUNT TO RST-RECORDS-WRITTEN.
           MOVE WS-HELD-COUNT TO RST-RECORDS-REJECTED.
           MOVE ZEROS TO RST-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL "RUNSTAT" USING WS-RUNSTAT-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           DISPLAY "HW16NHR CONCLUDES".
           GOBACK.

       0900-RESOLVE-FILE-NAMES.
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
           ACCEPT WS-NH-CONTROL-DSN FROM ENVIRONMENT "PAYNHRC".
           IF WS-NH-CONTROL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16NHRC.dat"
               TO WS-NH-CONTROL-DSN
           END-IF.
           ACCEPT WS-NH-OUT-DSN FROM ENVIRONMENT "PAYNHOUT".
           IF WS-NH-OUT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16NHO.dat"
               TO WS-NH-OUT-DSN
           END-IF.
           ACCEPT WS-NH-RPT-DSN FROM ENVIRONMENT "PAYNHRPT".
           IF WS-NH-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16NHR.rpt"
               TO WS-NH-RPT-DSN
           END-IF.
           ACCEPT WS-ERROR-LOG-DSN FROM ENVIRONMENT "BATCHERRLOG".
           IF WS-ERROR-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\BATCHERR.log"
               TO WS-ERROR-LOG-DSN
           END-IF.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
           MOVE "HW16NHR"             TO ERRLOG-PROGRAM.
           MOVE WS-ERR-PARAGRAPH-NAME TO ERRLOG-PARAGRAPH.
           MOVE WS-ERR-FILE-NAME      TO ERRLOG-FILE.
           MOVE WS-ERR-STATUS-CODE    TO ERRLOG-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ERRLOG-DATE.
           WRITE BATCH-ERROR-LOG-REC FROM WS-ERROR-LOG-LINE.
           CLOSE BATCH-ERROR-LOG.
           MOVE 16 TO RETURN-CODE.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
      * FIRST, SINCE THE CALL RESETS RETURN-CODE.
           PERFORM 1300-FIND-HOME-COMPANY.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-TODAY)).
           PERFORM 1100-LOAD-CONTROL-FILE.
           PERFORM 1200-READ-EMPLOYER-INFO.
           IF WS-HOME-COMPANY = SPACES
               PERFORM 1460-SET-PASS-EMPLOYER
           END-IF.
      * THE MASTER IS OPENED HERE ONLY TO STOP BEFORE ANYTHING IS
      * WRITTEN; EACH PASS OPENS IT AGAIN.
           IF RETURN-CODE < 16
               OPEN INPUT EMPLOYEE-MASTER
               IF WS-EMP-MASTER-STATUS NOT = "00"
                   MOVE "1000-INITIALIZE"    TO WS-ERR-PARAGRAPH-NAME
                   MOVE "EMPLOYEE-MASTER"    TO WS-ERR-FILE-NAME
                   MOVE WS-EMP-MASTER-STATUS TO WS-ERR-STATUS-CODE
                   PERFORM 0850-LOG-FILE-ERROR
               ELSE
                   CLOSE EMPLOYEE-MASTER
               END-IF
           END-IF.
           IF RETURN-CODE < 16
               OPEN OUTPUT NEW-HIRE-OUT
               IF WS-NH-OUT-STATUS NOT = "00"
                   MOVE "1000-INITIALIZE"  TO WS-ERR-PARAGRAPH-NAME
                   MOVE "NEW-HIRE-OUT"     TO WS-ERR-FILE-NAME
                   MOVE WS-NH-OUT-STATUS   TO WS-ERR-STATUS-CODE
                   PERFORM 0850-LOG-FILE-ERROR
               END-IF
           END-IF.
           IF RETURN-CODE < 16
               OPEN OUTPUT NEW-HIRE-RPT
               IF WS-NH-RPT-STATUS NOT = "00"
                   MOVE "1000-INITIALIZE"  TO WS-ERR-PARAGRAPH-NAME
                   MOVE "NEW-HIRE-RPT"     TO WS-ERR-FILE-NAME
                   MOVE WS-NH-RPT-STATUS   TO WS-ERR-STATUS-CODE
                   PERFORM 0850-LOG-FILE-ERROR
                   CLOSE NEW-HIRE-OUT
               ELSE
                   WRITE NEW-HIRE-RPT-REC FROM WS-RPT-HDR1
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "RUN DATE " WS-TODAY
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE NEW-HIRE-RPT-REC FROM WS-RPT-LINE
                   WRITE NEW-HIRE-RPT-REC FROM WS-RPT-HDR2
               END-IF
           END-IF.

      * NO CONTROL FILE YET (STATUS 35) IS THE FIRST RUN.  ANY OTHER
      * FAILURE STOPS THE STEP -- RUNNING WITHOUT THE HISTORY WOULD
      * RESEND EVERY EMPLOYEE ON THE MASTER.  SO DOES A CONTROL FILE
      * TOO BIG FOR THE TABLE: THE EMPLOYEES PAST THE END WOULD BE
      * SENT AGAIN AND THE REWRITE WOULD DROP THEM FOR GOOD.
       1100-LOAD-CONTROL-FILE.
           OPEN INPUT NEW-HIRE-CONTROL.
           EVALUATE WS-NH-CONTROL-STATUS
               WHEN "00"
                   READ NEW-HIRE-CONTROL
                   PERFORM UNTIL WS-NH-CONTROL-STATUS > "00"
                              OR RETURN-CODE = 16
                       IF WS-NHC-COUNT < 1000
                           ADD 1 TO WS-NHC-COUNT
                           MOVE NHC-EMP-NUMBER
                               TO WS-NHC-EMP-NUMBER(WS-NHC-COUNT)
                           MOVE NHC-HIRE-DATE
                               TO WS-NHC-HIRE-DATE(WS-NHC-COUNT)
                           MOVE NHC-REPORTED-DATE
                               TO WS-NHC-REPORTED-DATE(WS-NHC-COUNT)
                           MOVE NHC-HIRE-TYPE
                               TO WS-NHC-HIRE-TYPE(WS-NHC-COUNT)
                           READ NEW-HIRE-CONTROL
                       ELSE
                           DISPLAY "NEW-HIRE CONTROL FILE OVER 1000 "
                               "ROWS -- NOTHING SENT"
                           MOVE "1100-LOAD-CONTROL"
                               TO WS-ERR-PARAGRAPH-NAME
                           MOVE "NEW-HIRE-CONTROL" TO WS-ERR-FILE-NAME
                           MOVE "OV"               TO WS-ERR-STATUS-CODE
                           PERFORM 0850-LOG-FILE-ERROR
                       END-IF
                   END-PERFORM
                   CLOSE NEW-HIRE-CONTROL
               WHEN "35"
                   MOVE "Y" TO WS-FIRST-RUN-SW
                   DISPLAY "NO NEW-HIRE CONTROL FILE -- FIRST RUN"
               WHEN OTHER
                   MOVE "1100-LOAD-CONTROL"  TO WS-ERR-PARAGRAPH-NAME
                   MOVE "NEW-HIRE-CONTROL"   TO WS-ERR-FILE-NAME
                   MOVE WS-NH-CONTROL-STATUS TO WS-ERR-STATUS-CODE
                   PERFORM 0850-LOG-FILE-ERROR
           END-EVALUATE.

       1200-READ-EMPLOYER-INFO.
           MOVE SPACES TO EMPLOYER-INFO-REC.
           OPEN INPUT EMPLOYER-INFO.
           IF WS-EMPLOYER-INFO-STATUS = "00"
               READ EMPLOYER-INFO
               CLOSE EMPLOYER-INFO
           END-IF.
           MOVE ERI-EIN     TO WS-FILE-ER-EIN.
           MOVE ERI-NAME    TO WS-FILE-ER-NAME.
           MOVE ERI-STREET  TO WS-FILE-ER-STREET.
           MOVE ERI-CITY    TO WS-FILE-ER-CITY.
           MOVE ERI-STATE   TO WS-FILE-ER-STATE.
           MOVE ERI-ZIP     TO WS-FILE-ER-ZIP.
           MOVE ERI-ZIP-EXT TO WS-FILE-ER-ZIP-EXT.

      * WITHOUT A COMPANY MASTER THE ONE PASS REPORTS UNDER THE
      * EMPLOYER FILE (1000-INITIALIZE).
       1300-FIND-HOME-COMPANY.
           MOVE "G" TO CO-FUNCTION.
           MOVE SPACES TO CO-CODE.
           MOVE "8" TO CO-RESULT.
           CALL "COMPANY" USING WS-COMPANY-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF CO-FOUND
               MOVE CO-CODE TO WS-HOME-COMPANY
           END-IF.

       1450-NEXT-COMPANY.
           MOVE "N" TO CO-FUNCTION.
           MOVE WS-PASS-COMPANY TO CO-CODE.
           MOVE "8" TO CO-RESULT.
           CALL "COMPANY" USING WS-COMPANY-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF CO-FOUND
               MOVE CO-CODE TO WS-PASS-COMPANY
               PERFORM 1460-SET-PASS-EMPLOYER
           END-IF.

      * THE STATE FILE CANNOT BE SENT WITHOUT THE EMPLOYER'S FEIN;
      * THE COMPANY'S HIRES ARE HELD UNTIL ITS RECORD IS FIXED.
       1460-SET-PASS-EMPLOYER.
           MOVE WS-FILE-ER-EIN     TO WS-PASS-ER-EIN.
           MOVE WS-FILE-ER-NAME    TO WS-PASS-ER-NAME.
           MOVE WS-FILE-ER-STREET  TO WS-PASS-ER-STREET.
           MOVE WS-FILE-ER-CITY    TO WS-PASS-ER-CITY.
           MOVE WS-FILE-ER-STATE   TO WS-PASS-ER-STATE.
           MOVE WS-FILE-ER-ZIP     TO WS-PASS-ER-ZIP.
           MOVE WS-FILE-ER-ZIP-EXT TO WS-PASS-ER-ZIP-EXT.
           MOVE SPACES             TO WS-PASS-ER-STATE-ID.
           IF CO-FOUND
               MOVE CO-NAME     TO WS-PASS-ER-NAME
               MOVE CO-STATE-ID TO WS-PASS-ER-STATE-ID
               IF CO-FED-EIN NOT = SPACES
                  OR CO-CODE NOT = CO-HOME-CODE
                   MOVE CO-FED-EIN TO WS-PASS-ER-EIN
               END-IF
               IF CO-STREET NOT = SPACES
                  OR CO-CODE NOT = CO-HOME-CODE
                   MOVE CO-STREET     TO WS-PASS-ER-STREET
                   MOVE CO-CITY       TO WS-PASS-ER-CITY
                   MOVE CO-ADDR-STATE TO WS-PASS-ER-STATE
                   MOVE CO-ZIP        TO WS-PASS-ER-ZIP
                   MOVE CO-ZIP-EXT    TO WS-PASS-ER-ZIP-EXT
               END-IF
           END-IF.
           IF WS-PASS-ER-EIN IS NUMERIC
              AND WS-PASS-ER-NAME NOT = SPACES
               MOVE "Y" TO WS-EMPLOYER-OK-SW
           ELSE
               MOVE "N" TO WS-EMPLOYER-OK-SW
               IF CO-FOUND
                   DISPLAY "COMPANY " WS-PASS-COMPANY " FEIN OR NAME "
                       "MISSING -- ITS HIRES HELD"
               ELSE
                   DISPLAY "EMPLOYER INFORMATION MISSING OR "
                       "INCOMPLETE - STATUS " WS-EMPLOYER-INFO-STATUS
                       " -- ALL HIRES HELD"
               END-IF
           END-IF.

      * ONE PASS OF THE MASTER FOR THE COMPANY IN WS-PASS-COMPANY
      * (EVERY EMPLOYEE WHEN THERE IS NO COMPANY MASTER), CLOSED BY
      * THAT EMPLOYER'S T4.  A COMPANY WITH NOTHING TO SEND PUTS
      * NOTHING ON THE FILE.
       2000-SCAN-EMPLOYEES.
           MOVE 0 TO WS-PASS-READ-COUNT WS-PASS-WRITTEN-COUNT.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS NOT = "00"
               MOVE "2000-SCAN-EMPLOYEES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "EMPLOYEE-MASTER"     TO WS-ERR-FILE-NAME
               MOVE WS-EMP-MASTER-STATUS  TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               IF WS-PASS-COMPANY NOT = SPACES
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "COMPANY " WS-PASS-COMPANY "  "
                       WS-PASS-ER-NAME "  FEIN " WS-PASS-ER-EIN
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE NEW-HIRE-RPT-REC FROM WS-RPT-LINE
               END-IF
               READ EMPLOYEE-MASTER
               PERFORM UNTIL WS-EMP-MASTER-STATUS > "00"
                   IF EMP-NUM-IN NOT = SPACES
                       ADD 1 TO WS-PASS-READ-COUNT
                       MOVE EMP-COMPANY-IN TO WS-REC-COMPANY
                       IF WS-REC-COMPANY = SPACES
                           MOVE WS-HOME-COMPANY TO WS-REC-COMPANY
                       END-IF
                       IF WS-HOME-COMPANY = SPACES
                          OR WS-REC-COMPANY = WS-PASS-COMPANY
                           ADD 1 TO WS-EMP-READ-COUNT
                           PERFORM 2100-CHECK-ONE-EMPLOYEE
                       END-IF
                   END-IF
                   READ EMPLOYEE-MASTER
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
               IF WS-PASS-WRITTEN-COUNT > 0
                  OR WS-HOME-COMPANY = SPACES
                   PERFORM 2500-WRITE-EMPLOYER-TOTAL
               END-IF
           END-IF.

      * NOT ON THE CONTROL FILE = NEW HIRE; ON IT WITH A DIFFERENT
      * HIRE DATE = REHIRE; SAME HIRE DATE = ALREADY REPORTED.
       2100-CHECK-ONE-EMPLOYEE.
           MOVE "N" TO WS-NHC-FOUND-SW.
           PERFORM VARYING WS-NHC-SUB FROM 1 BY 1
               UNTIL WS-NHC-SUB > WS-NHC-COUNT OR NHC-FOUND
               IF WS-NHC-EMP-NUMBER(WS-NHC-SUB) = EMP-NUM-IN
                   MOVE "Y" TO WS-NHC-FOUND-SW
                   MOVE WS-NHC-SUB TO WS-NHC-FOUND-SUB
               END-IF
           END-PERFORM.
           IF NHC-FOUND
               IF WS-NHC-HIRE-DATE(WS-NHC-FOUND-SUB)
                       NOT = EMP-HIRE-DATE-IN
                   MOVE "R" TO WS-HIRE-TYPE
                   PERFORM 2150-REPORT-ONE-HIRE
               END-IF
           ELSE
               MOVE "N" TO WS-HIRE-TYPE
               PERFORM 2150-REPORT-ONE-HIRE
           END-IF.

       2150-REPORT-ONE-HIRE.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE EMP-NUM-IN        TO RPT-EMP-NUMBER.
           MOVE EMP-NAME-IN       TO RPT-EMP-NAME.
           MOVE EMP-HIRE-DATE-IN  TO RPT-HIRE-DATE.
           MOVE EMP-WORK-STATE-IN TO RPT-WORK-STATE.
           IF HIRE-IS-REHIRE
               MOVE "REHIRE"   TO RPT-HIRE-TYPE
           ELSE
               MOVE "NEW HIRE" TO RPT-HIRE-TYPE
           END-IF.
           PERFORM 2200-EDIT-EMPLOYEE.
           IF WS-HOLD-REASON NOT = SPACES
               MOVE WS-HOLD-REASON TO RPT-ACTION
               ADD 1 TO WS-HELD-COUNT
               WRITE NEW-HIRE-RPT-REC FROM WS-RPT-DETAIL
           ELSE
               COMPUTE WS-DAYS-SINCE-HIRE
                   = WS-TODAY-INT - WS-HIRE-INT
               IF WS-DAYS-SINCE-HIRE > 0
                   MOVE WS-DAYS-SINCE-HIRE TO RPT-DAYS
               END-IF
               IF FIRST-RUN
                   AND WS-DAYS-SINCE-HIRE > WS-REPORT-WINDOW-DAYS
                   MOVE "S" TO WS-HIRE-TYPE
                   MOVE "TAKEN AS REPORTED" TO RPT-ACTION
                   ADD 1 TO WS-SEEDED-COUNT
               ELSE
                   PERFORM 2300-WRITE-NEW-HIRE
                   MOVE "SENT TO STATE" TO RPT-ACTION
                   IF WS-DAYS-SINCE-HIRE > WS-REPORT-WINDOW-DAYS
                       MOVE "*** LATE" TO RPT-LATE
                       ADD 1 TO WS-LATE-COUNT
                   END-IF
               END-IF
               WRITE NEW-HIRE-RPT-REC FROM WS-RPT-DETAIL
               PERFORM 2400-UPDATE-CONTROL-ENTRY
           END-IF.

      * A HIRE THAT CANNOT BE REPORTED STAYS OFF THE CONTROL FILE SO
      * THE NEXT RUN OFFERS IT AGAIN -- INCLUDING ONE THAT WOULD NOT
      * FIT ON A FULL CONTROL TABLE, WHICH IS HELD BEFORE ANYTHING IS
      * SENT.  THE MASTER'S HIRE DATE IS MMDDYY; YEARS 70-99 ARE 19XX.
       2200-EDIT-EMPLOYEE.
           MOVE SPACES TO WS-HOLD-REASON.
           IF EMP-HIRE-DATE-IN IS NUMERIC
               MOVE EMP-HIRE-DATE-IN(1:2) TO WS-HIRE-MM
               MOVE EMP-HIRE-DATE-IN(3:2) TO WS-HIRE-DD
           ELSE
               MOVE ZEROS TO WS-HIRE-MM WS-HIRE-DD
           END-IF.
           EVALUATE TRUE
               WHEN NO-COMPANY
                   MOVE "HELD - NO COMPANY" TO WS-HOLD-REASON
               WHEN NOT EMPLOYER-OK
                   MOVE "HELD - EMPLOYER INFO" TO WS-HOLD-REASON
               WHEN EMP-HIRE-DATE-IN IS NOT NUMERIC
                   MOVE "HELD - NO HIRE DATE" TO WS-HOLD-REASON
               WHEN WS-HIRE-MM < 1 OR WS-HIRE-MM > 12
                 OR WS-HIRE-DD < 1 OR WS-HIRE-DD > 31
                   MOVE "HELD - BAD HIRE DATE" TO WS-HOLD-REASON
               WHEN EMP-SSN-IN IS NOT NUMERIC OR EMP-SSN-IN = ZEROS
                   MOVE "HELD - NO SSN" TO WS-HOLD-REASON
               WHEN EMP-WORK-STATE-IN = SPACES
                   MOVE "HELD - NO WORK STATE" TO WS-HOLD-REASON
               WHEN NOT NHC-FOUND AND WS-NHC-COUNT >= 1000
                   MOVE "HELD - CONTROL FULL" TO WS-HOLD-REASON
               WHEN OTHER
                   MOVE EMP-HIRE-DATE-IN(5:2) TO WS-HIRE-YY
                   IF WS-HIRE-YY >= 70
                       MOVE "19" TO WS-HIRE-CC
                   ELSE
                       MOVE "20" TO WS-HIRE-CC
                   END-IF
                   STRING WS-HIRE-CC EMP-HIRE-DATE-IN(5:2)
                       EMP-HIRE-DATE-IN(1:4)
                       DELIMITED BY SIZE INTO WS-HIRE-CCYYMMDD
                   COMPUTE WS-HIRE-INT = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-HIRE-CCYYMMDD))
           END-EVALUATE.

       2300-WRITE-NEW-HIRE.
           MOVE SPACES TO WS-NAME-WORK.
           UNSTRING EMP-NAME-IN DELIMITED BY ALL SPACES
               INTO WS-NAME-FIRST WS-NAME-MIDDLE WS-NAME-LAST
           END-UNSTRING.
           IF WS-NAME-LAST = SPACES
               MOVE WS-NAME-MIDDLE TO WS-NAME-LAST
               MOVE SPACES TO WS-NAME-MIDDLE
           END-IF.
           MOVE EMP-SSN-IN            TO NH-EMP-SSN.
           MOVE WS-NAME-FIRST         TO NH-EMP-FIRST-NAME.
           MOVE WS-NAME-MIDDLE        TO NH-EMP-MIDDLE-NAME.
           MOVE WS-NAME-LAST          TO NH-EMP-LAST-NAME.
           MOVE EMP-STREET-IN         TO NH-EMP-STREET.
           MOVE EMP-CITY-IN           TO NH-EMP-CITY.
           MOVE EMP-ADDR-STATE-IN     TO NH-EMP-STATE.
           MOVE EMP-ZIP-IN(1:5)       TO NH-EMP-ZIP.
           MOVE EMP-ZIP-IN(6:4)       TO NH-EMP-ZIP-EXT.
           MOVE WS-HIRE-CCYYMMDD      TO NH-HIRE-DATE.
           MOVE EMP-WORK-STATE-IN     TO NH-WORK-STATE.
           MOVE WS-HIRE-TYPE          TO NH-HIRE-TYPE.
           MOVE WS-PASS-ER-EIN        TO NH-ER-FEIN.
           MOVE WS-PASS-ER-NAME       TO NH-ER-NAME.
           MOVE WS-PASS-ER-STREET     TO NH-ER-STREET.
           MOVE WS-PASS-ER-CITY       TO NH-ER-CITY.
           MOVE WS-PASS-ER-STATE      TO NH-ER-STATE.
           MOVE WS-PASS-ER-ZIP        TO NH-ER-ZIP.
           MOVE WS-PASS-ER-ZIP-EXT    TO NH-ER-ZIP-EXT.
           MOVE WS-PASS-ER-STATE-ID   TO NH-ER-STATE-ID.
           WRITE NEW-HIRE-OUT-REC FROM WS-NH-DETAIL.
           ADD 1 TO WS-WRITTEN-COUNT WS-PASS-WRITTEN-COUNT.
           IF HIRE-IS-REHIRE
               ADD 1 TO WS-REHIRE-COUNT
           ELSE
               ADD 1 TO WS-NEW-COUNT
           END-IF.

       2400-UPDATE-CONTROL-ENTRY.
      * 2200 HELD THE HIRE IF THE TABLE HAD NO ROOM FOR IT.
           IF NOT NHC-FOUND
               ADD 1 TO WS-NHC-COUNT
               MOVE WS-NHC-COUNT TO WS-NHC-FOUND-SUB
               MOVE EMP-NUM-IN
                   TO WS-NHC-EMP-NUMBER(WS-NHC-FOUND-SUB)
               MOVE "Y" TO WS-NHC-FOUND-SW
           END-IF.
           IF NHC-FOUND
               MOVE EMP-HIRE-DATE-IN
                   TO WS-NHC-HIRE-DATE(WS-NHC-FOUND-SUB)
               MOVE WS-TODAY
                   TO WS-NHC-REPORTED-DATE(WS-NHC-FOUND-SUB)
               MOVE WS-HIRE-TYPE
                   TO WS-NHC-HIRE-TYPE(WS-NHC-FOUND-SUB)
           END-IF.

       2500-WRITE-EMPLOYER-TOTAL.
           MOVE WS-PASS-WRITTEN-COUNT TO NT-RECORD-COUNT.
           MOVE WS-PASS-ER-EIN        TO NT-ER-FEIN.
           MOVE WS-TODAY              TO NT-CREATED-DATE.
           WRITE NEW-HIRE-OUT-REC FROM WS-NH-TOTAL.

      * EMPLOYEES LEFT OVER AFTER THE COMPANY PASSES BELONG TO NO
      * COMPANY ON THE MASTER.  A HIRE AMONG THEM IS HELD AND LISTED
      * LIKE ANY OTHER, AND STAYS OFF THE CONTROL FILE UNTIL THE
      * MASTER IS CORRECTED.
       2900-HOLD-UNKNOWN-COMPANIES.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS NOT = "00"
               MOVE "2900-HOLD-UNKNOWN"  TO WS-ERR-PARAGRAPH-NAME
               MOVE "EMPLOYEE-MASTER"    TO WS-ERR-FILE-NAME
               MOVE WS-EMP-MASTER-STATUS TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               STRING "COMPANY NOT ON THE COMPANY MASTER"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE NEW-HIRE-RPT-REC FROM WS-RPT-LINE
               MOVE "Y" TO WS-NO-COMPANY-SW
               READ EMPLOYEE-MASTER
               PERFORM UNTIL WS-EMP-MASTER-STATUS > "00"
                   IF EMP-NUM-IN NOT = SPACES
                      AND EMP-COMPANY-IN NOT = SPACES
                       MOVE "G" TO CO-FUNCTION
                       MOVE EMP-COMPANY-IN TO CO-CODE
                       MOVE "8" TO CO-RESULT
                       CALL "COMPANY" USING WS-COMPANY-PARMS
                           ON EXCEPTION CONTINUE
                       END-CALL
                       IF NOT CO-FOUND
                           ADD 1 TO WS-EMP-READ-COUNT
                                    WS-NO-COMPANY-COUNT
                           PERFORM 2100-CHECK-ONE-EMPLOYEE
                       END-IF
                   END-IF
                   READ EMPLOYEE-MASTER
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
               MOVE "N" TO WS-NO-COMPANY-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

      * THE CONTROL FILE IS REWRITTEN ONLY AFTER THE STATE FILE IS
      * CLOSED, SO A FAILED RUN LEAVES THE OLD HISTORY AND RESENDS.
       3000-WRAP-UP.
           CLOSE NEW-HIRE-OUT.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE NEW-HIRE-RPT-REC FROM WS-RPT-LINE.
           STRING "SENT " WS-WRITTEN-COUNT
               "   LATE " WS-LATE-COUNT
               "   HELD " WS-HELD-COUNT
               "   TAKEN AS REPORTED " WS-SEEDED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE NEW-HIRE-RPT-REC FROM WS-RPT-LINE.
           CLOSE NEW-HIRE-RPT.
           OPEN OUTPUT NEW-HIRE-CONTROL.
           IF WS-NH-CONTROL-STATUS NOT = "00"
               MOVE "3000-WRAP-UP"       TO WS-ERR-PARAGRAPH-NAME
               MOVE "NEW-HIRE-CONTROL"   TO WS-ERR-FILE-NAME
               MOVE WS-NH-CONTROL-STATUS TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               PERFORM VARYING WS-NHC-SUB FROM 1 BY 1
                   UNTIL WS-NHC-SUB > WS-NHC-COUNT
                   MOVE WS-NHC-EMP-NUMBER(WS-NHC-SUB)
                       TO NHC-EMP-NUMBER
                   MOVE WS-NHC-HIRE-DATE(WS-NHC-SUB)
                       TO NHC-HIRE-DATE
                   MOVE WS-NHC-REPORTED-DATE(WS-NHC-SUB)
                       TO NHC-REPORTED-DATE
                   MOVE WS-NHC-HIRE-TYPE(WS-NHC-SUB)
                       TO NHC-HIRE-TYPE
                   WRITE NEW-HIRE-CONTROL-REC
               END-PERFORM
               CLOSE NEW-HIRE-CONTROL
           END-IF.
