      *The feed is suppressed automatically when HW16NB left its
      *out-of-balance hold flag behind, or when the payroll details
      *read here do not prove back to the TRL trailer.
      *When the off-cycle bonus flag is present the bonus payroll
      *output is read instead and the deposits go to their own file.
      *Each deposit carries the effective (settlement) date the bank
      *posts it on: the pay date, or the last business day before it
      *when the pay date is a weekend or bank holiday on the shared
      *calendar (BUSCAL), so the employee is never paid late.
      *When there is a company master (COMPANY) each company's
      *deposits go to a deposit file of their own -- the home
      *company's to the usual file, each other company's to the
      *PAYDDEP (PAYBDEP) name with its company code on the end --
      *with the company's EIN and originating bank account on the
      *batch header.  Each file is proved to the TRL trailer and to
      *that company's row on the company control totals HW16NB (or
      *HW16MRGE) wrote, and is suppressed on its own when it does not
      *balance.  Without a company master there is one file, as
      *before.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

           SELECT BONUS-RUN-FLAG ASSIGN TO WS-BONUS-FLAG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BONUS-FLAG-STATUS.

           SELECT COMPANY-CONTROL-IN ASSIGN TO WS-CO-CONTROL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CO-CONTROL-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM THE ENVIRONMENT VARIABLES BELOW, FALLING BACK TO
      *  DEVELOPMENT DEFAULTS SHOWN THERE WHEN A VARIABLE IS NOT SET:
      *      PAYOUT (HW16OU01.dat FROM HW16NB)   PAYBANK   PAYHOLD
      *      PAYDDEP   PAYPNRPT (PRENOTE-PENDING REPORT)
      *      PAYBONUS (OFF-CYCLE BONUS FLAG)   PAYBOUT   PAYBDEP
      *      PAYCOTL (COMPANY CONTROL TOTALS)   PAYBCOTL
      *      PAYDDEPcc / PAYBDEPcc (DEPOSIT FILE FOR COMPANY cc)
      *      BATCHERRLOG - SHARED WITH HW15NB, HW16NB, AND HW19NB

       DATA DIVISION.
           DATA RECORD IS PAYROLL-REC-IN-DD.
       01 PAYROLL-REC-IN-DD.
          05 DD-EMP-OUT.
             10 DD-PAY-DATE           PIC X(08).
             10 DD-EMP-NUMBER         PIC X(05).
             10 FILLER                PIC X(13).
          05 DD-CALCULATED.
             10 DD-GROSS              PIC 9(06)V99.
             10 DD-SSN-MED            PIC 9(05)V99.
             10 DD-STATE              PIC 9(05)V99.
             10 DD-LOCAL              PIC 9(05)V99.
             10 DD-FED                PIC 9(05)V99.
             10 DD-NET                PIC 9(06)V99.
          05 FILLER                   PIC X(66).
      *   EMPLOYING COMPANY, BLANK = THE HOME COMPANY.
          05 DD-COMPANY               PIC X(02).

       FD  BANK-ACCOUNT-IN
           RECORDING MODE IS F
           DATA RECORD IS BANK-ACCOUNT-REC-IN.
       01 BANK-ACCOUNT-REC-IN.
          05 BA-EMP-NUMBER            PIC X(05).
          05 BA-ROUTING               PIC X(09).
          05 BA-ACCOUNT               PIC X(17).
          05 BA-ACCT-TYPE             PIC X(01).
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       FD  BONUS-RUN-FLAG
           RECORDING MODE IS F
           DATA RECORD IS BONUS-RUN-FLAG-REC.
       01 BONUS-RUN-FLAG-REC          PIC X(80).

       FD  COMPANY-CONTROL-IN
           RECORDING MODE IS F
           DATA RECORD IS COMPANY-CONTROL-REC.
       01 COMPANY-CONTROL-REC.
          05 COTL-ID                  PIC X(03).
          05 COTL-COMPANY             PIC X(02).
          05 COTL-RECORD-COUNT        PIC 9(07).
          05 COTL-TOTAL-GROSS         PIC 9(09)V99.
          05 COTL-TOTAL-NET           PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       01  WS-PAYROLL-OUT-DSN         PIC X(80).
       01  WS-BANK-ACCT-DSN           PIC X(80).
       01  WS-BANK-ACCT-STATUS        PIC X(02) VALUE "00".
       01  WS-BANK-HOLD-STATUS        PIC X(02) VALUE "00".
       01  WS-DEPOSIT-STATUS          PIC X(02) VALUE "00".
       01  WS-BONUS-FLAG-DSN          PIC X(80).
       01  WS-BONUS-FLAG-STATUS       PIC X(02) VALUE "00".
       01  WS-BONUS-RUN-SW            PIC X(01) VALUE "N".
           88 BONUS-RUN                      VALUE "Y".

       01  WS-ERROR-LOG-STATUS        PIC X(02).
       01  WS-ERROR-LOG-LINE.
           05 TRL-IN-TOTAL-GROSS      PIC 9(09)V99.
           05 TRL-IN-TOTAL-NET        PIC 9(09)V99.

      * COMPANY PASSES -- ONE DEPOSIT FILE PER COMPANY ON THE
      * MASTER, IN MASTER ORDER.  A BLANK HOME COMPANY MEANS THERE IS
      * NO COMPANY MASTER AND A SINGLE PASS TAKES EVERY RECORD.
       01  WS-HOME-COMPANY            PIC X(02) VALUE SPACES.
       01  WS-PASS-COMPANY            PIC X(02) VALUE SPACES.
       01  WS-REC-COMPANY             PIC X(02).
       01  WS-BASE-DEPOSIT-DSN        PIC X(80).
       01  WS-DEPOSIT-ENV-NAME        PIC X(10) VALUE "PAYDDEP".
       01  WS-DEPOSIT-STEM            PIC X(60).
       01  WS-CO-ENV-NAME             PIC X(12).
       01  WS-CO-DETAIL-COUNT         PIC 9(07) VALUE 0.
       01  WS-CO-DETAIL-NET           PIC 9(09)V99 VALUE 0.
       01  WS-CO-MATCHED-COUNT        PIC 9(07) VALUE 0.
       01  WS-SUPPRESS-REASON         PIC X(80).
       01  WS-CO-SUPPRESS-REASON      PIC X(60) VALUE
           "SUPPRESSED -- COMPANY DID NOT BALANCE TO ITS CONTROL TOTAL".
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

      * COMPANY CONTROL TOTALS FROM HW16NB.  NOT THERE (AN OLDER
      * HW16NB, OR A SINGLE-COMPANY SHOP) LEAVES ONLY THE TRL PROOF.
       01  WS-CO-CONTROL-DSN          PIC X(80).
       01  WS-CO-CONTROL-STATUS       PIC X(02) VALUE "00".
       01  WS-CO-CONTROL-LOADED-SW    PIC X(01) VALUE "N".
           88 CO-CONTROL-LOADED              VALUE "Y".
       01  WS-DCO-COUNT               PIC 9(02) VALUE 0.
       01  WS-DCO-SUB                 PIC 9(02).
       01  WS-DCO-FOUND-SUB           PIC 9(02).
       01  WS-DCO-TABLE.
           05 WS-DCO-ENTRY OCCURS 20 TIMES.
              10 WS-DCO-CODE          PIC X(02).
              10 WS-DCO-RECORDS       PIC 9(07).
              10 WS-DCO-NET           PIC 9(09)V99.
       01  WS-DCO-EXPECT-RECORDS      PIC 9(07).
       01  WS-DCO-EXPECT-NET          PIC 9(09)V99.

       01  WS-RUN-HELD-SW             PIC X(01) VALUE "N".
           88 BANK-FEED-HELD                 VALUE "Y".

       01  WS-BANK-ACCT-SUB           PIC 9(03).
       01  WS-BANK-ACCT-TABLE.
           05 WS-BANK-ACCT-ENTRY OCCURS 200 TIMES.
              10 WS-BA-EMP-NUM        PIC X(05).
              10 WS-BA-ROUTING        PIC X(09).
              10 WS-BA-ACCOUNT        PIC X(17).
              10 WS-BA-ACCT-TYPE      PIC X(01).
       01  WS-ROUTING-NUMERIC         PIC 9(09).
       01  WS-NO-ACCOUNT-COUNT        PIC 9(05) VALUE 0.

      * PRENOTE CONTROL -- THE STANDARD SIX BANKING DAYS, COUNTED ON
      * THE SHARED CALENDAR FROM THE EFFECTIVE DATE ON THE RECORD.
      * THE AGE SHOWN ON THE PENDING REPORT IS IN CALENDAR DAYS.
       01  WS-PRENOTE-RPT-DSN         PIC X(80).
       01  WS-PRENOTE-RPT-STATUS      PIC X(02) VALUE "00".
       01  WS-PRENOTE-AGE-DAYS        PIC 9(02) VALUE 06.
       01  WS-PRENOTE-FLIPPED-COUNT   PIC 9(05) VALUE 0.
       01  WS-BANK-FILE-CHANGED-SW    PIC X(01) VALUE "N".
           88 BANK-FILE-CHANGED              VALUE "Y".
       01  WS-TODAY-CCYYMMDD          PIC X(08).

      * SETTLEMENT DATE FOR THE DEPOSITS -- WORKED OUT ONCE PER PAY
      * DATE, WHICH HW16NB WRITES AS MMDDCCYY.
       01  WS-LAST-PAY-DATE           PIC X(08) VALUE SPACES.
       01  WS-EFFECTIVE-DATE          PIC X(08) VALUE SPACES.
       01  WS-EFF-WORK-INT            PIC 9(08).
       01  WS-DATEVAL-PARMS.
           05 DV-FUNCTION             PIC X(01).
           05 DV-FORMAT-1             PIC X(01).
           05 DV-DATE-1               PIC X(08).
           05 DV-FORMAT-2             PIC X(01).
           05 DV-DATE-2               PIC X(08).
           05 DV-DAYS                 PIC S9(05).
           05 DV-RESULT               PIC X(01).
       01  WS-BUSCAL-PARMS.
           05 BC-FUNCTION             PIC X(01).
           05 BC-DATE-1               PIC X(08).
           05 BC-DAYS                 PIC 9(03).
           05 BC-DATE-2               PIC X(08).
           05 BC-RESULT               PIC X(01).

       01  WS-PRENOTE-LINE.
           05 PNL-EMP-NUM             PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PNL-ROUTING             PIC X(09).
           05 FILLER                  PIC X(01) VALUE SPACE.

       01  WS-DEPOSIT-PNT.
           05 FILLER                  PIC X(03) VALUE "PNT".
           05 PNT-EMP-NUMBER          PIC X(05).
           05 PNT-PAY-DATE            PIC X(08).
           05 PNT-ROUTING             PIC X(09).
           05 PNT-ACCOUNT             PIC X(17).
           05 PNT-ACCT-TYPE           PIC X(01).
           05 PNT-ZERO-AMOUNT         PIC 9(06)V99 VALUE ZEROS.

       01  WS-DEPOSIT-HDR.
           05 FILLER                  PIC X(03) VALUE "HDR".
           05 DDH-CREATE-DATE         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DDH-BATCH-NAME          PIC X(24)
                   VALUE "INFSYS-3807 PAYROLL DEP ".
      *   ORIGINATING COMPANY -- BLANK WITHOUT A COMPANY MASTER.
           05 DDH-COMPANY             PIC X(02) VALUE SPACES.
           05 DDH-FED-EIN             PIC X(09) VALUE SPACES.
           05 DDH-ORIG-ROUTING        PIC X(09) VALUE SPACES.
           05 DDH-ORIG-ACCOUNT        PIC X(17) VALUE SPACES.

       01  WS-DEPOSIT-DTL.
           05 FILLER                  PIC X(03) VALUE "DTL".
           05 DDD-EMP-NUMBER          PIC X(05).
           05 DDD-PAY-DATE            PIC X(08).
           05 DDD-ROUTING             PIC X(09).
           05 DDD-ACCOUNT             PIC X(17).
           05 DDD-ACCT-TYPE           PIC X(01).
           05 DDD-NET-AMOUNT          PIC 9(06)V99.
           05 DDD-EFFECTIVE-DATE      PIC X(08).

       01  WS-DEPOSIT-TRL.
           05 FILLER                  PIC X(03) VALUE "TRL".
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-INITIALIZE
               IF WS-HOME-COMPANY = SPACES
                   PERFORM 2500-DEPOSIT-PASS
               ELSE
                   PERFORM 1450-NEXT-COMPANY
                   PERFORM UNTIL NOT CO-FOUND
                       PERFORM 2500-DEPOSIT-PASS
                       PERFORM 1450-NEXT-COMPANY
                   END-PERFORM
                   PERFORM 3300-CHECK-UNPAID-COMPANIES
               END-IF
               PERFORM 3000-FINISH-UP
           END-IF.
           DISPLAY "HW16DD CONCLUDES".
           MOVE "C:\school\cobol\cobolclass\master\data\HW16DDEP.dat"
               TO WS-DEPOSIT-DSN
           END-IF.
           MOVE "C:\school\cobol\cobolclass\master\data\HW16DDEP"
               TO WS-DEPOSIT-STEM.
           ACCEPT WS-CO-CONTROL-DSN FROM ENVIRONMENT "PAYCOTL".
           IF WS-CO-CONTROL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16COTL.dat"
               TO WS-CO-CONTROL-DSN
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

      * OFF-CYCLE BONUS RUN -- DEPOSIT THE BONUS CHECKS HW16NB WROTE
      * TO ITS BONUS OUTPUT, IN A DEPOSIT FILE OF THEIR OWN.
       0960-RESOLVE-BONUS-FILE-NAMES.
           DISPLAY "HW16DD BUILDING THE OFF-CYCLE BONUS DEPOSIT FILE".
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
           ACCEPT WS-DEPOSIT-DSN FROM ENVIRONMENT "PAYBDEP".
           IF WS-DEPOSIT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BDEP.dat"
               TO WS-DEPOSIT-DSN
           END-IF.
           MOVE "PAYBDEP" TO WS-DEPOSIT-ENV-NAME.
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BDEP"
               TO WS-DEPOSIT-STEM.
           ACCEPT WS-CO-CONTROL-DSN FROM ENVIRONMENT "PAYBCOTL".
           IF WS-CO-CONTROL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BCOT.dat"
               TO WS-CO-CONTROL-DSN
           END-IF.
           MOVE "INFSYS-3807 BONUS DEP" TO DDH-BATCH-NAME.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
           END-IF.

       1000-INITIALIZE.
           MOVE WS-DEPOSIT-DSN TO WS-BASE-DEPOSIT-DSN.
           PERFORM 1200-LOAD-BANK-ACCOUNTS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DDH-CREATE-DATE
                                               WS-TODAY-CCYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(FUNCTION CURRENT-DATE (1:8))).
           OPEN OUTPUT PRENOTE-RPT-OUT.
           MOVE "PRENOTES PENDING -- HW16DD" TO PRENOTE-RPT-REC.
           WRITE PRENOTE-RPT-REC.
           PERFORM 1250-AGE-PRENOTES.
           PERFORM 1300-FIND-HOME-COMPANY.
           IF WS-HOME-COMPANY NOT = SPACES
               PERFORM 1350-LOAD-COMPANY-CONTROL
           END-IF.

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

       1350-LOAD-COMPANY-CONTROL.
           OPEN INPUT COMPANY-CONTROL-IN.
           IF WS-CO-CONTROL-STATUS = "00"
               MOVE "Y" TO WS-CO-CONTROL-LOADED-SW
               READ COMPANY-CONTROL-IN
               PERFORM UNTIL WS-CO-CONTROL-STATUS > "00"
                   IF COTL-ID = "TRC" AND WS-DCO-COUNT < 20
                       ADD 1 TO WS-DCO-COUNT
                       MOVE COTL-COMPANY
                           TO WS-DCO-CODE(WS-DCO-COUNT)
                       MOVE COTL-RECORD-COUNT
                           TO WS-DCO-RECORDS(WS-DCO-COUNT)
                       MOVE COTL-TOTAL-NET
                           TO WS-DCO-NET(WS-DCO-COUNT)
                   END-IF
                   READ COMPANY-CONTROL-IN
               END-PERFORM
               CLOSE COMPANY-CONTROL-IN
           ELSE
               DISPLAY "NO COMPANY CONTROL TOTALS -- DEPOSIT FILES "
                   "PROVED TO THE TRAILER ONLY"
           END-IF.

      * OPENS ONE PASS OVER THE PAYROLL OUTPUT AND THE DEPOSIT FILE
      * IT FEEDS.  THE HOME COMPANY KEEPS THE USUAL DEPOSIT FILE.
       1400-OPEN-PASS-FILES.
           MOVE WS-BASE-DEPOSIT-DSN TO WS-DEPOSIT-DSN.
           IF WS-PASS-COMPANY NOT = WS-HOME-COMPANY
               MOVE SPACES TO WS-CO-ENV-NAME WS-DEPOSIT-DSN
               STRING WS-DEPOSIT-ENV-NAME DELIMITED BY SPACE
                      WS-PASS-COMPANY DELIMITED BY SPACE
                   INTO WS-CO-ENV-NAME
               ACCEPT WS-DEPOSIT-DSN FROM ENVIRONMENT WS-CO-ENV-NAME
               IF WS-DEPOSIT-DSN = SPACES
                   STRING WS-DEPOSIT-STEM DELIMITED BY SPACE
                          WS-PASS-COMPANY DELIMITED BY SPACE
                          ".dat" DELIMITED BY SIZE
                       INTO WS-DEPOSIT-DSN
               END-IF
           END-IF.
           OPEN INPUT PAYROLL-OUT-IN.
           IF WS-PAYROLL-OUT-IN-STATUS NOT = "00"
               MOVE "1400-OPEN-PASS-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "PAYROLL-OUT-IN"  TO WS-ERR-FILE-NAME
               MOVE WS-PAYROLL-OUT-IN-STATUS TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           END-IF.
           OPEN OUTPUT DEPOSIT-FILE-OUT.
           IF WS-DEPOSIT-STATUS NOT = "00"
               MOVE "1400-OPEN-PASS-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "DEPOSIT-FILE-OUT" TO WS-ERR-FILE-NAME
               MOVE WS-DEPOSIT-STATUS  TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           END-IF.
           WRITE DEPOSIT-REC-OUT FROM WS-DEPOSIT-HDR.

       1450-NEXT-COMPANY.
           MOVE "N" TO CO-FUNCTION.
           MOVE WS-PASS-COMPANY TO CO-CODE.
           MOVE "8" TO CO-RESULT.
           CALL "COMPANY" USING WS-COMPANY-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF CO-FOUND
               MOVE CO-CODE         TO WS-PASS-COMPANY DDH-COMPANY
               MOVE CO-FED-EIN      TO DDH-FED-EIN
               MOVE CO-BANK-ROUTING TO DDH-ORIG-ROUTING
               MOVE CO-BANK-ACCOUNT TO DDH-ORIG-ACCOUNT
           END-IF.

       1200-LOAD-BANK-ACCOUNTS.
           OPEN INPUT BANK-ACCOUNT-IN.
           IF WS-BANK-ACCT-STATUS NOT = "00"
               CLOSE BANK-ACCOUNT-IN
           END-IF.

      * A PENDING PRENOTE THAT HAS AGED THE REQUIRED BANKING DAYS
      * WITH NO BANK RETURN GOES LIVE AUTOMATICALLY; THE FLIP IS
      * WRITTEN BACK TO THE BANK ACCOUNT FILE AT END OF RUN.
       1250-AGE-PRENOTES.
           PERFORM VARYING WS-BANK-ACCT-SUB FROM 1 BY 1
               UNTIL WS-BANK-ACCT-SUB > WS-BANK-ACCT-COUNT
               IF WS-BA-STATUS(WS-BANK-ACCT-SUB) = "P"
                   AND WS-BA-EFF-DATE(WS-BANK-ACCT-SUB) IS NUMERIC
                   MOVE "A" TO BC-FUNCTION
                   MOVE WS-BA-EFF-DATE(WS-BANK-ACCT-SUB) TO BC-DATE-1
                   MOVE WS-PRENOTE-AGE-DAYS TO BC-DAYS
                   CALL "BUSCAL" USING WS-BUSCAL-PARMS
                       ON EXCEPTION MOVE "2" TO BC-RESULT
                   END-CALL
                   IF BC-RESULT NOT = "0"
                       COMPUTE WS-EFF-INT = FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL
                               (WS-BA-EFF-DATE(WS-BANK-ACCT-SUB)))
                           + WS-PRENOTE-AGE-DAYS
                       MOVE FUNCTION DATE-OF-INTEGER(WS-EFF-INT)
                           TO BC-DATE-2
                   END-IF
                   IF BC-DATE-2 <= WS-TODAY-CCYYMMDD
                       MOVE "A" TO WS-BA-STATUS(WS-BANK-ACCT-SUB)
                       MOVE "Y" TO WS-BANK-FILE-CHANGED-SW
                       ADD 1 TO WS-PRENOTE-FLIPPED-COUNT
                       TO WS-PAYROLL-TRAILER-IN
                   MOVE "Y" TO WS-TRAILER-SEEN-SW
               ELSE
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD DD-NET TO WS-DETAIL-NET-TOTAL
                   MOVE DD-COMPANY TO WS-REC-COMPANY
                   IF WS-REC-COMPANY = SPACES
                       MOVE WS-HOME-COMPANY TO WS-REC-COMPANY
                   END-IF
                   IF WS-HOME-COMPANY = SPACES
                      OR WS-REC-COMPANY = WS-PASS-COMPANY
                       ADD 1 TO WS-CO-DETAIL-COUNT
                       ADD DD-NET TO WS-CO-DETAIL-NET
                       PERFORM 2100-PROCESS-PAYMENT
                   END-IF
               END-IF
               READ PAYROLL-OUT-IN
           END-PERFORM.

      * ONE DEPOSIT FILE -- EVERY PAYMENT WITHOUT A COMPANY MASTER,
      * OTHERWISE THE PAYMENTS OF THE COMPANY IN WS-PASS-COMPANY.
      * EACH PASS READS THE WHOLE PAYROLL OUTPUT, SO EACH FILE IS
      * PROVED TO THE TRAILER.
       2500-DEPOSIT-PASS.
           MOVE 0 TO WS-DETAIL-COUNT WS-DETAIL-NET-TOTAL
                     WS-CO-DETAIL-COUNT WS-CO-DETAIL-NET
                     WS-DEPOSIT-COUNT WS-DEPOSIT-NET-TOTAL
                     WS-ROUTING-HASH.
           MOVE "N" TO WS-TRAILER-SEEN-SW.
           MOVE SPACES TO WS-LAST-PAY-DATE.
           PERFORM 1400-OPEN-PASS-FILES.
           PERFORM 2000-BUILD-DEPOSIT-FILE.
           PERFORM 2900-CLOSE-PASS-FILES.
           ADD WS-CO-DETAIL-COUNT TO WS-CO-MATCHED-COUNT.

       2100-PROCESS-PAYMENT.
           PERFORM 2200-FIND-BANK-ACCOUNT.
           IF BANK-ACCT-FOUND
               AND WS-BA-STATUS(WS-BANK-ACCT-FOUND-SUB) = "P"
               MOVE WS-BA-ACCT-TYPE(WS-BANK-ACCT-FOUND-SUB)
                   TO DDD-ACCT-TYPE
               MOVE DD-NET TO DDD-NET-AMOUNT
               IF DD-PAY-DATE NOT = WS-LAST-PAY-DATE
                   PERFORM 2160-SET-EFFECTIVE-DATE
               END-IF
               MOVE WS-EFFECTIVE-DATE TO DDD-EFFECTIVE-DATE
               WRITE DEPOSIT-REC-OUT FROM WS-DEPOSIT-DTL
               ADD 1 TO WS-DEPOSIT-COUNT
               ADD DD-NET TO WS-DEPOSIT-NET-TOTAL
           MOVE WS-ACCT-AGE-DAYS TO PNL-DAYS.
           WRITE PRENOTE-RPT-REC FROM WS-PRENOTE-LINE.

      * THE PAY DATE WHEN IT IS A BUSINESS DAY, OTHERWISE THE LAST
      * BUSINESS DAY BEFORE IT.  A PAY DATE THAT WILL NOT CONVERT
      * LEAVES THE EFFECTIVE DATE BLANK, WHICH THE BANK READS AS THE
      * NEXT SETTLEMENT DAY.
       2160-SET-EFFECTIVE-DATE.
           MOVE DD-PAY-DATE TO WS-LAST-PAY-DATE.
           MOVE SPACES TO WS-EFFECTIVE-DATE.
           MOVE "C" TO DV-FUNCTION.
           MOVE "3" TO DV-FORMAT-1.
           MOVE DD-PAY-DATE TO DV-DATE-1.
           MOVE "2" TO DV-FORMAT-2.
           CALL "DATEVAL" USING WS-DATEVAL-PARMS
               ON EXCEPTION MOVE "1" TO DV-RESULT
           END-CALL.
           IF DV-RESULT = "0"
               MOVE DV-DATE-2 TO WS-EFFECTIVE-DATE
               MOVE "B" TO BC-FUNCTION
               MOVE WS-EFFECTIVE-DATE TO BC-DATE-1
               MOVE 0 TO BC-DAYS
               CALL "BUSCAL" USING WS-BUSCAL-PARMS
                   ON EXCEPTION MOVE "2" TO BC-RESULT
               END-CALL
               IF BC-RESULT = "1"
                   DISPLAY "PAY DATE " DD-PAY-DATE " IS NOT A "
                       "BUSINESS DAY -- DEPOSITS SETTLE EARLIER"
               END-IF
               PERFORM UNTIL BC-RESULT NOT = "1"
                   COMPUTE WS-EFF-WORK-INT = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-EFFECTIVE-DATE)) - 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-EFF-WORK-INT)
                       TO WS-EFFECTIVE-DATE
                   MOVE WS-EFFECTIVE-DATE TO BC-DATE-1
                   CALL "BUSCAL" USING WS-BUSCAL-PARMS
                       ON EXCEPTION MOVE "2" TO BC-RESULT
                   END-CALL
               END-PERFORM
           END-IF.

       2200-FIND-BANK-ACCOUNT.
           MOVE "N" TO WS-BANK-ACCT-FOUND-SW.
           PERFORM VARYING WS-BANK-ACCT-SUB FROM 1 BY 1
               END-IF
           END-PERFORM.

       2900-CLOSE-PASS-FILES.
           MOVE WS-DEPOSIT-COUNT     TO DDT-RECORD-COUNT.
           MOVE WS-DEPOSIT-NET-TOTAL TO DDT-NET-TOTAL.
           MOVE WS-ROUTING-HASH      TO DDT-ROUTING-HASH.
           WRITE DEPOSIT-REC-OUT FROM WS-DEPOSIT-TRL.
           CLOSE PAYROLL-OUT-IN.
           IF WS-PASS-COMPANY NOT = SPACES
               DISPLAY "COMPANY " WS-PASS-COMPANY " DEPOSIT FILE "
                   WS-DEPOSIT-DSN
           END-IF.
           MOVE "SUPPRESSED -- PAYROLL-OUT DID NOT BALANCE TO TRAILER"
               TO WS-SUPPRESS-REASON.
           IF NOT TRAILER-SEEN
               OR WS-DETAIL-COUNT NOT = TRL-IN-RECORD-COUNT
               OR WS-DETAIL-NET-TOTAL NOT = TRL-IN-TOTAL-NET
               PERFORM 3100-SUPPRESS-DEPOSIT-FILE
           ELSE
               PERFORM 2950-EXPECTED-COMPANY-TOTALS
               IF CO-CONTROL-LOADED
                  AND (WS-CO-DETAIL-COUNT NOT = WS-DCO-EXPECT-RECORDS
                   OR WS-CO-DETAIL-NET NOT = WS-DCO-EXPECT-NET)
                   MOVE WS-CO-SUPPRESS-REASON TO WS-SUPPRESS-REASON
                   PERFORM 3100-SUPPRESS-DEPOSIT-FILE
               ELSE
                   CLOSE DEPOSIT-FILE-OUT
                   DISPLAY "DEPOSITS WRITTEN : " WS-DEPOSIT-COUNT
                   DISPLAY "DEPOSIT NET TOTAL: " WS-DEPOSIT-NET-TOTAL
               END-IF
           END-IF.

      * A COMPANY WITH NO ROW ON THE CONTROL FILE HAD NO PAYMENTS.
       2950-EXPECTED-COMPANY-TOTALS.
           MOVE 0 TO WS-DCO-EXPECT-RECORDS WS-DCO-EXPECT-NET
                     WS-DCO-FOUND-SUB.
           PERFORM VARYING WS-DCO-SUB FROM 1 BY 1
               UNTIL WS-DCO-SUB > WS-DCO-COUNT
               IF WS-DCO-CODE(WS-DCO-SUB) = WS-PASS-COMPANY
                   MOVE WS-DCO-SUB TO WS-DCO-FOUND-SUB
                   MOVE WS-DCO-COUNT TO WS-DCO-SUB
               END-IF
           END-PERFORM.
           IF WS-DCO-FOUND-SUB > 0
               MOVE WS-DCO-RECORDS(WS-DCO-FOUND-SUB)
                   TO WS-DCO-EXPECT-RECORDS
               MOVE WS-DCO-NET(WS-DCO-FOUND-SUB) TO WS-DCO-EXPECT-NET
           END-IF.

       3000-FINISH-UP.
           CLOSE PRENOTE-RPT-OUT.
           PERFORM 3200-REWRITE-BANK-ACCOUNTS.
           DISPLAY "PRENOTES SENT    : " WS-PRENOTE-SENT-COUNT.
           DISPLAY "PRENOTES CLEARED : " WS-PRENOTE-FLIPPED-COUNT.
           DISPLAY "NO-ACCOUNT COUNT : " WS-NO-ACCOUNT-COUNT.

      * EVERY PAYMENT SHOULD HAVE LANDED IN SOME COMPANY'S FILE; ONE
      * CODED FOR A COMPANY NOT ON THE MASTER WAS IN NONE OF THEM.
       3300-CHECK-UNPAID-COMPANIES.
           IF TRAILER-SEEN
              AND WS-CO-MATCHED-COUNT NOT = WS-DETAIL-COUNT
               COMPUTE WS-CO-DETAIL-COUNT
                   = WS-DETAIL-COUNT - WS-CO-MATCHED-COUNT
               DISPLAY "*** " WS-CO-DETAIL-COUNT " PAYMENTS CARRY A "
                   "COMPANY CODE NOT ON THE COMPANY MASTER -- NOT "
                   "DEPOSITED ***"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * ONLY TOUCHED WHEN A PRENOTE AGED INTO LIVE STATUS THIS RUN.
       3100-SUPPRESS-DEPOSIT-FILE.
           CLOSE DEPOSIT-FILE-OUT.
           OPEN OUTPUT DEPOSIT-FILE-OUT.
           MOVE WS-SUPPRESS-REASON TO DEPOSIT-REC-OUT.
           WRITE DEPOSIT-REC-OUT.
           CLOSE DEPOSIT-FILE-OUT.
           DISPLAY "*** BANK FEED SUPPRESSED -- " WS-DEPOSIT-DSN.
           DISPLAY "    " WS-SUPPRESS-REASON.
           MOVE 8 TO RETURN-CODE.
