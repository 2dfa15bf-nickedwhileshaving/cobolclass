       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW16BKCR.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
       INSTALLATION.  INFSYS-3807 COBOL.
      *Weekly direct-deposit bank change report.  Lists every bank
      *detail change HW16BNKM journaled through SIGNON in the week --
      *changes entered and held, approved, rejected, and accounts
      *removed -- with the operator, time, and before/after images,
      *and flags any made within three days of a pay date on the
      *pay-date calendar, the window a diverted deposit goes out in
      *before anyone notices.  The week is the seven days ending
      *yesterday (Monday's run covers Monday through Sunday), or the
      *seven days ending on the date given in PAYBKWK (CCYYMMDD).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-JOURNAL ASSIGN TO WS-JOURNAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT PAY-CALENDAR ASSIGN TO WS-PAY-CAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-CAL-STATUS.

           SELECT BANK-CHG-RPT ASSIGN TO WS-BANK-CHG-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANK-CHG-RPT-STATUS.

           SELECT BATCH-ERROR-LOG ASSIGN TO WS-ERROR-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM ENVIRONMENT VARIABLES CHGJRNL, HW16CAL, PAYBKCR,
      *  AND BATCHERRLOG, FALLING BACK TO THE DEVELOPMENT DEFAULTS
      *  SHOWN THERE.  PAYBKWK OPTIONALLY NAMES THE WEEK-ENDING DATE.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-JOURNAL
           RECORDING MODE IS F
           DATA RECORD IS CHANGE-JOURNAL-REC.
       01 CHANGE-JOURNAL-REC.
          05 CJ-DATE                  PIC X(08).
          05 CJ-TIME                  PIC X(08).
          05 CJ-USER-ID               PIC X(08).
          05 CJ-PROGRAM               PIC X(08).
          05 CJ-ACTION                PIC X(10).
          05 CJ-KEY                   PIC X(20).
          05 CJ-BEFORE                PIC X(60).
          05 CJ-AFTER                 PIC X(60).

       FD  PAY-CALENDAR
           RECORDING MODE IS F
           DATA RECORD IS PAY-CALENDAR-REC.
       01 PAY-CALENDAR-REC.
          05 CAL-PAY-DATE             PIC X(06).

       FD  BANK-CHG-RPT
           RECORDING MODE IS F
           DATA RECORD IS BANK-CHG-RPT-REC.
       01 BANK-CHG-RPT-REC            PIC X(100).

       FD  BATCH-ERROR-LOG
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-DSN             PIC X(80).
       01  WS-JOURNAL-STATUS          PIC X(02) VALUE "00".
       01  WS-PAY-CAL-DSN             PIC X(80).
       01  WS-PAY-CAL-STATUS          PIC X(02) VALUE "00".
       01  WS-BANK-CHG-RPT-DSN        PIC X(80).
       01  WS-BANK-CHG-RPT-STATUS     PIC X(02) VALUE "00".
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

      * THE REPORTING WEEK, AS CCYYMMDD AND AS INTEGER DATES.
       01  WS-WEEK-END-PARM           PIC X(08).
       01  WS-WEEK-START              PIC 9(08).
       01  WS-WEEK-END                PIC 9(08).
       01  WS-WEEK-START-INT          PIC 9(08).
       01  WS-WEEK-END-INT            PIC 9(08).

      * THE PAY DATES, AS INTEGER DATES.
       01  WS-PAY-DATE-COUNT          PIC 9(03) VALUE 0.
       01  WS-PAY-DATE-SUB            PIC 9(03).
       01  WS-PAY-DATE-TABLE.
           05 WS-PAY-DATE-INT         PIC 9(08) OCCURS 200 TIMES.
       01  WS-CAL-CCYYMMDD            PIC X(08).

      * CHANGES WITHIN THIS MANY DAYS EITHER SIDE OF A PAY DATE ARE
      * FLAGGED.
       01  WS-FLAG-DAYS               PIC 9(02) VALUE 03.
       01  WS-CHANGE-INT              PIC 9(08).
       01  WS-GAP-DAYS                PIC S9(08).
       01  WS-NEAREST-GAP             PIC 9(08).
       01  WS-NEAREST-PAY-INT         PIC 9(08).
       01  WS-NEAREST-PAY-DATE        PIC 9(08).

       01  WS-CHANGE-COUNT            PIC 9(05) VALUE 0.
       01  WS-FLAGGED-COUNT           PIC 9(05) VALUE 0.

       01  WS-RPT-HDR-1.
           05 FILLER                  PIC X(40) VALUE
               "HW16BKCR  DIRECT DEPOSIT BANK CHANGES   ".
           05 FILLER                  PIC X(05) VALUE "WEEK ".
           05 HDR-WEEK-START          PIC X(08).
           05 FILLER                  PIC X(04) VALUE " TO ".
           05 HDR-WEEK-END            PIC X(08).
       01  WS-RPT-HDR-2.
           05 FILLER                  PIC X(50) VALUE
               "DATE     TIME     USER     ACTION     EMP".
       01  WS-DETAIL-LINE.
           05 DET-DATE                PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DET-TIME                PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DET-USER                PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DET-ACTION              PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DET-EMP                 PIC X(05).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DET-FLAG                PIC X(50).
       01  WS-FLAG-TEXT.
           05 FILLER                  PIC X(11) VALUE "*** WITHIN ".
           05 FLG-DAYS                PIC 9.
           05 FILLER                  PIC X(22) VALUE
               " DAYS OF THE PAY DATE ".
           05 FLG-PAY-DATE            PIC X(08).
       01  WS-IMAGE-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 IMG-TAG                 PIC X(07).
           05 IMG-TEXT                PIC X(60).
       01  WS-TOTAL-LINE.
           05 FILLER                  PIC X(20) VALUE
               "BANK CHANGES LISTED ".
           05 TOT-CHANGES             PIC ZZZZ9.
           05 FILLER                  PIC X(25) VALUE
               "   NEAR A PAY DATE       ".
           05 TOT-FLAGGED             PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW16BKCR BEGINS".
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 1000-SET-REPORT-WEEK.
           PERFORM 1100-LOAD-PAY-DATES.
           OPEN INPUT CHANGE-JOURNAL.
           IF WS-JOURNAL-STATUS NOT = "00"
               AND WS-JOURNAL-STATUS NOT = "35"
               MOVE "0000-DRIVER"    TO WS-ERR-PARAGRAPH-NAME
               MOVE "CHANGE-JOURNAL" TO WS-ERR-FILE-NAME
               MOVE WS-JOURNAL-STATUS TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               OPEN OUTPUT BANK-CHG-RPT
               MOVE WS-WEEK-START TO HDR-WEEK-START
               MOVE WS-WEEK-END   TO HDR-WEEK-END
               WRITE BANK-CHG-RPT-REC FROM WS-RPT-HDR-1
               MOVE SPACES TO BANK-CHG-RPT-REC
               WRITE BANK-CHG-RPT-REC
               WRITE BANK-CHG-RPT-REC FROM WS-RPT-HDR-2
      * NO JOURNAL YET MEANS NO CHANGES -- AN EMPTY REPORT, NOT AN
      * ERROR.
               IF WS-JOURNAL-STATUS = "00"
                   PERFORM 2000-SCAN-JOURNAL
                   CLOSE CHANGE-JOURNAL
               END-IF
               MOVE SPACES TO BANK-CHG-RPT-REC
               WRITE BANK-CHG-RPT-REC
               MOVE WS-CHANGE-COUNT  TO TOT-CHANGES
               MOVE WS-FLAGGED-COUNT TO TOT-FLAGGED
               WRITE BANK-CHG-RPT-REC FROM WS-TOTAL-LINE
               CLOSE BANK-CHG-RPT
           END-IF.
           DISPLAY "BANK CHANGES LISTED : " WS-CHANGE-COUNT.
           DISPLAY "NEAR A PAY DATE     : " WS-FLAGGED-COUNT.
           DISPLAY "HW16BKCR CONCLUDES".
           GOBACK.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
           MOVE "HW16BKCR"            TO ERRLOG-PROGRAM.
           MOVE WS-ERR-PARAGRAPH-NAME TO ERRLOG-PARAGRAPH.
           MOVE WS-ERR-FILE-NAME      TO ERRLOG-FILE.
           MOVE WS-ERR-STATUS-CODE    TO ERRLOG-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ERRLOG-DATE.
           WRITE BATCH-ERROR-LOG-REC FROM WS-ERROR-LOG-LINE.
           CLOSE BATCH-ERROR-LOG.
           MOVE 16 TO RETURN-CODE.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-JOURNAL-DSN FROM ENVIRONMENT "CHGJRNL".
           IF WS-JOURNAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\CHGJRNL.dat"
               TO WS-JOURNAL-DSN
           END-IF.
           ACCEPT WS-PAY-CAL-DSN FROM ENVIRONMENT "HW16CAL".
           IF WS-PAY-CAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16CAL.dat"
               TO WS-PAY-CAL-DSN
           END-IF.
           ACCEPT WS-BANK-CHG-RPT-DSN FROM ENVIRONMENT "PAYBKCR".
           IF WS-BANK-CHG-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BKCR.rpt"
               TO WS-BANK-CHG-RPT-DSN
           END-IF.
           ACCEPT WS-ERROR-LOG-DSN FROM ENVIRONMENT "BATCHERRLOG".
           IF WS-ERROR-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\BATCHERR.log"
               TO WS-ERROR-LOG-DSN
           END-IF.

       1000-SET-REPORT-WEEK.
           MOVE SPACES TO WS-WEEK-END-PARM.
           ACCEPT WS-WEEK-END-PARM FROM ENVIRONMENT "PAYBKWK".
           IF WS-WEEK-END-PARM IS NUMERIC
               MOVE WS-WEEK-END-PARM TO WS-WEEK-END
               COMPUTE WS-WEEK-END-INT =
                   FUNCTION INTEGER-OF-DATE (WS-WEEK-END)
           ELSE
               COMPUTE WS-WEEK-END-INT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (FUNCTION CURRENT-DATE (1:8))) - 1
               COMPUTE WS-WEEK-END =
                   FUNCTION DATE-OF-INTEGER (WS-WEEK-END-INT)
           END-IF.
           COMPUTE WS-WEEK-START-INT = WS-WEEK-END-INT - 6.
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER (WS-WEEK-START-INT).

      * CALENDAR DATES ARE MMDDYY; THE CENTURY COMES FROM THE SAME
      * PIVOT THE OTHER SIX-DIGIT DATES USE.
       1100-LOAD-PAY-DATES.
           OPEN INPUT PAY-CALENDAR.
           IF WS-PAY-CAL-STATUS NOT = "00"
               DISPLAY "PAY-DATE CALENDAR NOT AVAILABLE - STATUS "
                   WS-PAY-CAL-STATUS " -- NO CHANGES CAN BE FLAGGED"
           ELSE
               READ PAY-CALENDAR
               PERFORM UNTIL WS-PAY-CAL-STATUS > "00"
                   IF CAL-PAY-DATE IS NUMERIC
                       AND WS-PAY-DATE-COUNT < 200
                       IF CAL-PAY-DATE(5:2) >= "70"
                           MOVE "19" TO WS-CAL-CCYYMMDD(1:2)
                       ELSE
                           MOVE "20" TO WS-CAL-CCYYMMDD(1:2)
                       END-IF
                       MOVE CAL-PAY-DATE(5:2) TO WS-CAL-CCYYMMDD(3:2)
                       MOVE CAL-PAY-DATE(1:4) TO WS-CAL-CCYYMMDD(5:4)
                       ADD 1 TO WS-PAY-DATE-COUNT
                       COMPUTE WS-PAY-DATE-INT(WS-PAY-DATE-COUNT) =
                           FUNCTION INTEGER-OF-DATE
                               (FUNCTION NUMVAL (WS-CAL-CCYYMMDD))
                   END-IF
                   READ PAY-CALENDAR
               END-PERFORM
               CLOSE PAY-CALENDAR
           END-IF.

       2000-SCAN-JOURNAL.
           READ CHANGE-JOURNAL.
           PERFORM UNTIL WS-JOURNAL-STATUS > "00"
               IF CJ-PROGRAM = "HW16BNKM"
                   AND CJ-DATE IS NUMERIC
                   AND CJ-DATE >= WS-WEEK-START
                   AND CJ-DATE <= WS-WEEK-END
                   PERFORM 2100-REPORT-ONE-CHANGE
               END-IF
               READ CHANGE-JOURNAL
           END-PERFORM.

       2100-REPORT-ONE-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE CJ-DATE      TO DET-DATE.
           MOVE CJ-TIME      TO DET-TIME.
           MOVE CJ-USER-ID   TO DET-USER.
           MOVE CJ-ACTION    TO DET-ACTION.
           MOVE CJ-KEY(1:5)  TO DET-EMP.
           MOVE SPACES       TO DET-FLAG.
           PERFORM 2200-FIND-NEAREST-PAY-DATE.
           IF WS-PAY-DATE-COUNT > 0
               AND WS-NEAREST-GAP <= WS-FLAG-DAYS
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE WS-NEAREST-GAP      TO FLG-DAYS
               COMPUTE WS-NEAREST-PAY-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-NEAREST-PAY-INT)
               MOVE WS-NEAREST-PAY-DATE TO FLG-PAY-DATE
               MOVE WS-FLAG-TEXT        TO DET-FLAG
           END-IF.
           WRITE BANK-CHG-RPT-REC FROM WS-DETAIL-LINE.
           IF CJ-BEFORE NOT = SPACES
               MOVE "BEFORE " TO IMG-TAG
               MOVE CJ-BEFORE TO IMG-TEXT
               WRITE BANK-CHG-RPT-REC FROM WS-IMAGE-LINE
           END-IF.
           IF CJ-AFTER NOT = SPACES
               MOVE "AFTER  " TO IMG-TAG
               MOVE CJ-AFTER TO IMG-TEXT
               WRITE BANK-CHG-RPT-REC FROM WS-IMAGE-LINE
           END-IF.

      * DAYS TO THE CLOSEST PAY DATE, BEFORE OR AFTER THE CHANGE.
       2200-FIND-NEAREST-PAY-DATE.
           COMPUTE WS-CHANGE-INT =
               FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (CJ-DATE)).
           MOVE 99999999 TO WS-NEAREST-GAP.
           MOVE 0 TO WS-NEAREST-PAY-INT.
           PERFORM VARYING WS-PAY-DATE-SUB FROM 1 BY 1
               UNTIL WS-PAY-DATE-SUB > WS-PAY-DATE-COUNT
               COMPUTE WS-GAP-DAYS =
                   WS-PAY-DATE-INT(WS-PAY-DATE-SUB) - WS-CHANGE-INT
               IF WS-GAP-DAYS < 0
                   COMPUTE WS-GAP-DAYS = 0 - WS-GAP-DAYS
               END-IF
               IF WS-GAP-DAYS < WS-NEAREST-GAP
                   MOVE WS-GAP-DAYS TO WS-NEAREST-GAP
                   MOVE WS-PAY-DATE-INT(WS-PAY-DATE-SUB)
                       TO WS-NEAREST-PAY-INT
               END-IF
           END-PERFORM.
