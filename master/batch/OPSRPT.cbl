      *the logging programs treat as fatal) appeared -- so the
      *scheduler can page someone instead of a human remembering to
      *look at the raw log.
      *Scheduled reports the distribution step (RPTDIST) found were
      *never produced are listed from the distribution log, from its
      *latest run only, and also end the step with a return code
      *(4) unless a hard status has already made it 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPS-PREV-STATUS.

           SELECT DIST-LOG ASSIGN TO WS-DIST-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIST-LOG-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES
      *  BATCHERRLOG, OPSRPT, OPSPREV, AND RPTDLOG, FALLING BACK TO
      *  THE DEVELOPMENT DEFAULTS SHOWN IN 0900.

       DATA DIVISION.
       FILE SECTION.
          05 PV-FILE                  PIC X(20).
          05 PV-STATUS                PIC X(02).

       FD  DIST-LOG
           RECORDING MODE IS F
           DATA RECORD IS DIST-LOG-REC.
       01 DIST-LOG-REC.
          05 DLG-RUN-STAMP            PIC X(14).
          05 FILLER                   PIC X(01).
          05 DLG-REPORT               PIC X(12).
          05 FILLER                   PIC X(01).
          05 DLG-KEY                  PIC X(20).
          05 FILLER                   PIC X(01).
          05 DLG-RECIPIENT            PIC X(20).
          05 FILLER                   PIC X(01).
          05 DLG-LINES                PIC 9(06).
          05 FILLER                   PIC X(01).
          05 DLG-STATUS               PIC X(10).
          05 FILLER                   PIC X(01).
          05 DLG-DEST                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ERROR-LOG-DSN           PIC X(80).
       01  WS-OPS-RPT-DSN             PIC X(80).
       01  WS-ERROR-LOG-STATUS        PIC X(02) VALUE "00".
       01  WS-OPS-RPT-STATUS          PIC X(02) VALUE "00".
       01  WS-OPS-PREV-STATUS         PIC X(02) VALUE "00".
       01  WS-DIST-LOG-DSN            PIC X(80).
       01  WS-DIST-LOG-STATUS         PIC X(02) VALUE "00".

      * REPORTS THE LATEST DISTRIBUTION RUN FOUND MISSING.  THE LOG
      * IS APPENDED IN RUN ORDER, SO A NEWER RUN STAMP STARTS THE
      * LIST OVER.
       01  WS-DIST-RUN-STAMP          PIC X(14) VALUE SPACES.
       01  WS-MISS-COUNT              PIC 9(03) VALUE 0.
       01  WS-MISS-SUB                PIC 9(03).
       01  WS-MISSING-TABLE.
           05 WS-MISS-ENTRY OCCURS 100 TIMES.
              10 WS-MISS-REPORT       PIC X(12).
              10 WS-MISS-DSN          PIC X(80).
       01  WS-MISS-LINE.
           05 FILLER                  PIC X(11) VALUE "  MISSING  ".
           05 MSL-REPORT              PIC X(12).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 MSL-DSN                 PIC X(75).

      * TODAY'S FAILURES GROUPED BY PROGRAM / FILE / STATUS.
       01  WS-GRP-COUNT               PIC 9(03) VALUE 0.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 1000-LOAD-PREVIOUS-SUMMARY.
           PERFORM 2000-READ-ERROR-LOG.
           PERFORM 2500-READ-DISTRIBUTION-LOG.
           PERFORM 3000-WRITE-OPS-REPORT.
           PERFORM 4000-SAVE-TODAYS-SUMMARY.
           DISPLAY "LOG RECORDS READ : " WS-LOG-RECORDS.
           DISPLAY "FAILURE TYPES    : " WS-GRP-COUNT.
           DISPLAY "NEW TYPES TODAY  : " WS-NEW-TYPE-COUNT.
           DISPLAY "FATAL STATUSES   : " WS-FATAL-COUNT.
           DISPLAY "REPORTS MISSING  : " WS-MISS-COUNT.
           IF WS-FATAL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MISS-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "OPSRPT CONCLUDES".
           GOBACK.
           MOVE "C:\school\cobol\cobolclass\master\data\OPSPREV.dat"
               TO WS-OPS-PREV-DSN
           END-IF.
           ACCEPT WS-DIST-LOG-DSN FROM ENVIRONMENT "RPTDLOG".
           IF WS-DIST-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\RPTDLOG.dat"
               TO WS-DIST-LOG-DSN
           END-IF.

       1000-LOAD-PREVIOUS-SUMMARY.
           OPEN INPUT OPS-PREV-SUMMARY.
           ADD 1 TO WS-GRP-HITS(WS-GRP-FOUND-SUB).
           MOVE EL-DATE TO WS-GRP-LAST-DATE(WS-GRP-FOUND-SUB).

      * NO DISTRIBUTION LOG MEANS NO DISTRIBUTION STEP HAS RUN YET.
       2500-READ-DISTRIBUTION-LOG.
           OPEN INPUT DIST-LOG.
           IF WS-DIST-LOG-STATUS = "00"
               READ DIST-LOG
               PERFORM UNTIL WS-DIST-LOG-STATUS > "00"
                   IF DLG-RUN-STAMP > WS-DIST-RUN-STAMP
                       MOVE DLG-RUN-STAMP TO WS-DIST-RUN-STAMP
                       MOVE 0 TO WS-MISS-COUNT
                   END-IF
                   IF DLG-STATUS = "MISSING"
                      AND DLG-RUN-STAMP = WS-DIST-RUN-STAMP
                      AND WS-MISS-COUNT < 100
                       ADD 1 TO WS-MISS-COUNT
                       MOVE DLG-REPORT
                           TO WS-MISS-REPORT(WS-MISS-COUNT)
                       MOVE DLG-DEST TO WS-MISS-DSN(WS-MISS-COUNT)
                   END-IF
                   READ DIST-LOG
               END-PERFORM
               CLOSE DIST-LOG
           END-IF.

       3000-WRITE-OPS-REPORT.
           OPEN OUTPUT OPS-RPT-OUT.
           MOVE "MORNING OPERATIONS REPORT -- OPSRPT"
               PERFORM 3100-CHECK-NEW-TYPE
               WRITE OPS-RPT-REC FROM WS-OPS-LINE
           END-PERFORM.
           IF WS-MISS-COUNT > 0
               MOVE SPACES TO OPS-RPT-REC
               WRITE OPS-RPT-REC
               MOVE SPACES TO OPS-RPT-REC
               STRING "SCHEDULED REPORTS NOT PRODUCED -- "
                   "DISTRIBUTION RUN " WS-DIST-RUN-STAMP
                   DELIMITED BY SIZE INTO OPS-RPT-REC
               WRITE OPS-RPT-REC
               PERFORM VARYING WS-MISS-SUB FROM 1 BY 1
                   UNTIL WS-MISS-SUB > WS-MISS-COUNT
                   MOVE WS-MISS-REPORT(WS-MISS-SUB) TO MSL-REPORT
                   MOVE WS-MISS-DSN(WS-MISS-SUB) TO MSL-DSN
                   WRITE OPS-RPT-REC FROM WS-MISS-LINE
               END-PERFORM
           END-IF.
           CLOSE OPS-RPT-OUT.

      * A FAILURE TYPE NOT ON THE PREVIOUS RUN'S SUMMARY IS NEW.
