       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTDIST.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Report distribution and bursting, run by SCHEDRUN as the step
      *after the night's chains.  The distribution table (RPTDIST)
      *names each print file by the environment variable its
      *program resolves it from (PAYSTUB, RUGSTMT, RUGDUNL ...) and
      *maps it -- or, for a burstable report, each break key on it
      *(department, salesperson, customer) -- to a recipient and
      *the dataset that recipient's bundle is delivered to.  Every
      *print file on the table is split along its break key into
      *those bundles, each section behind a cover banner, and every
      *delivery is written to the distribution log (RPTDLOG): what
      *went to whom, how many lines, and when.  A report flagged as
      *scheduled that was never produced (no file, or an empty one)
      *is logged MISSING, and OPSRPT flags it the next morning.  The
      *print files themselves are left as they were.
      *
      *TABLE ROWS (ONE PER REPORT, OR PER BREAK KEY OF A BURST
      *REPORT; THE REPORT-LEVEL FIELDS ARE TAKEN FROM ITS FIRST ROW):
      *  DST-KEY-COL / LEN   WHERE THE BREAK KEY SITS ON A LINE;
      *                      000 = NOT BURST, ALL TO ONE RECIPIENT
      *  DST-MARK-COL / LEN  WHERE THE TEXT THAT STARTS A NEW
      *  DST-MARK-TEXT       SECTION SITS (A STUB OR STATEMENT
      *                      HEADING).  THE KEY IS READ ONLY FROM A
      *                      LINE CARRYING THE MARK; OTHER LINES
      *                      FOLLOW THE SECTION THEY FALL IN.  NO
      *                      MARK = ANY LINE WHOSE KEY IS ON THE
      *                      TABLE STARTS A SECTION
      *  DST-KEY-VALUE       THE KEY, OR * FOR THE REPORT'S DEFAULT
      *                      RECIPIENT (UNBURST REPORTS, AND KEYS NOT
      *                      ON THE TABLE)
      *Lines with no recipient -- an unknown key and no * row -- are
      *counted and logged UNROUTED; they stay on the print file.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-TABLE ASSIGN TO WS-DIST-TABLE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIST-TABLE-STATUS.

           SELECT PRINT-IN ASSIGN TO WS-PRINT-IN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-IN-STATUS.

           SELECT BUNDLE-OUT ASSIGN TO WS-BUNDLE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUNDLE-STATUS.

           SELECT DIST-LOG ASSIGN TO WS-DIST-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIST-LOG-STATUS.

      *  THE TABLE RESOLVES FROM ENVIRONMENT VARIABLE RPTDIST AND
      *  THE LOG FROM RPTDLOG, FALLING BACK TO THE DEVELOPMENT
      *  DEFAULTS SHOWN IN 0900.  EACH PRINT FILE RESOLVES FROM ITS
      *  OWN VARIABLE, OR THE DEFAULT ON ITS TABLE ROW.

       DATA DIVISION.
       FILE SECTION.
       FD  DIST-TABLE
           RECORDING MODE IS F
           DATA RECORD IS DIST-TABLE-REC.
       01 DIST-TABLE-REC.
          05 DST-REPORT               PIC X(12).
          05 DST-SCHEDULED            PIC X(01).
          05 DST-KEY-COL              PIC 9(03).
          05 DST-KEY-LEN              PIC 9(02).
          05 DST-MARK-COL             PIC 9(03).
          05 DST-MARK-LEN             PIC 9(02).
          05 DST-MARK-TEXT            PIC X(20).
          05 DST-KEY-VALUE            PIC X(20).
          05 DST-RECIPIENT            PIC X(20).
          05 DST-DEST-DSN             PIC X(80).
          05 DST-DEFAULT-DSN          PIC X(80).

       FD  PRINT-IN
           RECORDING MODE IS F
           DATA RECORD IS PRINT-IN-REC.
       01 PRINT-IN-REC                PIC X(200).

       FD  BUNDLE-OUT
           RECORDING MODE IS F
           DATA RECORD IS BUNDLE-OUT-REC.
       01 BUNDLE-OUT-REC              PIC X(200).

       FD  DIST-LOG
           RECORDING MODE IS F
           DATA RECORD IS DIST-LOG-REC.
       01 DIST-LOG-REC.
          05 DLG-RUN-DATE             PIC X(08).
          05 DLG-RUN-TIME             PIC X(06).
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
       01  WS-DIST-TABLE-DSN          PIC X(80).
       01  WS-PRINT-IN-DSN            PIC X(80).
       01  WS-BUNDLE-DSN              PIC X(80).
       01  WS-DIST-LOG-DSN            PIC X(80).
       01  WS-DIST-TABLE-STATUS       PIC X(02) VALUE "00".
       01  WS-PRINT-IN-STATUS         PIC X(02) VALUE "00".
       01  WS-BUNDLE-STATUS           PIC X(02) VALUE "00".
       01  WS-DIST-LOG-STATUS         PIC X(02) VALUE "00".
       01  WS-ENV-VALUE               PIC X(80).

       01  WS-RUN-DATE                PIC X(08).
       01  WS-RUN-TIME                PIC X(06).

      * THE DISTRIBUTION TABLE, WITH EACH ROW'S LINE COUNT FOR THE
      * NIGHT AND WHETHER ITS COVER BANNER HAS GONE OUT YET.
       01  WS-DS-COUNT                PIC 9(03) VALUE 0.
       01  WS-DS-SUB                  PIC 9(03).
       01  WS-DS-OVERFLOW-SW          PIC X(01) VALUE "N".
           88 DIST-TABLE-OVERFLOW           VALUE "Y".
       01  WS-DIST-ENTRIES.
           05 WS-DS-ENTRY OCCURS 300 TIMES.
              10 WS-DS-REPORT         PIC X(12).
              10 WS-DS-SCHEDULED      PIC X(01).
              10 WS-DS-KEY-COL        PIC 9(03).
              10 WS-DS-KEY-LEN        PIC 9(02).
              10 WS-DS-MARK-COL       PIC 9(03).
              10 WS-DS-MARK-LEN       PIC 9(02).
              10 WS-DS-MARK-TEXT      PIC X(20).
              10 WS-DS-KEY-VALUE      PIC X(20).
              10 WS-DS-RECIPIENT      PIC X(20).
              10 WS-DS-DEST-DSN       PIC X(80).
              10 WS-DS-DEFAULT-DSN    PIC X(80).
              10 WS-DS-LINES          PIC 9(06).
              10 WS-DS-BANNER-SW      PIC X(01).
              10 WS-DS-DONE-SW        PIC X(01).

      * THE REPORT BEING BURST: ITS FIRST ROW, ITS DEFAULT ROW, AND
      * THE ROW WHOSE SECTION THE CURRENT LINE FALLS IN.
       01  WS-RPT-ROW                 PIC 9(03).
       01  WS-DEFAULT-ROW             PIC 9(03).
       01  WS-CUR-ROW                 PIC 9(03).
       01  WS-KEY-ROW                 PIC 9(03).
       01  WS-KEY-COL                 PIC 9(03).
       01  WS-KEY-LEN                 PIC 9(02).
       01  WS-MARK-COL                PIC 9(03).
       01  WS-MARK-LEN                PIC 9(02).
       01  WS-LINE-KEY                PIC X(20).
       01  WS-LINES-READ              PIC 9(06).
       01  WS-UNROUTED-LINES          PIC 9(06).

      * BUNDLES OPENED THIS RUN -- THE FIRST SECTION FOR A BUNDLE
      * STARTS IT FRESH, LATER ONES ARE ADDED TO THE END.
       01  WS-BND-COUNT               PIC 9(03) VALUE 0.
       01  WS-BND-SUB                 PIC 9(03).
       01  WS-BUNDLE-TABLE.
           05 WS-BND-DSN OCCURS 100 TIMES PIC X(80).
       01  WS-BUNDLE-OPEN-SW          PIC X(01) VALUE "N".
           88 BUNDLE-IS-OPEN                VALUE "Y".
       01  WS-OPEN-ROW                PIC 9(03) VALUE 0.

       01  WS-REPORTS-BURST           PIC 9(03) VALUE 0.
       01  WS-REPORTS-MISSING         PIC 9(03) VALUE 0.
       01  WS-SECTIONS-DELIVERED      PIC 9(05) VALUE 0.

       01  WS-BANNER-RULE             PIC X(60) VALUE ALL "*".
       01  WS-BANNER-LINE.
           05 FILLER                  PIC X(03) VALUE "*  ".
           05 BNR-LABEL               PIC X(14).
           05 BNR-TEXT                PIC X(80).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "RPTDIST BEGINS".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 1000-LOAD-DISTRIBUTION.
           IF DIST-TABLE-OVERFLOW
               DISPLAY "RPTDIST: TABLE HOLDS MORE THAN 300 ROWS -- "
                   "NOTHING DISTRIBUTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND DIST-LOG.
           IF WS-DIST-LOG-STATUS = "35"
               OPEN OUTPUT DIST-LOG
           END-IF.
           PERFORM VARYING WS-RPT-ROW FROM 1 BY 1
               UNTIL WS-RPT-ROW > WS-DS-COUNT
               IF WS-DS-DONE-SW(WS-RPT-ROW) = "N"
                   PERFORM 2000-DISTRIBUTE-REPORT
               END-IF
           END-PERFORM.
           CLOSE DIST-LOG.
           DISPLAY "REPORTS BURST      : " WS-REPORTS-BURST.
           DISPLAY "SECTIONS DELIVERED : " WS-SECTIONS-DELIVERED.
           DISPLAY "SCHEDULED, MISSING : " WS-REPORTS-MISSING.
           IF WS-REPORTS-MISSING > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "RPTDIST CONCLUDES".
           GOBACK.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-DIST-TABLE-DSN FROM ENVIRONMENT "RPTDIST".
           IF WS-DIST-TABLE-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\RPTDIST.dat"
               TO WS-DIST-TABLE-DSN
           END-IF.
           ACCEPT WS-DIST-LOG-DSN FROM ENVIRONMENT "RPTDLOG".
           IF WS-DIST-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\RPTDLOG.dat"
               TO WS-DIST-LOG-DSN
           END-IF.

       1000-LOAD-DISTRIBUTION.
           OPEN INPUT DIST-TABLE.
           IF WS-DIST-TABLE-STATUS NOT = "00"
               DISPLAY "RPTDIST: DISTRIBUTION TABLE NOT AVAILABLE - "
                   "STATUS " WS-DIST-TABLE-STATUS
           ELSE
               READ DIST-TABLE
               PERFORM UNTIL WS-DIST-TABLE-STATUS > "00"
                   IF DST-REPORT NOT = SPACES
                       IF WS-DS-COUNT < 300
                           ADD 1 TO WS-DS-COUNT
                           PERFORM 1100-STORE-ROW
                       ELSE
                           MOVE "Y" TO WS-DS-OVERFLOW-SW
                       END-IF
                   END-IF
                   READ DIST-TABLE
               END-PERFORM
               CLOSE DIST-TABLE
           END-IF.

       1100-STORE-ROW.
           MOVE DST-REPORT      TO WS-DS-REPORT(WS-DS-COUNT).
           MOVE DST-SCHEDULED   TO WS-DS-SCHEDULED(WS-DS-COUNT).
           MOVE DST-KEY-VALUE   TO WS-DS-KEY-VALUE(WS-DS-COUNT).
           MOVE DST-RECIPIENT   TO WS-DS-RECIPIENT(WS-DS-COUNT).
           MOVE DST-DEST-DSN    TO WS-DS-DEST-DSN(WS-DS-COUNT).
           MOVE DST-DEFAULT-DSN TO WS-DS-DEFAULT-DSN(WS-DS-COUNT).
           MOVE DST-MARK-TEXT   TO WS-DS-MARK-TEXT(WS-DS-COUNT).
           MOVE 0 TO WS-DS-KEY-COL(WS-DS-COUNT)
                     WS-DS-KEY-LEN(WS-DS-COUNT)
                     WS-DS-MARK-COL(WS-DS-COUNT)
                     WS-DS-MARK-LEN(WS-DS-COUNT).
           IF DST-KEY-COL IS NUMERIC AND DST-KEY-LEN IS NUMERIC
               MOVE DST-KEY-COL TO WS-DS-KEY-COL(WS-DS-COUNT)
               MOVE DST-KEY-LEN TO WS-DS-KEY-LEN(WS-DS-COUNT)
           END-IF.
           IF DST-MARK-COL IS NUMERIC AND DST-MARK-LEN IS NUMERIC
               MOVE DST-MARK-COL TO WS-DS-MARK-COL(WS-DS-COUNT)
               MOVE DST-MARK-LEN TO WS-DS-MARK-LEN(WS-DS-COUNT)
           END-IF.
           MOVE 0 TO WS-DS-LINES(WS-DS-COUNT).
           MOVE "N" TO WS-DS-BANNER-SW(WS-DS-COUNT).
           MOVE "N" TO WS-DS-DONE-SW(WS-DS-COUNT).

      * ONE PRINT FILE, ALL OF ITS TABLE ROWS AT ONCE.
       2000-DISTRIBUTE-REPORT.
           PERFORM 2050-SET-UP-REPORT.
           PERFORM 2100-RESOLVE-PRINT-FILE.
           MOVE 0 TO WS-LINES-READ.
           MOVE 0 TO WS-UNROUTED-LINES.
           OPEN INPUT PRINT-IN.
           IF WS-PRINT-IN-STATUS = "00"
               MOVE WS-DEFAULT-ROW TO WS-CUR-ROW
               READ PRINT-IN
               PERFORM UNTIL WS-PRINT-IN-STATUS > "00"
                   ADD 1 TO WS-LINES-READ
                   PERFORM 2200-ROUTE-LINE
                   READ PRINT-IN
               END-PERFORM
               CLOSE PRINT-IN
           END-IF.
           IF BUNDLE-IS-OPEN
               CLOSE BUNDLE-OUT
               MOVE "N" TO WS-BUNDLE-OPEN-SW
               MOVE 0 TO WS-OPEN-ROW
           END-IF.
           IF WS-LINES-READ = 0
               IF WS-DS-SCHEDULED(WS-RPT-ROW) = "Y"
                   ADD 1 TO WS-REPORTS-MISSING
                   DISPLAY "RPTDIST: " WS-DS-REPORT(WS-RPT-ROW)
                       " WAS SCHEDULED BUT NOT PRODUCED"
                   PERFORM 2800-LOG-MISSING
               END-IF
           ELSE
               ADD 1 TO WS-REPORTS-BURST
               PERFORM 2850-LOG-DELIVERIES
           END-IF.

      * THE REPORT-LEVEL FIELDS COME FROM THE REPORT'S FIRST ROW;
      * ITS * ROW, IF ANY, IS THE DEFAULT RECIPIENT.  AN UNBURST
      * REPORT WITH NO * ROW GOES TO ITS FIRST ROW.
       2050-SET-UP-REPORT.
           MOVE WS-DS-KEY-COL(WS-RPT-ROW) TO WS-KEY-COL.
           MOVE WS-DS-KEY-LEN(WS-RPT-ROW) TO WS-KEY-LEN.
           MOVE WS-DS-MARK-COL(WS-RPT-ROW) TO WS-MARK-COL.
           MOVE WS-DS-MARK-LEN(WS-RPT-ROW) TO WS-MARK-LEN.
           IF WS-KEY-LEN > 20
               MOVE 20 TO WS-KEY-LEN
           END-IF.
           IF WS-MARK-LEN > 20
               MOVE 20 TO WS-MARK-LEN
           END-IF.
           IF WS-KEY-COL = 0 OR WS-KEY-LEN = 0
              OR WS-KEY-COL + WS-KEY-LEN > 201
               MOVE 0 TO WS-KEY-COL
           END-IF.
           IF WS-MARK-COL = 0 OR WS-MARK-LEN = 0
              OR WS-MARK-COL + WS-MARK-LEN > 201
               MOVE 0 TO WS-MARK-COL
           END-IF.
           MOVE 0 TO WS-DEFAULT-ROW.
           PERFORM VARYING WS-DS-SUB FROM WS-RPT-ROW BY 1
               UNTIL WS-DS-SUB > WS-DS-COUNT
               IF WS-DS-REPORT(WS-DS-SUB) = WS-DS-REPORT(WS-RPT-ROW)
                   MOVE "Y" TO WS-DS-DONE-SW(WS-DS-SUB)
                   IF WS-DS-KEY-VALUE(WS-DS-SUB) = "*"
                      AND WS-DEFAULT-ROW = 0
                       MOVE WS-DS-SUB TO WS-DEFAULT-ROW
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-KEY-COL = 0 AND WS-DEFAULT-ROW = 0
               MOVE WS-RPT-ROW TO WS-DEFAULT-ROW
           END-IF.

       2100-RESOLVE-PRINT-FILE.
           MOVE SPACES TO WS-ENV-VALUE.
           DISPLAY WS-DS-REPORT(WS-RPT-ROW) UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT.
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PRINT-IN-DSN
           ELSE
               MOVE WS-DS-DEFAULT-DSN(WS-RPT-ROW) TO WS-PRINT-IN-DSN
           END-IF.

      * A LINE CARRYING THE SECTION MARK (OR, WITH NO MARK, ANY
      * LINE WHOSE KEY IS ON THE TABLE) STARTS A NEW SECTION.
       2200-ROUTE-LINE.
           IF WS-KEY-COL > 0
               MOVE SPACES TO WS-LINE-KEY
               MOVE PRINT-IN-REC(WS-KEY-COL:WS-KEY-LEN)
                   TO WS-LINE-KEY
               PERFORM 2210-FIND-KEY-ROW
               IF WS-MARK-COL > 0
                   IF PRINT-IN-REC(WS-MARK-COL:WS-MARK-LEN)
                      = WS-DS-MARK-TEXT(WS-RPT-ROW)(1:WS-MARK-LEN)
                       IF WS-KEY-ROW > 0
                           MOVE WS-KEY-ROW TO WS-CUR-ROW
                       ELSE
                           MOVE WS-DEFAULT-ROW TO WS-CUR-ROW
                       END-IF
                   END-IF
               ELSE
                   IF WS-KEY-ROW > 0
                       MOVE WS-KEY-ROW TO WS-CUR-ROW
                   END-IF
               END-IF
           END-IF.
           IF WS-CUR-ROW = 0
               ADD 1 TO WS-UNROUTED-LINES
           ELSE
               PERFORM 2300-SWITCH-OUTPUT
               IF BUNDLE-IS-OPEN
                   WRITE BUNDLE-OUT-REC FROM PRINT-IN-REC
                   ADD 1 TO WS-DS-LINES(WS-CUR-ROW)
               ELSE
                   ADD 1 TO WS-UNROUTED-LINES
               END-IF
           END-IF.

       2210-FIND-KEY-ROW.
           MOVE 0 TO WS-KEY-ROW.
           IF WS-LINE-KEY NOT = SPACES
               PERFORM VARYING WS-DS-SUB FROM WS-RPT-ROW BY 1
                   UNTIL WS-DS-SUB > WS-DS-COUNT OR WS-KEY-ROW > 0
                   IF WS-DS-REPORT(WS-DS-SUB)
                          = WS-DS-REPORT(WS-RPT-ROW)
                      AND WS-DS-KEY-VALUE(WS-DS-SUB) = WS-LINE-KEY
                       MOVE WS-DS-SUB TO WS-KEY-ROW
                   END-IF
               END-PERFORM
           END-IF.

      * KEEP THE CURRENT BUNDLE OPEN WHILE THE SECTION RUNS ON; ON
      * A CHANGE OF ROW MOVE TO THAT ROW'S BUNDLE.
       2300-SWITCH-OUTPUT.
           IF WS-CUR-ROW NOT = WS-OPEN-ROW
               IF BUNDLE-IS-OPEN
                   AND WS-DS-DEST-DSN(WS-CUR-ROW) NOT = WS-BUNDLE-DSN
                   CLOSE BUNDLE-OUT
                   MOVE "N" TO WS-BUNDLE-OPEN-SW
               END-IF
               IF NOT BUNDLE-IS-OPEN
                   PERFORM 2310-OPEN-BUNDLE
               END-IF
               MOVE WS-CUR-ROW TO WS-OPEN-ROW
               IF BUNDLE-IS-OPEN
                   AND WS-DS-BANNER-SW(WS-CUR-ROW) = "N"
                   PERFORM 2400-WRITE-BANNER
               END-IF
           END-IF.

       2310-OPEN-BUNDLE.
           MOVE WS-DS-DEST-DSN(WS-CUR-ROW) TO WS-BUNDLE-DSN.
           PERFORM VARYING WS-BND-SUB FROM 1 BY 1
               UNTIL WS-BND-SUB > WS-BND-COUNT
                  OR WS-BND-DSN(WS-BND-SUB) = WS-BUNDLE-DSN
               CONTINUE
           END-PERFORM.
           IF WS-BND-SUB > WS-BND-COUNT
               OPEN OUTPUT BUNDLE-OUT
               IF WS-BUNDLE-STATUS = "00" AND WS-BND-COUNT < 100
                   ADD 1 TO WS-BND-COUNT
                   MOVE WS-BUNDLE-DSN TO WS-BND-DSN(WS-BND-COUNT)
               END-IF
           ELSE
               OPEN EXTEND BUNDLE-OUT
           END-IF.
           IF WS-BUNDLE-STATUS = "00"
               MOVE "Y" TO WS-BUNDLE-OPEN-SW
           ELSE
               DISPLAY "RPTDIST: BUNDLE FOR "
                   WS-DS-RECIPIENT(WS-CUR-ROW)
                   " WOULD NOT OPEN - STATUS " WS-BUNDLE-STATUS
           END-IF.

       2400-WRITE-BANNER.
           MOVE "Y" TO WS-DS-BANNER-SW(WS-CUR-ROW).
           WRITE BUNDLE-OUT-REC FROM WS-BANNER-RULE.
           MOVE "REPORT      : " TO BNR-LABEL.
           MOVE WS-DS-REPORT(WS-CUR-ROW) TO BNR-TEXT.
           WRITE BUNDLE-OUT-REC FROM WS-BANNER-LINE.
           MOVE "FOR         : " TO BNR-LABEL.
           MOVE WS-DS-RECIPIENT(WS-CUR-ROW) TO BNR-TEXT.
           WRITE BUNDLE-OUT-REC FROM WS-BANNER-LINE.
           MOVE "BREAK KEY   : " TO BNR-LABEL.
           MOVE WS-DS-KEY-VALUE(WS-CUR-ROW) TO BNR-TEXT.
           WRITE BUNDLE-OUT-REC FROM WS-BANNER-LINE.
           MOVE "DELIVERED TO: " TO BNR-LABEL.
           MOVE WS-DS-DEST-DSN(WS-CUR-ROW) TO BNR-TEXT.
           WRITE BUNDLE-OUT-REC FROM WS-BANNER-LINE.
           MOVE "RUN         : " TO BNR-LABEL.
           MOVE SPACES TO BNR-TEXT.
           STRING WS-RUN-DATE " " WS-RUN-TIME
               DELIMITED BY SIZE INTO BNR-TEXT.
           WRITE BUNDLE-OUT-REC FROM WS-BANNER-LINE.
           WRITE BUNDLE-OUT-REC FROM WS-BANNER-RULE.

       2800-LOG-MISSING.
           MOVE SPACES TO DIST-LOG-REC.
           MOVE WS-RUN-DATE TO DLG-RUN-DATE.
           MOVE WS-RUN-TIME TO DLG-RUN-TIME.
           MOVE WS-DS-REPORT(WS-RPT-ROW) TO DLG-REPORT.
           MOVE 0 TO DLG-LINES.
           MOVE "MISSING" TO DLG-STATUS.
           MOVE WS-PRINT-IN-DSN TO DLG-DEST.
           WRITE DIST-LOG-REC.

      * ONE LOG LINE PER SECTION DELIVERED, PLUS ONE FOR ANY LINES
      * NOBODY WAS ON THE TABLE TO RECEIVE.
       2850-LOG-DELIVERIES.
           PERFORM VARYING WS-DS-SUB FROM WS-RPT-ROW BY 1
               UNTIL WS-DS-SUB > WS-DS-COUNT
               IF WS-DS-REPORT(WS-DS-SUB) = WS-DS-REPORT(WS-RPT-ROW)
                  AND WS-DS-LINES(WS-DS-SUB) > 0
                   MOVE SPACES TO DIST-LOG-REC
                   MOVE WS-RUN-DATE TO DLG-RUN-DATE
                   MOVE WS-RUN-TIME TO DLG-RUN-TIME
                   MOVE WS-DS-REPORT(WS-DS-SUB) TO DLG-REPORT
                   MOVE WS-DS-KEY-VALUE(WS-DS-SUB) TO DLG-KEY
                   MOVE WS-DS-RECIPIENT(WS-DS-SUB) TO DLG-RECIPIENT
                   MOVE WS-DS-LINES(WS-DS-SUB) TO DLG-LINES
                   MOVE "DELIVERED" TO DLG-STATUS
                   MOVE WS-DS-DEST-DSN(WS-DS-SUB) TO DLG-DEST
                   WRITE DIST-LOG-REC
                   ADD 1 TO WS-SECTIONS-DELIVERED
               END-IF
           END-PERFORM.
           IF WS-UNROUTED-LINES > 0
               DISPLAY "RPTDIST: " WS-DS-REPORT(WS-RPT-ROW) " HAD "
                   WS-UNROUTED-LINES " LINES WITH NO RECIPIENT"
               MOVE SPACES TO DIST-LOG-REC
               MOVE WS-RUN-DATE TO DLG-RUN-DATE
               MOVE WS-RUN-TIME TO DLG-RUN-TIME
               MOVE WS-DS-REPORT(WS-RPT-ROW) TO DLG-REPORT
               MOVE WS-UNROUTED-LINES TO DLG-LINES
               MOVE "UNROUTED" TO DLG-STATUS
               MOVE WS-PRINT-IN-DSN TO DLG-DEST
               WRITE DIST-LOG-REC
           END-IF.
