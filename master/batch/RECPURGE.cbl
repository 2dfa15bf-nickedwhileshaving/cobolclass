       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RECPURGE.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Record-level retention for the cumulative history files that
      *only ever grow -- payroll history, invoice history, the change
      *journal, the garnishment register, RUNSTATS, the batch error
      *log, the RPS game log, the wellness history.  RETAIN ages
      *whole generations; this trims the records inside a file.  The
      *retention policy table (RETPOLCY) gives, per file, the
      *environment variable that resolves it, how many days to keep,
      *where its date sits and in what format (the DATEVAL format
      *codes), and where its employee or customer number sits.
      *Records older than the keep period move to a dated archive
      *copy (the policy's archive prefix, .CCYYMMDD.dat; a second
      *run the same day adds to it) and the rest are kept.  As in
      *HW15ARCH, the counts must prove -- read equals kept plus
      *archived, and the archive and work file took every record
      *sent -- before the live file is replaced; a file that does
      *not prove is left as it was.  A record for an employee or
      *customer on the legal-hold list (LEGALHLD) is never purged,
      *nor is one whose date will not read.  Each file is locked
      *exclusive (DSNLOCK) while it is trimmed; one in use is
      *skipped for the night.  A line per file goes on the purge
      *report.  A live file whose replace comes up short stops the
      *run with return code 16, before the shared work file is
      *reused, so it can be reloaded from the work file.
      *
      *POLICY ROWS:
      *  POL-LOGICAL     X(12)  ENVIRONMENT VARIABLE OF THE FILE
      *  POL-ORG         X(01)  S LINE SEQUENTIAL / I THE INDEXED
      *                         PAYROLL HISTORY (KEY IN BYTES 1-14)
      *  POL-KEEP-DAYS   9(05)  DAYS A RECORD IS KEPT
      *  POL-DATE-COL    9(03)  COLUMN OF THE RECORD DATE
      *  POL-DATE-FMT    X(01)  1 MMDDYY / 2 CCYYMMDD / 3 MMDDCCYY
      *  POL-HOLD-COL    9(03)  COLUMN OF THE EMPLOYEE OR CUSTOMER
      *                         NUMBER; 000 = NO LEGAL HOLD APPLIES
      *  POL-HOLD-LEN    9(02)  ITS LENGTH
      *  POL-HOLD-TYPE   X(01)  E EMPLOYEE / C CUSTOMER / * EITHER
      *  POL-ARCH-PREFIX X(60)  ARCHIVE DATASET PREFIX
      *  POL-DEFAULT-DSN X(80)  DEVELOPMENT DEFAULT OF THE FILE

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN TO WS-POLICY-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POLICY-STATUS.

           SELECT LEGAL-HOLD-FILE ASSIGN TO WS-HOLD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.

           SELECT LIVE-FILE ASSIGN TO WS-LIVE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIVE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO WS-LIVE-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PHX-KEY
           FILE STATUS IS WS-LIVE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT PURGE-WORK ASSIGN TO WS-WORK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT PURGE-RPT-OUT ASSIGN TO WS-PURGE-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PURGE-RPT-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES RETPOLCY,
      *  LEGALHLD, PURGEWRK, AND PURGERPT, FALLING BACK TO THE
      *  DEVELOPMENT DEFAULTS SHOWN IN 0900.  EACH FILE UNDER
      *  POLICY RESOLVES FROM ITS OWN VARIABLE, OR THE DEFAULT ON
      *  ITS POLICY ROW.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE
           RECORDING MODE IS F
           DATA RECORD IS POLICY-REC.
       01 POLICY-REC.
          05 POL-LOGICAL              PIC X(12).
          05 POL-ORG                  PIC X(01).
          05 POL-KEEP-DAYS            PIC 9(05).
          05 POL-DATE-COL             PIC 9(03).
          05 POL-DATE-FMT             PIC X(01).
          05 POL-HOLD-COL             PIC 9(03).
          05 POL-HOLD-LEN             PIC 9(02).
          05 POL-HOLD-TYPE            PIC X(01).
          05 POL-ARCH-PREFIX          PIC X(60).
          05 POL-DEFAULT-DSN          PIC X(80).

       FD  LEGAL-HOLD-FILE
           RECORDING MODE IS F
           DATA RECORD IS LEGAL-HOLD-REC.
       01 LEGAL-HOLD-REC.
          05 LGH-TYPE                 PIC X(01).
          05 FILLER                   PIC X(01).
          05 LGH-ID                   PIC X(15).
          05 FILLER                   PIC X(01).
          05 LGH-PLACED-DATE          PIC X(08).
          05 FILLER                   PIC X(01).
          05 LGH-REASON               PIC X(40).

       FD  LIVE-FILE
           RECORDING MODE IS F
           DATA RECORD IS LIVE-REC.
       01 LIVE-REC                    PIC X(300).

       FD  PAY-HISTORY-FILE
           DATA RECORD IS PAY-HISTORY-REC.
       01 PAY-HISTORY-REC.
          05 PHX-KEY                  PIC X(14).
          05 FILLER                   PIC X(93).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           DATA RECORD IS ARCHIVE-REC.
       01 ARCHIVE-REC                 PIC X(300).

       FD  PURGE-WORK
           RECORDING MODE IS F
           DATA RECORD IS PURGE-WORK-REC.
       01 PURGE-WORK-REC              PIC X(300).

       FD  PURGE-RPT-OUT
           RECORDING MODE IS F
           DATA RECORD IS PURGE-RPT-REC.
       01 PURGE-RPT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-POLICY-DSN              PIC X(80).
       01  WS-HOLD-DSN                PIC X(80).
       01  WS-LIVE-DSN                PIC X(80).
       01  WS-ARCHIVE-DSN             PIC X(80).
       01  WS-WORK-DSN                PIC X(80).
       01  WS-PURGE-RPT-DSN           PIC X(80).
       01  WS-POLICY-STATUS           PIC X(02) VALUE "00".
       01  WS-HOLD-STATUS             PIC X(02) VALUE "00".
       01  WS-LIVE-STATUS             PIC X(02) VALUE "00".
       01  WS-ARCHIVE-STATUS          PIC X(02) VALUE "00".
       01  WS-WORK-STATUS             PIC X(02) VALUE "00".
       01  WS-PURGE-RPT-STATUS        PIC X(02) VALUE "00".
       01  WS-ENV-VALUE               PIC X(80).

       01  WS-TODAY                   PIC X(08).
       01  WS-TODAY-NUM               PIC 9(08).
       01  WS-TODAY-INT               PIC 9(08).
       01  WS-RECORD-INT              PIC 9(08).
       01  WS-CCYYMMDD                PIC 9(08).
       01  WS-AGE-DAYS                PIC S9(07).

      * THE LEGAL-HOLD LIST, LOADED ONCE.
       01  WS-LGH-COUNT               PIC 9(03) VALUE 0.
       01  WS-LGH-SUB                 PIC 9(03).
       01  WS-HOLD-TABLE.
           05 WS-LGH-ENTRY OCCURS 500 TIMES.
              10 WS-LGH-TYPE          PIC X(01).
              10 WS-LGH-ID            PIC X(15).

      * THE FILE BEING TRIMMED.
       01  WS-CUR-ORG                 PIC X(01).
           88 CUR-FILE-INDEXED              VALUE "I".
       01  WS-DATE-COL                PIC 9(03).
       01  WS-HOLD-COL                PIC 9(03).
       01  WS-HOLD-LEN                PIC 9(02).
       01  WS-REC-DATE                PIC X(08).
       01  WS-REC-HOLD-ID             PIC X(15).
       01  WS-RECORD                  PIC X(300).
       01  WS-LIVE-EOF-SW             PIC X(01).
           88 LIVE-AT-END                   VALUE "Y".
       01  WS-FILE-OK-SW              PIC X(01).
           88 FILE-OK                       VALUE "Y".
           88 FILE-ABSENT                   VALUE "A".
       01  WS-RECORD-ACTION           PIC X(01).
           88 ARCHIVE-THIS-RECORD           VALUE "A".
           88 RECORD-ON-HOLD                VALUE "H".
           88 RECORD-UNDATED                VALUE "U".

       01  WS-READ-COUNT              PIC 9(07).
       01  WS-KEEP-COUNT              PIC 9(07).
       01  WS-ARCHIVE-COUNT           PIC 9(07).
       01  WS-ARCHIVE-WRITES          PIC 9(07).
       01  WS-WORK-WRITES             PIC 9(07).
       01  WS-REPLACE-WRITES          PIC 9(07).
       01  WS-HELD-COUNT              PIC 9(07).
       01  WS-UNDATED-COUNT           PIC 9(07).

       01  WS-FILES-PURGED            PIC 9(03) VALUE 0.
       01  WS-FILES-SKIPPED           PIC 9(03) VALUE 0.
       01  WS-FILES-FAILED            PIC 9(03) VALUE 0.
      * THE WORK FILE IS SHARED BY EVERY POLICY ROW, SO A SHORT
      * REPLACE ENDS THE RUN WHILE IT STILL HOLDS THE KEPT RECORDS.
       01  WS-REPLACE-SHORT-SW        PIC X(01) VALUE "N".
           88 REPLACE-SHORT                  VALUE "Y".

       01  WS-DATEVAL-PARMS.
           05 DV-FUNCTION             PIC X(01).
           05 DV-FORMAT-1             PIC X(01).
           05 DV-DATE-1               PIC X(08).
           05 DV-FORMAT-2             PIC X(01).
           05 DV-DATE-2               PIC X(08).
           05 DV-DAYS                 PIC S9(05).
           05 DV-RESULT               PIC X(01).

      * DATASET ENQUEUE (DSNLOCK) ON EACH FILE WHILE IT IS TRIMMED.
      * AN ABSENT MODULE MEANS NO LOCKING IS IN FORCE YET.
       01  WS-DSNLOCK-PARMS.
           05 DL-FUNCTION             PIC X(01).
           05 DL-HOLDER               PIC X(08).
           05 DL-USER                 PIC X(08).
           05 DL-LOGICAL              PIC X(12).
           05 DL-MODE                 PIC X(01).
           05 DL-RESULT               PIC X(01).
              88 DL-HELD                   VALUE "4".
           05 DL-HELD-BY              PIC X(08).
           05 DL-HELD-USER            PIC X(08).
           05 DL-HELD-MODE            PIC X(01).
           05 DL-HELD-DATE            PIC X(08).
           05 DL-HELD-TIME            PIC X(06).
           05 DL-COUNT                PIC 9(03).

       01  WS-RPT-HDR.
           05 FILLER                  PIC X(40) VALUE
              "RECORD RETENTION PURGE -- RECPURGE  RUN ".
           05 HDR-RUN-DATE            PIC X(08).
       01  WS-RPT-COLS.
           05 FILLER                  PIC X(61) VALUE
              "FILE            READ    KEPT ARCHIVED    HELD UNDATED  RE
      -       "SULT".
       01  WS-RPT-DETAIL.
           05 DET-LOGICAL             PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DET-READ                PIC ZZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DET-KEPT                PIC ZZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DET-ARCHIVED            PIC ZZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DET-HELD                PIC ZZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DET-UNDATED             PIC ZZZZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DET-RESULT              PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DET-ARCHIVE-DSN         PIC X(46).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "RECPURGE BEGINS".
           PERFORM 1000-INITIALIZE.
           OPEN INPUT POLICY-FILE.
           IF WS-POLICY-STATUS NOT = "00"
               DISPLAY "RECPURGE: RETENTION POLICY TABLE NOT "
                   "AVAILABLE - STATUS " WS-POLICY-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PURGE-RPT-OUT.
           MOVE WS-TODAY TO HDR-RUN-DATE.
           WRITE PURGE-RPT-REC FROM WS-RPT-HDR.
           WRITE PURGE-RPT-REC FROM WS-RPT-COLS.
           READ POLICY-FILE.
           PERFORM UNTIL WS-POLICY-STATUS > "00"
                      OR REPLACE-SHORT
               IF POL-LOGICAL NOT = SPACES
                   PERFORM 2000-PURGE-ONE-FILE
               END-IF
               READ POLICY-FILE
           END-PERFORM.
           CLOSE POLICY-FILE PURGE-RPT-OUT.
           DISPLAY "FILES PURGED   : " WS-FILES-PURGED.
           DISPLAY "FILES SKIPPED  : " WS-FILES-SKIPPED.
           DISPLAY "FILES FAILED   : " WS-FILES-FAILED.
           EVALUATE TRUE
               WHEN REPLACE-SHORT
                   DISPLAY "*** RUN STOPPED -- RELOAD " POL-LOGICAL
                       " FROM " WS-WORK-DSN " BEFORE RERUNNING ***"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-FILES-FAILED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FILES-SKIPPED > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY "RECPURGE CONCLUDES".
           GOBACK.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-POLICY-DSN FROM ENVIRONMENT "RETPOLCY".
           IF WS-POLICY-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\RETPOLCY.dat"
               TO WS-POLICY-DSN
           END-IF.
           ACCEPT WS-HOLD-DSN FROM ENVIRONMENT "LEGALHLD".
           IF WS-HOLD-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\LEGALHLD.dat"
               TO WS-HOLD-DSN
           END-IF.
           ACCEPT WS-WORK-DSN FROM ENVIRONMENT "PURGEWRK".
           IF WS-WORK-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\PURGEWRK.dat"
               TO WS-WORK-DSN
           END-IF.
           ACCEPT WS-PURGE-RPT-DSN FROM ENVIRONMENT "PURGERPT".
           IF WS-PURGE-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\RECPURGE.rpt"
               TO WS-PURGE-RPT-DSN
           END-IF.

      * NO LEGAL-HOLD FILE MEANS NOBODY IS ON HOLD.
       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT
               = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           OPEN INPUT LEGAL-HOLD-FILE.
           IF WS-HOLD-STATUS = "00"
               READ LEGAL-HOLD-FILE
               PERFORM UNTIL WS-HOLD-STATUS > "00"
                   IF LGH-ID NOT = SPACES
                       IF WS-LGH-COUNT < 500
                           ADD 1 TO WS-LGH-COUNT
                           MOVE LGH-TYPE TO WS-LGH-TYPE(WS-LGH-COUNT)
                           MOVE LGH-ID TO WS-LGH-ID(WS-LGH-COUNT)
                       ELSE
                           DISPLAY "RECPURGE: LEGAL-HOLD LIST OVER "
                               "500 -- NOTHING PURGED"
                           CLOSE LEGAL-HOLD-FILE
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                   END-IF
                   READ LEGAL-HOLD-FILE
               END-PERFORM
               CLOSE LEGAL-HOLD-FILE
           END-IF.
           DISPLAY "ON LEGAL HOLD  : " WS-LGH-COUNT.

      * ONE POLICY ROW: LOCK, SPLIT, PROVE, REPLACE, RELEASE.
       2000-PURGE-ONE-FILE.
           MOVE 0 TO WS-READ-COUNT WS-KEEP-COUNT WS-ARCHIVE-COUNT
                     WS-ARCHIVE-WRITES WS-WORK-WRITES
                     WS-REPLACE-WRITES WS-HELD-COUNT
                     WS-UNDATED-COUNT.
           MOVE SPACES TO DET-RESULT DET-ARCHIVE-DSN.
           PERFORM 2050-SET-UP-FILE.
           MOVE "L" TO DL-FUNCTION.
           MOVE "RECPURGE" TO DL-HOLDER.
           MOVE SPACES TO DL-USER.
           MOVE POL-LOGICAL TO DL-LOGICAL.
           MOVE "X" TO DL-MODE.
           MOVE "0" TO DL-RESULT.
           CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF DL-HELD
               ADD 1 TO WS-FILES-SKIPPED
               MOVE SPACES TO DET-RESULT
               STRING "IN USE BY " DL-HELD-BY " -- SKIPPED"
                   DELIMITED BY SIZE INTO DET-RESULT
           ELSE
               IF NOT FILE-OK
                   ADD 1 TO WS-FILES-FAILED
               ELSE
                   PERFORM 2100-SPLIT-THE-FILE
                   EVALUATE TRUE
                       WHEN FILE-OK
                           PERFORM 3000-PROVE-AND-REPLACE
                       WHEN FILE-ABSENT
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WS-FILES-FAILED
                   END-EVALUATE
               END-IF
               MOVE "R" TO DL-FUNCTION
               CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.
           PERFORM 3500-WRITE-REPORT-LINE.

      * RESOLVE THE FILE AS ITS OWN PROGRAMS DO, EDIT THE ROW, AND
      * NAME TODAY'S ARCHIVE COPY.
       2050-SET-UP-FILE.
           MOVE "Y" TO WS-FILE-OK-SW.
           MOVE SPACES TO WS-ENV-VALUE.
           DISPLAY POL-LOGICAL UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT.
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-LIVE-DSN
           ELSE
               MOVE POL-DEFAULT-DSN TO WS-LIVE-DSN
           END-IF.
           MOVE POL-ORG TO WS-CUR-ORG.
           MOVE 0 TO WS-DATE-COL WS-HOLD-COL WS-HOLD-LEN.
           IF POL-DATE-COL IS NUMERIC
               MOVE POL-DATE-COL TO WS-DATE-COL
           END-IF.
           IF POL-HOLD-COL IS NUMERIC AND POL-HOLD-LEN IS NUMERIC
               MOVE POL-HOLD-COL TO WS-HOLD-COL
               MOVE POL-HOLD-LEN TO WS-HOLD-LEN
           END-IF.
           IF WS-HOLD-LEN > 15
               MOVE 15 TO WS-HOLD-LEN
           END-IF.
           IF WS-HOLD-LEN = 0 OR WS-HOLD-COL + WS-HOLD-LEN > 301
               MOVE 0 TO WS-HOLD-COL
           END-IF.
           EVALUATE TRUE
               WHEN POL-KEEP-DAYS IS NOT NUMERIC
                   MOVE "N" TO WS-FILE-OK-SW
                   MOVE "BAD KEEP PERIOD ON POLICY" TO DET-RESULT
               WHEN WS-DATE-COL = 0 OR WS-DATE-COL > 293
                   MOVE "N" TO WS-FILE-OK-SW
                   MOVE "BAD DATE COLUMN ON POLICY" TO DET-RESULT
               WHEN POL-DATE-FMT NOT = "1" AND NOT = "2"
                                     AND NOT = "3"
                   MOVE "N" TO WS-FILE-OK-SW
                   MOVE "BAD DATE FORMAT ON POLICY" TO DET-RESULT
               WHEN POL-ORG NOT = "S" AND NOT = "I"
                   MOVE "N" TO WS-FILE-OK-SW
                   MOVE "BAD ORGANIZATION ON POLICY" TO DET-RESULT
               WHEN POL-ARCH-PREFIX = SPACES
                   MOVE "N" TO WS-FILE-OK-SW
                   MOVE "NO ARCHIVE PREFIX ON POLICY" TO DET-RESULT
           END-EVALUATE.
           MOVE SPACES TO WS-ARCHIVE-DSN.
           STRING POL-ARCH-PREFIX DELIMITED BY SPACE
                  "." WS-TODAY ".dat" DELIMITED BY SIZE
               INTO WS-ARCHIVE-DSN.
           MOVE WS-ARCHIVE-DSN TO DET-ARCHIVE-DSN.

      * EXPIRED RECORDS TO THE ARCHIVE, THE REST TO THE WORK FILE.
       2100-SPLIT-THE-FILE.
           IF CUR-FILE-INDEXED
               OPEN INPUT PAY-HISTORY-FILE
           ELSE
               OPEN INPUT LIVE-FILE
           END-IF.
           IF WS-LIVE-STATUS = "35"
               MOVE "A" TO WS-FILE-OK-SW
               MOVE "NO FILE -- NOTHING TO PURGE" TO DET-RESULT
           END-IF.
           IF WS-LIVE-STATUS NOT = "00" AND NOT = "35"
               MOVE "N" TO WS-FILE-OK-SW
               MOVE SPACES TO DET-RESULT
               STRING "FILE DID NOT OPEN - STATUS " WS-LIVE-STATUS
                   DELIMITED BY SIZE INTO DET-RESULT
           END-IF.
           IF FILE-OK
               OPEN EXTEND ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = "35"
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF
               OPEN OUTPUT PURGE-WORK
               IF WS-ARCHIVE-STATUS NOT = "00"
                   OR WS-WORK-STATUS NOT = "00"
                   MOVE "N" TO WS-FILE-OK-SW
                   MOVE "ARCHIVE OR WORK FILE DID NOT OPEN"
                       TO DET-RESULT
               ELSE
                   MOVE "N" TO WS-LIVE-EOF-SW
                   PERFORM 2150-READ-LIVE
                   PERFORM UNTIL LIVE-AT-END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2200-JUDGE-ONE-RECORD
                       PERFORM 2300-FILE-THE-RECORD
                       PERFORM 2150-READ-LIVE
                   END-PERFORM
               END-IF
               CLOSE ARCHIVE-FILE PURGE-WORK
               IF CUR-FILE-INDEXED
                   CLOSE PAY-HISTORY-FILE
               ELSE
                   CLOSE LIVE-FILE
               END-IF
           END-IF.

       2150-READ-LIVE.
           MOVE SPACES TO WS-RECORD.
           IF CUR-FILE-INDEXED
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-LIVE-EOF-SW
                   NOT AT END MOVE PAY-HISTORY-REC TO WS-RECORD
               END-READ
           ELSE
               READ LIVE-FILE
                   AT END MOVE "Y" TO WS-LIVE-EOF-SW
                   NOT AT END MOVE LIVE-REC TO WS-RECORD
               END-READ
           END-IF.

      * ON HOLD BEATS EXPIRED; A DATE THAT WILL NOT READ IS KEPT.
       2200-JUDGE-ONE-RECORD.
           MOVE "K" TO WS-RECORD-ACTION.
           IF WS-HOLD-COL > 0
               MOVE SPACES TO WS-REC-HOLD-ID
               MOVE WS-RECORD(WS-HOLD-COL:WS-HOLD-LEN)
                   TO WS-REC-HOLD-ID
               IF WS-REC-HOLD-ID NOT = SPACES
                   PERFORM VARYING WS-LGH-SUB FROM 1 BY 1
                       UNTIL WS-LGH-SUB > WS-LGH-COUNT
                          OR RECORD-ON-HOLD
                       IF WS-LGH-ID(WS-LGH-SUB) = WS-REC-HOLD-ID
                          AND (POL-HOLD-TYPE = "*"
                            OR WS-LGH-TYPE(WS-LGH-SUB)
                               = POL-HOLD-TYPE)
                           MOVE "H" TO WS-RECORD-ACTION
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           IF NOT RECORD-ON-HOLD
               MOVE WS-RECORD(WS-DATE-COL:8) TO WS-REC-DATE
               IF POL-DATE-FMT = "1"
                   MOVE WS-RECORD(WS-DATE-COL:6) TO WS-REC-DATE
               END-IF
               MOVE "C" TO DV-FUNCTION
               MOVE POL-DATE-FMT TO DV-FORMAT-1
               MOVE WS-REC-DATE TO DV-DATE-1
               MOVE "2" TO DV-FORMAT-2
               CALL "DATEVAL" USING WS-DATEVAL-PARMS
                   ON EXCEPTION MOVE "1" TO DV-RESULT
               END-CALL
               IF DV-RESULT NOT = "0"
                   MOVE "U" TO WS-RECORD-ACTION
               ELSE
                   MOVE DV-DATE-2 TO WS-CCYYMMDD
                   COMPUTE WS-RECORD-INT
                       = FUNCTION INTEGER-OF-DATE(WS-CCYYMMDD)
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-RECORD-INT
                   IF WS-AGE-DAYS > POL-KEEP-DAYS
                       MOVE "A" TO WS-RECORD-ACTION
                   END-IF
               END-IF
           END-IF.

       2300-FILE-THE-RECORD.
           IF ARCHIVE-THIS-RECORD
               ADD 1 TO WS-ARCHIVE-COUNT
               WRITE ARCHIVE-REC FROM WS-RECORD
               IF WS-ARCHIVE-STATUS = "00"
                   ADD 1 TO WS-ARCHIVE-WRITES
               END-IF
           ELSE
               IF RECORD-ON-HOLD
                   ADD 1 TO WS-HELD-COUNT
               END-IF
               IF RECORD-UNDATED
                   ADD 1 TO WS-UNDATED-COUNT
               END-IF
               ADD 1 TO WS-KEEP-COUNT
               WRITE PURGE-WORK-REC FROM WS-RECORD
               IF WS-WORK-STATUS = "00"
                   ADD 1 TO WS-WORK-WRITES
               END-IF
           END-IF.

      * THE COUNTS MUST PROVE BEFORE THE LIVE FILE IS REPLACED:
      * EVERYTHING READ IS EITHER KEPT OR ON THE ARCHIVE, AND THE
      * ARCHIVE AND THE WORK FILE TOOK EVERY RECORD SENT TO THEM.
      * NOTHING EXPIRED MEANS NOTHING TO REPLACE.
       3000-PROVE-AND-REPLACE.
           IF WS-READ-COUNT NOT = WS-KEEP-COUNT + WS-ARCHIVE-COUNT
               OR WS-ARCHIVE-COUNT NOT = WS-ARCHIVE-WRITES
               OR WS-KEEP-COUNT NOT = WS-WORK-WRITES
               DISPLAY "*** " POL-LOGICAL " DID NOT PROVE -- LIVE "
                       "FILE LEFT UNCHANGED ***"
               MOVE "DID NOT PROVE -- LEFT UNCHANGED" TO DET-RESULT
               ADD 1 TO WS-FILES-FAILED
           ELSE
               IF WS-ARCHIVE-COUNT = 0
                   MOVE "NOTHING EXPIRED" TO DET-RESULT
               ELSE
                   PERFORM 3100-REPLACE-LIVE-FILE
               END-IF
           END-IF.

      * A REPLACE THAT COMES UP SHORT IS REPORTED AND STOPS THE RUN
      * -- THE WORK FILE STILL HOLDS THE KEPT RECORDS TO RELOAD FROM,
      * AND THE NEXT POLICY ROW WOULD OVERWRITE IT.
       3100-REPLACE-LIVE-FILE.
           OPEN INPUT PURGE-WORK.
           IF CUR-FILE-INDEXED
               OPEN OUTPUT PAY-HISTORY-FILE
           ELSE
               OPEN OUTPUT LIVE-FILE
           END-IF.
           READ PURGE-WORK.
           PERFORM UNTIL WS-WORK-STATUS > "00"
               IF CUR-FILE-INDEXED
                   MOVE PURGE-WORK-REC TO PAY-HISTORY-REC
                   WRITE PAY-HISTORY-REC
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-REPLACE-WRITES
                   END-WRITE
               ELSE
                   MOVE PURGE-WORK-REC TO LIVE-REC
                   WRITE LIVE-REC
                   IF WS-LIVE-STATUS = "00"
                       ADD 1 TO WS-REPLACE-WRITES
                   END-IF
               END-IF
               READ PURGE-WORK
           END-PERFORM.
           CLOSE PURGE-WORK.
           IF CUR-FILE-INDEXED
               CLOSE PAY-HISTORY-FILE
           ELSE
               CLOSE LIVE-FILE
           END-IF.
           IF WS-REPLACE-WRITES = WS-KEEP-COUNT
               ADD 1 TO WS-FILES-PURGED
               MOVE "PURGED" TO DET-RESULT
           ELSE
               ADD 1 TO WS-FILES-FAILED
               DISPLAY "*** " POL-LOGICAL " REPLACE WROTE "
                   WS-REPLACE-WRITES " OF " WS-KEEP-COUNT
                   " -- RELOAD FROM " WS-WORK-DSN " ***"
               MOVE "REPLACE SHORT -- RELOAD FROM WORK"
                   TO DET-RESULT
               MOVE "Y" TO WS-REPLACE-SHORT-SW
           END-IF.

       3500-WRITE-REPORT-LINE.
           MOVE POL-LOGICAL      TO DET-LOGICAL.
           MOVE WS-READ-COUNT    TO DET-READ.
           MOVE WS-KEEP-COUNT    TO DET-KEPT.
           MOVE WS-ARCHIVE-COUNT TO DET-ARCHIVED.
           MOVE WS-HELD-COUNT    TO DET-HELD.
           MOVE WS-UNDATED-COUNT TO DET-UNDATED.
           WRITE PURGE-RPT-REC FROM WS-RPT-DETAIL.
