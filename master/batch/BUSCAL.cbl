       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BUSCAL.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Shared CALLable business-day calendar, in the DATEVAL mold.
      *Every date we promise or file -- an invoice due date, a
      *direct-deposit settlement date, a ship or delivery promise, a
      *scheduled job's run day -- is figured against the same
      *calendar: Monday through Friday, less the bank holidays on the
      *holiday file (BUSHOL, one CCYYMMDD date per row).  The file
      *is read once, on the first call of the run.  A missing file
      *leaves weekends as the only days off.  Functions:
      *    B  IS BC-DATE-1 A BUSINESS DAY: RESULT 0 = YES, 1 = NO.
      *    A  ADD BC-DAYS BUSINESS DAYS TO BC-DATE-1, IN BC-DATE-2.
      *       A DATE-1 THAT IS NOT A BUSINESS DAY IS FIRST ROLLED
      *       FORWARD TO ONE, SO ZERO DAYS ROLLS A WEEKEND OR HOLIDAY
      *       DATE TO THE NEXT BUSINESS DAY AND LEAVES ANY OTHER
      *       DATE ALONE.
      *    N  NEXT BUSINESS DAY AFTER BC-DATE-1, IN BC-DATE-2.
      *All dates are CCYYMMDD.  BC-RESULT: 0 = GOOD, 1 = NOT A
      *BUSINESS DAY (FUNCTION B), 2 = DATE-1 OR FUNCTION BAD, IN
      *WHICH CASE BC-DATE-2 COMES BACK EQUAL TO BC-DATE-1.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO WS-HOLIDAY-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE
           RECORDING MODE IS F
           DATA RECORD IS HOLIDAY-REC.
       01 HOLIDAY-REC.
          05 HOL-DATE                 PIC X(08).
          05 FILLER                   PIC X(01).
          05 HOL-NAME                 PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-HOLIDAY-DSN             PIC X(80).
       01  WS-HOLIDAY-STATUS          PIC X(02) VALUE "00".
       01  WS-HOLIDAYS-LOADED-SW      PIC X(01) VALUE "N".
           88 HOLIDAYS-LOADED               VALUE "Y".
       01  WS-HOL-COUNT               PIC 9(03) VALUE 0.
       01  WS-HOL-SUB                 PIC 9(03).
       01  WS-HOLIDAY-TABLE.
           05 WS-HOL-ENTRY OCCURS 200 TIMES.
              10 WS-HOL-DATE          PIC X(08).

       01  WS-DAY-INT                 PIC 9(08).
       01  WS-DAY-DATE                PIC 9(08).
       01  WS-DAY-DATE-X REDEFINES WS-DAY-DATE
                                      PIC X(08).
      * DAY ONE OF THE INTEGER DATES (01/01/1601) WAS A MONDAY, SO
      * THE REMAINDER BY SEVEN IS 0 ON A SUNDAY AND 6 ON A SATURDAY.
       01  WS-WEEKDAY                 PIC 9(01).
       01  WS-BUSINESS-DAY-SW         PIC X(01).
           88 IS-BUSINESS-DAY               VALUE "Y".
       01  WS-DAYS-COUNTED            PIC 9(03).

       01  WS-DATEVAL-PARMS.
           05 DV-FUNCTION             PIC X(01).
           05 DV-FORMAT-1             PIC X(01).
           05 DV-DATE-1               PIC X(08).
           05 DV-FORMAT-2             PIC X(01).
           05 DV-DATE-2               PIC X(08).
           05 DV-DAYS                 PIC S9(05).
           05 DV-RESULT               PIC X(01).

       LINKAGE SECTION.
       01  BC-PARMS.
           05 BC-FUNCTION             PIC X(01).
              88 BC-FUNC-IS-BUSINESS-DAY   VALUE "B".
              88 BC-FUNC-ADD-DAYS          VALUE "A".
              88 BC-FUNC-NEXT-DAY          VALUE "N".
           05 BC-DATE-1               PIC X(08).
           05 BC-DAYS                 PIC 9(03).
           05 BC-DATE-2               PIC X(08).
           05 BC-RESULT               PIC X(01).
              88 BC-GOOD                   VALUE "0".
              88 BC-NOT-BUSINESS-DAY       VALUE "1".
              88 BC-BAD-REQUEST            VALUE "2".

       PROCEDURE DIVISION USING BC-PARMS.

       0000-MAINLINE.
           IF NOT HOLIDAYS-LOADED
               PERFORM 1000-LOAD-HOLIDAYS
           END-IF.
           MOVE "0" TO BC-RESULT.
           MOVE BC-DATE-1 TO BC-DATE-2.
           MOVE "V" TO DV-FUNCTION.
           MOVE "2" TO DV-FORMAT-1.
           MOVE BC-DATE-1 TO DV-DATE-1.
           CALL "DATEVAL" USING WS-DATEVAL-PARMS
               ON EXCEPTION MOVE "1" TO DV-RESULT
           END-CALL.
           IF DV-RESULT NOT = "0"
               MOVE "2" TO BC-RESULT
               GOBACK
           END-IF.
           MOVE BC-DATE-1 TO WS-DAY-DATE-X.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DAY-DATE).
           EVALUATE TRUE
               WHEN BC-FUNC-IS-BUSINESS-DAY
                   PERFORM 2000-CHECK-DAY
                   IF NOT IS-BUSINESS-DAY
                       MOVE "1" TO BC-RESULT
                   END-IF
               WHEN BC-FUNC-ADD-DAYS
                   PERFORM 3000-ADD-BUSINESS-DAYS
               WHEN BC-FUNC-NEXT-DAY
                   PERFORM 4000-STEP-TO-NEXT-DAY
                   MOVE WS-DAY-DATE-X TO BC-DATE-2
               WHEN OTHER
                   MOVE "2" TO BC-RESULT
           END-EVALUATE.
           GOBACK.

      * THE HOLIDAY FILE IS READ ONCE PER RUN; ROWS WITHOUT A
      * NUMERIC DATE ARE COMMENTS AND ARE PASSED OVER.
       1000-LOAD-HOLIDAYS.
           MOVE "Y" TO WS-HOLIDAYS-LOADED-SW.
           ACCEPT WS-HOLIDAY-DSN FROM ENVIRONMENT "BUSHOL".
           IF WS-HOLIDAY-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\BUSHOL.dat"
               TO WS-HOLIDAY-DSN
           END-IF.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS NOT = "00"
               DISPLAY "BUSCAL: HOLIDAY FILE NOT AVAILABLE - STATUS "
                   WS-HOLIDAY-STATUS " -- WEEKENDS ONLY"
           ELSE
               READ HOLIDAY-FILE
               PERFORM UNTIL WS-HOLIDAY-STATUS > "00"
                   IF HOL-DATE IS NUMERIC
                       IF WS-HOL-COUNT < 200
                           ADD 1 TO WS-HOL-COUNT
                           MOVE HOL-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
                       ELSE
                           DISPLAY "BUSCAL: HOLIDAY TABLE FULL -- "
                               HOL-DATE " IGNORED"
                       END-IF
                   END-IF
                   READ HOLIDAY-FILE
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

      * A BUSINESS DAY IS A WEEKDAY NOT ON THE HOLIDAY FILE.
       2000-CHECK-DAY.
           MOVE "Y" TO WS-BUSINESS-DAY-SW.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT, 7).
           IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
               MOVE "N" TO WS-BUSINESS-DAY-SW
           ELSE
               COMPUTE WS-DAY-DATE
                   = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                   UNTIL WS-HOL-SUB > WS-HOL-COUNT
                      OR WS-HOL-DATE(WS-HOL-SUB) = WS-DAY-DATE-X
                   CONTINUE
               END-PERFORM
               IF WS-HOL-SUB <= WS-HOL-COUNT
                   MOVE "N" TO WS-BUSINESS-DAY-SW
               END-IF
           END-IF.

      * ROLL FORWARD ONTO A BUSINESS DAY, THEN COUNT BC-DAYS MORE.
       3000-ADD-BUSINESS-DAYS.
           PERFORM 2000-CHECK-DAY.
           PERFORM UNTIL IS-BUSINESS-DAY
               ADD 1 TO WS-DAY-INT
               PERFORM 2000-CHECK-DAY
           END-PERFORM.
           MOVE 0 TO WS-DAYS-COUNTED.
           PERFORM UNTIL WS-DAYS-COUNTED >= BC-DAYS
               PERFORM 4000-STEP-TO-NEXT-DAY
               ADD 1 TO WS-DAYS-COUNTED
           END-PERFORM.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE WS-DAY-DATE-X TO BC-DATE-2.

       4000-STEP-TO-NEXT-DAY.
           ADD 1 TO WS-DAY-INT.
           PERFORM 2000-CHECK-DAY.
           PERFORM UNTIL IS-BUSINESS-DAY
               ADD 1 TO WS-DAY-INT
               PERFORM 2000-CHECK-DAY
           END-PERFORM.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
