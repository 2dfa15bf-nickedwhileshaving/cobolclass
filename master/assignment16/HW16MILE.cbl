       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW16MILE.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
       INSTALLATION.  INFSYS-3807 COBOL.
      *Business-mileage reimbursement.  Salespeople's trips to
      *customer sites are keyed onto the mileage log (employee, trip
      *date, miles, purpose, customer) instead of paper slips paid by
      *a separate manual check.  For the pay date keyed at the
      *prompt every open trip dated on or before it is priced and
      *stamped paid, and each employee gets one type-E earnings
      *record -- a non-taxable expense reimbursement carried as a
      *flat amount in the hours/rate positions the way HW16SAL's
      *type-A records ride -- for the regular HW16NB run to pay
      *through to net with no tax and no wage base.
      *Trips are priced at the IRS standard mileage rate in force
      *on the trip date from the mileage rate file.  An employee
      *with a vehicle row on that file naming method A is paid the
      *actual fuel cost instead: the fuel price on the rate row
      *divided by the VEHICLE-IN-MPG of their vehicle in the HW07
      *vehicle table, never more than the standard rate so the
      *whole payment stays inside the non-taxable limit.
      *A trip that cannot be priced stays open on the log and is
      *listed; it is picked up by the next run once corrected.
      *Rerunning for the same pay date rebuilds the feed from the
      *trips already stamped with that date, so nothing is paid
      *twice and nothing is lost.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MILEAGE-LOG ASSIGN TO WS-MILEAGE-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MILEAGE-LOG-STATUS.

           SELECT MILEAGE-RATES ASSIGN TO WS-MILEAGE-RATE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MILEAGE-RATE-STATUS.

           SELECT VEHICLE-TABLE-IN ASSIGN TO WS-VEHICLE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VEHICLE-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMP-MASTER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT MILEAGE-FEED-OUT ASSIGN TO WS-MILEAGE-FEED-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MILEAGE-FEED-STATUS.

           SELECT BATCH-ERROR-LOG ASSIGN TO WS-ERROR-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM ENVIRONMENT VARIABLES PAYMILE, PAYMLRT, HW07VEH,
      *  PAYEMP, PAYMFEED, AND BATCHERRLOG, FALLING BACK TO THE
      *  DEVELOPMENT DEFAULTS SHOWN THERE.

       DATA DIVISION.
       FILE SECTION.
      * ONE ROW PER TRIP.  THE CLERK KEYS THE FIRST FIVE FIELDS; THE
      * PAID DATE, METHOD, RATE, AND AMOUNT ARE FILLED IN HERE WHEN
      * THE TRIP IS PAID AND ARE WHAT HW16MLRP REPORTS FROM.
       FD  MILEAGE-LOG
           RECORDING MODE IS F
           DATA RECORD IS MILEAGE-LOG-REC.
       01 MILEAGE-LOG-REC.
          05 ML-EMP-NUMBER            PIC X(05).
          05 ML-TRIP-DATE             PIC X(08).
          05 ML-MILES                 PIC 9(04)V9.
          05 ML-PURPOSE               PIC X(30).
          05 ML-CUST-NUMBER           PIC X(05).
          05 ML-PAID-DATE             PIC X(08).
          05 ML-METHOD                PIC X(01).
          05 ML-RATE                  PIC 9V999.
          05 ML-AMOUNT                PIC 9(05)V99.

      * TWO ROW TYPES.  "R" ROWS CARRY THE IRS STANDARD RATE PER
      * MILE AND THE FUEL PRICE PER GALLON FROM AN EFFECTIVE DATE
      * (CCYYMMDD); "V" ROWS NAME AN EMPLOYEE'S VEHICLE MODEL AND
      * THE METHOD THEY ARE PAID BY -- S STANDARD, A ACTUAL COST.
       FD  MILEAGE-RATES
           RECORDING MODE IS F
           DATA RECORD IS MILEAGE-RATE-REC.
       01 MILEAGE-RATE-REC.
          05 MR-REC-TYPE              PIC X(01).
             88 MR-RATE-ROW               VALUE "R".
             88 MR-VEHICLE-ROW            VALUE "V".
          05 MR-EFF-DATE              PIC X(08).
          05 MR-STD-RATE              PIC 9V999.
          05 MR-FUEL-PRICE            PIC 9V999.
       01 MILEAGE-VEHICLE-REC.
          05 FILLER                   PIC X(01).
          05 MV-EMP-NUMBER            PIC X(05).
          05 MV-METHOD                PIC X(01).
          05 MV-VEHICLE-MODEL         PIC X(10).

      * SAME LAYOUT HW07NB READS.
       FD  VEHICLE-TABLE-IN
           RECORDING MODE IS F
           DATA RECORD IS VEHICLE-REC-IN.
       01 VEHICLE-REC-IN.
          05 VEHICLE-IN-MODEL         PIC X(10).
          05 VEHICLE-IN-ORIGIN        PIC X(01).
          05 VEHICLE-IN-TOW-CLASS     PIC X(01).
          05 VEHICLE-IN-PRICE         PIC 9(06)V99.
          05 VEHICLE-IN-MPG           PIC 9(02)V9.

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 EMP-DEPT-IN              PIC X(15).
          05 EMP-HIRE-DATE-IN         PIC X(06).
          05 EMP-TERM-DATE-IN         PIC X(06).
          05 EMP-VAC-ACCRUAL-IN       PIC 9V99.
          05 EMP-SICK-ACCRUAL-IN      PIC 9V99.
          05 EMP-PAY-RATE-IN          PIC 9(02)V99.
          05 EMP-RATE-CODE-IN         PIC X(02).
          05 FILLER                   PIC X(80).

      * ONE TYPE-E EARNINGS RECORD PER EMPLOYEE -- THE FLAT AMOUNT
      * SITS IN THE HOURS/RATE POSITIONS, EXACTLY AS THE TYPE-A
      * SALARY RECORDS RIDE.
       FD  MILEAGE-FEED-OUT
           RECORDING MODE IS F
           DATA RECORD IS MILEAGE-FEED-REC.
       01 MILEAGE-FEED-REC.
          05 MF-PAY-DATE              PIC X(08).
          05 MF-EMP-NUMBER            PIC X(05).
          05 MF-AMOUNT                PIC 9(07)V99.
          05 MF-DEDUCTIONS            PIC X(01).
          05 MF-RATE-CODE             PIC X(02).
          05 MF-EARN-TYPE             PIC X(01).

       FD  BATCH-ERROR-LOG
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MILEAGE-LOG-DSN         PIC X(80).
       01  WS-MILEAGE-LOG-STATUS      PIC X(02) VALUE "00".
       01  WS-MILEAGE-RATE-DSN        PIC X(80).
       01  WS-MILEAGE-RATE-STATUS     PIC X(02) VALUE "00".
       01  WS-VEHICLE-DSN             PIC X(80).
       01  WS-VEHICLE-STATUS          PIC X(02) VALUE "00".
       01  WS-EMP-MASTER-DSN          PIC X(80).
       01  WS-EMP-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-MILEAGE-FEED-DSN        PIC X(80).
       01  WS-MILEAGE-FEED-STATUS     PIC X(02) VALUE "00".
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

       01  WS-RUN-OK-SW               PIC X(01) VALUE "Y".
           88 RUN-OK                         VALUE "Y".

       01  WS-PAY-DATE-IN             PIC X(08).
       01  WS-PAY-DATE-KEY            PIC X(08).
       01  WS-TRIP-DATE-KEY           PIC X(08).

      * PARAMETER BLOCK FOR THE SHARED DATE ROUTINE.
       01  WS-DATEVAL-PARMS.
           05 DV-FUNCTION             PIC X(01).
           05 DV-FORMAT-1             PIC X(01).
           05 DV-DATE-1               PIC X(08).
           05 DV-FORMAT-2             PIC X(01).
           05 DV-DATE-2               PIC X(08).
           05 DV-DAYS                 PIC S9(05).
           05 DV-RESULT               PIC X(01).

      * THE WHOLE LOG IS HELD HERE AND REWRITTEN WITH THE PAID
      * STAMPS, THE SAME WAY THE MAINTENANCE PROGRAMS REWRITE THEIR
      * FILES.
       01  WS-TRIP-COUNT              PIC 9(04) VALUE 0.
       01  WS-TRIP-SUB                PIC 9(04).
       01  WS-TRIP-TABLE.
           05 WS-TRIP-ENTRY OCCURS 3000 TIMES.
              10 WS-TR-EMP            PIC X(05).
              10 WS-TR-DATE           PIC X(08).
              10 WS-TR-MILES          PIC 9(04)V9.
              10 WS-TR-PURPOSE        PIC X(30).
              10 WS-TR-CUST           PIC X(05).
              10 WS-TR-PAID-DATE      PIC X(08).
              10 WS-TR-METHOD         PIC X(01).
              10 WS-TR-RATE           PIC 9V999.
              10 WS-TR-AMOUNT         PIC 9(05)V99.

       01  WS-RATE-COUNT              PIC 9(03) VALUE 0.
       01  WS-RATE-SUB                PIC 9(03).
       01  WS-RATE-FOUND-SUB          PIC 9(03).
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES.
              10 WS-RT-EFF-DATE       PIC X(08).
              10 WS-RT-STD-RATE       PIC 9V999.
              10 WS-RT-FUEL-PRICE     PIC 9V999.

       01  WS-EVEH-COUNT              PIC 9(03) VALUE 0.
       01  WS-EVEH-SUB                PIC 9(03).
       01  WS-EVEH-TABLE.
           05 WS-EVEH-ENTRY OCCURS 100 TIMES.
              10 WS-EV-EMP            PIC X(05).
              10 WS-EV-METHOD         PIC X(01).
              10 WS-EV-MODEL          PIC X(10).

       01  WS-VEH-COUNT               PIC 9(03) VALUE 0.
       01  WS-VEH-SUB                 PIC 9(03).
       01  WS-VEH-TABLE.
           05 WS-VEH-ENTRY OCCURS 99 TIMES.
              10 WS-VH-MODEL          PIC X(10).
              10 WS-VH-MPG            PIC 9(02)V9.

       01  WS-EMP-COUNT               PIC 9(03) VALUE 0.
       01  WS-EMP-SUB                 PIC 9(03).
       01  WS-EMP-FOUND-SUB           PIC 9(03).
       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 100 TIMES.
              10 WS-EM-NUM            PIC X(05).
              10 WS-EM-RATE-CODE      PIC X(02).
              10 WS-EM-PAY-AMT        PIC 9(07)V99.

      * PRICING ONE TRIP.
       01  WS-TRIP-OK-SW              PIC X(01).
           88 TRIP-OK                        VALUE "Y".
       01  WS-TRIP-REASON             PIC X(30).
       01  WS-TRIP-METHOD             PIC X(01).
           88 TRIP-ACTUAL-COST               VALUE "A".
       01  WS-TRIP-MODEL              PIC X(10).
       01  WS-TRIP-MPG                PIC 9(02)V9.
       01  WS-TRIP-RATE               PIC 9V999.
       01  WS-TRIP-AMOUNT             PIC 9(05)V99.

       01  WS-PRICED-COUNT            PIC 9(04) VALUE 0.
       01  WS-REFED-COUNT             PIC 9(04) VALUE 0.
       01  WS-HELD-COUNT              PIC 9(04) VALUE 0.
       01  WS-FUTURE-COUNT            PIC 9(04) VALUE 0.
       01  WS-FEED-COUNT              PIC 9(04) VALUE 0.
       01  WS-FEED-TOTAL              PIC 9(07)V99 VALUE 0.
       01  WS-FEED-TOTAL-OUT          PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "HW16MILE - MILEAGE REIMBURSEMENT FEED".
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 1000-GET-PAY-DATE.
           IF RUN-OK
               PERFORM 1100-LOAD-EMPLOYEES
           END-IF.
           IF RUN-OK
               PERFORM 1200-LOAD-RATES
           END-IF.
           IF RUN-OK
               PERFORM 1300-LOAD-VEHICLES
           END-IF.
           IF RUN-OK
               PERFORM 1400-LOAD-MILEAGE-LOG
           END-IF.
           IF RUN-OK
               PERFORM VARYING WS-TRIP-SUB FROM 1 BY 1
                   UNTIL WS-TRIP-SUB > WS-TRIP-COUNT
                   PERFORM 2000-PROCESS-TRIP
               END-PERFORM
               PERFORM 3000-WRITE-FEED
               IF WS-PRICED-COUNT > 0
                   PERFORM 4000-REWRITE-MILEAGE-LOG
               END-IF
               MOVE WS-FEED-TOTAL TO WS-FEED-TOTAL-OUT
               DISPLAY "TRIPS PRICED THIS RUN : " WS-PRICED-COUNT
               DISPLAY "TRIPS ALREADY STAMPED : " WS-REFED-COUNT
               DISPLAY "TRIPS AFTER PAY DATE  : " WS-FUTURE-COUNT
               DISPLAY "TRIPS HELD IN ERROR   : " WS-HELD-COUNT
               DISPLAY "REIMBURSEMENTS WRITTEN: " WS-FEED-COUNT
               DISPLAY "TOTAL REIMBURSED      : " WS-FEED-TOTAL-OUT
               IF WS-HELD-COUNT > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "HW16MILE CONCLUDES".
           GOBACK.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
           MOVE "HW16MILE"            TO ERRLOG-PROGRAM.
           MOVE WS-ERR-PARAGRAPH-NAME TO ERRLOG-PARAGRAPH.
           MOVE WS-ERR-FILE-NAME      TO ERRLOG-FILE.
           MOVE WS-ERR-STATUS-CODE    TO ERRLOG-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ERRLOG-DATE.
           WRITE BATCH-ERROR-LOG-REC FROM WS-ERROR-LOG-LINE.
           CLOSE BATCH-ERROR-LOG.
           MOVE 16 TO RETURN-CODE.
           MOVE "N" TO WS-RUN-OK-SW.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-MILEAGE-LOG-DSN FROM ENVIRONMENT "PAYMILE".
           IF WS-MILEAGE-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16MILE.dat"
               TO WS-MILEAGE-LOG-DSN
           END-IF.
           ACCEPT WS-MILEAGE-RATE-DSN FROM ENVIRONMENT "PAYMLRT".
           IF WS-MILEAGE-RATE-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16MLRT.dat"
               TO WS-MILEAGE-RATE-DSN
           END-IF.
           ACCEPT WS-VEHICLE-DSN FROM ENVIRONMENT "HW07VEH".
           IF WS-VEHICLE-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW07VEH.dat"
               TO WS-VEHICLE-DSN
           END-IF.
           ACCEPT WS-EMP-MASTER-DSN FROM ENVIRONMENT "PAYEMP".
           IF WS-EMP-MASTER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16EMP.dat"
               TO WS-EMP-MASTER-DSN
           END-IF.
           ACCEPT WS-MILEAGE-FEED-DSN FROM ENVIRONMENT "PAYMFEED".
           IF WS-MILEAGE-FEED-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16MFED.dat"
               TO WS-MILEAGE-FEED-DSN
           END-IF.
           ACCEPT WS-ERROR-LOG-DSN FROM ENVIRONMENT "BATCHERRLOG".
           IF WS-ERROR-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\BATCHERR.log"
               TO WS-ERROR-LOG-DSN
           END-IF.

      * THE PAY DATE KEYED AT THE PROMPT IS A REAL CALENDAR DATE OR
      * NOTHING RUNS.  IT IS ALSO HELD AS CCYYMMDD FOR COMPARING
      * AGAINST TRIP DATES.
       1000-GET-PAY-DATE.
           DISPLAY "PAY DATE FOR THE REIMBURSEMENTS (MMDDCCYY): "
               WITH NO ADVANCING.
           ACCEPT WS-PAY-DATE-IN.
           MOVE "V" TO DV-FUNCTION.
           MOVE "3" TO DV-FORMAT-1.
           MOVE WS-PAY-DATE-IN TO DV-DATE-1.
           CALL "DATEVAL" USING WS-DATEVAL-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF DV-RESULT NOT = "0"
               DISPLAY "INVALID PAY DATE -- FEED NOT BUILT"
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO WS-RUN-OK-SW
           ELSE
               MOVE WS-PAY-DATE-IN(5:4) TO WS-PAY-DATE-KEY(1:4)
               MOVE WS-PAY-DATE-IN(1:4) TO WS-PAY-DATE-KEY(5:4)
           END-IF.

       1100-LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS NOT = "00"
               MOVE "1100-LOAD-EMPLOYEES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "EMPLOYEE-MASTER"     TO WS-ERR-FILE-NAME
               MOVE WS-EMP-MASTER-STATUS  TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
                   WS-EMP-MASTER-STATUS
           ELSE
               READ EMPLOYEE-MASTER
               PERFORM UNTIL WS-EMP-MASTER-STATUS > "00"
                          OR WS-EMP-COUNT >= 100
                   ADD 1 TO WS-EMP-COUNT
                   MOVE EMP-NUM-IN TO WS-EM-NUM(WS-EMP-COUNT)
                   MOVE EMP-RATE-CODE-IN
                       TO WS-EM-RATE-CODE(WS-EMP-COUNT)
                   MOVE ZEROS TO WS-EM-PAY-AMT(WS-EMP-COUNT)
                   READ EMPLOYEE-MASTER
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF.

      * NO RATE FILE, OR NO STANDARD RATE ON IT, AND NOTHING CAN BE
      * PRICED -- THE RUN STOPS RATHER THAN HOLD EVERY TRIP.
       1200-LOAD-RATES.
           OPEN INPUT MILEAGE-RATES.
           IF WS-MILEAGE-RATE-STATUS NOT = "00"
               MOVE "1200-LOAD-RATES"    TO WS-ERR-PARAGRAPH-NAME
               MOVE "MILEAGE-RATES"      TO WS-ERR-FILE-NAME
               MOVE WS-MILEAGE-RATE-STATUS TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
               DISPLAY "MILEAGE RATE FILE NOT AVAILABLE - STATUS "
                   WS-MILEAGE-RATE-STATUS
           ELSE
               READ MILEAGE-RATES
               PERFORM UNTIL WS-MILEAGE-RATE-STATUS > "00"
                   EVALUATE TRUE
                       WHEN MR-RATE-ROW
                           AND MR-STD-RATE IS NUMERIC
                           AND MR-FUEL-PRICE IS NUMERIC
                           AND WS-RATE-COUNT < 50
                           ADD 1 TO WS-RATE-COUNT
                           MOVE MR-EFF-DATE
                               TO WS-RT-EFF-DATE(WS-RATE-COUNT)
                           MOVE MR-STD-RATE
                               TO WS-RT-STD-RATE(WS-RATE-COUNT)
                           MOVE MR-FUEL-PRICE
                               TO WS-RT-FUEL-PRICE(WS-RATE-COUNT)
                       WHEN MR-VEHICLE-ROW
                           AND WS-EVEH-COUNT < 100
                           ADD 1 TO WS-EVEH-COUNT
                           MOVE MV-EMP-NUMBER
                               TO WS-EV-EMP(WS-EVEH-COUNT)
                           MOVE MV-METHOD
                               TO WS-EV-METHOD(WS-EVEH-COUNT)
                           MOVE MV-VEHICLE-MODEL
                               TO WS-EV-MODEL(WS-EVEH-COUNT)
                       WHEN OTHER
                           DISPLAY "MILEAGE RATE ROW IGNORED: "
                               MILEAGE-RATE-REC
                   END-EVALUATE
                   READ MILEAGE-RATES
               END-PERFORM
               CLOSE MILEAGE-RATES
               IF WS-RATE-COUNT = 0
                   DISPLAY "NO STANDARD MILEAGE RATE ON FILE -- "
                       "FEED NOT BUILT"
                   MOVE 8 TO RETURN-CODE
                   MOVE "N" TO WS-RUN-OK-SW
               END-IF
           END-IF.

      * THE VEHICLE TABLE IS ONLY NEEDED FOR ACTUAL-COST PEOPLE; IF
      * IT IS MISSING THEIR TRIPS ARE HELD, EVERYONE ELSE IS PAID.
       1300-LOAD-VEHICLES.
           OPEN INPUT VEHICLE-TABLE-IN.
           IF WS-VEHICLE-STATUS NOT = "00"
               DISPLAY "VEHICLE TABLE NOT AVAILABLE - STATUS "
                   WS-VEHICLE-STATUS " -- ACTUAL-COST TRIPS HELD"
           ELSE
               READ VEHICLE-TABLE-IN
               PERFORM UNTIL WS-VEHICLE-STATUS > "00"
                          OR WS-VEH-COUNT >= 99
                   ADD 1 TO WS-VEH-COUNT
                   MOVE VEHICLE-IN-MODEL TO WS-VH-MODEL(WS-VEH-COUNT)
                   MOVE VEHICLE-IN-MPG   TO WS-VH-MPG(WS-VEH-COUNT)
                   READ VEHICLE-TABLE-IN
               END-PERFORM
               CLOSE VEHICLE-TABLE-IN
           END-IF.

      * NO LOG YET IS NOTHING TO PAY, NOT AN ERROR.  A LOG TOO BIG
      * FOR THE TABLE IS REFUSED RATHER THAN REWRITTEN SHORT.
       1400-LOAD-MILEAGE-LOG.
           OPEN INPUT MILEAGE-LOG.
           EVALUATE WS-MILEAGE-LOG-STATUS
               WHEN "00"
                   READ MILEAGE-LOG
                   PERFORM UNTIL WS-MILEAGE-LOG-STATUS > "00"
                              OR NOT RUN-OK
                       IF WS-TRIP-COUNT >= 3000
                           DISPLAY "MILEAGE LOG HOLDS MORE THAN 3000 "
                               "TRIPS -- ARCHIVE PAID TRIPS FIRST"
                           MOVE 8 TO RETURN-CODE
                           MOVE "N" TO WS-RUN-OK-SW
                       ELSE
                           ADD 1 TO WS-TRIP-COUNT
                           PERFORM 1410-STORE-TRIP
                           READ MILEAGE-LOG
                       END-IF
                   END-PERFORM
                   CLOSE MILEAGE-LOG
               WHEN "35"
                   DISPLAY "NO MILEAGE LOG -- NO TRIPS TO PAY"
               WHEN OTHER
                   MOVE "1400-LOAD-MILEAGE-LOG" TO WS-ERR-PARAGRAPH-NAME
                   MOVE "MILEAGE-LOG"       TO WS-ERR-FILE-NAME
                   MOVE WS-MILEAGE-LOG-STATUS TO WS-ERR-STATUS-CODE
                   PERFORM 0850-LOG-FILE-ERROR
           END-EVALUATE.

       1410-STORE-TRIP.
           MOVE ML-EMP-NUMBER  TO WS-TR-EMP(WS-TRIP-COUNT).
           MOVE ML-TRIP-DATE   TO WS-TR-DATE(WS-TRIP-COUNT).
           MOVE ML-MILES       TO WS-TR-MILES(WS-TRIP-COUNT).
           MOVE ML-PURPOSE     TO WS-TR-PURPOSE(WS-TRIP-COUNT).
           MOVE ML-CUST-NUMBER TO WS-TR-CUST(WS-TRIP-COUNT).
           MOVE ML-PAID-DATE   TO WS-TR-PAID-DATE(WS-TRIP-COUNT).
           MOVE ML-METHOD      TO WS-TR-METHOD(WS-TRIP-COUNT).
           MOVE ML-RATE        TO WS-TR-RATE(WS-TRIP-COUNT).
           MOVE ML-AMOUNT      TO WS-TR-AMOUNT(WS-TRIP-COUNT).

      * AN OPEN TRIP IS PRICED; A TRIP ALREADY STAMPED WITH THIS PAY
      * DATE GOES BACK ON THE FEED AT THE AMOUNT IT WAS PRICED AT;
      * ANY OTHER STAMPED TRIP WAS PAID ON AN EARLIER CHECK.
       2000-PROCESS-TRIP.
           IF WS-TR-PAID-DATE(WS-TRIP-SUB) = SPACES
               PERFORM 2100-PRICE-OPEN-TRIP
           ELSE
               IF WS-TR-PAID-DATE(WS-TRIP-SUB) = WS-PAY-DATE-IN
                   AND WS-TR-AMOUNT(WS-TRIP-SUB) IS NUMERIC
                   PERFORM 2500-FIND-EMPLOYEE
                   IF WS-EMP-FOUND-SUB > 0
                       ADD WS-TR-AMOUNT(WS-TRIP-SUB)
                           TO WS-EM-PAY-AMT(WS-EMP-FOUND-SUB)
                       ADD 1 TO WS-REFED-COUNT
                   END-IF
               END-IF
           END-IF.

       2100-PRICE-OPEN-TRIP.
           MOVE "Y" TO WS-TRIP-OK-SW.
           MOVE SPACES TO WS-TRIP-REASON.
           PERFORM 2500-FIND-EMPLOYEE.
           IF WS-EMP-FOUND-SUB = 0
               MOVE "N" TO WS-TRIP-OK-SW
               MOVE "EMPLOYEE NOT ON MASTER" TO WS-TRIP-REASON
           END-IF.
           IF TRIP-OK
               MOVE "V" TO DV-FUNCTION
               MOVE "3" TO DV-FORMAT-1
               MOVE WS-TR-DATE(WS-TRIP-SUB) TO DV-DATE-1
               CALL "DATEVAL" USING WS-DATEVAL-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
               IF DV-RESULT NOT = "0"
                   MOVE "N" TO WS-TRIP-OK-SW
                   MOVE "INVALID TRIP DATE" TO WS-TRIP-REASON
               END-IF
           END-IF.
           IF TRIP-OK
               IF WS-TR-MILES(WS-TRIP-SUB) IS NOT NUMERIC
                   OR WS-TR-MILES(WS-TRIP-SUB) = 0
                   MOVE "N" TO WS-TRIP-OK-SW
                   MOVE "MILES MISSING OR NOT NUMERIC"
                       TO WS-TRIP-REASON
               END-IF
           END-IF.
           IF TRIP-OK
               MOVE WS-TR-DATE(WS-TRIP-SUB)(5:4)
                   TO WS-TRIP-DATE-KEY(1:4)
               MOVE WS-TR-DATE(WS-TRIP-SUB)(1:4)
                   TO WS-TRIP-DATE-KEY(5:4)
               IF WS-TRIP-DATE-KEY > WS-PAY-DATE-KEY
      * DRIVEN AFTER THIS PAY DATE -- WAITS FOR THE NEXT ONE.
                   ADD 1 TO WS-FUTURE-COUNT
               ELSE
                   PERFORM 2200-FIGURE-TRIP-RATE
                   IF TRIP-OK
                       PERFORM 2300-STAMP-TRIP-PAID
                   END-IF
               END-IF
           END-IF.
           IF NOT TRIP-OK
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "TRIP HELD: " WS-TR-EMP(WS-TRIP-SUB) " "
                   WS-TR-DATE(WS-TRIP-SUB) " "
                   WS-TR-CUST(WS-TRIP-SUB) " -- " WS-TRIP-REASON
           END-IF.

      * THE STANDARD RATE IN FORCE IS THE LATEST RATE ROW EFFECTIVE
      * ON OR BEFORE THE TRIP DATE.  ACTUAL COST IS FUEL PRICE OVER
      * THE VEHICLE'S MILES PER GALLON, CAPPED AT THAT STANDARD RATE.
       2200-FIGURE-TRIP-RATE.
           MOVE 0 TO WS-RATE-FOUND-SUB.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RT-EFF-DATE(WS-RATE-SUB) <= WS-TRIP-DATE-KEY
                   IF WS-RATE-FOUND-SUB = 0
                       MOVE WS-RATE-SUB TO WS-RATE-FOUND-SUB
                   ELSE
                       IF WS-RT-EFF-DATE(WS-RATE-SUB) >
                               WS-RT-EFF-DATE(WS-RATE-FOUND-SUB)
                           MOVE WS-RATE-SUB TO WS-RATE-FOUND-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RATE-FOUND-SUB = 0
               MOVE "N" TO WS-TRIP-OK-SW
               MOVE "NO MILEAGE RATE IN FORCE" TO WS-TRIP-REASON
           ELSE
               MOVE WS-RT-STD-RATE(WS-RATE-FOUND-SUB) TO WS-TRIP-RATE
               MOVE "S" TO WS-TRIP-METHOD
               MOVE SPACES TO WS-TRIP-MODEL
               PERFORM VARYING WS-EVEH-SUB FROM 1 BY 1
                   UNTIL WS-EVEH-SUB > WS-EVEH-COUNT
                   IF WS-EV-EMP(WS-EVEH-SUB) = WS-TR-EMP(WS-TRIP-SUB)
                       MOVE WS-EV-METHOD(WS-EVEH-SUB)
                           TO WS-TRIP-METHOD
                       MOVE WS-EV-MODEL(WS-EVEH-SUB)
                           TO WS-TRIP-MODEL
                       MOVE WS-EVEH-COUNT TO WS-EVEH-SUB
                   END-IF
               END-PERFORM
               IF TRIP-ACTUAL-COST
                   PERFORM 2210-FIGURE-ACTUAL-RATE
               ELSE
                   MOVE "S" TO WS-TRIP-METHOD
               END-IF
           END-IF.

       2210-FIGURE-ACTUAL-RATE.
           MOVE ZEROS TO WS-TRIP-MPG.
           PERFORM VARYING WS-VEH-SUB FROM 1 BY 1
               UNTIL WS-VEH-SUB > WS-VEH-COUNT
               IF WS-VH-MODEL(WS-VEH-SUB) = WS-TRIP-MODEL
                   AND WS-VH-MPG(WS-VEH-SUB) IS NUMERIC
                   MOVE WS-VH-MPG(WS-VEH-SUB) TO WS-TRIP-MPG
                   MOVE WS-VEH-COUNT TO WS-VEH-SUB
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-TRIP-MPG = 0
                   MOVE "N" TO WS-TRIP-OK-SW
                   MOVE "VEHICLE OR MPG NOT ON FILE"
                       TO WS-TRIP-REASON
               WHEN WS-RT-FUEL-PRICE(WS-RATE-FOUND-SUB) = 0
                   MOVE "N" TO WS-TRIP-OK-SW
                   MOVE "NO FUEL PRICE ON RATE ROW" TO WS-TRIP-REASON
               WHEN OTHER
                   COMPUTE WS-TRIP-RATE ROUNDED
                       = WS-RT-FUEL-PRICE(WS-RATE-FOUND-SUB)
                       / WS-TRIP-MPG
                   IF WS-TRIP-RATE > WS-RT-STD-RATE(WS-RATE-FOUND-SUB)
                       MOVE WS-RT-STD-RATE(WS-RATE-FOUND-SUB)
                           TO WS-TRIP-RATE
                   END-IF
           END-EVALUATE.

       2300-STAMP-TRIP-PAID.
           COMPUTE WS-TRIP-AMOUNT ROUNDED
               = WS-TR-MILES(WS-TRIP-SUB) * WS-TRIP-RATE.
           MOVE WS-PAY-DATE-IN  TO WS-TR-PAID-DATE(WS-TRIP-SUB).
           MOVE WS-TRIP-METHOD  TO WS-TR-METHOD(WS-TRIP-SUB).
           MOVE WS-TRIP-RATE    TO WS-TR-RATE(WS-TRIP-SUB).
           MOVE WS-TRIP-AMOUNT  TO WS-TR-AMOUNT(WS-TRIP-SUB).
           ADD WS-TRIP-AMOUNT TO WS-EM-PAY-AMT(WS-EMP-FOUND-SUB).
           ADD 1 TO WS-PRICED-COUNT.

       2500-FIND-EMPLOYEE.
           MOVE 0 TO WS-EMP-FOUND-SUB.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EM-NUM(WS-EMP-SUB) = WS-TR-EMP(WS-TRIP-SUB)
                   MOVE WS-EMP-SUB TO WS-EMP-FOUND-SUB
                   MOVE WS-EMP-COUNT TO WS-EMP-SUB
               END-IF
           END-PERFORM.

      * THE FEED IS ALWAYS REBUILT, EMPTY WHEN NOTHING IS OWED, SO A
      * STALE FEED FROM AN EARLIER PAY DATE IS NEVER PAID AGAIN.
       3000-WRITE-FEED.
           OPEN OUTPUT MILEAGE-FEED-OUT.
           IF WS-MILEAGE-FEED-STATUS NOT = "00"
               MOVE "3000-WRITE-FEED"     TO WS-ERR-PARAGRAPH-NAME
               MOVE "MILEAGE-FEED-OUT"    TO WS-ERR-FILE-NAME
               MOVE WS-MILEAGE-FEED-STATUS TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > WS-EMP-COUNT
                   IF WS-EM-PAY-AMT(WS-EMP-SUB) > 0
                       MOVE WS-PAY-DATE-IN    TO MF-PAY-DATE
                       MOVE WS-EM-NUM(WS-EMP-SUB) TO MF-EMP-NUMBER
                       MOVE WS-EM-PAY-AMT(WS-EMP-SUB) TO MF-AMOUNT
                       MOVE SPACE             TO MF-DEDUCTIONS
                       MOVE WS-EM-RATE-CODE(WS-EMP-SUB)
                           TO MF-RATE-CODE
                       MOVE "E"               TO MF-EARN-TYPE
                       WRITE MILEAGE-FEED-REC
                       ADD 1 TO WS-FEED-COUNT
                       ADD WS-EM-PAY-AMT(WS-EMP-SUB) TO WS-FEED-TOTAL
                   END-IF
               END-PERFORM
               CLOSE MILEAGE-FEED-OUT
           END-IF.

       4000-REWRITE-MILEAGE-LOG.
           OPEN OUTPUT MILEAGE-LOG.
           IF WS-MILEAGE-LOG-STATUS NOT = "00"
               MOVE "4000-REWRITE-MILEAGE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "MILEAGE-LOG"         TO WS-ERR-FILE-NAME
               MOVE WS-MILEAGE-LOG-STATUS TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               PERFORM VARYING WS-TRIP-SUB FROM 1 BY 1
                   UNTIL WS-TRIP-SUB > WS-TRIP-COUNT
                   MOVE WS-TR-EMP(WS-TRIP-SUB)  TO ML-EMP-NUMBER
                   MOVE WS-TR-DATE(WS-TRIP-SUB) TO ML-TRIP-DATE
                   MOVE WS-TR-MILES(WS-TRIP-SUB) TO ML-MILES
                   MOVE WS-TR-PURPOSE(WS-TRIP-SUB) TO ML-PURPOSE
                   MOVE WS-TR-CUST(WS-TRIP-SUB) TO ML-CUST-NUMBER
                   MOVE WS-TR-PAID-DATE(WS-TRIP-SUB) TO ML-PAID-DATE
                   MOVE WS-TR-METHOD(WS-TRIP-SUB) TO ML-METHOD
                   MOVE WS-TR-RATE(WS-TRIP-SUB) TO ML-RATE
                   MOVE WS-TR-AMOUNT(WS-TRIP-SUB) TO ML-AMOUNT
                   WRITE MILEAGE-LOG-REC
               END-PERFORM
               CLOSE MILEAGE-LOG
           END-IF.
