       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW16MLRP.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
       INSTALLATION.  INFSYS-3807 COBOL.
      *Monthly travel cost report from the mileage log.  Every trip
      *driven in the month is totalled by salesperson and, within
      *salesperson, by customer -- trips, miles, and the amount
      *HW16MILE reimbursed -- followed by the same month summed by
      *customer account across all salespeople, so sales management
      *can see what each account is costing in travel.  Trips still
      *open on the log (not yet paid) show their miles in their own
      *column and carry no cost until HW16MILE prices them.
      *PAYMLMO selects the month (CCYYMM); when not set the current
      *month is reported.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MILEAGE-LOG ASSIGN TO WS-MILEAGE-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MILEAGE-LOG-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMP-MASTER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO WS-CUSTOMER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT MILEAGE-RPT-OUT ASSIGN TO WS-MILEAGE-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MILEAGE-RPT-STATUS.

           SELECT BATCH-ERROR-LOG ASSIGN TO WS-ERROR-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM ENVIRONMENT VARIABLES PAYMILE, PAYEMP, RUGCUST,
      *  PAYMLRPT, AND BATCHERRLOG, FALLING BACK TO THE DEVELOPMENT
      *  DEFAULTS SHOWN THERE.  PAYMLMO OPTIONALLY NAMES THE MONTH.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT HW16MILE MAINTAINS.
       FD  MILEAGE-LOG
           RECORDING MODE IS F
           DATA RECORD IS MILEAGE-LOG-REC.
       01 MILEAGE-LOG-REC.
          05 ML-EMP-NUMBER            PIC X(05).
          05 ML-TRIP-DATE.
             10 ML-TRIP-MMDD          PIC X(04).
             10 ML-TRIP-CCYY          PIC X(04).
          05 ML-MILES                 PIC 9(04)V9.
          05 ML-PURPOSE               PIC X(30).
          05 ML-CUST-NUMBER           PIC X(05).
          05 ML-PAID-DATE             PIC X(08).
          05 ML-METHOD                PIC X(01).
          05 ML-RATE                  PIC 9V999.
          05 ML-AMOUNT                PIC 9(05)V99.

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 FILLER                   PIC X(130).

      * SAME LAYOUT HW15ACK READS.
       FD  CUSTOMER-MASTER
           RECORDING MODE IS F
           DATA RECORD IS CUSTOMER-MASTER-REC.
       01 CUSTOMER-MASTER-REC.
          05 CM-CUST-NUMBER           PIC X(05).
          05 CM-BILL-TO-NAME          PIC X(25).
          05 CM-ADDRESS               PIC X(25).
          05 CM-STATE                 PIC X(02).
          05 FILLER                   PIC X(14).

       FD  MILEAGE-RPT-OUT
           RECORDING MODE IS F
           DATA RECORD IS MILEAGE-RPT-REC.
       01 MILEAGE-RPT-REC             PIC X(110).

       FD  BATCH-ERROR-LOG
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MILEAGE-LOG-DSN         PIC X(80).
       01  WS-MILEAGE-LOG-STATUS      PIC X(02) VALUE "00".
       01  WS-EMP-MASTER-DSN          PIC X(80).
       01  WS-EMP-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-CUSTOMER-DSN            PIC X(80).
       01  WS-CUSTOMER-STATUS         PIC X(02) VALUE "00".
       01  WS-MILEAGE-RPT-DSN         PIC X(80).
       01  WS-MILEAGE-RPT-STATUS      PIC X(02) VALUE "00".
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

       01  WS-REPORT-MONTH            PIC X(06).
       01  WS-TRIP-MONTH              PIC X(06).

       01  WS-EMP-COUNT               PIC 9(03) VALUE 0.
       01  WS-EMP-SUB                 PIC 9(03).
       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 100 TIMES.
              10 WS-EM-NUM            PIC X(05).
              10 WS-EM-NAME           PIC X(20).
       01  WS-EMP-LOOKUP-NAME         PIC X(20).

       01  WS-CUST-COUNT              PIC 9(03) VALUE 0.
       01  WS-CUST-SUB                PIC 9(03).
       01  WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 500 TIMES.
              10 WS-CM-NUM            PIC X(05).
              10 WS-CM-NAME           PIC X(25).
       01  WS-CUST-LOOKUP-NAME        PIC X(25).

      * ONE ROW PER SALESPERSON AND CUSTOMER DRIVEN TO IN THE MONTH,
      * SORTED BY SALESPERSON THEN CUSTOMER THE SAME BUBBLE-SORT WAY
      * HW16LRPT GROUPS BY DEPARTMENT.
       01  WS-PAIR-COUNT              PIC 9(03) VALUE 0.
       01  WS-PAIR-SUB                PIC 9(03).
       01  WS-PAIR-FOUND-SUB          PIC 9(03).
       01  WS-PAIR-SORT-SUB1          PIC 9(03).
       01  WS-PAIR-SORT-SUB2          PIC 9(03).
       01  WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 500 TIMES.
              10 WS-PR-KEY.
                 15 WS-PR-EMP         PIC X(05).
                 15 WS-PR-CUST        PIC X(05).
              10 WS-PR-TRIPS          PIC 9(04).
              10 WS-PR-MILES          PIC 9(06)V9.
              10 WS-PR-OPEN-MILES     PIC 9(06)V9.
              10 WS-PR-AMOUNT         PIC 9(07)V99.
       01  WS-PAIR-SORT-HOLD          PIC X(37).

      * THE SAME MONTH SUMMED BY CUSTOMER ACCOUNT.
       01  WS-ACCT-COUNT              PIC 9(03) VALUE 0.
       01  WS-ACCT-SUB                PIC 9(03).
       01  WS-ACCT-FOUND-SUB          PIC 9(03).
       01  WS-ACCT-SORT-SUB1          PIC 9(03).
       01  WS-ACCT-SORT-SUB2          PIC 9(03).
       01  WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 500 TIMES.
              10 WS-AC-CUST           PIC X(05).
              10 WS-AC-TRIPS          PIC 9(04).
              10 WS-AC-MILES          PIC 9(06)V9.
              10 WS-AC-OPEN-MILES     PIC 9(06)V9.
              10 WS-AC-AMOUNT         PIC 9(07)V99.
       01  WS-ACCT-SORT-HOLD          PIC X(32).

       01  WS-TRIPS-READ              PIC 9(05) VALUE 0.
       01  WS-TRIPS-IN-MONTH          PIC 9(05) VALUE 0.
       01  WS-TRIPS-DROPPED           PIC 9(05) VALUE 0.
       01  WS-PREV-EMP                PIC X(05) VALUE SPACES.
       01  WS-SP-TRIPS                PIC 9(05) VALUE 0.
       01  WS-SP-MILES                PIC 9(07)V9 VALUE 0.
       01  WS-SP-OPEN-MILES           PIC 9(07)V9 VALUE 0.
       01  WS-SP-AMOUNT               PIC 9(08)V99 VALUE 0.
       01  WS-GT-TRIPS                PIC 9(05) VALUE 0.
       01  WS-GT-MILES                PIC 9(07)V9 VALUE 0.
       01  WS-GT-OPEN-MILES           PIC 9(07)V9 VALUE 0.
       01  WS-GT-AMOUNT               PIC 9(08)V99 VALUE 0.

       01  WS-RPT-HDR-1.
           05 FILLER                  PIC X(42) VALUE
               "TRAVEL COST BY SALESPERSON AND CUSTOMER --".
           05 FILLER                  PIC X(07) VALUE " MONTH ".
           05 HDR-MONTH               PIC X(06).
           05 FILLER                  PIC X(12) VALUE "  HW16MLRP".
       01  WS-RPT-HDR-2.
           05 FILLER                  PIC X(27) VALUE "SALESPERSON".
           05 FILLER                  PIC X(33) VALUE "CUSTOMER".
           05 FILLER                  PIC X(07) VALUE "TRIPS".
           05 FILLER                  PIC X(11) VALUE "  MILES".
           05 FILLER                  PIC X(11) VALUE " OPEN MI".
           05 FILLER                  PIC X(10) VALUE "    COST".
       01  WS-RPT-HDR-3.
           05 FILLER                  PIC X(50) VALUE
               "TRAVEL COST BY CUSTOMER ACCOUNT".
       01  WS-RPT-HDR-4.
           05 FILLER                  PIC X(27) VALUE SPACES.
           05 FILLER                  PIC X(33) VALUE "CUSTOMER".
           05 FILLER                  PIC X(07) VALUE "TRIPS".
           05 FILLER                  PIC X(11) VALUE "  MILES".
           05 FILLER                  PIC X(11) VALUE " OPEN MI".
           05 FILLER                  PIC X(10) VALUE "    COST".

       01  WS-RPT-DETAIL.
           05 RD-EMP                  PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RD-EMP-NAME             PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RD-CUST                 PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RD-CUST-NAME            PIC X(25).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-TRIPS                PIC ZZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-MILES                PIC ZZZ,ZZ9.9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-OPEN-MILES           PIC ZZZ,ZZ9.9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-AMOUNT               PIC ZZ,ZZZ,ZZ9.99.

       01  WS-NO-TRIPS-LINE           PIC X(45) VALUE
               "NO TRIPS ON THE MILEAGE LOG FOR THE MONTH".

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW16MLRP BEGINS".
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 1000-LOAD-NAMES.
           OPEN INPUT MILEAGE-LOG.
           IF WS-MILEAGE-LOG-STATUS NOT = "00"
               AND WS-MILEAGE-LOG-STATUS NOT = "35"
               MOVE "0000-DRIVER"         TO WS-ERR-PARAGRAPH-NAME
               MOVE "MILEAGE-LOG"         TO WS-ERR-FILE-NAME
               MOVE WS-MILEAGE-LOG-STATUS TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
      * NO LOG YET MEANS NO TRAVEL -- AN EMPTY REPORT, NOT AN ERROR.
               IF WS-MILEAGE-LOG-STATUS = "00"
                   PERFORM 2000-ACCUMULATE-TRIPS
                   CLOSE MILEAGE-LOG
               END-IF
               PERFORM 2500-SORT-TABLES
               OPEN OUTPUT MILEAGE-RPT-OUT
               PERFORM 3000-WRITE-SALESPERSON-SECTION
               PERFORM 4000-WRITE-CUSTOMER-SECTION
               CLOSE MILEAGE-RPT-OUT
           END-IF.
           DISPLAY "MONTH REPORTED      : " WS-REPORT-MONTH.
           DISPLAY "TRIPS IN THE MONTH  : " WS-TRIPS-IN-MONTH.
           IF WS-TRIPS-DROPPED > 0
               DISPLAY "TRIPS NOT REPORTED  : " WS-TRIPS-DROPPED
                   " -- REPORT TABLE FULL"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "HW16MLRP CONCLUDES".
           GOBACK.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
           MOVE "HW16MLRP"            TO ERRLOG-PROGRAM.
           MOVE WS-ERR-PARAGRAPH-NAME TO ERRLOG-PARAGRAPH.
           MOVE WS-ERR-FILE-NAME      TO ERRLOG-FILE.
           MOVE WS-ERR-STATUS-CODE    TO ERRLOG-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ERRLOG-DATE.
           WRITE BATCH-ERROR-LOG-REC FROM WS-ERROR-LOG-LINE.
           CLOSE BATCH-ERROR-LOG.
           MOVE 16 TO RETURN-CODE.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-MILEAGE-LOG-DSN FROM ENVIRONMENT "PAYMILE".
           IF WS-MILEAGE-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16MILE.dat"
               TO WS-MILEAGE-LOG-DSN
           END-IF.
           ACCEPT WS-EMP-MASTER-DSN FROM ENVIRONMENT "PAYEMP".
           IF WS-EMP-MASTER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16EMP.dat"
               TO WS-EMP-MASTER-DSN
           END-IF.
           ACCEPT WS-CUSTOMER-DSN FROM ENVIRONMENT "RUGCUST".
           IF WS-CUSTOMER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CUST.dat"
               TO WS-CUSTOMER-DSN
           END-IF.
           ACCEPT WS-MILEAGE-RPT-DSN FROM ENVIRONMENT "PAYMLRPT".
           IF WS-MILEAGE-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16MLRP.rpt"
               TO WS-MILEAGE-RPT-DSN
           END-IF.
           ACCEPT WS-ERROR-LOG-DSN FROM ENVIRONMENT "BATCHERRLOG".
           IF WS-ERROR-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\BATCHERR.log"
               TO WS-ERROR-LOG-DSN
           END-IF.
           MOVE SPACES TO WS-REPORT-MONTH.
           ACCEPT WS-REPORT-MONTH FROM ENVIRONMENT "PAYMLMO".
           IF WS-REPORT-MONTH IS NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE (1:6) TO WS-REPORT-MONTH
           END-IF.

      * NAMES ARE FOR THE REPORT ONLY -- A MISSING MASTER PRINTS THE
      * NUMBERS ALONE.
       1000-LOAD-NAMES.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS = "00"
               READ EMPLOYEE-MASTER
               PERFORM UNTIL WS-EMP-MASTER-STATUS > "00"
                          OR WS-EMP-COUNT >= 100
                   ADD 1 TO WS-EMP-COUNT
                   MOVE EMP-NUM-IN  TO WS-EM-NUM(WS-EMP-COUNT)
                   MOVE EMP-NAME-IN TO WS-EM-NAME(WS-EMP-COUNT)
                   READ EMPLOYEE-MASTER
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           ELSE
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
                   WS-EMP-MASTER-STATUS
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-STATUS = "00"
               READ CUSTOMER-MASTER
               PERFORM UNTIL WS-CUSTOMER-STATUS > "00"
                          OR WS-CUST-COUNT >= 500
                   ADD 1 TO WS-CUST-COUNT
                   MOVE CM-CUST-NUMBER  TO WS-CM-NUM(WS-CUST-COUNT)
                   MOVE CM-BILL-TO-NAME TO WS-CM-NAME(WS-CUST-COUNT)
                   READ CUSTOMER-MASTER
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           ELSE
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-CUSTOMER-STATUS
           END-IF.

       2000-ACCUMULATE-TRIPS.
           READ MILEAGE-LOG.
           PERFORM UNTIL WS-MILEAGE-LOG-STATUS > "00"
               ADD 1 TO WS-TRIPS-READ
               MOVE ML-TRIP-CCYY    TO WS-TRIP-MONTH(1:4)
               MOVE ML-TRIP-MMDD(1:2) TO WS-TRIP-MONTH(5:2)
               IF WS-TRIP-MONTH = WS-REPORT-MONTH
                   AND ML-MILES IS NUMERIC
                   ADD 1 TO WS-TRIPS-IN-MONTH
                   PERFORM 2100-POST-TRIP
               END-IF
               READ MILEAGE-LOG
           END-PERFORM.

      * A PAID TRIP CARRIES ITS COST; AN OPEN ONE ONLY ITS MILES.
       2100-POST-TRIP.
           PERFORM 2200-FIND-OR-ADD-PAIR.
           PERFORM 2300-FIND-OR-ADD-ACCOUNT.
           IF WS-PAIR-FOUND-SUB = 0 OR WS-ACCT-FOUND-SUB = 0
               ADD 1 TO WS-TRIPS-DROPPED
           ELSE
               ADD 1        TO WS-PR-TRIPS(WS-PAIR-FOUND-SUB)
               ADD ML-MILES TO WS-PR-MILES(WS-PAIR-FOUND-SUB)
               ADD 1        TO WS-AC-TRIPS(WS-ACCT-FOUND-SUB)
               ADD ML-MILES TO WS-AC-MILES(WS-ACCT-FOUND-SUB)
               IF ML-PAID-DATE NOT = SPACES
                   AND ML-AMOUNT IS NUMERIC
                   ADD ML-AMOUNT TO WS-PR-AMOUNT(WS-PAIR-FOUND-SUB)
                   ADD ML-AMOUNT TO WS-AC-AMOUNT(WS-ACCT-FOUND-SUB)
               ELSE
                   ADD ML-MILES
                       TO WS-PR-OPEN-MILES(WS-PAIR-FOUND-SUB)
                   ADD ML-MILES
                       TO WS-AC-OPEN-MILES(WS-ACCT-FOUND-SUB)
               END-IF
           END-IF.

       2200-FIND-OR-ADD-PAIR.
           MOVE 0 TO WS-PAIR-FOUND-SUB.
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
               IF WS-PR-EMP(WS-PAIR-SUB) = ML-EMP-NUMBER
                   AND WS-PR-CUST(WS-PAIR-SUB) = ML-CUST-NUMBER
                   MOVE WS-PAIR-SUB TO WS-PAIR-FOUND-SUB
                   MOVE WS-PAIR-COUNT TO WS-PAIR-SUB
               END-IF
           END-PERFORM.
           IF WS-PAIR-FOUND-SUB = 0 AND WS-PAIR-COUNT < 500
               ADD 1 TO WS-PAIR-COUNT
               MOVE WS-PAIR-COUNT TO WS-PAIR-FOUND-SUB
               MOVE ML-EMP-NUMBER  TO WS-PR-EMP(WS-PAIR-FOUND-SUB)
               MOVE ML-CUST-NUMBER TO WS-PR-CUST(WS-PAIR-FOUND-SUB)
               MOVE ZEROS TO WS-PR-TRIPS(WS-PAIR-FOUND-SUB)
                             WS-PR-MILES(WS-PAIR-FOUND-SUB)
                             WS-PR-OPEN-MILES(WS-PAIR-FOUND-SUB)
                             WS-PR-AMOUNT(WS-PAIR-FOUND-SUB)
           END-IF.

       2300-FIND-OR-ADD-ACCOUNT.
           MOVE 0 TO WS-ACCT-FOUND-SUB.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-AC-CUST(WS-ACCT-SUB) = ML-CUST-NUMBER
                   MOVE WS-ACCT-SUB TO WS-ACCT-FOUND-SUB
                   MOVE WS-ACCT-COUNT TO WS-ACCT-SUB
               END-IF
           END-PERFORM.
           IF WS-ACCT-FOUND-SUB = 0 AND WS-ACCT-COUNT < 500
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-ACCT-COUNT TO WS-ACCT-FOUND-SUB
               MOVE ML-CUST-NUMBER TO WS-AC-CUST(WS-ACCT-FOUND-SUB)
               MOVE ZEROS TO WS-AC-TRIPS(WS-ACCT-FOUND-SUB)
                             WS-AC-MILES(WS-ACCT-FOUND-SUB)
                             WS-AC-OPEN-MILES(WS-ACCT-FOUND-SUB)
                             WS-AC-AMOUNT(WS-ACCT-FOUND-SUB)
           END-IF.

       2500-SORT-TABLES.
           PERFORM VARYING WS-PAIR-SORT-SUB1 FROM 1 BY 1
               UNTIL WS-PAIR-SORT-SUB1 >= WS-PAIR-COUNT
               PERFORM VARYING WS-PAIR-SORT-SUB2 FROM 1 BY 1
                   UNTIL WS-PAIR-SORT-SUB2 >
                       WS-PAIR-COUNT - WS-PAIR-SORT-SUB1
                   IF WS-PR-KEY(WS-PAIR-SORT-SUB2) >
                           WS-PR-KEY(WS-PAIR-SORT-SUB2 + 1)
                       MOVE WS-PAIR-ENTRY(WS-PAIR-SORT-SUB2)
                           TO WS-PAIR-SORT-HOLD
                       MOVE WS-PAIR-ENTRY(WS-PAIR-SORT-SUB2 + 1)
                           TO WS-PAIR-ENTRY(WS-PAIR-SORT-SUB2)
                       MOVE WS-PAIR-SORT-HOLD
                           TO WS-PAIR-ENTRY(WS-PAIR-SORT-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-ACCT-SORT-SUB1 FROM 1 BY 1
               UNTIL WS-ACCT-SORT-SUB1 >= WS-ACCT-COUNT
               PERFORM VARYING WS-ACCT-SORT-SUB2 FROM 1 BY 1
                   UNTIL WS-ACCT-SORT-SUB2 >
                       WS-ACCT-COUNT - WS-ACCT-SORT-SUB1
                   IF WS-AC-CUST(WS-ACCT-SORT-SUB2) >
                           WS-AC-CUST(WS-ACCT-SORT-SUB2 + 1)
                       MOVE WS-ACCT-ENTRY(WS-ACCT-SORT-SUB2)
                           TO WS-ACCT-SORT-HOLD
                       MOVE WS-ACCT-ENTRY(WS-ACCT-SORT-SUB2 + 1)
                           TO WS-ACCT-ENTRY(WS-ACCT-SORT-SUB2)
                       MOVE WS-ACCT-SORT-HOLD
                           TO WS-ACCT-ENTRY(WS-ACCT-SORT-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2600-LOOKUP-EMP-NAME.
           MOVE "(NOT ON MASTER)" TO WS-EMP-LOOKUP-NAME.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EM-NUM(WS-EMP-SUB) = WS-PR-EMP(WS-PAIR-SUB)
                   MOVE WS-EM-NAME(WS-EMP-SUB) TO WS-EMP-LOOKUP-NAME
                   MOVE WS-EMP-COUNT TO WS-EMP-SUB
               END-IF
           END-PERFORM.

      * THE CUSTOMER NUMBER TO NAME IS LEFT IN RD-CUST BY THE CALLER.
       2700-LOOKUP-CUST-NAME.
           IF RD-CUST = SPACES
               MOVE "(NO CUSTOMER GIVEN)" TO WS-CUST-LOOKUP-NAME
           ELSE
               MOVE "(NOT ON CUSTOMER MASTER)" TO WS-CUST-LOOKUP-NAME
               PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-COUNT
                   IF WS-CM-NUM(WS-CUST-SUB) = RD-CUST
                       MOVE WS-CM-NAME(WS-CUST-SUB)
                           TO WS-CUST-LOOKUP-NAME
                       MOVE WS-CUST-COUNT TO WS-CUST-SUB
                   END-IF
               END-PERFORM
           END-IF.

       3000-WRITE-SALESPERSON-SECTION.
           MOVE WS-REPORT-MONTH TO HDR-MONTH.
           WRITE MILEAGE-RPT-REC FROM WS-RPT-HDR-1.
           MOVE SPACES TO MILEAGE-RPT-REC.
           WRITE MILEAGE-RPT-REC.
           WRITE MILEAGE-RPT-REC FROM WS-RPT-HDR-2.
           IF WS-PAIR-COUNT = 0
               WRITE MILEAGE-RPT-REC FROM WS-NO-TRIPS-LINE
           END-IF.
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
               IF WS-PR-EMP(WS-PAIR-SUB) NOT = WS-PREV-EMP
                   PERFORM 3100-WRITE-SALESPERSON-TOTAL
                   MOVE WS-PR-EMP(WS-PAIR-SUB) TO WS-PREV-EMP
               END-IF
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE WS-PR-EMP(WS-PAIR-SUB) TO RD-EMP
               PERFORM 2600-LOOKUP-EMP-NAME
               MOVE WS-EMP-LOOKUP-NAME TO RD-EMP-NAME
               MOVE WS-PR-CUST(WS-PAIR-SUB) TO RD-CUST
               PERFORM 2700-LOOKUP-CUST-NAME
               MOVE WS-CUST-LOOKUP-NAME TO RD-CUST-NAME
               MOVE WS-PR-TRIPS(WS-PAIR-SUB) TO RD-TRIPS
               MOVE WS-PR-MILES(WS-PAIR-SUB) TO RD-MILES
               MOVE WS-PR-OPEN-MILES(WS-PAIR-SUB) TO RD-OPEN-MILES
               MOVE WS-PR-AMOUNT(WS-PAIR-SUB) TO RD-AMOUNT
               WRITE MILEAGE-RPT-REC FROM WS-RPT-DETAIL
               ADD WS-PR-TRIPS(WS-PAIR-SUB)  TO WS-SP-TRIPS
               ADD WS-PR-MILES(WS-PAIR-SUB)  TO WS-SP-MILES
               ADD WS-PR-OPEN-MILES(WS-PAIR-SUB) TO WS-SP-OPEN-MILES
               ADD WS-PR-AMOUNT(WS-PAIR-SUB) TO WS-SP-AMOUNT
           END-PERFORM.
           PERFORM 3100-WRITE-SALESPERSON-TOTAL.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE "ALL SALESPEOPLE" TO RD-EMP-NAME.
           MOVE WS-GT-TRIPS      TO RD-TRIPS.
           MOVE WS-GT-MILES      TO RD-MILES.
           MOVE WS-GT-OPEN-MILES TO RD-OPEN-MILES.
           MOVE WS-GT-AMOUNT     TO RD-AMOUNT.
           WRITE MILEAGE-RPT-REC FROM WS-RPT-DETAIL.

       3100-WRITE-SALESPERSON-TOTAL.
           IF WS-SP-TRIPS > 0
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE "SALESPERSON TOTAL" TO RD-EMP-NAME
               MOVE WS-SP-TRIPS      TO RD-TRIPS
               MOVE WS-SP-MILES      TO RD-MILES
               MOVE WS-SP-OPEN-MILES TO RD-OPEN-MILES
               MOVE WS-SP-AMOUNT     TO RD-AMOUNT
               WRITE MILEAGE-RPT-REC FROM WS-RPT-DETAIL
               MOVE SPACES TO MILEAGE-RPT-REC
               WRITE MILEAGE-RPT-REC
               ADD WS-SP-TRIPS      TO WS-GT-TRIPS
               ADD WS-SP-MILES      TO WS-GT-MILES
               ADD WS-SP-OPEN-MILES TO WS-GT-OPEN-MILES
               ADD WS-SP-AMOUNT     TO WS-GT-AMOUNT
               MOVE ZEROS TO WS-SP-TRIPS WS-SP-MILES
                             WS-SP-OPEN-MILES WS-SP-AMOUNT
           END-IF.

       4000-WRITE-CUSTOMER-SECTION.
           MOVE SPACES TO MILEAGE-RPT-REC.
           WRITE MILEAGE-RPT-REC.
           WRITE MILEAGE-RPT-REC FROM WS-RPT-HDR-3.
           MOVE SPACES TO MILEAGE-RPT-REC.
           WRITE MILEAGE-RPT-REC.
           WRITE MILEAGE-RPT-REC FROM WS-RPT-HDR-4.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE WS-AC-CUST(WS-ACCT-SUB) TO RD-CUST
               PERFORM 2700-LOOKUP-CUST-NAME
               MOVE WS-CUST-LOOKUP-NAME TO RD-CUST-NAME
               MOVE WS-AC-TRIPS(WS-ACCT-SUB) TO RD-TRIPS
               MOVE WS-AC-MILES(WS-ACCT-SUB) TO RD-MILES
               MOVE WS-AC-OPEN-MILES(WS-ACCT-SUB) TO RD-OPEN-MILES
               MOVE WS-AC-AMOUNT(WS-ACCT-SUB) TO RD-AMOUNT
               WRITE MILEAGE-RPT-REC FROM WS-RPT-DETAIL
           END-PERFORM.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE "ALL ACCOUNTS" TO RD-CUST-NAME.
           MOVE WS-GT-TRIPS      TO RD-TRIPS.
           MOVE WS-GT-MILES      TO RD-MILES.
           MOVE WS-GT-OPEN-MILES TO RD-OPEN-MILES.
           MOVE WS-GT-AMOUNT     TO RD-AMOUNT.
           WRITE MILEAGE-RPT-REC FROM WS-RPT-DETAIL.
