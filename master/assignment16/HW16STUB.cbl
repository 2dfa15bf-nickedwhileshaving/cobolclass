      *PAYROLL-YTD indexed file and the employee name and department
      *from the employee master.  Every stub is padded to a fixed
      *page length so the printout can be burst and distributed.
      *When the off-cycle bonus flag is present the stubs for the
      *bonus checks are printed from the bonus payroll output instead.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

           SELECT BONUS-RUN-FLAG ASSIGN TO WS-BONUS-FLAG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BONUS-FLAG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM THE ENVIRONMENT VARIABLES BELOW, FALLING BACK TO
      *  DEVELOPMENT DEFAULTS SHOWN THERE WHEN A VARIABLE IS NOT SET:
      *      PAYOUT    PAYYTD    PAYEMP    PAYSTUB
      *      PAYBONUS (OFF-CYCLE BONUS FLAG)   PAYBOUT   PAYBSTUB
      *      BATCHERRLOG - SHARED WITH HW15NB, HW16NB, AND HW19NB

       DATA DIVISION.
           DATA RECORD IS PAYROLL-REC-IN-ST.
       01 PAYROLL-REC-IN-ST.
          05 ST-EMP-OUT.
             10 ST-PAY-DATE           PIC X(08).
             10 ST-EMP-NUMBER         PIC X(05).
             10 ST-EMP-HOURS          PIC 9(03)V99.
             10 ST-EMP-RATE           PIC 9(02)V99.
             10 ST-EMP-DEDUCTIONS     PIC X(01).
             10 ST-RATE-CODE          PIC X(02).
             10 ST-EARN-TYPE          PIC X(01).
                88 ST-EARN-COMMISSION     VALUE "C".
                88 ST-EARN-SALARY         VALUE "A".
                88 ST-EARN-BONUS          VALUE "B".
                88 ST-EARN-REIMBURSE      VALUE "E".
          05 ST-CALCULATED.
             10 ST-GROSS              PIC 9(06)V99.
             10 ST-SSN-MED            PIC 9(05)V99.
             10 ST-STATE              PIC 9(05)V99.
             10 ST-LOCAL              PIC 9(05)V99.
             10 ST-FED                PIC 9(05)V99.
             10 ST-NET                PIC 9(06)V99.
      *   WORK/RESIDENT STATE SPLIT APPENDED BY HW16NB -- SPACES ON
      *   RECORDS WRITTEN BEFORE MULTI-STATE WITHHOLDING, WHICH KEEP
      *   THE SINGLE STATE-TAX LINE.
          05 ST-EXTENSION.
             10 ST-WORK-STATE         PIC X(02).
             10 ST-WORK-ST-TAX        PIC 9(05)V99.
             10 ST-RES-STATE          PIC X(02).
             10 ST-RES-ST-TAX         PIC 9(05)V99.
             10 ST-ER-MATCH           PIC 9(06)V99.
             10 ST-SHIFT-PREM         PIC 9(06)V99.

       FD  PAYROLL-YTD
           DATA RECORD IS PAYROLL-YTD-REC.
       01 PAYROLL-YTD-REC.
          05 YTD-EMP-NUMBER           PIC X(05).
          05 YTD-GROSS                PIC 9(07)V99.
          05 YTD-SS-TAXABLE-GROSS     PIC 9(07)V99.

           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 EMP-DEPT-IN              PIC X(15).
          05 EMP-HIRE-DATE-IN         PIC X(06).
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       FD  BONUS-RUN-FLAG
           RECORDING MODE IS F
           DATA RECORD IS BONUS-RUN-FLAG-REC.
       01 BONUS-RUN-FLAG-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PAYROLL-OUT-DSN         PIC X(80).
       01  WS-PAYROLL-YTD-DSN         PIC X(80).
       01  WS-PAYROLL-YTD-STATUS      PIC X(02) VALUE "00".
       01  WS-EMP-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-STUB-RPT-STATUS         PIC X(02) VALUE "00".
       01  WS-BONUS-FLAG-DSN          PIC X(80).
       01  WS-BONUS-FLAG-STATUS       PIC X(02) VALUE "00".

       01  WS-ERROR-LOG-STATUS        PIC X(02).
       01  WS-ERROR-LOG-LINE.
       01  WS-EMP-TABLE-SUB           PIC 9(03).
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-TABLE-ENTRY OCCURS 100 TIMES.
              10 WS-EMP-TABLE-NUM     PIC X(05).
              10 WS-EMP-TABLE-NAME    PIC X(20).
              10 WS-EMP-TABLE-DEPT    PIC X(15).
       01  WS-EMP-LOOKUP-NAME         PIC X(20).
       01  WS-STUB-COUNT              PIC 9(05) VALUE 0.
       01  WS-STUB-LINE-COUNT         PIC 9(02) VALUE 0.
       01  WS-STUB-PAGE-LENGTH        PIC 9(02) VALUE 24.
       01  WS-OPT-DEDUCT              PIC 9(06)V99.
       01  WS-TOTAL-WITHHELD          PIC 9(06)V99.

       01  WS-STUB-HDR1.
           05 FILLER                  PIC X(22)

       01  WS-STUB-HDR2.
           05 FILLER                  PIC X(09) VALUE "EMPLOYEE ".
           05 STUB-HDR-EMP-NUM        PIC X(05).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 STUB-HDR-EMP-NAME       PIC X(20).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
       01  WS-STUB-HOURS-LINE.
           05 FILLER                  PIC X(13)
                   VALUE "HOURS WORKED ".
           05 STUB-HOURS              PIC ZZ9.99.
           05 FILLER                  PIC X(10)
                   VALUE "  AT RATE ".
           05 STUB-RATE               PIC $$9.99.
       01  WS-STUB-SAL-LINE           PIC X(30)
                   VALUE "SALARY PAYMENT".

       01  WS-STUB-BONUS-LINE         PIC X(30)
                   VALUE "BONUS PAYMENT".
       01  WS-STUB-REIMB-LINE         PIC X(30)
                   VALUE "MILEAGE REIMBURSEMENT".

       01  WS-STUB-CUT-LINE           PIC X(80) VALUE ALL "=".

       01  WS-GENRES-PARMS.
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
               PERFORM 0960-RESOLVE-BONUS-FILE-NAMES
           END-IF.

      * OFF-CYCLE BONUS RUN -- STUBS FOR THE BONUS CHECKS ONLY, TO
      * THEIR OWN PRINT FILE.
       0960-RESOLVE-BONUS-FILE-NAMES.
           DISPLAY "HW16STUB PRINTING THE OFF-CYCLE BONUS STUBS".
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
           ACCEPT WS-STUB-RPT-DSN FROM ENVIRONMENT "PAYBSTUB".
           IF WS-STUB-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BSTB.rpt"
               TO WS-STUB-RPT-DSN
           END-IF.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.

           MOVE ST-PAY-DATE(1:2) TO STUB-HDR-MM.
           MOVE ST-PAY-DATE(3:2) TO STUB-HDR-DD.
           MOVE ST-PAY-DATE(7:2) TO STUB-HDR-YY.
           PERFORM 2900-WRITE-STUB-LINE-HDR1.
           MOVE ST-EMP-NUMBER     TO STUB-HDR-EMP-NUM.
           MOVE WS-EMP-LOOKUP-NAME TO STUB-HDR-EMP-NAME.
                   PERFORM 2925-WRITE-STUB-COMMISSION
               WHEN ST-EARN-SALARY
                   PERFORM 2926-WRITE-STUB-SALARY
               WHEN ST-EARN-BONUS
                   PERFORM 2927-WRITE-STUB-BONUS
               WHEN ST-EARN-REIMBURSE
                   PERFORM 2928-WRITE-STUB-REIMB
               WHEN OTHER
                   MOVE ST-EMP-HOURS TO STUB-HOURS
                   MOVE ST-EMP-RATE  TO STUB-RATE
           WRITE STUB-REC-OUT FROM WS-STUB-SAL-LINE.
           ADD 1 TO WS-STUB-LINE-COUNT.

       2927-WRITE-STUB-BONUS.
           WRITE STUB-REC-OUT FROM WS-STUB-BONUS-LINE.
           ADD 1 TO WS-STUB-LINE-COUNT.

       2928-WRITE-STUB-REIMB.
           WRITE STUB-REC-OUT FROM WS-STUB-REIMB-LINE.
           ADD 1 TO WS-STUB-LINE-COUNT.

       2930-WRITE-STUB-COLS.
           WRITE STUB-REC-OUT FROM WS-STUB-COL-LINE.
           ADD 1 TO WS-STUB-LINE-COUNT.
