           DATA RECORD IS PAYROLL-REC-IN-LB.
       01 PAYROLL-REC-IN-LB.
          05 LB-EMP-OUT.
             10 LB-PAY-DATE           PIC X(08).
             10 LB-EMP-NUMBER         PIC X(05).
             10 LB-EMP-HOURS          PIC 9(03)V99.
             10 LB-EMP-RATE           PIC 9(02)V99.
             10 LB-EMP-DEDUCTIONS     PIC X(01).
             10 LB-RATE-CODE          PIC X(02).
             10 LB-EARN-TYPE          PIC X(01).
                88 LB-EARN-REGULAR        VALUE "R" " ".
                88 LB-EARN-COMMISSION     VALUE "C".
                88 LB-EARN-FLAT-AMT       VALUE "C" "A" "B" "E".
                88 LB-EARN-REIMBURSE      VALUE "E".
          05 LB-CALCULATED.
             10 LB-GROSS              PIC 9(06)V99.
             10 LB-SSN-MED            PIC 9(05)V99.
             10 LB-STATE              PIC 9(05)V99.
             10 LB-LOCAL              PIC 9(05)V99.
             10 LB-FED                PIC 9(05)V99.
             10 LB-NET                PIC 9(06)V99.

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 EMP-DEPT-IN              PIC X(15).
          05 EMP-HIRE-DATE-IN         PIC X(06).
       01  WS-EMP-TABLE-SUB           PIC 9(03).
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-TABLE-ENTRY OCCURS 100 TIMES.
              10 WS-EMP-TABLE-NUM     PIC X(05).
              10 WS-EMP-TABLE-NAME    PIC X(20).
              10 WS-EMP-TABLE-DEPT    PIC X(15).
       01  WS-EMP-LOOKUP-DEPT         PIC X(15).
              10 WS-DEPT-GROSS        PIC 9(09)V99.
              10 WS-DEPT-SSMED        PIC 9(09)V99.

       01  WS-OT-HOURS                PIC 9(03)V99.
       01  WS-OT-AMOUNT               PIC 9(06)V99.
       01  WS-TOTAL-HOURS             PIC 9(07)V99 VALUE 0.
       01  WS-TOTAL-OVERTIME          PIC 9(09)V99 VALUE 0.
       01  WS-TOTAL-GROSS             PIC 9(09)V99 VALUE 0.
           PERFORM 1000-INITIALIZE.
           READ PAYROLL-OUT-IN.
           PERFORM UNTIL WS-PAYROLL-OUT-IN-STATUS > "00"
      * AN EXPENSE REIMBURSEMENT IS NOT LABOR COST.
               IF LB-PAY-DATE(1:3) NOT = "TRL"
                   AND NOT LB-EARN-REIMBURSE
                   PERFORM 2000-DISTRIBUTE-PAYMENT
               END-IF
               READ PAYROLL-OUT-IN
