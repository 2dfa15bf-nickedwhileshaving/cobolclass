           DATA RECORD IS PAYROLL-REC-IN-WC.
       01 PAYROLL-REC-IN-WC.
          05 WC-EMP-OUT.
             10 WC-PAY-DATE           PIC X(08).
             10 WC-EMP-NUMBER         PIC X(05).
             10 WC-EMP-HOURS          PIC 9(03)V99.
             10 WC-EMP-RATE           PIC 9(02)V99.
             10 WC-EMP-DEDUCTIONS     PIC X(01).
             10 WC-RATE-CODE          PIC X(02).
             10 WC-EARN-TYPE          PIC X(01).
                88 WC-EARN-REGULAR        VALUE "R" " ".
                88 WC-EARN-COMMISSION     VALUE "C".
                88 WC-EARN-REIMBURSE      VALUE "E".
          05 WC-CALCULATED.
             10 WC-GROSS              PIC 9(06)V99.
             10 WC-SSN-MED            PIC 9(05)V99.
             10 WC-STATE              PIC 9(05)V99.
             10 WC-LOCAL              PIC 9(05)V99.
             10 WC-FED                PIC 9(05)V99.
             10 WC-NET                PIC 9(06)V99.

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
              10 WS-EMP-TABLE-CLASS   PIC X(04).
       01  WS-EMP-LOOKUP-CLASS        PIC X(04).

           05 WS-CLS-ENTRY OCCURS 51 TIMES.
              10 WS-CLS-CODE          PIC X(04).
              10 WS-CLS-WAGES         PIC 9(09)V99.
       01  WS-OT-HOURS                PIC 9(03)V99.
       01  WS-OT-PREMIUM              PIC 9(06)V99.
       01  WS-COMP-WAGES              PIC 9(06)V99.
       01  WS-TOTAL-WAGES             PIC 9(09)V99 VALUE 0.
       01  WS-CLASS-PREMIUM           PIC 9(07)V99.
       01  WS-TOTAL-PREMIUM           PIC 9(07)V99 VALUE 0.
           PERFORM 1000-INITIALIZE.
           READ PAYROLL-OUT-IN.
           PERFORM UNTIL WS-PAYROLL-OUT-IN-STATUS > "00"
      * AN EXPENSE REIMBURSEMENT IS NOT PAYROLL FOR THE PREMIUM.
               IF WC-PAY-DATE(1:3) NOT = "TRL"
                   AND NOT WC-EARN-REIMBURSE
                   PERFORM 2000-CLASSIFY-PAYMENT
               END-IF
               READ PAYROLL-OUT-IN
