           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 EMP-DEPT-IN              PIC X(15).
          05 EMP-HIRE-DATE-IN         PIC X(06).
           RECORDING MODE IS F
           DATA RECORD IS LEAVE-BALANCE-REC.
       01 LEAVE-BALANCE-REC.
          05 LV-EMP-NUMBER            PIC X(05).
          05 LV-VAC-BALANCE           PIC 9(03)V99.
          05 LV-SICK-BALANCE          PIC 9(03)V99.
          05 LV-LAST-PAY-YEAR         PIC X(02).
           RECORDING MODE IS F
           DATA RECORD IS FINAL-PAY-REC.
       01 FINAL-PAY-REC.
          05 FP-PAY-DATE              PIC X(08).
          05 FP-EMP-NUMBER            PIC X(05).
          05 FP-EMP-HOURS             PIC 9(03)V99.
          05 FP-EMP-RATE              PIC 9(02)V99.
          05 FP-EMP-DEDUCTIONS        PIC X(01).
          05 FP-RATE-CODE             PIC X(02).
           RECORDING MODE IS F
           DATA RECORD IS FINAL-PAY-CONTROL-REC.
       01 FINAL-PAY-CONTROL-REC.
          05 FPC-EMP-NUMBER           PIC X(05).
          05 FPC-PAID-DATE            PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-EMP-SUB                 PIC 9(03).
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 100 TIMES.
              10 WS-EMP-NUM           PIC X(05).
              10 WS-EMP-HIRE          PIC X(06).
              10 WS-EMP-TERM          PIC X(06).
              10 WS-EMP-RATE          PIC 9(02)V99.
       01  WS-LEAVE-SUB               PIC 9(03).
       01  WS-LEAVE-TABLE.
           05 WS-LEAVE-ENTRY OCCURS 200 TIMES.
              10 WS-LV-EMP            PIC X(05).
              10 WS-LV-VAC            PIC 9(03)V99.
              10 WS-LV-SICK           PIC 9(03)V99.
              10 WS-LV-YEAR           PIC X(02).
       01  WS-FPC-SUB                 PIC 9(03).
       01  WS-FPC-TABLE.
           05 WS-FPC-ENTRY OCCURS 200 TIMES.
              10 WS-FPC-EMP           PIC X(05).
       01  WS-ALREADY-PAID-SW         PIC X(01).
           88 FINAL-ALREADY-PAID            VALUE "Y".

       01  WS-FOUND-RATE              PIC 9(02)V99.
       01  WS-FOUND-RCODE             PIC X(02).
       01  WS-TERM-DATE               PIC X(06).
      * THE TERMINATION DATE WITH ITS CENTURY, FOR THE FEED'S
      * MMDDCCYY PAY DATE -- SAME 70 PIVOT HW16NB USES.
       01  WS-TERM-PAY-DATE           PIC X(08).
      * A SALARIED EMPLOYEE CARRIES ZEROS IN THE HOURLY RATE, SO
      * THE LEAVE HOURS ARE VALUED AT THE PERIOD SALARY OVER THE
      * STANDARD 80-HOUR PAY PERIOD.

       2100-PAY-OUT-BALANCES.
           MOVE WS-EMP-TERM(WS-EMP-SUB)  TO WS-TERM-DATE.
           MOVE WS-TERM-DATE(1:4)        TO WS-TERM-PAY-DATE(1:4).
           MOVE WS-TERM-DATE(5:2)        TO WS-TERM-PAY-DATE(7:2).
           IF WS-TERM-DATE(5:2) >= "70"
               MOVE "19" TO WS-TERM-PAY-DATE(5:2)
           ELSE
               MOVE "20" TO WS-TERM-PAY-DATE(5:2)
           END-IF.
           MOVE WS-EMP-RATE(WS-EMP-SUB)  TO WS-FOUND-RATE.
           MOVE WS-EMP-RCODE(WS-EMP-SUB) TO WS-FOUND-RCODE.
      * VALUE A SALARIED EMPLOYEE'S HOURS AT THE PERIOD SALARY
                   ELSE
                       MOVE WS-PAYOUT-HOURS TO WS-CHUNK-HOURS
                   END-IF
                   MOVE WS-TERM-PAY-DATE TO FP-PAY-DATE
                   MOVE WS-EMP-NUM(WS-EMP-SUB) TO FP-EMP-NUMBER
                   MOVE WS-CHUNK-HOURS TO FP-EMP-HOURS
                   MOVE WS-FOUND-RATE  TO FP-EMP-RATE
