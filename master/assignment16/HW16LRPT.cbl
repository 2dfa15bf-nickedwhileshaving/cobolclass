           RECORDING MODE IS F
           DATA RECORD IS LEAVE-BALANCE-REC.
       01 LEAVE-BALANCE-REC.
          05 LV-EMP-NUMBER            PIC X(05).
          05 LV-VAC-BALANCE           PIC 9(03)V99.
          05 LV-SICK-BALANCE          PIC 9(03)V99.
          05 LV-LAST-PAY-YEAR         PIC X(02).
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 EMP-DEPT-IN              PIC X(15).
          05 EMP-HIRE-DATE-IN         PIC X(06).
       01  WS-LEAVE-SUB               PIC 9(03).
       01  WS-LEAVE-TABLE.
           05 WS-LEAVE-ENTRY OCCURS 200 TIMES.
              10 WS-LV-EMP            PIC X(05).
              10 WS-LV-VAC            PIC 9(03)V99.
              10 WS-LV-SICK           PIC 9(03)V99.
       01  WS-LV-FOUND-VAC            PIC 9(03)V99.
       01  WS-EMP-SORT-SUB2           PIC 9(03).
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 100 TIMES.
              10 WS-EMP-NUM           PIC X(05).
              10 WS-EMP-NAME          PIC X(20).
              10 WS-EMP-DEPT          PIC X(15).
       01  WS-EMP-SORT-HOLD.
           05 WS-HOLD-NUM             PIC X(05).
           05 WS-HOLD-NAME            PIC X(20).
           05 WS-HOLD-DEPT            PIC X(15).

           "LEAVE BALANCES BY DEPARTMENT -- HW16LRPT".
       01  WS-LRPT-HDR2.
           05 FILLER                  PIC X(17) VALUE "DEPARTMENT".
           05 FILLER                  PIC X(07) VALUE "EMP".
           05 FILLER                  PIC X(22) VALUE "NAME".
           05 FILLER                  PIC X(12) VALUE "VACATION".
           05 FILLER                  PIC X(10) VALUE "SICK".
       01  WS-LRPT-DETAIL.
           05 LRD-DEPT                PIC X(15).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 LRD-EMP                 PIC X(05).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 LRD-NAME                PIC X(20).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
                   VALUE "DEPT SUBTOTAL".
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 LRS-COUNT               PIC ZZ9.
           05 FILLER                  PIC X(26) VALUE " EMPLOYEES".
           05 LRS-VAC                 PIC ZZZZ9.99.
           05 FILLER                  PIC X(04) VALUE ALL SPACES.
           05 LRS-SICK                PIC ZZZZ9.99.
