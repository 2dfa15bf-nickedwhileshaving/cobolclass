           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-REC-IN.
       01 PAYROLL-REC-IN.
          05 SPL-PAY-DATE             PIC X(08).
          05 SPL-EMP-NUMBER           PIC X(05).
          05 FILLER                   PIC X(21).

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 EMP-DEPT-IN              PIC X(15).
          05 FILLER                   PIC X(41).
       FD  STREAM-1-OUT
           RECORDING MODE IS F
           DATA RECORD IS STREAM-1-REC.
       01 STREAM-1-REC                PIC X(34).

       FD  STREAM-2-OUT
           RECORDING MODE IS F
           DATA RECORD IS STREAM-2-REC.
       01 STREAM-2-REC                PIC X(34).

       FD  STREAM-3-OUT
           RECORDING MODE IS F
           DATA RECORD IS STREAM-3-REC.
       01 STREAM-3-REC                PIC X(34).

       FD  STREAM-4-OUT
           RECORDING MODE IS F
           DATA RECORD IS STREAM-4-REC.
       01 STREAM-4-REC                PIC X(34).

       FD  SPLIT-RPT-OUT
           RECORDING MODE IS F
       01  WS-EMP-TABLE-SUB           PIC 9(03).
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-TABLE-ENTRY OCCURS 100 TIMES.
              10 WS-EMP-TABLE-NUM     PIC X(05).
              10 WS-EMP-TABLE-DEPT    PIC X(15).
       01  WS-EMP-LOOKUP-DEPT         PIC X(15).

