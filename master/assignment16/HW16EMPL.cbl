           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 EMP-DEPT-IN              PIC X(15).
          05 EMP-HIRE-DATE-IN         PIC X(06).
          05 EMP-COMP-CLASS-IN        PIC X(04).
          05 EMP-PAY-TYPE-IN          PIC X(01).
          05 EMP-PERIOD-SALARY-IN     PIC 9(06)V99.
          05 EMP-SSN-IN               PIC X(09).
          05 EMP-STREET-IN            PIC X(30).
          05 EMP-CITY-IN              PIC X(20).
          05 EMP-ADDR-STATE-IN        PIC X(02).
          05 EMP-ZIP-IN               PIC X(09).
          05 EMP-BURDEN-PCT-IN        PIC 9(02)V99.
          05 EMP-COMPANY-IN           PIC X(02).

       FD  EMPLOYEE-MASTER-X
           DATA RECORD IS EMPLOYEE-MASTER-X-REC.
       01 EMPLOYEE-MASTER-X-REC.
          05 EMPX-EMP-NUMBER          PIC X(05).
          05 EMPX-NAME                PIC X(20).
          05 EMPX-DEPT                PIC X(15).
          05 EMPX-HIRE-DATE           PIC X(06).
          05 EMPX-COMP-CLASS          PIC X(04).
          05 EMPX-PAY-TYPE            PIC X(01).
          05 EMPX-PERIOD-SALARY       PIC 9(06)V99.
          05 EMPX-SSN                 PIC X(09).
          05 EMPX-STREET              PIC X(30).
          05 EMPX-CITY                PIC X(20).
          05 EMPX-ADDR-STATE          PIC X(02).
          05 EMPX-ZIP                 PIC X(09).
          05 EMPX-BURDEN-PCT          PIC 9(02)V99.
          05 EMPX-COMPANY             PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-EMP-MASTER-DSN          PIC X(80).
               ELSE
                   MOVE ZEROS TO EMPX-PERIOD-SALARY
               END-IF
               MOVE EMP-SSN-IN        TO EMPX-SSN
               MOVE EMP-STREET-IN     TO EMPX-STREET
               MOVE EMP-CITY-IN       TO EMPX-CITY
               MOVE EMP-ADDR-STATE-IN TO EMPX-ADDR-STATE
               MOVE EMP-ZIP-IN        TO EMPX-ZIP
               IF EMP-BURDEN-PCT-IN IS NUMERIC
                   MOVE EMP-BURDEN-PCT-IN TO EMPX-BURDEN-PCT
               ELSE
                   MOVE ZEROS TO EMPX-BURDEN-PCT
               END-IF
               MOVE EMP-COMPANY-IN    TO EMPX-COMPANY
               WRITE EMPLOYEE-MASTER-X-REC
                   INVALID KEY
      * THE SAME EMPLOYEE NUMBER TWICE IN THE FLAT FILE -- THE
