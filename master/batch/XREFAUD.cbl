           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC.
       01 EMPLOYEE-MASTER-REC.
          05 EM-EMP-NUMBER            PIC X(05).
          05 FILLER                   PIC X(41).
          05 EM-TERM-DATE             PIC X(06).
          05 FILLER                   PIC X(105).
       01 EMPLOYEE-MASTER-IMAGE REDEFINES EMPLOYEE-MASTER-REC
                                      PIC X(157).

       FD  EMPLOYEE-MASTER-X
           DATA RECORD IS EMPLOYEE-MASTER-X-REC.
       01 EMPLOYEE-MASTER-X-REC.
          05 EMPX-EMP-NUMBER          PIC X(05).
          05 EMPX-NAME                PIC X(20).
          05 EMPX-DEPT                PIC X(15).
          05 EMPX-HIRE-DATE           PIC X(06).
          05 EMPX-COMP-CLASS          PIC X(04).
          05 EMPX-PAY-TYPE            PIC X(01).
          05 EMPX-PERIOD-SALARY       PIC X(08).
          05 EMPX-SSN                 PIC X(09).
          05 EMPX-STREET              PIC X(30).
          05 EMPX-CITY                PIC X(20).
          05 EMPX-ADDR-STATE          PIC X(02).
          05 EMPX-ZIP                 PIC X(09).
          05 EMPX-BURDEN-PCT          PIC X(04).
          05 EMPX-COMPANY             PIC X(02).

       FD  DEDUCTION-MASTER-IN
           RECORDING MODE IS F
           DATA RECORD IS DEDUCTION-MASTER-REC.
       01 DEDUCTION-MASTER-REC.
          05 DED-EMP-NUMBER           PIC X(05).
          05 DED-TYPE                 PIC X(04).
          05 FILLER                   PIC X(28).

       FD  LEAVE-BALANCE-IN
           RECORDING MODE IS F
           DATA RECORD IS LEAVE-BALANCE-REC.
       01 LEAVE-BALANCE-REC.
          05 LV-EMP-NUMBER            PIC X(05).
          05 FILLER                   PIC X(12).

       FD  CUSTOMER-MASTER-IN
           DATA RECORD IS CUSTOMER-MASTER-REC.
       01 CUSTOMER-MASTER-REC.
          05 CM-CUST-NUMBER           PIC X(05).
          05 FILLER                   PIC X(66).

       FD  AR-OPEN-ITEM
           RECORDING MODE IS F
          05 OH-ORDER-ID              PIC X(05).
          05 FILLER                   PIC X(18).
          05 OH-SALESPERSON-ID        PIC X(03).
          05 FILLER                   PIC X(03).

       FD  SALESPERSON-MASTER-IN
           RECORDING MODE IS F
       01  WS-EMP-SUB                 PIC 9(03).
       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 200 TIMES.
              10 WS-EMP-NUM           PIC X(05).
              10 WS-EMP-TERM          PIC X(06).
              10 WS-EMP-IMAGE         PIC X(157).
              10 WS-EMP-SEEN-IN-X     PIC X(01).

       01  WS-CUST-COUNT              PIC 9(03) VALUE 0.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-NUM(WS-EMP-SUB) = WS-LOOK-KEY(1:5)
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE WS-EMP-COUNT TO WS-EMP-SUB
               END-IF
           PERFORM UNTIL XREF-KEY-FOUND
                      OR WS-EMP-SUB >= WS-EMP-COUNT
               ADD 1 TO WS-EMP-SUB
               IF WS-EMP-NUM(WS-EMP-SUB) = WS-LOOK-KEY(1:5)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM.
               READ DEDUCTION-MASTER-IN
               PERFORM UNTIL WS-DED-STATUS > "00"
                   MOVE SPACES TO WS-LOOK-KEY
                   MOVE DED-EMP-NUMBER TO WS-LOOK-KEY(1:5)
                   PERFORM 1500-FIND-EMPLOYEE
                   IF NOT XREF-KEY-FOUND
                       ADD 1 TO WS-REL-ORPHANS
               READ LEAVE-BALANCE-IN
               PERFORM UNTIL WS-LEAVE-STATUS > "00"
                   MOVE SPACES TO WS-LOOK-KEY
                   MOVE LV-EMP-NUMBER TO WS-LOOK-KEY(1:5)
                   PERFORM 1510-FIND-EMPLOYEE-KEEP-SUB
                   IF NOT XREF-KEY-FOUND
                       ADD 1 TO WS-REL-ORPHANS

       6100-COMPARE-ONE-EMPX-ROW.
           MOVE SPACES TO WS-LOOK-KEY.
           MOVE EMPX-EMP-NUMBER TO WS-LOOK-KEY(1:5).
           PERFORM 1510-FIND-EMPLOYEE-KEEP-SUB.
           IF NOT XREF-KEY-FOUND
               ADD 1 TO WS-REL-ORPHANS
