       FD  PAYROLL-YTD
           DATA RECORD IS PAYROLL-YTD-REC.
       01 PAYROLL-YTD-REC.
          05 YTD-EMP-NUMBER           PIC X(05).
          05 YTD-GROSS                PIC 9(07)V99.
          05 YTD-SS-TAXABLE-GROSS     PIC 9(07)V99.

           DATA RECORD IS PAYROLL-HIST-REC.
       01 PAYROLL-HIST-REC.
          05 HIST-KEY.
             10 HIST-EMP-NUMBER       PIC X(05).
             10 HIST-PAY-DATE         PIC X(08).
             10 HIST-EARN-TYPE        PIC X(01).
          05 HIST-HOURS               PIC 9(03)V99.
          05 HIST-RATE                PIC 9(02)V99.
          05 HIST-GROSS               PIC 9(06)V99.
          05 HIST-SSN-MED             PIC 9(05)V99.
          05 HIST-STATE               PIC 9(05)V99.
          05 HIST-LOCAL               PIC 9(05)V99.
          05 HIST-FED                 PIC 9(05)V99.
          05 HIST-OPT-DEDUCT          PIC 9(06)V99.
          05 HIST-NET                 PIC 9(06)V99.
          05 HIST-ER-MATCH            PIC 9(06)V99.
          05 HIST-FIT-WAGES           PIC 9(06)V99.
          05 HIST-SS-WAGES            PIC 9(06)V99.
          05 HIST-MED-WAGES           PIC 9(06)V99.

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-DSN             PIC X(80).
           OPEN OUTPUT PAYROLL-YTD.
           READ BACKUP-FILE.
           PERFORM UNTIL WS-BACKUP-STATUS > "00"
               MOVE BACKUP-REC(1:23) TO PAYROLL-YTD-REC
               WRITE PAYROLL-YTD-REC
               READ BACKUP-FILE
           END-PERFORM.
           PERFORM UNTIL WS-PAYROLL-YTD-STATUS > "00"
               ADD 1 TO WS-REC-COUNT
               MOVE SPACES TO WS-FLAT-IMAGE
               MOVE PAYROLL-YTD-REC TO WS-FLAT-IMAGE(1:23)
               PERFORM 1500-HASH-THE-IMAGE
               READ PAYROLL-YTD NEXT RECORD
                   AT END MOVE "10" TO WS-PAYROLL-YTD-STATUS
           OPEN OUTPUT PAYROLL-HISTORY.
           READ BACKUP-FILE.
           PERFORM UNTIL WS-BACKUP-STATUS > "00"
               MOVE BACKUP-REC(1:107) TO PAYROLL-HIST-REC
               WRITE PAYROLL-HIST-REC
               READ BACKUP-FILE
           END-PERFORM.
           PERFORM UNTIL WS-PAY-HIST-STATUS > "00"
               ADD 1 TO WS-REC-COUNT
               MOVE SPACES TO WS-FLAT-IMAGE
               MOVE PAYROLL-HIST-REC TO WS-FLAT-IMAGE(1:107)
               PERFORM 1500-HASH-THE-IMAGE
               READ PAYROLL-HISTORY NEXT RECORD
                   AT END MOVE "10" TO WS-PAY-HIST-STATUS
