           DATA RECORD IS PAYROLL-HIST-REC.
       01 PAYROLL-HIST-REC.
          05 HIST-KEY.
             10 HIST-EMP-NUMBER       PIC X(05).
             10 HIST-PAY-DATE         PIC X(08).
             10 HIST-EARN-TYPE         PIC X(01).
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
       01  WS-PAY-HIST-DSN            PIC X(80).
       01  WS-PAY-HIST-STATUS         PIC X(02) VALUE "00".

       01  WS-INQ-EMP-NUM             PIC X(05).
           88 INQ-EXIT                      VALUE "X    ", "x    ".
       01  WS-INQ-PAYMENT-COUNT       PIC 9(05).
       01  WS-INQ-TOTAL-GROSS         PIC 9(07)V99.
       01  WS-INQ-TOTAL-NET           PIC 9(07)V99.
              10 FILLER               PIC X(01) VALUE "/".
              10 INQ-DATE-YY          PIC X(02).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 INQ-HOURS               PIC ZZ9.99.
           05 FILLER                  PIC X(05) VALUE " HRS ".
           05 INQ-GROSS               PIC $$$,$$9.99.
           05 FILLER                  PIC X(04) VALUE " WH ".
           05 INQ-WITHHELD            PIC $$$,$$9.99.
           05 FILLER                  PIC X(05) VALUE " DED ".
           05 INQ-OPT-DEDUCT          PIC $$$,$$9.99.
           05 FILLER                  PIC X(05) VALUE " NET ".
           05 INQ-NET                 PIC $$$,$$9.99.
           05 FILLER                  PIC X(07) VALUE " MATCH ".
           05 INQ-ER-MATCH            PIC $$$,$$9.99.

       01  WS-INQ-WITHHELD            PIC 9(06)V99.

       PROCEDURE DIVISION.

           ADD HIST-NET   TO WS-INQ-TOTAL-NET.
           MOVE HIST-PAY-DATE(1:2) TO INQ-DATE-MM.
           MOVE HIST-PAY-DATE(3:2) TO INQ-DATE-DD.
           MOVE HIST-PAY-DATE(7:2) TO INQ-DATE-YY.
           MOVE HIST-HOURS TO INQ-HOURS.
           MOVE HIST-GROSS TO INQ-GROSS.
           COMPUTE WS-INQ-WITHHELD = HIST-SSN-MED + HIST-STATE
