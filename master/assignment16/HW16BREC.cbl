           DATA RECORD IS BANK-PAID-REC.
       01 BANK-PAID-REC.
          05 BPD-CHECK-NUMBER         PIC 9(07).
          05 BPD-AMOUNT               PIC 9(06)V99.
          05 BPD-PAID-DATE            PIC X(08).

       FD  CHECK-REGISTER
           DATA RECORD IS CHECK-REGISTER-REC.
       01 CHECK-REGISTER-REC.
          05 CREG-CHECK-NUMBER        PIC 9(07).
          05 CREG-PAY-DATE            PIC X(08).
          05 CREG-EMP-NUMBER          PIC X(05).
          05 CREG-AMOUNT              PIC 9(06)V99.
          05 CREG-STATUS              PIC X(01).
             88 CREG-ISSUED               VALUE "I".
             88 CREG-VOID                 VALUE "V".
             88 CREG-REISSUE              VALUE "R".
             88 CREG-CLEARED              VALUE "C".
          05 CREG-CHECK-TYPE          PIC X(01).
          05 CREG-COMPANY             PIC X(02).

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 FILLER                   PIC X(56).

       01  WS-REGISTER-TABLE.
           05 WS-REG-ENTRY OCCURS 5000 TIMES.
              10 WS-REG-CHECK-NUM     PIC 9(07).
              10 WS-REG-PAY-DATE      PIC X(08).
              10 WS-REG-EMP-NUM       PIC X(05).
              10 WS-REG-AMOUNT        PIC 9(06)V99.
              10 WS-REG-STATUS        PIC X(01).
              10 WS-REG-CHECK-TYPE    PIC X(01).
                 88 WS-REG-MANUAL-CHECK      VALUE "M".
                 88 WS-REG-HANDWRITTEN-CHECK VALUE "H".
              10 WS-REG-COMPANY       PIC X(02).

       01  WS-EMP-MASTER-COUNT        PIC 9(03) VALUE 0.
       01  WS-EMP-TABLE-SUB           PIC 9(03).
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-TABLE-ENTRY OCCURS 100 TIMES.
              10 WS-EMP-TABLE-NUM     PIC X(05).
              10 WS-EMP-TABLE-NAME    PIC X(20).
       01  WS-EMP-LOOKUP-NAME         PIC X(20).

           05 WS-CD-YY                PIC X(02).
           05 WS-CD-MM                PIC X(02).
           05 WS-CD-DD                PIC X(02).

       01  WS-PAID-COUNT              PIC 9(05) VALUE 0.
       01  WS-CLEARED-COUNT           PIC 9(05) VALUE 0.
       01  WS-MANUAL-CLEARED-COUNT    PIC 9(05) VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(05) VALUE 0.
       01  WS-STALE-COUNT             PIC 9(05) VALUE 0.
       01  WS-ESCHEAT-COUNT           PIC 9(05) VALUE 0.
           05 EXL-TAG                 PIC X(18).
           05 EXL-CHECK-NUM           PIC 9(07).
           05 FILLER                  PIC X(06) VALUE " BANK ".
           05 EXL-BANK-AMT            PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(10) VALUE " REGISTER ".
           05 EXL-REG-AMT             PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 EXL-NOTE                PIC X(20).

       01  WS-ESCHEAT-LINE.
           05 ESL-CHECK-NUM           PIC 9(07).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ESL-EMP-NUM             PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ESL-EMP-NAME            PIC X(20).
           05 FILLER                  PIC X(06) VALUE " DATE ".
           05 ESL-PAY-DATE            PIC X(08).
           05 FILLER                  PIC X(05) VALUE " AMT ".
           05 ESL-AMOUNT              PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ESL-DAYS                PIC ZZZZ9.
           05 FILLER                  PIC X(09) VALUE " DAYS OLD".
           CLOSE RECON-RPT-OUT ESCHEAT-RPT-OUT.
           DISPLAY "PAID ITEMS READ : " WS-PAID-COUNT.
           DISPLAY "CHECKS CLEARED  : " WS-CLEARED-COUNT.
           DISPLAY "  MANUAL/HANDWR : " WS-MANUAL-CLEARED-COUNT.
           DISPLAY "EXCEPTIONS      : " WS-EXCEPTION-COUNT.
           DISPLAY "STALE CHECKS    : " WS-STALE-COUNT.
           DISPLAY "ESCHEAT CHECKS  : " WS-ESCHEAT-COUNT.
                       TO WS-REG-EMP-NUM(WS-REG-SUB)
                   MOVE CREG-AMOUNT TO WS-REG-AMOUNT(WS-REG-SUB)
                   MOVE CREG-STATUS TO WS-REG-STATUS(WS-REG-SUB)
                   MOVE CREG-CHECK-TYPE
                       TO WS-REG-CHECK-TYPE(WS-REG-SUB)
                   MOVE CREG-COMPANY
                       TO WS-REG-COMPANY(WS-REG-SUB)
                   READ CHECK-REGISTER
               END-PERFORM
               IF WS-REG-COUNT >= 5000
                   MOVE "C" TO WS-REG-STATUS(WS-REG-FOUND-SUB)
                   MOVE "Y" TO WS-REGISTER-CHANGED-SW
                   ADD 1 TO WS-CLEARED-COUNT
                   IF WS-REG-CHECK-TYPE(WS-REG-FOUND-SUB) NOT = SPACE
                       ADD 1 TO WS-MANUAL-CLEARED-COUNT
                   END-IF
           END-EVALUATE.

       2900-WRITE-EXCEPTION.
           MOVE BPD-CHECK-NUMBER TO EXL-CHECK-NUM.
           MOVE BPD-AMOUNT       TO EXL-BANK-AMT.
           MOVE SPACES           TO EXL-NOTE.
           IF BREC-CHECK-FOUND
               PERFORM 2950-NOTE-CHECK-TYPE
           END-IF.
           WRITE RECON-RPT-REC FROM WS-EXCEPTION-LINE.

      * A CHECK WRITTEN OUTSIDE THE PAYROLL RUN IS NAMED ON ITS
      * EXCEPTION LINE -- A HANDWRITTEN AMOUNT IS THE USUAL CAUSE OF
      * A MISMATCH, AND THE MANUAL-CHECK FILE IS WHERE TO LOOK.
       2950-NOTE-CHECK-TYPE.
           EVALUATE TRUE
               WHEN WS-REG-MANUAL-CHECK(WS-REG-FOUND-SUB)
                   MOVE "MANUAL CHECK" TO EXL-NOTE
               WHEN WS-REG-HANDWRITTEN-CHECK(WS-REG-FOUND-SUB)
                   MOVE "HANDWRITTEN CHECK" TO EXL-NOTE
               WHEN OTHER
                   MOVE SPACES TO EXL-NOTE
           END-EVALUATE.

      * ANYTHING STILL ISSUED OR REISSUED AFTER THE MATCHING PASS IS
      * OUTSTANDING.  PAST THE STALE DATE IT IS AN EXCEPTION; PAST
      * THE ESCHEATMENT THRESHOLD IT GOES TO THE UNCLAIMED-WAGES

       4100-AGE-ONE-CHECK.
           IF WS-REG-PAY-DATE(WS-REG-SUB) IS NUMERIC
               MOVE WS-REG-PAY-DATE(WS-REG-SUB)(5:2) TO WS-CD-CC
               MOVE WS-REG-PAY-DATE(WS-REG-SUB)(7:2) TO WS-CD-YY
               MOVE WS-REG-PAY-DATE(WS-REG-SUB)(1:2) TO WS-CD-MM
               MOVE WS-REG-PAY-DATE(WS-REG-SUB)(3:2) TO WS-CD-DD
               COMPUTE WS-CHECK-INT
                   = FUNCTION INTEGER-OF-DATE(WS-CHECK-CCYYMMDD)
               COMPUTE WS-CHECK-AGE-DAYS
                       TO EXL-CHECK-NUM
                   MOVE ZEROS TO EXL-BANK-AMT
                   MOVE WS-REG-AMOUNT(WS-REG-SUB) TO EXL-REG-AMT
                   MOVE WS-REG-SUB TO WS-REG-FOUND-SUB
                   PERFORM 2950-NOTE-CHECK-TYPE
                   WRITE RECON-RPT-REC FROM WS-EXCEPTION-LINE
               END-IF
           END-IF.
               MOVE WS-REG-EMP-NUM(WS-REG-SUB)  TO CREG-EMP-NUMBER
               MOVE WS-REG-AMOUNT(WS-REG-SUB)   TO CREG-AMOUNT
               MOVE WS-REG-STATUS(WS-REG-SUB)   TO CREG-STATUS
               MOVE WS-REG-CHECK-TYPE(WS-REG-SUB)
                   TO CREG-CHECK-TYPE
               MOVE WS-REG-COMPANY(WS-REG-SUB)  TO CREG-COMPANY
               WRITE CHECK-REGISTER-REC
           END-PERFORM.
           CLOSE CHECK-REGISTER.
