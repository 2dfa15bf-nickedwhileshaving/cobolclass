      *when it does not, the bank-hold flag is raised so HW16DD and
      *HW16GL refuse to run, exactly as an out-of-balance HW16NB
      *run holds them today.
      *The company control totals (one TRC row per company, the
      *shape HW16NB writes) are rebuilt here for the merged file,
      *since each stream run only saw its own departments.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANK-HOLD-STATUS.

           SELECT COMPANY-CONTROL-OUT ASSIGN TO WS-CO-CONTROL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CO-CONTROL-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM THE ENVIRONMENT VARIABLES BELOW, FALLING BACK TO
      *  DEVELOPMENT DEFAULTS SHOWN THERE WHEN A VARIABLE IS NOT SET:
      *      PAYSOUT1..PAYSOUT4 (STREAM OUTPUTS)   PAYOUT
      *      PAYCHKC   PAYCREG   PAYHOLD   PAYCOTL

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS STREAM-REC-IN.
       01 STREAM-REC-IN.
          05 MRG-EMP-OUT.
             10 MRG-PAY-DATE          PIC X(08).
             10 MRG-EMP-NUMBER        PIC X(05).
             10 FILLER                PIC X(13).
          05 MRG-CALCULATED.
             10 MRG-GROSS             PIC 9(06)V99.
             10 MRG-SSN-MED           PIC 9(05)V99.
             10 MRG-STATE             PIC 9(05)V99.
             10 MRG-LOCAL             PIC 9(05)V99.
             10 MRG-FED               PIC 9(05)V99.
             10 MRG-NET               PIC 9(06)V99.
          05 MRG-EXTENSION.
             10 FILLER                PIC X(66).
             10 MRG-COMPANY           PIC X(02).
       01 STREAM-TRAILER-IN REDEFINES STREAM-REC-IN.
          05 STRL-ID                  PIC X(03).
          05 STRL-RECORD-COUNT        PIC 9(07).
          05 STRL-TOTAL-GROSS         PIC 9(09)V99.
          05 STRL-TOTAL-NET           PIC 9(09)V99.
          05 FILLER                   PIC X(106).

       FD  PAYROLL-OUT
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-REC-OUT.
       01 PAYROLL-REC-OUT             PIC X(138).
       01 PAYROLL-TRAILER-REC.
          05 TRAILER-ID               PIC X(03) VALUE "TRL".
          05 TRAILER-RECORD-COUNT     PIC 9(07).
           DATA RECORD IS CHECK-REGISTER-REC.
       01 CHECK-REGISTER-REC.
          05 CREG-CHECK-NUMBER        PIC 9(07).
          05 CREG-PAY-DATE            PIC X(08).
          05 CREG-EMP-NUMBER          PIC X(05).
          05 CREG-AMOUNT              PIC 9(06)V99.
          05 CREG-STATUS              PIC X(01).
          05 CREG-CHECK-TYPE          PIC X(01).
          05 CREG-COMPANY             PIC X(02).

       FD  BANK-HOLD-FLAG
           RECORDING MODE IS F
           DATA RECORD IS BANK-HOLD-FLAG-REC.
       01 BANK-HOLD-FLAG-REC          PIC X(80).

       FD  COMPANY-CONTROL-OUT
           RECORDING MODE IS F
           DATA RECORD IS COMPANY-CONTROL-REC.
       01 COMPANY-CONTROL-REC.
          05 COTL-ID                  PIC X(03).
          05 COTL-COMPANY             PIC X(02).
          05 COTL-RECORD-COUNT        PIC 9(07).
          05 COTL-TOTAL-GROSS         PIC 9(09)V99.
          05 COTL-TOTAL-NET           PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       01  WS-STREAM-IN-DSN           PIC X(80).
       01  WS-PAYROLL-OUT-DSN         PIC X(80).
       01  WS-CHECK-CTL-STATUS        PIC X(02) VALUE "00".
       01  WS-CHECK-REG-STATUS        PIC X(02) VALUE "00".
       01  WS-BANK-HOLD-STATUS        PIC X(02) VALUE "00".
       01  WS-CO-CONTROL-DSN          PIC X(80).
       01  WS-CO-CONTROL-STATUS       PIC X(02) VALUE "00".

      * PER-COMPANY TOTALS OF THE MERGED DETAILS.  ALL-BLANK CODES
      * MEAN THE STREAMS CAME FROM A SINGLE-COMPANY SHOP, WHICH
      * KEEPS NO COMPANY CONTROL FILE.
       01  WS-COTL-COUNT              PIC 9(02) VALUE 0.
       01  WS-COTL-SUB                PIC 9(02).
       01  WS-COTL-FOUND-SUB          PIC 9(02).
       01  WS-COTL-TABLE.
           05 WS-COTL-ENTRY OCCURS 20 TIMES.
              10 WS-COTL-CODE         PIC X(02).
              10 WS-COTL-RECORDS      PIC 9(07).
              10 WS-COTL-GROSS        PIC 9(09)V99.
              10 WS-COTL-NET          PIC 9(09)V99.
       01  WS-COMPANY-CODED-SW        PIC X(01) VALUE "N".
           88 COMPANY-CODED                  VALUE "Y".

       01  WS-STREAM-DSN-TABLE.
           05 WS-STREAM-DSN OCCURS 4 TIMES PIC X(80).
               UNTIL WS-STREAM-SUB > 4.
           PERFORM 5000-WRITE-MERGED-TRAILER.
           CLOSE PAYROLL-OUT CHECK-REGISTER.
           IF COMPANY-CODED
               PERFORM 5100-WRITE-COMPANY-CONTROL
           END-IF.
           PERFORM 6600-WRITE-CHECK-CONTROL.
           PERFORM 6400-WRITE-BANK-HOLD-FLAG.
           DISPLAY "STREAMS MERGED : " WS-STREAMS-READ.
           MOVE "C:\school\cobol\cobolclass\master\data\HW16CREG.dat"
               TO WS-CHECK-REG-DSN
           END-IF.
           ACCEPT WS-CO-CONTROL-DSN FROM ENVIRONMENT "PAYCOTL".
           IF WS-CO-CONTROL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16COTL.dat"
               TO WS-CO-CONTROL-DSN
           END-IF.
           ACCEPT WS-BANK-HOLD-DSN FROM ENVIRONMENT "PAYHOLD".
           IF WS-BANK-HOLD-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16HOLD.dat"
           MOVE MRG-EMP-NUMBER       TO CREG-EMP-NUMBER.
           MOVE MRG-NET              TO CREG-AMOUNT.
           MOVE "I"                  TO CREG-STATUS.
           MOVE SPACE                TO CREG-CHECK-TYPE.
           MOVE MRG-COMPANY          TO CREG-COMPANY.
           WRITE CHECK-REGISTER-REC.
           ADD 1 TO WS-NEXT-CHECK-NUMBER.
           PERFORM 6600-WRITE-CHECK-CONTROL.
           PERFORM 2200-ADD-COMPANY-TOTAL.

       2200-ADD-COMPANY-TOTAL.
           IF MRG-COMPANY NOT = SPACES
               MOVE "Y" TO WS-COMPANY-CODED-SW
           END-IF.
           MOVE 0 TO WS-COTL-FOUND-SUB.
           PERFORM VARYING WS-COTL-SUB FROM 1 BY 1
               UNTIL WS-COTL-SUB > WS-COTL-COUNT
               IF WS-COTL-CODE(WS-COTL-SUB) = MRG-COMPANY
                   MOVE WS-COTL-SUB TO WS-COTL-FOUND-SUB
                   MOVE WS-COTL-COUNT TO WS-COTL-SUB
               END-IF
           END-PERFORM.
           IF WS-COTL-FOUND-SUB = 0 AND WS-COTL-COUNT < 20
               ADD 1 TO WS-COTL-COUNT
               MOVE WS-COTL-COUNT TO WS-COTL-FOUND-SUB
               MOVE MRG-COMPANY TO WS-COTL-CODE(WS-COTL-FOUND-SUB)
               MOVE 0 TO WS-COTL-RECORDS(WS-COTL-FOUND-SUB)
                         WS-COTL-GROSS(WS-COTL-FOUND-SUB)
                         WS-COTL-NET(WS-COTL-FOUND-SUB)
           END-IF.
           IF WS-COTL-FOUND-SUB > 0
               ADD 1 TO WS-COTL-RECORDS(WS-COTL-FOUND-SUB)
               ADD MRG-GROSS TO WS-COTL-GROSS(WS-COTL-FOUND-SUB)
               ADD MRG-NET   TO WS-COTL-NET(WS-COTL-FOUND-SUB)
           ELSE
               DISPLAY "MORE THAN 20 COMPANIES IN THE STREAMS -- "
                   MRG-COMPANY " NOT TOTALLED"
               SET MERGE-NOT-BALANCED TO TRUE
           END-IF.

       5000-WRITE-MERGED-TRAILER.
           MOVE "TRL"           TO TRAILER-ID.
               SET MERGE-NOT-BALANCED TO TRUE
           END-IF.

       5100-WRITE-COMPANY-CONTROL.
           OPEN OUTPUT COMPANY-CONTROL-OUT.
           IF WS-CO-CONTROL-STATUS NOT = "00"
               DISPLAY "COMPANY CONTROL FILE NOT WRITTEN - STATUS "
                   WS-CO-CONTROL-STATUS
               SET MERGE-NOT-BALANCED TO TRUE
           ELSE
               PERFORM VARYING WS-COTL-SUB FROM 1 BY 1
                   UNTIL WS-COTL-SUB > WS-COTL-COUNT
                   MOVE "TRC" TO COTL-ID
                   MOVE WS-COTL-CODE(WS-COTL-SUB) TO COTL-COMPANY
                   MOVE WS-COTL-RECORDS(WS-COTL-SUB)
                       TO COTL-RECORD-COUNT
                   MOVE WS-COTL-GROSS(WS-COTL-SUB) TO COTL-TOTAL-GROSS
                   MOVE WS-COTL-NET(WS-COTL-SUB)   TO COTL-TOTAL-NET
                   WRITE COMPANY-CONTROL-REC
               END-PERFORM
               CLOSE COMPANY-CONTROL-OUT
           END-IF.

       6600-WRITE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CONTROL.
           MOVE WS-NEXT-CHECK-NUMBER TO CTL-NEXT-CHECK-NUMBER.
