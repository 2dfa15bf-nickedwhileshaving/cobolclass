      * AMOUNT IN THE HOURS/RATE POSITIONS -- SO IT FLOWS THROUGH
      * THE NORMAL TAX CALCULATIONS, PAYROLL-OUT, AND YEAR-END
      * PROCESSING INSTEAD OF A MANUAL CHECK OUTSIDE PAYROLL.
      * THE SALESPERSON FILE STILL CARRIES THE THREE-DIGIT EMPLOYEE
      * NUMBER; IT IS ZERO-FILLED ON THE LEFT TO THE PAYROLL'S FIVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-FEED-REC.
       01  PAYROLL-FEED-REC.
           05 PF-PAY-DATE              PIC X(08).
           05 PF-EMP-NUMBER            PIC X(05).
           05 PF-AMOUNT                PIC 9(07)V99.
           05 PF-DEDUCTIONS            PIC X(01).
           05 PF-RATE-CODE             PIC X(02).
           05 PF-EARN-TYPE             PIC X(01).
       01  WS-CSUM-STATUS             PIC X(02) VALUE "00".
       01  WS-FEED-STATUS             PIC X(02) VALUE "00".

       01  WS-PAY-DATE-IN             PIC X(08).
       01  WS-FEED-COUNT              PIC 9(04) VALUE 0.
       01  WS-SKIPPED-COUNT           PIC 9(04) VALUE 0.

           MOVE "C:\school\cobol\cobolclass\master\data\HW16CFED.dat"
               TO WS-FEED-DSN
           END-IF.
           DISPLAY "PAY DATE FOR THE COMMISSION RECORDS (MMDDCCYY): "
               WITH NO ADVANCING.
           ACCEPT WS-PAY-DATE-IN.
           IF WS-PAY-DATE-IN IS NOT NUMERIC
                   CONTINUE
               ELSE
                   MOVE WS-PAY-DATE-IN   TO PF-PAY-DATE
                   MOVE "00"             TO PF-EMP-NUMBER(1:2)
                   MOVE CSUM-EMP-NUMBER  TO PF-EMP-NUMBER(3:3)
                   MOVE CSUM-COMM-AMOUNT TO PF-AMOUNT
                   MOVE SPACE            TO PF-DEDUCTIONS
                   MOVE SPACES           TO PF-RATE-CODE
