           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 EMP-DEPT-IN              PIC X(15).
          05 EMP-HIRE-DATE-IN         PIC X(06).
           RECORDING MODE IS F
           DATA RECORD IS SALARY-FEED-REC.
       01 SALARY-FEED-REC.
          05 SF-PAY-DATE              PIC X(08).
          05 SF-EMP-NUMBER            PIC X(05).
          05 SF-AMOUNT                PIC 9(07)V99.
          05 SF-DEDUCTIONS            PIC X(01).
          05 SF-RATE-CODE             PIC X(02).
          05 SF-EARN-TYPE             PIC X(01).
       01  WS-EMP-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-SALARY-FEED-STATUS      PIC X(02) VALUE "00".

       01  WS-PAY-DATE-IN             PIC X(08).
       01  WS-FEED-COUNT              PIC 9(04) VALUE 0.
       01  WS-SKIPPED-TERM-COUNT      PIC 9(04) VALUE 0.
       01  WS-SKIPPED-ZERO-COUNT      PIC 9(04) VALUE 0.
           MOVE "C:\school\cobol\cobolclass\master\data\HW16SFED.dat"
               TO WS-SALARY-FEED-DSN
           END-IF.
           DISPLAY "PAY DATE FOR THE SALARY RECORDS (MMDDCCYY): "
               WITH NO ADVANCING.
           ACCEPT WS-PAY-DATE-IN.
           MOVE "V" TO DV-FUNCTION.
           MOVE "3" TO DV-FORMAT-1.
           MOVE SPACES TO DV-DATE-1.
           MOVE WS-PAY-DATE-IN TO DV-DATE-1.
           CALL "DATEVAL" USING WS-DATEVAL-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
