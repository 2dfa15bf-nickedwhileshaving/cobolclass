           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-REJECT-REC.
       01 PAYROLL-REJECT-REC.
          05 REJ-RAW-RECORD           PIC X(26).
          05 FILLER                   PIC X(02).
          05 REJ-REASON               PIC X(40).

       FD  RESUBMIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS RESUBMIT-REC.
       01 RESUBMIT-REC                PIC X(26).

       FD  AGED-RPT-OUT
           RECORDING MODE IS F
           DATA RECORD IS AGED-RPT-REC.
       01 AGED-RPT-REC                PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-PAYROLL-REJ-DSN         PIC X(80).
       01  WS-REJ-SUB                 PIC 9(03).
       01  WS-REJECT-TABLE.
           05 WS-REJ-ENTRY OCCURS 500 TIMES.
              10 WS-REJ-RAW           PIC X(26).
              10 WS-REJ-WHY           PIC X(40).
              10 WS-REJ-DONE          PIC X(01).

       01  WS-WORK-RECORD.
           05 WRK-PAY-DATE            PIC X(08).
           05 WRK-EMP-NUMBER          PIC X(05).
           05 WRK-EMP-HOURS           PIC X(05).
           05 WRK-EMP-RATE            PIC X(04).
           05 WRK-EMP-DEDUCTIONS      PIC X(01).
           05 WRK-RATE-CODE           PIC X(02).
           05 WRK-EARN-TYPE           PIC X(01).
              88 WRK-EARN-TYPE-VALID        VALUE "R" " " "V"
                                                  "H" "S" "C" "A"
                                                  "B" "E".
              88 WRK-EARN-COMMISSION        VALUE "C".
              88 WRK-EARN-FLAT-AMT          VALUE "C" "A" "B" "E".
       01  WRK-HOURS-NUM REDEFINES WS-WORK-RECORD.
           05 FILLER                  PIC X(13).
           05 WRK-HOURS-9             PIC 9(03)V99.
           05 WRK-RATE-9              PIC 9(02)V99.
           05 FILLER                  PIC X(04).
       01  WRK-AMOUNT-NUM REDEFINES WS-WORK-RECORD.
           05 FILLER                  PIC X(13).
           05 WRK-AMOUNT-9            PIC 9(07)V99.
           05 FILLER                  PIC X(04).

       01  WS-ACTION                  PIC X(01).
           88 ACTION-SKIP                    VALUE "S", "s".
           88 ACTION-DROP                    VALUE "D", "d".
           88 ACTION-QUIT                    VALUE "X", "x".
       01  WS-FIELD-IN                PIC X(09).

      * PARAMETER BLOCK FOR THE SHARED DATE ROUTINE.
       01  WS-DATEVAL-PARMS.
           05 WS-RD-YY                PIC X(02).
           05 WS-RD-MM                PIC X(02).
           05 WS-RD-DD                PIC X(02).

       01  WS-AGED-LINE.
           05 AGL-RAW                 PIC X(26).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 AGL-DAYS                PIC ZZZZ9.
           05 FILLER                  PIC X(09) VALUE " DAYS OLD".
           MOVE "J" TO SO-FUNCTION.
           MOVE "HW16REWK" TO SO-PROGRAM.
           MOVE SPACES TO SO-KEY.
           MOVE WS-REJ-RAW(WS-REJ-SUB)(9:5) TO SO-KEY(1:5).
           MOVE WS-REJ-RAW(WS-REJ-SUB) TO SO-BEFORE.
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION CONTINUE
           IF WS-FIELD-IN NOT = SPACES
               MOVE WS-FIELD-IN TO WRK-PAY-DATE
           END-IF.
           DISPLAY "EARN TYPE R/V/H/S/C/A/B/E [" WRK-EARN-TYPE
               "] (BLANK KEEPS): " WITH NO ADVANCING.
           ACCEPT WS-FIELD-IN.
           IF WS-FIELD-IN NOT = SPACES
      * A COMMISSION OR SALARY RECORD CARRIES A FLAT AMOUNT IN THE
      * HOURS/RATE POSITIONS, SO THE CLERK FIXES THE AMOUNT THERE.
           IF WRK-EARN-FLAT-AMT
               DISPLAY "AMOUNT 9999999V99 ["
                   WS-WORK-RECORD(14:9)
                   "] (BLANK KEEPS): " WITH NO ADVANCING
               ACCEPT WS-FIELD-IN
               IF WS-FIELD-IN NOT = SPACES
                   MOVE WS-FIELD-IN TO WS-WORK-RECORD(14:9)
               END-IF
           ELSE
               DISPLAY "HOURS 999V99 [" WRK-EMP-HOURS
                   "] (BLANK KEEPS): " WITH NO ADVANCING
               ACCEPT WS-FIELD-IN
               IF WS-FIELD-IN NOT = SPACES
                   MOVE WS-FIELD-IN(1:5) TO WRK-EMP-HOURS
               END-IF
               DISPLAY "RATE 99V99 [" WRK-EMP-RATE
                   "] (BLANK KEEPS): " WITH NO ADVANCING
               WRITE RESUBMIT-REC FROM WS-WORK-RECORD
               MOVE "FIX" TO SO-ACTION
               MOVE SPACES TO SO-AFTER
               MOVE WS-WORK-RECORD TO SO-AFTER(1:26)
               PERFORM 0840-JOURNAL-THE-CHANGE
               MOVE "Y" TO WS-REJ-DONE(WS-REJ-SUB)
               ADD 1 TO WS-FIXED-COUNT
           END-IF.
           IF REWORK-EDIT-OK
               MOVE "V" TO DV-FUNCTION
               MOVE "3" TO DV-FORMAT-1
               MOVE "0" TO DV-RESULT
               MOVE SPACES TO DV-DATE-1
               MOVE WRK-PAY-DATE TO DV-DATE-1
               CALL "DATEVAL" USING WS-DATEVAL-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.

       6100-AGE-ONE-REJECT.
           IF WS-REJ-RAW(WS-REJ-SUB)(1:8) IS NUMERIC
               MOVE WS-REJ-RAW(WS-REJ-SUB)(7:2) TO WS-RD-YY
               MOVE WS-REJ-RAW(WS-REJ-SUB)(1:2) TO WS-RD-MM
               MOVE WS-REJ-RAW(WS-REJ-SUB)(3:2) TO WS-RD-DD
               MOVE WS-REJ-RAW(WS-REJ-SUB)(5:2) TO WS-RD-CC
               COMPUTE WS-REJ-DATE-INT
                   = FUNCTION INTEGER-OF-DATE(WS-REJ-CCYYMMDD)
               COMPUTE WS-REJ-AGE-DAYS
