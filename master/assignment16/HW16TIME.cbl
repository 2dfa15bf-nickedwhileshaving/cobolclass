           RECORDING MODE IS F
           DATA RECORD IS PUNCH-REC-IN.
       01 PUNCH-REC-IN.
          05 PCH-EMP-NUMBER           PIC X(05).
          05 PCH-DATE                 PIC X(06).
          05 PCH-IN-TIME              PIC X(04).
          05 PCH-OUT-TIME             PIC X(04).
      *   RUG WORK ORDER THE HOURS WERE SPENT ON (HW15WORD NUMBER),
      *   BLANK FOR INDIRECT TIME.  THIS PROGRAM PAYS THE HOURS THE
      *   SAME EITHER WAY -- HW16JOBC COSTS THEM TO THE ORDER.
          05 PCH-WORK-ORDER           PIC X(07).

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 EMP-DEPT-IN              PIC X(15).
          05 EMP-HIRE-DATE-IN         PIC X(06).
           RECORDING MODE IS F
           DATA RECORD IS PAYIN-REC-OUT.
       01 PAYIN-REC-OUT.
          05 PAYIN-PAY-DATE           PIC X(08).
          05 PAYIN-EMP-NUMBER         PIC X(05).
          05 PAYIN-EMP-HOURS          PIC 9(03)V99.
          05 PAYIN-EMP-RATE           PIC 9(02)V99.
          05 PAYIN-EMP-DEDUCTIONS     PIC X(01).
          05 PAYIN-RATE-CODE          PIC X(02).
          05 PAYIN-EARN-TYPE          PIC X(01).
      *   SHIFT DIFFERENTIAL DOLLARS EARNED ON THE DAY'S PUNCHES,
      *   APPENDED PAST THE LEGACY 26-BYTE RECORD SO OLDER READERS
      *   STILL PARSE.  HW16NB ADDS IT INTO GROSS.
          05 PAYIN-SHIFT-PREM         PIC 9(06)V99.

       FD  PUNCH-EXC-RPT
           RECORDING MODE IS F
           RECORDING MODE IS F
           DATA RECORD IS EFF-RATE-REC.
       01 EFF-RATE-REC.
          05 ER-EMP-NUMBER            PIC X(05).
          05 ER-EFF-DATE              PIC X(06).
          05 ER-RATE                  PIC 9(02)V99.

       FD  HELD-FILE-OUT
           RECORDING MODE IS F
           DATA RECORD IS HELD-REC-OUT.
       01 HELD-REC-OUT                PIC X(34).

       WORKING-STORAGE SECTION.
       01  WS-PUNCH-DSN               PIC X(80).
       01  WS-EMP-TABLE-SUB           PIC 9(03).
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-TABLE-ENTRY OCCURS 100 TIMES.
              10 WS-EMP-TABLE-NUM     PIC X(05).
              10 WS-EMP-TABLE-RATE    PIC 9(02)V99.
              10 WS-EMP-TABLE-RCODE   PIC X(02).
              10 WS-EMP-TABLE-DEPT    PIC X(15).
           88 TIME-TOT-FOUND                 VALUE "Y".
       01  WS-TOTALS-TABLE.
           05 WS-TOT-ENTRY OCCURS 1000 TIMES.
              10 WS-TOT-EMP           PIC X(05).
              10 WS-TOT-DATE          PIC X(06).
              10 WS-TOT-HOURS         PIC 9(03)V99.
              10 WS-TOT-PREM          PIC 9(06)V99.

      * PUNCH ARITHMETIC -- EACH PUNCH ROUNDED TO THE NEAREST
      * QUARTER HOUR (OUR 15-MINUTE ROUNDING RULE) BEFORE THE PAIR
       01  WS-ERT-SUB                 PIC 9(03).
       01  WS-EFF-RATE-TABLE.
           05 WS-ERT-ENTRY OCCURS 200 TIMES.
              10 WS-ERT-EMP           PIC X(05).
              10 WS-ERT-EFF           PIC X(06).
              10 WS-ERT-RATE          PIC 9(02)V99.
      * MMDDYY DATES REARRANGED TO CCYYMMDD SO THEY COMPARE IN
       01  WS-FEED-COUNT              PIC 9(05) VALUE 0.

       01  WS-EXC-LINE.
           05 EXC-RAW                 PIC X(26).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 EXC-REASON              PIC X(40).

                   ADD 1 TO WS-EXCEPTION-COUNT
                   WRITE PUNCH-EXC-REC FROM WS-EXC-LINE
               ELSE
      * THE FEED CARRIES THE FOUR-DIGIT YEAR -- CENTURY FROM THE
      * SAME PIVOT THE PUNCH-DATE COMPARES USE.
                   MOVE WS-TOT-DATE(WS-TOT-SUB) TO WS-CMP-DATE-IN
                   PERFORM 1650-REARRANGE-CMP-DATE
                   MOVE WS-CMP-DATE-IN(1:4) TO PAYIN-PAY-DATE(1:4)
                   MOVE WS-CMP-CC TO PAYIN-PAY-DATE(5:2)
                   MOVE WS-CMP-YY TO PAYIN-PAY-DATE(7:2)
                   MOVE WS-TOT-EMP(WS-TOT-SUB)
                       TO PAYIN-EMP-NUMBER
                   MOVE WS-TOT-HOURS(WS-TOT-SUB)
                       TO PAYIN-EMP-HOURS
                   MOVE WS-FOUND-RATE  TO PAYIN-EMP-RATE
                   MOVE SPACE          TO PAYIN-EMP-DEDUCTIONS
                   MOVE WS-FOUND-RCODE TO PAYIN-RATE-CODE
                   MOVE "R"   TO PAYIN-EARN-TYPE
                   MOVE WS-TOT-PREM(WS-TOT-SUB)
                       TO PAYIN-SHIFT-PREM
                   PERFORM 4100-CHECK-DEPT-APPROVAL
                   IF APPROVALS-LOADED AND NOT DEPT-APPROVED
      * UNAPPROVED HOURS WAIT -- THEY DO NOT PAY.
                       WRITE HELD-REC-OUT FROM PAYIN-REC-OUT
                       ADD 1 TO WS-HELD-COUNT
                       MOVE SPACES TO WS-EXC-LINE
                       STRING WS-TOT-EMP(WS-TOT-SUB) " "
                           WS-TOT-DATE(WS-TOT-SUB)
                           DELIMITED BY SIZE INTO EXC-RAW
                       MOVE SPACES TO EXC-REASON
                       STRING "HELD - NO APPROVAL FOR "
                           WS-FOUND-DEPT DELIMITED BY SIZE
                           INTO EXC-REASON
                       ADD 1 TO WS-EXCEPTION-COUNT
                       WRITE PUNCH-EXC-REC FROM WS-EXC-LINE
                   ELSE
                       WRITE PAYIN-REC-OUT
                       ADD 1 TO WS-FEED-COUNT
                   END-IF
               END-IF
           END-PERFORM.
