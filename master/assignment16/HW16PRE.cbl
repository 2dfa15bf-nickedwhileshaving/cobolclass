           RECORDING MODE IS F
           DATA RECORD IS RAW-FEED-REC.
       01 RAW-FEED-REC.
          05 RAW-PAY-DATE             PIC X(08).
          05 RAW-EMP-NUMBER           PIC X(05).
          05 RAW-EMP-HOURS            PIC 9(03)V99.
          05 RAW-EMP-RATE             PIC 9(02)V99.
          05 RAW-EMP-DEDUCTIONS       PIC X(01).
          05 RAW-RATE-CODE            PIC X(02).
          05 RAW-EARN-TYPE            PIC X(01).
             88 RAW-EARN-TYPE-VALID        VALUE "R" " " "V"
                                                 "H" "S" "C" "A"
                                                 "B" "E".
             88 RAW-EARN-COMMISSION        VALUE "C".
             88 RAW-EARN-FLAT-AMT          VALUE "C" "A" "B" "E".
      *   SHIFT DIFFERENTIAL APPENDED BY HW16TIME -- SPACES ON
      *   LEGACY FEEDS, RIDES THROUGH TO THE STAGED FILE UNTOUCHED.
          05 RAW-SHIFT-PREM           PIC 9(06)V99.
       01 RAW-FEED-REC-AMOUNT REDEFINES RAW-FEED-REC.
          05 FILLER                   PIC X(13).
          05 RAW-EMP-AMOUNT           PIC 9(07)V99.
          05 FILLER                   PIC X(04).

       FD  STAGED-FILE-OUT
           RECORDING MODE IS F
           DATA RECORD IS STAGED-REC-OUT.
       01 STAGED-REC-OUT              PIC X(34).

       FD  PRE-EDIT-REJECT
           RECORDING MODE IS F
           DATA RECORD IS PRE-EDIT-REJECT-REC.
       01 PRE-EDIT-REJECT-REC.
          05 PREJ-RAW-RECORD          PIC X(26).
          05 FILLER                   PIC X(02).
          05 PREJ-REASON              PIC X(40).

           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 EMP-DEPT-IN              PIC X(15).
          05 EMP-HIRE-DATE-IN         PIC X(06).
       01  WS-SEEN-SUB                PIC 9(04).
       01  WS-SEEN-TABLE.
           05 WS-SEEN-ENTRY OCCURS 2000 TIMES.
              10 WS-SEEN-KEY          PIC X(14).
       01  WS-THIS-KEY                PIC X(14).
       01  WS-DUP-FOUND-SW            PIC X(01).
           88 DUP-KEY-FOUND                  VALUE "Y".

       01  WS-EMP-TABLE-SUB           PIC 9(03).
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-TABLE-ENTRY OCCURS 100 TIMES.
              10 WS-EMP-TABLE-NUM     PIC X(05).
              10 WS-EMP-TABLE-HIRE    PIC X(06).
              10 WS-EMP-TABLE-TERM    PIC X(06).

           END-IF.
           IF PRE-RECORD-VALID
               MOVE "V" TO DV-FUNCTION
               MOVE "3" TO DV-FORMAT-1
               MOVE RAW-PAY-DATE TO DV-DATE-1
               CALL "DATEVAL" USING WS-DATEVAL-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
      * EITHER SPELLING.
           STRING RAW-PAY-DATE RAW-EMP-NUMBER RAW-EARN-TYPE
               DELIMITED BY SIZE INTO WS-THIS-KEY.
           IF WS-THIS-KEY(14:1) = SPACE
               MOVE "R" TO WS-THIS-KEY(14:1)
           END-IF.
           PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
               UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
           END-IF.

       2300-CHECK-EMPLOYMENT-DATES.
           MOVE RAW-PAY-DATE(7:2) TO WS-PAY-YMD-YY.
           MOVE RAW-PAY-DATE(1:2) TO WS-PAY-YMD-MM.
           MOVE RAW-PAY-DATE(3:2) TO WS-PAY-YMD-DD.
           MOVE RAW-PAY-DATE(5:2) TO WS-PAY-YMD-CC.
           PERFORM VARYING WS-EMP-TABLE-SUB FROM 1 BY 1
               UNTIL WS-EMP-TABLE-SUB > WS-EMP-MASTER-COUNT
               IF WS-EMP-TABLE-NUM(WS-EMP-TABLE-SUB)
