      *chains lived on a taped-up checklist.  The master schedule
      *file declares each job, up to three predecessors, and a
      *calendar code (D daily, P pay-date-only from the pay-date
      *calendar file, M month-end, W weekly, B business days only).
      *Month-end and weekly follow the shared business-day calendar
      *(BUSCAL): M runs on the last business day of the month and W
      *on the first business day of the week, so a holiday Monday or
      *a month ending on a weekend still gets its run.  This
      *dispatcher runs the whole night in dependency order with the
      *same dynamic CALL the drivers use, skips jobs not scheduled
      *today, refuses to start a job whose predecessor failed or was
      *skipped, and writes a plan-versus-actual report of the night.
      *Each job locks the datasets its PREFLITE manifest rows name
      *(DSNLOCK) before it is called and releases them after; a job
      *whose dataset an interactive session or another chain holds
      *is failed with return code 8 and the holder named, and its
      *successors are blocked as for any other failure.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 TODAY-IS-PAY-DATE             VALUE "Y".
       01  WS-MONTH-END-SW            PIC X(01) VALUE "N".
           88 TODAY-IS-MONTH-END            VALUE "Y".
       01  WS-WEEK-START-SW           PIC X(01) VALUE "N".
           88 TODAY-IS-WEEK-START           VALUE "Y".
       01  WS-BUSINESS-DAY-SW         PIC X(01) VALUE "N".
           88 TODAY-IS-BUSINESS-DAY         VALUE "Y".
       01  WS-LAST-SUNDAY-INT         PIC 9(08).
       01  WS-BUSCAL-PARMS.
           05 BC-FUNCTION             PIC X(01).
           05 BC-DATE-1               PIC X(08).
           05 BC-DAYS                 PIC 9(03).
           05 BC-DATE-2               PIC X(08).
           05 BC-RESULT               PIC X(01).

      * DATASET ENQUEUE (DSNLOCK), ONE JOB AT A TIME.  AN ABSENT
      * MODULE MEANS NO LOCKING IS IN FORCE YET.
       01  WS-DSNLOCK-PARMS.
           05 DL-FUNCTION             PIC X(01).
           05 DL-HOLDER               PIC X(08).
           05 DL-USER                 PIC X(08).
           05 DL-LOGICAL              PIC X(12).
           05 DL-MODE                 PIC X(01).
           05 DL-RESULT               PIC X(01).
              88 DL-HELD                   VALUE "4".
           05 DL-HELD-BY              PIC X(08).
           05 DL-HELD-USER            PIC X(08).
           05 DL-HELD-MODE            PIC X(01).
           05 DL-HELD-DATE            PIC X(08).
           05 DL-HELD-TIME            PIC X(06).
           05 DL-COUNT                PIC 9(03).

       01  WS-JOB-COUNT               PIC 9(03) VALUE 0.
       01  WS-JOB-SUB                 PIC 9(03).
           DISPLAY "SCHEDRUN: " WS-JOB-COUNT " JOBS ON THE "
               "SCHEDULE".

      * IS TODAY A PAY DATE (ON THE PAY-DATE CALENDAR FILE), IS
      * TODAY A BUSINESS DAY, IS IT THE LAST BUSINESS DAY OF THE
      * MONTH (THE NEXT BUSINESS DAY CHANGES MONTH), AND IS IT THE
      * FIRST BUSINESS DAY OF THE WEEK (THE FIRST ONE AFTER LAST
      * SUNDAY).
       1100-WORK-OUT-CALENDARS.
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-DATE-MMDDYY(1:2).
           MOVE WS-RUN-DATE(7:2) TO WS-RUN-DATE-MMDDYY(3:2).
           END-IF.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-RUN-DATE)).
           MOVE "B" TO BC-FUNCTION.
           MOVE WS-RUN-DATE TO BC-DATE-1.
           MOVE 0 TO BC-DAYS.
           CALL "BUSCAL" USING WS-BUSCAL-PARMS
               ON EXCEPTION MOVE "2" TO BC-RESULT
           END-CALL.
           IF BC-RESULT = "2"
               PERFORM 1150-CALENDAR-DAYS-ONLY
           ELSE
               IF BC-RESULT = "0"
                   MOVE "Y" TO WS-BUSINESS-DAY-SW
                   MOVE "N" TO BC-FUNCTION
                   CALL "BUSCAL" USING WS-BUSCAL-PARMS
                   END-CALL
                   IF BC-DATE-2(5:2) NOT = WS-RUN-DATE(5:2)
                       MOVE "Y" TO WS-MONTH-END-SW
                   END-IF
      * DAY ONE OF THE INTEGER DATES (01/01/1601) WAS A MONDAY, SO
      * TODAY LESS ITS REMAINDER BY SEVEN IS THE SUNDAY JUST GONE.
                   COMPUTE WS-LAST-SUNDAY-INT = WS-TODAY-INT
                       - FUNCTION MOD (WS-TODAY-INT, 7)
                   MOVE FUNCTION DATE-OF-INTEGER(WS-LAST-SUNDAY-INT)
                       TO BC-DATE-1
                   CALL "BUSCAL" USING WS-BUSCAL-PARMS
                   END-CALL
                   IF BC-DATE-2 = WS-RUN-DATE
                       MOVE "Y" TO WS-WEEK-START-SW
                   END-IF
               END-IF
           END-IF.

      * NO CALENDAR MODULE -- EVERY WEEKDAY IS A BUSINESS DAY, THE
      * MONTH ENDS ON ITS LAST DAY AND THE WEEK STARTS ON MONDAY.
       1150-CALENDAR-DAYS-ONLY.
           IF FUNCTION MOD (WS-TODAY-INT, 7) > 0
               AND FUNCTION MOD (WS-TODAY-INT, 7) < 6
               MOVE "Y" TO WS-BUSINESS-DAY-SW
           END-IF.
           COMPUTE WS-TOMORROW = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT + 1).
           IF WS-TOMORROW(5:2) NOT = WS-RUN-DATE(5:2)
               MOVE "Y" TO WS-MONTH-END-SW
           END-IF.
           IF FUNCTION MOD (WS-TODAY-INT, 7) = 1
               MOVE "Y" TO WS-WEEK-START-SW
           END-IF.

       1200-SKIP-OFF-CALENDAR-JOBS.
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                       IF NOT TODAY-IS-MONTH-END
                           MOVE "S" TO WS-JOB-STATE(WS-JOB-SUB)
                       END-IF
                   WHEN "W"
                       IF NOT TODAY-IS-WEEK-START
                           MOVE "S" TO WS-JOB-STATE(WS-JOB-SUB)
                       END-IF
                   WHEN "B"
                       IF NOT TODAY-IS-BUSINESS-DAY
                           MOVE "S" TO WS-JOB-STATE(WS-JOB-SUB)
                       END-IF
                   WHEN OTHER
                       DISPLAY "SCHEDRUN: "
                           WS-JOB-NAME(WS-JOB-SUB)
           MOVE FUNCTION CURRENT-DATE (9:8)
               TO WS-JOB-START(WS-JOB-SUB).
           DISPLAY "SCHEDRUN: STARTING " WS-JOB-NAME(WS-JOB-SUB).
           MOVE "C" TO DL-FUNCTION.
           MOVE WS-JOB-NAME(WS-JOB-SUB) TO DL-HOLDER.
           MOVE SPACES TO DL-USER.
           MOVE "0" TO DL-RESULT.
           CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF DL-HELD
               DISPLAY "SCHEDRUN: " WS-JOB-NAME(WS-JOB-SUB) " NOT "
                   "STARTED -- " DL-LOGICAL " IS IN USE BY "
                   DL-HELD-BY " " DL-HELD-USER " SINCE "
                   DL-HELD-DATE " " DL-HELD-TIME
               MOVE 8 TO WS-STEP-RC
           ELSE
               MOVE 0 TO RETURN-CODE
               CALL WS-JOB-NAME(WS-JOB-SUB)
                   ON EXCEPTION
                       DISPLAY "SCHEDRUN: COULD NOT CALL "
                           WS-JOB-NAME(WS-JOB-SUB)
                       MOVE 16 TO RETURN-CODE
               END-CALL
               MOVE RETURN-CODE TO WS-STEP-RC
               MOVE "R" TO DL-FUNCTION
               MOVE WS-JOB-NAME(WS-JOB-SUB) TO DL-HOLDER
               MOVE SPACES TO DL-USER
               CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE (9:8)
               TO WS-JOB-END(WS-JOB-SUB).
