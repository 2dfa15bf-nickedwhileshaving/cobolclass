      *straight into HW15BILL to produce the invoice report from the
      *file HW15NB just wrote.  Stops the chain and reports the failure
      *if either step comes back with a non-zero return code.
      *The datasets the chain's PREFLITE manifest rows name are
      *locked (DSNLOCK) for the length of the run, so order entry
      *cannot append to SHAPEIN while HW15NB is reading it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 PF-CHAIN                PIC X(08).
           05 PF-RESULT               PIC X(01).

      * DATASET ENQUEUE (DSNLOCK).  AN ABSENT MODULE MEANS NO
      * LOCKING IS IN FORCE YET, SO THE RUN PROCEEDS AS BEFORE.
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

       PROCEDURE DIVISION.

       0000-DRIVER.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "C" TO DL-FUNCTION.
           MOVE "HW15DRV" TO DL-HOLDER.
           MOVE SPACES TO DL-USER.
           MOVE "0" TO DL-RESULT.
           CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF DL-HELD
               DISPLAY "HW15DRV: " DL-LOGICAL " IS IN USE BY "
                   DL-HELD-BY " " DL-HELD-USER " SINCE "
                   DL-HELD-DATE " " DL-HELD-TIME
               DISPLAY "HW15DRV: RUN NOT STARTED -- RERUN ONCE IT IS "
                   "RELEASED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO RETURN-CODE.
           CALL "HW15NB".
           MOVE RETURN-CODE TO WS-HW15NB-RC.
                   DISPLAY "HW15DRV: HW15BILL COMPLETE"
               END-IF
           END-IF.
           MOVE "R" TO DL-FUNCTION.
           CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           DISPLAY "HW15DRV: BATCH RUN FINISHED".
           STOP RUN.
