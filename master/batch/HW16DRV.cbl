       PROGRAM-ID.    HW16DRV.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  08/22/2026.
      *Batch driver for the payroll night.  Runs the benefits
      *enrollment sync (HW16BEN), HW16NB, then the direct-deposit
      *build (HW16DD), the GL journal (HW16GL), the W-2 summary
      *(HW16W2), and the federal deposit liability and EFTPS payment
      *file (HW16DEP), recording each step's start, completion, and
      *return code in a run-control file.  On a rerun after a
      *failure the chain resumes from the failed step --
      *steps already completed for today's run date are skipped, so a
      *late-step abend no longer forces re-running HW16NB and
      *re-cutting the pay file.  The run-control records double as a
      *history of when every payroll actually ran.  An off-cycle
      *bonus chain (the PAYBONUS flag file present) keeps its own
      *run-control file, so a bonus run on a regular pay day is not
      *taken for steps already completed.
      *Before the first step the chain locks the datasets its
      *PREFLITE manifest rows name (DSNLOCK), so no maintenance
      *session can rewrite the employee master mid-payroll, and it
      *releases them when the chain ends, complete or stopped.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT BONUS-RUN-FLAG ASSIGN TO WS-BONUS-FLAG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BONUS-FLAG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM ENVIRONMENT VARIABLES PAYRUNC, PAYBONUS, AND
      *  PAYBRUNC (THE BONUS CHAIN'S RUN CONTROL), FALLING BACK TO
      *  THE DEVELOPMENT DEFAULTS SHOWN THERE WHEN NOT SET.

       DATA DIVISION.
       FILE SECTION.
             88 RC-STEP-COMPLETE           VALUE "C".
             88 RC-STEP-FAILED             VALUE "F".

       FD  BONUS-RUN-FLAG
           RECORDING MODE IS F
           DATA RECORD IS BONUS-RUN-FLAG-REC.
       01 BONUS-RUN-FLAG-REC          PIC X(80).

      * (RECORD IS BUILT IN WORKING STORAGE AND MOVED HERE AT WRITE
      * TIME SO ITS CONTENT DOES NOT DEPEND ON THE BUFFER SURVIVING
      * AN OPEN/CLOSE.)
       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL-DSN         PIC X(80).
       01  WS-RUN-CONTROL-STATUS      PIC X(02) VALUE "00".
       01  WS-BONUS-FLAG-DSN          PIC X(80).
       01  WS-BONUS-FLAG-STATUS       PIC X(02) VALUE "00".

       01  WS-RUN-DATE                PIC X(08).
       01  WS-STEP-RC                 PIC 9(04).

       01  WS-STEP-SUB                PIC 9(01).
       01  WS-STEP-TABLE.
           05 FILLER                  PIC X(08) VALUE "HW16BEN".
           05 FILLER                  PIC X(08) VALUE "HW16NB".
           05 FILLER                  PIC X(08) VALUE "HW16DD".
           05 FILLER                  PIC X(08) VALUE "HW16GL".
           05 FILLER                  PIC X(08) VALUE "HW16W2".
           05 FILLER                  PIC X(08) VALUE "HW16DEP".
       01  WS-STEP-NAMES REDEFINES WS-STEP-TABLE.
           05 WS-STEP-NAME OCCURS 6 TIMES PIC X(08).
       01  WS-STEP-DONE-TABLE.
           05 WS-STEP-DONE OCCURS 6 TIMES PIC X(01).

       01  WS-CHAIN-STOPPED-SW        PIC X(01) VALUE "N".
           88 CHAIN-STOPPED                  VALUE "Y".
           05 PF-CHAIN                PIC X(08).
           05 PF-RESULT               PIC X(01).

      * DATASET ENQUEUE (DSNLOCK) FOR THE LENGTH OF THE CHAIN.
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
           PERFORM 0850-LOCK-DATASETS.
           IF DL-HELD
               DISPLAY "HW16DRV: " DL-LOGICAL " IS IN USE BY "
                   DL-HELD-BY " " DL-HELD-USER " SINCE "
                   DL-HELD-DATE " " DL-HELD-TIME
               DISPLAY "HW16DRV: CHAIN NOT STARTED -- RERUN ONCE IT "
                   "IS RELEASED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE ALL "N" TO WS-STEP-DONE-TABLE.
           PERFORM 1000-READ-RUN-CONTROL.
           PERFORM 2000-RUN-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 6 OR CHAIN-STOPPED.
           IF CHAIN-STOPPED
               DISPLAY "HW16DRV: CHAIN STOPPED -- RERUN TO RESUME "
                       "FROM THE FAILED STEP"
           ELSE
               DISPLAY "HW16DRV: PAYROLL CHAIN COMPLETE"
           END-IF.
           PERFORM 4000-RELEASE-DATASETS.
           STOP RUN.

      * AN ABSENT PREFLITE MODULE MEANS NO MANIFEST DISCIPLINE IS
               ON EXCEPTION CONTINUE
           END-CALL.

      * AN ABSENT DSNLOCK MODULE MEANS NO LOCKING IS IN FORCE YET --
      * RUN AS BEFORE.
       0850-LOCK-DATASETS.
           MOVE "C" TO DL-FUNCTION.
           MOVE "HW16DRV" TO DL-HOLDER.
           MOVE SPACES TO DL-USER.
           MOVE "0" TO DL-RESULT.
           CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-RUN-CONTROL-DSN FROM ENVIRONMENT "PAYRUNC".
           IF WS-RUN-CONTROL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16RUNC.dat"
               TO WS-RUN-CONTROL-DSN
           END-IF.
           ACCEPT WS-BONUS-FLAG-DSN FROM ENVIRONMENT "PAYBONUS".
           IF WS-BONUS-FLAG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BONS.dat"
               TO WS-BONUS-FLAG-DSN
           END-IF.
           OPEN INPUT BONUS-RUN-FLAG.
           IF WS-BONUS-FLAG-STATUS = "00"
               CLOSE BONUS-RUN-FLAG
               PERFORM 0960-RESOLVE-BONUS-RUN-CONTROL
           END-IF.

       0960-RESOLVE-BONUS-RUN-CONTROL.
           DISPLAY "HW16DRV: OFF-CYCLE BONUS CHAIN".
           ACCEPT WS-RUN-CONTROL-DSN FROM ENVIRONMENT "PAYBRUNC".
           IF WS-RUN-CONTROL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16BRNC.dat"
               TO WS-RUN-CONTROL-DSN
           END-IF.

      * MARK THE STEPS ALREADY COMPLETED FOR TODAY'S RUN DATE SO THE
      * RERUN RESUMES FROM THE FAILED STEP INSTEAD OF THE TOP.
               PERFORM UNTIL WS-RUN-CONTROL-STATUS > "00"
                   IF RC-RUN-DATE = WS-RUN-DATE AND RC-STEP-COMPLETE
                       PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                           UNTIL WS-STEP-SUB > 6
                           IF WS-STEP-NAME(WS-STEP-SUB)
                                   = RC-STEP-NAME
                               MOVE "Y"
           END-IF.
           WRITE RUN-CONTROL-REC FROM WS-RUNC-LINE.
           CLOSE RUN-CONTROL.

       4000-RELEASE-DATASETS.
           MOVE "R" TO DL-FUNCTION.
           MOVE "HW16DRV" TO DL-HOLDER.
           MOVE SPACES TO DL-USER.
           CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
