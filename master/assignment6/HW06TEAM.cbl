       IDENTIFICATION DIVISION.
       PROGRAM-ID. HW06TEAM.
       AUTHOR. NIKOLINA BEST.
       DATE-WRITTEN. 10/15/2026.
      * DEPARTMENT CHALLENGE STANDINGS FOR THE WELLNESS PROGRAM.
      * EACH MEMBER ID LINKED TO AN EMPLOYEE ON THE HW06XREF CROSS-
      * REFERENCE IS PUT ON THE EMPLOYEE'S DEPARTMENT TEAM.  A
      * MEMBER'S PROGRESS IS FIGURED THE WAY HW06TRND FIGURES IT --
      * THE SHARE OF THE WAY FROM THE FIRST WEIGH-IN TO THE TARGET
      * WEIGHT ON THE WELLGOAL FILE -- HELD BETWEEN 0 AND 100 SO
      * ONE MEMBER FAR PAST GOAL CANNOT CARRY A TEAM.  DEPARTMENTS
      * ARE RANKED BY THE AVERAGE PROGRESS OF THEIR MEMBERS WITH A
      * GOAL; TIES GO TO THE DEPARTMENT WITH MORE MEMBERS AT GOAL.
      * ONLY COUNTS AND AVERAGES ARE PRINTED -- NO MEMBER'S WEIGHT
      * OR ID APPEARS, SO THE STANDINGS CAN BE POSTED.  A CHALLENGE
      * START DATE (WELLCHST, CCYYMMDD) LIMITS THE HISTORY TO WEIGH
      * -INS ON OR AFTER IT, SO THE FIRST WEIGH-IN OF THE CHALLENGE
      * IS EACH MEMBER'S STARTING POINT; WITHOUT IT ALL HISTORY
      * COUNTS.  MEMBERS NOT LINKED, AND LINKS TO EMPLOYEES NOT ON
      * THE MASTER OR TERMINATED, ARE COUNTED AT THE FOOT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WELLNESS-HISTORY-IN ASSIGN TO WS-WELLHIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WELLHIST-STATUS.

           SELECT GOAL-FILE-IN ASSIGN TO WS-GOAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GOAL-STATUS.

           SELECT WELLNESS-XREF ASSIGN TO WS-XREF-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO WS-EMP-MASTER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT TEAM-RPT-OUT ASSIGN TO WS-TEAM-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEAM-RPT-STATUS.

           SELECT BATCH-ERROR-LOG ASSIGN TO WS-ERROR-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM ENVIRONMENT VARIABLES WELLHIST, WELLGOAL,
      *  WELLXREF, PAYEMP, WELLTEAM, AND BATCHERRLOG, FALLING BACK
      *  TO THE DEVELOPMENT DEFAULTS SHOWN THERE.

       DATA DIVISION.
       FILE SECTION.
       FD  WELLNESS-HISTORY-IN
           RECORDING MODE IS F
           DATA RECORD IS WELLNESS-HISTORY-REC.
       01 WELLNESS-HISTORY-REC.
          05 WH-DATE                  PIC X(08).
          05 FILLER                   PIC X(02).
          05 WH-WEIGHT                PIC X(04).
          05 FILLER                   PIC X(02).
          05 WH-HEIGHT                PIC X(03).
          05 FILLER                   PIC X(02).
          05 WH-BMI                   PIC X(05).
          05 FILLER                   PIC X(02).
          05 WH-AGE                   PIC X(02).
          05 FILLER                   PIC X(02).
          05 WH-MEMBER                PIC X(08).

       FD  GOAL-FILE-IN
           RECORDING MODE IS F
           DATA RECORD IS GOAL-FILE-REC.
       01 GOAL-FILE-REC.
          05 GF-MEMBER                PIC X(08).
          05 GF-TARGET-WEIGHT         PIC 9(04).
          05 GF-TARGET-DATE           PIC X(08).
          05 GF-SET-DATE              PIC X(08).

       FD  WELLNESS-XREF
           RECORDING MODE IS F
           DATA RECORD IS WELLNESS-XREF-REC.
       01 WELLNESS-XREF-REC.
          05 XR-MEMBER                PIC X(08).
          05 XR-EMP-NUMBER            PIC X(05).
          05 XR-LINK-DATE             PIC X(08).

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMP-NUM-IN               PIC X(05).
          05 EMP-NAME-IN              PIC X(20).
          05 EMP-DEPT-IN              PIC X(15).
          05 FILLER                   PIC X(06).
          05 EMP-TERM-DATE-IN         PIC X(06).
          05 FILLER                   PIC X(103).

       FD  TEAM-RPT-OUT
           RECORDING MODE IS F
           DATA RECORD IS TEAM-RPT-REC.
       01 TEAM-RPT-REC                PIC X(80).

       FD  BATCH-ERROR-LOG
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WELLHIST-DSN            PIC X(80).
       01  WS-WELLHIST-STATUS         PIC X(02) VALUE "00".
       01  WS-GOAL-DSN                PIC X(80).
       01  WS-GOAL-STATUS             PIC X(02) VALUE "00".
       01  WS-XREF-DSN                PIC X(80).
       01  WS-XREF-STATUS             PIC X(02) VALUE "00".
       01  WS-EMP-MASTER-DSN          PIC X(80).
       01  WS-EMP-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-TEAM-RPT-DSN            PIC X(80).
       01  WS-TEAM-RPT-STATUS         PIC X(02) VALUE "00".

       01  WS-ERROR-LOG-DSN           PIC X(80).
       01  WS-ERROR-LOG-STATUS        PIC X(02).
       01  WS-ERROR-LOG-LINE.
           05 ERRLOG-PROGRAM          PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ERRLOG-PARAGRAPH        PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ERRLOG-FILE             PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ERRLOG-STATUS           PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ERRLOG-DATE             PIC X(08).
       01  WS-ERR-PARAGRAPH-NAME      PIC X(20).
       01  WS-ERR-FILE-NAME           PIC X(20).
       01  WS-ERR-STATUS-CODE         PIC X(02).

       01  WS-TODAY-8                 PIC X(08).
       01  WS-CHALLENGE-START         PIC X(08).
           88 WHOLE-HISTORY                  VALUE SPACES.

      * THE WRITER USES ZZZ9-STYLE PICTURES, SO THE WEIGHT ARRIVES
      * WITH LEADING SPACES THAT MUST BE ZEROED BEFORE THE TEST.
       01  WS-WEIGHT-TEXT             PIC X(04).
       01  WS-THIS-WEIGHT             PIC 9(04).

      * ONE ENTRY PER LINKED MEMBER, BUILT FROM THE CROSS-REFERENCE.
       01  WS-MBR-COUNT               PIC 9(03) VALUE 0.
       01  WS-MBR-SUB                 PIC 9(03).
       01  WS-MBR-FOUND-SW            PIC X(01) VALUE "N".
           88 MBR-FOUND                      VALUE "Y".
       01  WS-MBR-FOUND-SUB           PIC 9(03) VALUE 0.
       01  WS-MEMBER-TABLE.
           05 WS-MBR-ENTRY OCCURS 100 TIMES.
              10 WS-MBR-ID            PIC X(08).
              10 WS-MBR-EMP           PIC X(05).
              10 WS-MBR-DEPT-SUB      PIC 9(03).
              10 WS-MBR-ENTRIES       PIC 9(04).
              10 WS-MBR-FIRST-WT      PIC 9(04).
              10 WS-MBR-LAST-WT       PIC 9(04).
              10 WS-MBR-GOAL-WT       PIC 9(04).
              10 WS-MBR-GOAL-SW       PIC X(01).
                 88 WS-MBR-HAS-GOAL          VALUE "Y".

      * DEPARTMENT TEAMS, RANKED IN PLACE BY 3100.
       01  WS-DEPT-COUNT              PIC 9(03) VALUE 0.
       01  WS-DEPT-SUB                PIC 9(03).
       01  WS-DEPT-FOUND-SW           PIC X(01) VALUE "N".
           88 DEPT-FOUND                     VALUE "Y".
       01  WS-DEPT-FOUND-SUB          PIC 9(03) VALUE 0.
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
              10 WS-DEPT-NAME         PIC X(15).
              10 WS-DEPT-MEMBERS      PIC 9(03).
              10 WS-DEPT-WEIGHED      PIC 9(03).
              10 WS-DEPT-WITH-GOAL    PIC 9(03).
              10 WS-DEPT-AT-GOAL      PIC 9(03).
              10 WS-DEPT-PCT-TOTAL    PIC 9(06).
              10 WS-DEPT-AVG-PCT      PIC 9(03)V9.
       01  WS-DEPT-SORT-SUB1          PIC 9(03).
       01  WS-DEPT-SORT-SUB2          PIC 9(03).
       01  WS-DEPT-SORT-HOLD          PIC X(37).
       01  WS-DEPT-SWAP-SW            PIC X(01) VALUE "N".
           88 DEPT-SWAP                      VALUE "Y".

      * EMPLOYEES ON THE MASTER, FOR THE DEPARTMENT LOOK-UP.
       01  WS-EMP-COUNT               PIC 9(03) VALUE 0.
       01  WS-EMP-SUB                 PIC 9(03).
       01  WS-EMP-FOUND-SW            PIC X(01) VALUE "N".
           88 EMP-FOUND                      VALUE "Y".
       01  WS-EMP-FOUND-SUB           PIC 9(03) VALUE 0.
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 500 TIMES.
              10 WS-EMP-NUM           PIC X(05).
              10 WS-EMP-DEPT          PIC X(15).
              10 WS-EMP-TERM          PIC X(06).

       01  WS-GOAL-PCT                PIC S9(05).
       01  WS-UNLINKED-COUNT          PIC 9(05) VALUE 0.
       01  WS-UNLINKED-MEMBER         PIC X(08).
       01  WS-OFF-MASTER-COUNT        PIC 9(03) VALUE 0.
       01  WS-MBR-OVERFLOW-COUNT      PIC 9(03) VALUE 0.
       01  WS-RANK                    PIC 9(03) VALUE 0.

       01  WS-RPT-HEAD1.
           05 FILLER                  PIC X(41) VALUE
              "WELLNESS DEPARTMENT CHALLENGE -- HW06TEAM".
           05 FILLER                  PIC X(15) VALUE SPACES.
           05 FILLER                  PIC X(04) VALUE "RUN ".
           05 RH1-DATE                PIC X(08).
       01  WS-RPT-HEAD2.
           05 FILLER                  PIC X(22) VALUE
              "WEIGH-INS COUNTED FROM".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RH2-FROM                PIC X(20).
       01  WS-RPT-HEAD3.
           05 FILLER                  PIC X(40) VALUE
              "RANK DEPARTMENT      MEMBERS WEIGHED  WI".
           05 FILLER                  PIC X(34) VALUE
              "TH GOAL  AT GOAL  AVG PROGRESS".
       01  WS-RPT-DETAIL.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RD-RANK                 PIC ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RD-DEPT                 PIC X(15).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 RD-MEMBERS              PIC ZZ9.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 RD-WEIGHED              PIC ZZ9.
           05 FILLER                  PIC X(07) VALUE SPACES.
           05 RD-WITH-GOAL            PIC ZZ9.
           05 FILLER                  PIC X(06) VALUE SPACES.
           05 RD-AT-GOAL              PIC ZZ9.
           05 FILLER                  PIC X(07) VALUE SPACES.
           05 RD-AVG-PCT              PIC ZZ9.9.
           05 FILLER                  PIC X(01) VALUE "%".
           05 RD-NOTE                 PIC X(12).
       01  WS-RPT-FOOT.
           05 FOOT-LABEL              PIC X(50).
           05 FOOT-COUNT              PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW06TEAM - WELLNESS DEPARTMENT CHALLENGE".
           PERFORM 1000-INITIALIZE.
           IF RETURN-CODE = 0
               PERFORM 2000-TALLY-HISTORY
               PERFORM 3000-FIGURE-DEPARTMENTS
               PERFORM 3100-RANK-DEPARTMENTS
               PERFORM 4000-WRITE-REPORT
               DISPLAY "DEPARTMENTS RANKED : " WS-DEPT-COUNT
               DISPLAY "MEMBERS ON TEAMS   : " WS-MBR-COUNT
           END-IF.
           DISPLAY "HW06TEAM CONCLUDES".
           GOBACK.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
           MOVE "HW06TEAM"            TO ERRLOG-PROGRAM.
           MOVE WS-ERR-PARAGRAPH-NAME TO ERRLOG-PARAGRAPH.
           MOVE WS-ERR-FILE-NAME      TO ERRLOG-FILE.
           MOVE WS-ERR-STATUS-CODE    TO ERRLOG-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ERRLOG-DATE.
           WRITE BATCH-ERROR-LOG-REC FROM WS-ERROR-LOG-LINE.
           CLOSE BATCH-ERROR-LOG.
           MOVE 16 TO RETURN-CODE.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-WELLHIST-DSN FROM ENVIRONMENT "WELLHIST".
           IF WS-WELLHIST-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\WELLHIST.dat"
               TO WS-WELLHIST-DSN
           END-IF.
           ACCEPT WS-GOAL-DSN FROM ENVIRONMENT "WELLGOAL".
           IF WS-GOAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\WELLGOAL.dat"
               TO WS-GOAL-DSN
           END-IF.
           ACCEPT WS-XREF-DSN FROM ENVIRONMENT "WELLXREF".
           IF WS-XREF-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\WELLXREF.dat"
               TO WS-XREF-DSN
           END-IF.
           ACCEPT WS-EMP-MASTER-DSN FROM ENVIRONMENT "PAYEMP".
           IF WS-EMP-MASTER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW16EMP.dat"
               TO WS-EMP-MASTER-DSN
           END-IF.
           ACCEPT WS-TEAM-RPT-DSN FROM ENVIRONMENT "WELLTEAM".
           IF WS-TEAM-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\WELLTEAM.rpt"
               TO WS-TEAM-RPT-DSN
           END-IF.
           ACCEPT WS-ERROR-LOG-DSN FROM ENVIRONMENT "BATCHERRLOG".
           IF WS-ERROR-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\BATCHERR.log"
               TO WS-ERROR-LOG-DSN
           END-IF.

      ****************************************************************
      * LOAD THE EMPLOYEES, THE CROSS-REFERENCE (INTO THE MEMBER
      * TABLE, EACH MEMBER ON ITS DEPARTMENT'S TEAM), AND THE GOALS.
      * NO CROSS-REFERENCE MEANS NO TEAMS, AND THE RUN STOPS.
      ****************************************************************
       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-8.
           ACCEPT WS-CHALLENGE-START FROM ENVIRONMENT "WELLCHST".
           IF WS-CHALLENGE-START IS NOT NUMERIC
               MOVE SPACES TO WS-CHALLENGE-START
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS = "00"
               PERFORM 1100-LOAD-EMPLOYEES
               CLOSE EMPLOYEE-MASTER
           ELSE
               MOVE "1000-INITIALIZE"    TO WS-ERR-PARAGRAPH-NAME
               MOVE "EMPLOYEE-MASTER"    TO WS-ERR-FILE-NAME
               MOVE WS-EMP-MASTER-STATUS TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           END-IF.
           OPEN INPUT WELLNESS-XREF.
           IF WS-XREF-STATUS = "00"
               PERFORM 1200-LOAD-XREF
               CLOSE WELLNESS-XREF
           ELSE
               DISPLAY "NO WELLNESS CROSS-REFERENCE - STATUS "
                   WS-XREF-STATUS " -- NO TEAMS TO RANK"
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT GOAL-FILE-IN.
           IF WS-GOAL-STATUS = "00"
               PERFORM 1300-LOAD-GOALS
               CLOSE GOAL-FILE-IN
           END-IF.

       1100-LOAD-EMPLOYEES.
           READ EMPLOYEE-MASTER.
           PERFORM UNTIL WS-EMP-MASTER-STATUS > "00"
                      OR WS-EMP-COUNT >= 500
               ADD 1 TO WS-EMP-COUNT
               MOVE EMP-NUM-IN       TO WS-EMP-NUM(WS-EMP-COUNT)
               MOVE EMP-DEPT-IN      TO WS-EMP-DEPT(WS-EMP-COUNT)
               MOVE EMP-TERM-DATE-IN TO WS-EMP-TERM(WS-EMP-COUNT)
               READ EMPLOYEE-MASTER
           END-PERFORM.

      * A LINK TO AN EMPLOYEE NOT ON THE MASTER, OR TERMINATED, PUTS
      * THE MEMBER ON NO TEAM.
       1200-LOAD-XREF.
           READ WELLNESS-XREF.
           PERFORM UNTIL WS-XREF-STATUS > "00"
               PERFORM 1500-FIND-EMPLOYEE
               EVALUATE TRUE
                   WHEN NOT EMP-FOUND
                       ADD 1 TO WS-OFF-MASTER-COUNT
                   WHEN WS-EMP-TERM(WS-EMP-FOUND-SUB) NOT = SPACES
                       ADD 1 TO WS-OFF-MASTER-COUNT
                   WHEN WS-MBR-COUNT >= 100
                       ADD 1 TO WS-MBR-OVERFLOW-COUNT
                   WHEN OTHER
                       PERFORM 1210-ADD-TEAM-MEMBER
               END-EVALUATE
               READ WELLNESS-XREF
           END-PERFORM.

       1210-ADD-TEAM-MEMBER.
           PERFORM 1510-FIND-OR-ADD-DEPARTMENT.
           IF DEPT-FOUND
               ADD 1 TO WS-MBR-COUNT
               MOVE WS-MBR-COUNT TO WS-MBR-SUB
               MOVE XR-MEMBER     TO WS-MBR-ID(WS-MBR-SUB)
               MOVE XR-EMP-NUMBER TO WS-MBR-EMP(WS-MBR-SUB)
               MOVE WS-DEPT-FOUND-SUB TO WS-MBR-DEPT-SUB(WS-MBR-SUB)
               MOVE ZEROS TO WS-MBR-ENTRIES(WS-MBR-SUB)
                             WS-MBR-FIRST-WT(WS-MBR-SUB)
                             WS-MBR-LAST-WT(WS-MBR-SUB)
                             WS-MBR-GOAL-WT(WS-MBR-SUB)
               MOVE "N" TO WS-MBR-GOAL-SW(WS-MBR-SUB)
               ADD 1 TO WS-DEPT-MEMBERS(WS-DEPT-FOUND-SUB)
           ELSE
               ADD 1 TO WS-MBR-OVERFLOW-COUNT
           END-IF.

       1300-LOAD-GOALS.
           READ GOAL-FILE-IN.
           PERFORM UNTIL WS-GOAL-STATUS > "00"
               IF GF-TARGET-WEIGHT IS NUMERIC
                   MOVE GF-MEMBER TO WS-UNLINKED-MEMBER
                   PERFORM 1520-FIND-MEMBER
                   IF MBR-FOUND
                       MOVE GF-TARGET-WEIGHT
                           TO WS-MBR-GOAL-WT(WS-MBR-FOUND-SUB)
                       MOVE "Y" TO WS-MBR-GOAL-SW(WS-MBR-FOUND-SUB)
                   END-IF
               END-IF
               READ GOAL-FILE-IN
           END-PERFORM.

       1500-FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SW.
           MOVE 0 TO WS-EMP-FOUND-SUB.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-NUM(WS-EMP-SUB) = XR-EMP-NUMBER
                   MOVE "Y" TO WS-EMP-FOUND-SW
                   MOVE WS-EMP-SUB TO WS-EMP-FOUND-SUB
                   MOVE WS-EMP-COUNT TO WS-EMP-SUB
               END-IF
           END-PERFORM.

      * DEPT-FOUND COMES BACK OFF ONLY WHEN THE DEPARTMENT IS NEW AND
      * THE TABLE IS FULL.
       1510-FIND-OR-ADD-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND-SW.
           MOVE 0 TO WS-DEPT-FOUND-SUB.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-NAME(WS-DEPT-SUB)
                       = WS-EMP-DEPT(WS-EMP-FOUND-SUB)
                   MOVE "Y" TO WS-DEPT-FOUND-SW
                   MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
               END-IF
           END-PERFORM.
           IF NOT DEPT-FOUND AND WS-DEPT-COUNT < 50
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-SUB
               MOVE WS-EMP-DEPT(WS-EMP-FOUND-SUB)
                   TO WS-DEPT-NAME(WS-DEPT-FOUND-SUB)
               MOVE ZEROS TO WS-DEPT-MEMBERS(WS-DEPT-FOUND-SUB)
                             WS-DEPT-WEIGHED(WS-DEPT-FOUND-SUB)
                             WS-DEPT-WITH-GOAL(WS-DEPT-FOUND-SUB)
                             WS-DEPT-AT-GOAL(WS-DEPT-FOUND-SUB)
                             WS-DEPT-PCT-TOTAL(WS-DEPT-FOUND-SUB)
                             WS-DEPT-AVG-PCT(WS-DEPT-FOUND-SUB)
               MOVE "Y" TO WS-DEPT-FOUND-SW
           END-IF.

       1520-FIND-MEMBER.
           MOVE "N" TO WS-MBR-FOUND-SW.
           MOVE 0 TO WS-MBR-FOUND-SUB.
           PERFORM VARYING WS-MBR-SUB FROM 1 BY 1
               UNTIL WS-MBR-SUB > WS-MBR-COUNT
               IF WS-MBR-ID(WS-MBR-SUB) = WS-UNLINKED-MEMBER
                   MOVE "Y" TO WS-MBR-FOUND-SW
                   MOVE WS-MBR-SUB TO WS-MBR-FOUND-SUB
                   MOVE WS-MBR-COUNT TO WS-MBR-SUB
               END-IF
           END-PERFORM.

      ****************************************************************
      * FIRST AND LATEST WEIGHT FOR EACH TEAM MEMBER, FROM THE WEIGH-
      * INS ON OR AFTER THE CHALLENGE START.  HISTORY IS IN DATE
      * ORDER, AS HWNB06 APPENDS IT.
      ****************************************************************
       2000-TALLY-HISTORY.
           OPEN INPUT WELLNESS-HISTORY-IN.
           IF WS-WELLHIST-STATUS NOT = "00"
               DISPLAY "WELLNESS HISTORY NOT AVAILABLE - STATUS "
                   WS-WELLHIST-STATUS
           ELSE
               READ WELLNESS-HISTORY-IN
               PERFORM UNTIL WS-WELLHIST-STATUS > "00"
                   PERFORM 2100-TALLY-ONE-WEIGH-IN
                   READ WELLNESS-HISTORY-IN
               END-PERFORM
               CLOSE WELLNESS-HISTORY-IN
           END-IF.

       2100-TALLY-ONE-WEIGH-IN.
           MOVE WH-WEIGHT TO WS-WEIGHT-TEXT.
           INSPECT WS-WEIGHT-TEXT REPLACING LEADING SPACE BY "0".
           IF WS-WEIGHT-TEXT IS NUMERIC
               AND (WHOLE-HISTORY OR WH-DATE >= WS-CHALLENGE-START)
               MOVE WS-WEIGHT-TEXT TO WS-THIS-WEIGHT
               MOVE WH-MEMBER TO WS-UNLINKED-MEMBER
               PERFORM 1520-FIND-MEMBER
               IF MBR-FOUND
                   ADD 1 TO WS-MBR-ENTRIES(WS-MBR-FOUND-SUB)
                   IF WS-MBR-ENTRIES(WS-MBR-FOUND-SUB) = 1
                       MOVE WS-THIS-WEIGHT
                           TO WS-MBR-FIRST-WT(WS-MBR-FOUND-SUB)
                   END-IF
                   MOVE WS-THIS-WEIGHT
                       TO WS-MBR-LAST-WT(WS-MBR-FOUND-SUB)
               ELSE
                   ADD 1 TO WS-UNLINKED-COUNT
               END-IF
           END-IF.

      ****************************************************************
      * EACH WEIGHED MEMBER WITH A GOAL ADDS ITS PROGRESS TO ITS
      * TEAM.  SAME MEASURE AS HW06TRND 3420, HELD TO 0-100.
      ****************************************************************
       3000-FIGURE-DEPARTMENTS.
           PERFORM VARYING WS-MBR-SUB FROM 1 BY 1
               UNTIL WS-MBR-SUB > WS-MBR-COUNT
               IF WS-MBR-ENTRIES(WS-MBR-SUB) > 0
                   MOVE WS-MBR-DEPT-SUB(WS-MBR-SUB) TO WS-DEPT-SUB
                   ADD 1 TO WS-DEPT-WEIGHED(WS-DEPT-SUB)
                   IF WS-MBR-HAS-GOAL(WS-MBR-SUB)
                       PERFORM 3010-FIGURE-MEMBER-PROGRESS
                       ADD 1 TO WS-DEPT-WITH-GOAL(WS-DEPT-SUB)
                       ADD WS-GOAL-PCT TO WS-DEPT-PCT-TOTAL(WS-DEPT-SUB)
                       IF WS-GOAL-PCT >= 100
                           ADD 1 TO WS-DEPT-AT-GOAL(WS-DEPT-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-WITH-GOAL(WS-DEPT-SUB) > 0
                   COMPUTE WS-DEPT-AVG-PCT(WS-DEPT-SUB) ROUNDED
                       = WS-DEPT-PCT-TOTAL(WS-DEPT-SUB)
                       / WS-DEPT-WITH-GOAL(WS-DEPT-SUB)
               END-IF
           END-PERFORM.

       3010-FIGURE-MEMBER-PROGRESS.
           IF WS-MBR-FIRST-WT(WS-MBR-SUB) = WS-MBR-GOAL-WT(WS-MBR-SUB)
               MOVE 100 TO WS-GOAL-PCT
           ELSE
               COMPUTE WS-GOAL-PCT ROUNDED
                   = (WS-MBR-FIRST-WT(WS-MBR-SUB)
                      - WS-MBR-LAST-WT(WS-MBR-SUB)) * 100
                   / (WS-MBR-FIRST-WT(WS-MBR-SUB)
                      - WS-MBR-GOAL-WT(WS-MBR-SUB))
           END-IF.
           IF WS-GOAL-PCT < 0
               MOVE 0 TO WS-GOAL-PCT
           END-IF.
           IF WS-GOAL-PCT > 100
               MOVE 100 TO WS-GOAL-PCT
           END-IF.

      * TEAMS WITH GOALS AHEAD OF THOSE WITHOUT, THEN HIGHEST
      * AVERAGE, THEN MOST MEMBERS AT GOAL, THEN BY NAME -- SAME
      * BUBBLE SORT PATTERN AS HW16LRPT.
       3100-RANK-DEPARTMENTS.
           PERFORM VARYING WS-DEPT-SORT-SUB1 FROM 1 BY 1
               UNTIL WS-DEPT-SORT-SUB1 >= WS-DEPT-COUNT
               PERFORM VARYING WS-DEPT-SORT-SUB2 FROM 1 BY 1
                   UNTIL WS-DEPT-SORT-SUB2 >
                       WS-DEPT-COUNT - WS-DEPT-SORT-SUB1
                   PERFORM 3110-COMPARE-DEPARTMENTS
                   IF DEPT-SWAP
                       MOVE WS-DEPT-ENTRY(WS-DEPT-SORT-SUB2)
                           TO WS-DEPT-SORT-HOLD
                       MOVE WS-DEPT-ENTRY(WS-DEPT-SORT-SUB2 + 1)
                           TO WS-DEPT-ENTRY(WS-DEPT-SORT-SUB2)
                       MOVE WS-DEPT-SORT-HOLD
                           TO WS-DEPT-ENTRY(WS-DEPT-SORT-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3110-COMPARE-DEPARTMENTS.
           MOVE "N" TO WS-DEPT-SWAP-SW.
           EVALUATE TRUE
               WHEN WS-DEPT-WITH-GOAL(WS-DEPT-SORT-SUB2) = 0
                   AND WS-DEPT-WITH-GOAL(WS-DEPT-SORT-SUB2 + 1) > 0
                   MOVE "Y" TO WS-DEPT-SWAP-SW
               WHEN WS-DEPT-WITH-GOAL(WS-DEPT-SORT-SUB2) > 0
                   AND WS-DEPT-WITH-GOAL(WS-DEPT-SORT-SUB2 + 1) = 0
                   CONTINUE
               WHEN WS-DEPT-AVG-PCT(WS-DEPT-SORT-SUB2)
                       < WS-DEPT-AVG-PCT(WS-DEPT-SORT-SUB2 + 1)
                   MOVE "Y" TO WS-DEPT-SWAP-SW
               WHEN WS-DEPT-AVG-PCT(WS-DEPT-SORT-SUB2)
                       > WS-DEPT-AVG-PCT(WS-DEPT-SORT-SUB2 + 1)
                   CONTINUE
               WHEN WS-DEPT-AT-GOAL(WS-DEPT-SORT-SUB2)
                       < WS-DEPT-AT-GOAL(WS-DEPT-SORT-SUB2 + 1)
                   MOVE "Y" TO WS-DEPT-SWAP-SW
               WHEN WS-DEPT-AT-GOAL(WS-DEPT-SORT-SUB2)
                       > WS-DEPT-AT-GOAL(WS-DEPT-SORT-SUB2 + 1)
                   CONTINUE
               WHEN WS-DEPT-NAME(WS-DEPT-SORT-SUB2)
                       > WS-DEPT-NAME(WS-DEPT-SORT-SUB2 + 1)
                   MOVE "Y" TO WS-DEPT-SWAP-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ****************************************************************
      * THE STANDINGS.  A TEAM WITH NO MEMBER GOALS IS LISTED AFTER
      * THE RANKED ONES WITHOUT A RANK.
      ****************************************************************
       4000-WRITE-REPORT.
           OPEN OUTPUT TEAM-RPT-OUT.
           IF WS-TEAM-RPT-STATUS NOT = "00"
               MOVE "4000-WRITE-REPORT"  TO WS-ERR-PARAGRAPH-NAME
               MOVE "TEAM-RPT-OUT"       TO WS-ERR-FILE-NAME
               MOVE WS-TEAM-RPT-STATUS   TO WS-ERR-STATUS-CODE
               PERFORM 0850-LOG-FILE-ERROR
           ELSE
               MOVE WS-TODAY-8 TO RH1-DATE
               WRITE TEAM-RPT-REC FROM WS-RPT-HEAD1
               IF WHOLE-HISTORY
                   MOVE "ALL HISTORY" TO RH2-FROM
               ELSE
                   MOVE WS-CHALLENGE-START TO RH2-FROM
               END-IF
               WRITE TEAM-RPT-REC FROM WS-RPT-HEAD2
               MOVE SPACES TO TEAM-RPT-REC
               WRITE TEAM-RPT-REC
               WRITE TEAM-RPT-REC FROM WS-RPT-HEAD3
               MOVE 0 TO WS-RANK
               PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   PERFORM 4100-WRITE-DEPARTMENT-LINE
               END-PERFORM
               MOVE SPACES TO TEAM-RPT-REC
               WRITE TEAM-RPT-REC
               MOVE "WEIGH-INS BY MEMBERS NOT LINKED TO AN EMPLOYEE"
                   TO FOOT-LABEL
               MOVE WS-UNLINKED-COUNT TO FOOT-COUNT
               WRITE TEAM-RPT-REC FROM WS-RPT-FOOT
               MOVE "LINKS TO EMPLOYEES OFF THE MASTER OR TERMINATED"
                   TO FOOT-LABEL
               MOVE WS-OFF-MASTER-COUNT TO FOOT-COUNT
               WRITE TEAM-RPT-REC FROM WS-RPT-FOOT
               IF WS-MBR-OVERFLOW-COUNT > 0
                   MOVE "LINKED MEMBERS LEFT OFF -- TABLE FULL"
                       TO FOOT-LABEL
                   MOVE WS-MBR-OVERFLOW-COUNT TO FOOT-COUNT
                   WRITE TEAM-RPT-REC FROM WS-RPT-FOOT
               END-IF
               CLOSE TEAM-RPT-OUT
           END-IF.

       4100-WRITE-DEPARTMENT-LINE.
           MOVE WS-DEPT-NAME(WS-DEPT-SUB)      TO RD-DEPT.
           MOVE WS-DEPT-MEMBERS(WS-DEPT-SUB)   TO RD-MEMBERS.
           MOVE WS-DEPT-WEIGHED(WS-DEPT-SUB)   TO RD-WEIGHED.
           MOVE WS-DEPT-WITH-GOAL(WS-DEPT-SUB) TO RD-WITH-GOAL.
           MOVE WS-DEPT-AT-GOAL(WS-DEPT-SUB)   TO RD-AT-GOAL.
           MOVE WS-DEPT-AVG-PCT(WS-DEPT-SUB)   TO RD-AVG-PCT.
           IF WS-DEPT-WITH-GOAL(WS-DEPT-SUB) > 0
               ADD 1 TO WS-RANK
               MOVE WS-RANK TO RD-RANK
               MOVE SPACES TO RD-NOTE
           ELSE
               MOVE ZEROS TO RD-RANK
               MOVE " NO GOALS" TO RD-NOTE
           END-IF.
           WRITE TEAM-RPT-REC FROM WS-RPT-DETAIL.
