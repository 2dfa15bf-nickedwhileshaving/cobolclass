       IDENTIFICATION DIVISION.
       PROGRAM-ID. HW09SEAS.
       AUTHOR. NIKOLINA BEST.
       DATE-WRITTEN. 10/15/2026.
      * LEAGUE SEASONS FOR THE BREAK-ROOM ROCK-PAPER-SCISSORS, BESIDE
      * THE KNOCKOUT BRACKET HW09BRKT RUNS.  A SEASON IS A SIX-
      * CHARACTER ID (KEEP IT APART FROM THE TOURNAMENT IDS -- THE
      * GAME LOG TAGS BOTH THE SAME WAY).
      * GENERATE MODE (G) TAKES THE PLAYERS REGISTERED FOR THE SEASON
      * AND APPENDS A ROUND-ROBIN SCHEDULE -- EVERY PLAYER MEETS
      * EVERY OTHER ONCE, ONE FIXTURE EACH PER ROUND, AND WITH AN
      * ODD FIELD ONE PLAYER SITS EACH ROUND OUT.  A SEASON ALREADY
      * ON THE SCHEDULE IS NOT GENERATED AGAIN.
      * RECORD MODE (R) SCORES A ROUND FROM THE LOG LINES HW09IFNB
      * TAGGED WITH THE SEASON AND ROUND, THE WAY HW09BRKT SCORES A
      * PAIRING: MORE ROUND WINS TAKES THE FIXTURE AND LEVEL IS A
      * DRAW.  A PLAYER WHO LOGGED NOTHING FORFEITS TO ONE WHO DID;
      * A FIXTURE NEITHER PLAYED STAYS OPEN FOR A LATER RECORD RUN.
      * EVERY FIXTURE PLAYED GOES ON THE RESULTS FILE FOR HW09ELO TO
      * RATE; FORFEITS COUNT IN THE TABLE BUT ARE NOT RATED.
      * EVERY MODE ENDS WITH THE SEASON REPORT (S PRINTS ONLY THE
      * REPORT): THE STANDINGS -- 3 POINTS A WIN, 1 A DRAW, RANKED
      * ON POINTS, THEN ROUND-WIN DIFFERENCE, THEN ROUND WINS -- AND
      * THE FIXTURES STILL TO BE PLAYED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRATION-IN ASSIGN TO WS-REGISTRATION-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRATION-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO WS-SCHEDULE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT GAME-LOG-IN ASSIGN TO WS-GAME-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GAME-LOG-STATUS.

           SELECT RESULTS-FILE ASSIGN TO WS-RESULTS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESULTS-STATUS.

           SELECT SEASON-RPT-OUT ASSIGN TO WS-SEASON-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEASON-RPT-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES RPSREG,
      *  RPSSCHD, RPSLOG, RPSRSLT, AND RPSSEAS, FALLING BACK TO THE
      *  DEVELOPMENT DEFAULTS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRATION-IN
           RECORDING MODE IS F
           DATA RECORD IS REGISTRATION-REC.
       01 REGISTRATION-REC.
          05 REG-SEASON               PIC X(06).
          05 REG-PLAYER               PIC X(15).

      * STATUS: BLANK = STILL TO PLAY, P = PLAYED, 1 OR 2 = WON BY
      * THAT PLAYER ON A FORFEIT.
       FD  SCHEDULE-FILE
           RECORDING MODE IS F
           DATA RECORD IS SCHEDULE-REC.
       01 SCHEDULE-REC.
          05 SC-SEASON                PIC X(06).
          05 SC-ROUND                 PIC 9(02).
          05 SC-PLAYER-1              PIC X(15).
          05 SC-PLAYER-2              PIC X(15).
          05 SC-STATUS                PIC X(01).
          05 SC-P1-WINS               PIC 9(03).
          05 SC-P2-WINS               PIC 9(03).
          05 SC-RECORDED              PIC X(08).

       FD  GAME-LOG-IN
           RECORDING MODE IS F
           DATA RECORD IS GAME-LOG-REC-IN.
       01 GAME-LOG-REC-IN.
          05 GL-TIMESTAMP             PIC X(08).
          05 FILLER                   PIC X(02).
          05 GL-COMPUTER              PIC X(10).
          05 FILLER                   PIC X(02).
          05 GL-USER                  PIC X(10).
          05 FILLER                   PIC X(02).
          05 GL-OUTCOME               PIC X(10).
          05 FILLER                   PIC X(02).
          05 GL-PLAYER                PIC X(15).
          05 FILLER                   PIC X(02).
          05 GL-TOURNAMENT            PIC X(06).
          05 FILLER                   PIC X(02).
          05 GL-ROUND                 PIC X(02).
          05 FILLER                   PIC X(02).
          05 GL-DATE                  PIC X(08).

       FD  RESULTS-FILE
           RECORDING MODE IS F
           DATA RECORD IS RESULTS-REC.
       01 RESULTS-REC.
          05 RS-DATE                  PIC X(08).
          05 RS-EVENT                 PIC X(06).
          05 RS-ROUND                 PIC 9(02).
          05 RS-PLAYER-1              PIC X(15).
          05 RS-PLAYER-2              PIC X(15).
          05 RS-P1-WINS               PIC 9(03).
          05 RS-P2-WINS               PIC 9(03).
          05 RS-SOURCE                PIC X(01).
          05 RS-RATED-FLAG            PIC X(01).

       FD  SEASON-RPT-OUT
           RECORDING MODE IS F
           DATA RECORD IS SEASON-RPT-REC.
       01 SEASON-RPT-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRATION-DSN         PIC X(80).
       01 WS-SCHEDULE-DSN             PIC X(80).
       01 WS-GAME-LOG-DSN             PIC X(80).
       01 WS-RESULTS-DSN              PIC X(80).
       01 WS-SEASON-RPT-DSN           PIC X(80).
       01 WS-REGISTRATION-STATUS      PIC X(02) VALUE "00".
       01 WS-SCHEDULE-STATUS          PIC X(02) VALUE "00".
       01 WS-GAME-LOG-STATUS          PIC X(02) VALUE "00".
       01 WS-RESULTS-STATUS           PIC X(02) VALUE "00".
       01 WS-SEASON-RPT-STATUS        PIC X(02) VALUE "00".

       01 WS-FUNCTION-IN              PIC X(01).
          88 GENERATE-MODE                 VALUE "G", "g".
          88 RECORD-MODE                   VALUE "R", "r".
          88 STANDINGS-MODE                VALUE "S", "s".
       01 WS-SEASON-IN                PIC X(06).
       01 WS-ROUND-IN                 PIC X(02).
       01 WS-THIS-ROUND               PIC 9(02).
       01 WS-TODAY                    PIC X(08).

      * THE WHOLE SCHEDULE FILE, EVERY SEASON, SINCE RECORD MODE
      * WRITES IT BACK.  THE SEEN FLAGS SAY WHICH SIDE OF A FIXTURE
      * LOGGED A ROUND.
       01 WS-FX-COUNT                 PIC 9(04) VALUE 0.
       01 WS-FX-SUB                   PIC 9(04).
       01 WS-FX-FULL-SW               PIC X(01) VALUE "N".
          88 SCHEDULE-TABLE-FULL           VALUE "Y".
       01 WS-FX-TABLE.
          05 WS-FX-ENTRY OCCURS 3000 TIMES.
             10 WS-FX-DATA.
                15 WS-FX-SEASON       PIC X(06).
                15 WS-FX-ROUND        PIC 9(02).
                15 WS-FX-PLAYER-1     PIC X(15).
                15 WS-FX-PLAYER-2     PIC X(15).
                15 WS-FX-STATUS       PIC X(01).
                15 WS-FX-P1-WINS      PIC 9(03).
                15 WS-FX-P2-WINS      PIC 9(03).
                15 WS-FX-RECORDED     PIC X(08).
             10 WS-FX-P1-SEEN         PIC X(01).
             10 WS-FX-P2-SEEN         PIC X(01).
       01 WS-SEASON-FIXTURES          PIC 9(04) VALUE 0.
       01 WS-ROUND-FIXTURES           PIC 9(04) VALUE 0.
       01 WS-FIXTURES-WRITTEN         PIC 9(04) VALUE 0.
       01 WS-FIXTURES-PLAYED          PIC 9(04) VALUE 0.
       01 WS-FIXTURES-FORFEIT         PIC 9(04) VALUE 0.
       01 WS-FIXTURES-OPEN            PIC 9(04) VALUE 0.

      * ROUND-ROBIN BY ROTATION: THE FIRST PLACE STAYS PUT AND THE
      * OTHERS TURN ONE PLACE EACH ROUND, PAIRING THE TOP HALF OF
      * THE PLACES WITH THE BOTTOM HALF IN REVERSE.
       01 WS-ROT-COUNT                PIC 9(02) VALUE 0.
       01 WS-ROT-SUB                  PIC 9(02).
       01 WS-ROT-OPPOSITE             PIC 9(02).
       01 WS-ROT-HALF                 PIC 9(02).
       01 WS-ROT-ROUNDS               PIC 9(02).
       01 WS-ROT-ROUND                PIC 9(02).
       01 WS-ROT-TEMP                 PIC X(15).
       01 WS-ROT-TABLE.
          05 WS-ROT-NAME OCCURS 41 TIMES PIC X(15).

       01 WS-THIS-PLAYER              PIC X(15).
       01 WS-PLAYER-COUNT             PIC 9(02) VALUE 0.
       01 WS-PLAYER-SUB               PIC 9(02).
       01 WS-PLAYER-FOUND-SUB         PIC 9(02).
       01 WS-PLAYER-FOUND-SW          PIC X(01).
          88 SEAS-PLAYER-FOUND             VALUE "Y".
       01 WS-PLAYER-TABLE.
          05 WS-PLAYER-ENTRY OCCURS 40 TIMES.
             10 WS-PLR-NAME           PIC X(15).
             10 WS-PLR-PLAYED         PIC 9(03).
             10 WS-PLR-WON            PIC 9(03).
             10 WS-PLR-DRAWN          PIC 9(03).
             10 WS-PLR-LOST           PIC 9(03).
             10 WS-PLR-ROUNDS-FOR     PIC 9(05).
             10 WS-PLR-ROUNDS-AGAINST PIC 9(05).
             10 WS-PLR-DIFF           PIC S9(05).
             10 WS-PLR-POINTS         PIC 9(04).
       01 WS-SORT-SUB1                PIC 9(02).
       01 WS-SORT-SUB2                PIC 9(02).
       01 WS-SORT-TEMP-ENTRY          PIC X(46).
       01 WS-SWAP-SW                  PIC X(01).
          88 SWAP-NEEDED                   VALUE "Y".
       01 WS-SUB-A                    PIC 9(02).
       01 WS-SUB-B                    PIC 9(02).
       01 WS-POSITION                 PIC 9(02).

       01 WS-RPT-HDR.
          05 FILLER                   PIC X(27)
                  VALUE "LEAGUE STANDINGS -- SEASON ".
          05 HDR-SEASON               PIC X(06).
          05 FILLER                   PIC X(06) VALUE "  RUN ".
          05 HDR-RUN-DATE             PIC X(08).
       01 WS-STANDING-COLUMNS.
          05 FILLER                   PIC X(30)
                  VALUE "POS  PLAYER             P    W".
          05 FILLER                   PIC X(38)
                  VALUE "    D    L     RF     RA   DIFF    PTS".
       01 WS-STANDING-DETAIL.
          05 DET-POSITION             PIC Z9.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 DET-PLAYER               PIC X(15).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 DET-PLAYED               PIC ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 DET-WON                  PIC ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 DET-DRAWN                PIC ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 DET-LOST                 PIC ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 DET-ROUNDS-FOR           PIC ZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 DET-ROUNDS-AGAINST       PIC ZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 DET-DIFF                 PIC ----9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 DET-POINTS               PIC ZZZ9.
       01 WS-FIXTURE-DETAIL.
          05 FILLER                   PIC X(06) VALUE "ROUND ".
          05 FXD-ROUND                PIC Z9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 FXD-PLAYER-1             PIC X(15).
          05 FILLER                   PIC X(04) VALUE " VS ".
          05 FXD-PLAYER-2             PIC X(15).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW09SEAS BEGINS".
           PERFORM 0900-RESOLVE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           DISPLAY "FUNCTION - G (GENERATE SCHEDULE), R (RECORD A "
               "ROUND), OR S (STANDINGS): " WITH NO ADVANCING.
           ACCEPT WS-FUNCTION-IN.
           DISPLAY "SEASON ID: " WITH NO ADVANCING.
           ACCEPT WS-SEASON-IN.
           IF WS-SEASON-IN = SPACES
               DISPLAY "A SEASON ID IS REQUIRED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-LOAD-SCHEDULE.
           IF SCHEDULE-TABLE-FULL
               DISPLAY "SCHEDULE FILE OVER 3000 FIXTURES -- NOTHING "
                   "DONE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           EVALUATE TRUE
               WHEN GENERATE-MODE
                   PERFORM 2000-GENERATE-SCHEDULE
               WHEN RECORD-MODE
                   PERFORM 3000-RECORD-A-ROUND
               WHEN STANDINGS-MODE
                   IF WS-SEASON-FIXTURES = 0
                       DISPLAY "SEASON " WS-SEASON-IN
                           " IS NOT ON THE SCHEDULE"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY "FUNCTION MUST BE G, R, OR S"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE < 8
               PERFORM 5000-WRITE-SEASON-REPORT
           END-IF.
           DISPLAY "HW09SEAS CONCLUDES".
           GOBACK.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-REGISTRATION-DSN FROM ENVIRONMENT "RPSREG".
           IF WS-REGISTRATION-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\RPSREG.dat"
               TO WS-REGISTRATION-DSN
           END-IF.
           ACCEPT WS-SCHEDULE-DSN FROM ENVIRONMENT "RPSSCHD".
           IF WS-SCHEDULE-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\RPSSCHD.dat"
               TO WS-SCHEDULE-DSN
           END-IF.
           ACCEPT WS-GAME-LOG-DSN FROM ENVIRONMENT "RPSLOG".
           IF WS-GAME-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\RPSLOG.dat"
               TO WS-GAME-LOG-DSN
           END-IF.
           ACCEPT WS-RESULTS-DSN FROM ENVIRONMENT "RPSRSLT".
           IF WS-RESULTS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\RPSRSLT.dat"
               TO WS-RESULTS-DSN
           END-IF.
           ACCEPT WS-SEASON-RPT-DSN FROM ENVIRONMENT "RPSSEAS".
           IF WS-SEASON-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\RPSSEAS.rpt"
               TO WS-SEASON-RPT-DSN
           END-IF.

      * NO SCHEDULE FILE YET IS AN EMPTY ONE.
       1000-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS = "00"
               READ SCHEDULE-FILE
               PERFORM UNTIL WS-SCHEDULE-STATUS > "00"
                   IF WS-FX-COUNT < 3000
                       ADD 1 TO WS-FX-COUNT
                       MOVE SCHEDULE-REC TO WS-FX-DATA(WS-FX-COUNT)
                       MOVE "N" TO WS-FX-P1-SEEN(WS-FX-COUNT)
                       MOVE "N" TO WS-FX-P2-SEEN(WS-FX-COUNT)
                       IF SC-SEASON = WS-SEASON-IN
                           ADD 1 TO WS-SEASON-FIXTURES
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-FX-FULL-SW
                   END-IF
                   READ SCHEDULE-FILE
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

      * THE SEASON'S REGISTERED PLAYERS, IN FILE ORDER, INTO THE
      * STANDINGS TABLE.  A NAME REGISTERED TWICE COUNTS ONCE.
       1100-LOAD-REGISTRATIONS.
           OPEN INPUT REGISTRATION-IN.
           IF WS-REGISTRATION-STATUS = "00"
               READ REGISTRATION-IN
               PERFORM UNTIL WS-REGISTRATION-STATUS > "00"
                   IF REG-SEASON = WS-SEASON-IN
                       AND REG-PLAYER NOT = SPACES
                       AND REG-PLAYER NOT = "BYE"
                       MOVE REG-PLAYER TO WS-THIS-PLAYER
                       PERFORM 1150-FIND-OR-ADD-PLAYER
                   END-IF
                   READ REGISTRATION-IN
               END-PERFORM
               CLOSE REGISTRATION-IN
           ELSE
               DISPLAY "REGISTERED-PLAYER FILE NOT AVAILABLE - STATUS "
                   WS-REGISTRATION-STATUS
           END-IF.

       1150-FIND-OR-ADD-PLAYER.
           MOVE "N" TO WS-PLAYER-FOUND-SW.
           PERFORM VARYING WS-PLAYER-SUB FROM 1 BY 1
               UNTIL WS-PLAYER-SUB > WS-PLAYER-COUNT
               IF WS-PLR-NAME(WS-PLAYER-SUB) = WS-THIS-PLAYER
                   MOVE "Y" TO WS-PLAYER-FOUND-SW
                   MOVE WS-PLAYER-SUB TO WS-PLAYER-FOUND-SUB
                   MOVE WS-PLAYER-COUNT TO WS-PLAYER-SUB
               END-IF
           END-PERFORM.
           IF NOT SEAS-PLAYER-FOUND
               IF WS-PLAYER-COUNT < 40
                   ADD 1 TO WS-PLAYER-COUNT
                   MOVE WS-PLAYER-COUNT TO WS-PLAYER-FOUND-SUB
                   MOVE WS-THIS-PLAYER
                       TO WS-PLR-NAME(WS-PLAYER-FOUND-SUB)
                   MOVE 0 TO WS-PLR-PLAYED(WS-PLAYER-FOUND-SUB)
                   MOVE 0 TO WS-PLR-WON(WS-PLAYER-FOUND-SUB)
                   MOVE 0 TO WS-PLR-DRAWN(WS-PLAYER-FOUND-SUB)
                   MOVE 0 TO WS-PLR-LOST(WS-PLAYER-FOUND-SUB)
                   MOVE 0 TO WS-PLR-ROUNDS-FOR(WS-PLAYER-FOUND-SUB)
                   MOVE 0 TO WS-PLR-ROUNDS-AGAINST(WS-PLAYER-FOUND-SUB)
                   MOVE 0 TO WS-PLR-DIFF(WS-PLAYER-FOUND-SUB)
                   MOVE 0 TO WS-PLR-POINTS(WS-PLAYER-FOUND-SUB)
               ELSE
                   DISPLAY "MORE THAN 40 PLAYERS IN THE SEASON -- "
                       WS-THIS-PLAYER " LEFT OUT"
                   MOVE WS-PLAYER-COUNT TO WS-PLAYER-FOUND-SUB
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      * GENERATE -- THE WHOLE SEASON'S FIXTURES, APPENDED IN ROUND
      * ORDER.  AN ODD FIELD IS MADE EVEN WITH A BYE, AND THE PLAYER
      * DRAWN AGAINST IT SITS THAT ROUND OUT -- NO FIXTURE IS WRITTEN.
      *****************************************************************
       2000-GENERATE-SCHEDULE.
           IF WS-SEASON-FIXTURES > 0
               DISPLAY "SEASON " WS-SEASON-IN " IS ALREADY ON THE "
                   "SCHEDULE -- NOT GENERATED AGAIN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1100-LOAD-REGISTRATIONS.
           IF WS-PLAYER-COUNT < 2
               DISPLAY "FEWER THAN TWO PLAYERS REGISTERED FOR SEASON "
                   WS-SEASON-IN " -- NOTHING TO SCHEDULE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-PLAYER-COUNT TO WS-ROT-COUNT.
           PERFORM VARYING WS-ROT-SUB FROM 1 BY 1
               UNTIL WS-ROT-SUB > WS-ROT-COUNT
               MOVE WS-PLR-NAME(WS-ROT-SUB) TO WS-ROT-NAME(WS-ROT-SUB)
           END-PERFORM.
           IF FUNCTION MOD(WS-ROT-COUNT, 2) = 1
               ADD 1 TO WS-ROT-COUNT
               MOVE "BYE" TO WS-ROT-NAME(WS-ROT-COUNT)
           END-IF.
           COMPUTE WS-ROT-HALF = WS-ROT-COUNT / 2.
           COMPUTE WS-ROT-ROUNDS = WS-ROT-COUNT - 1.
           OPEN EXTEND SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS = "35"
               OPEN OUTPUT SCHEDULE-FILE
           END-IF.
           PERFORM VARYING WS-ROT-ROUND FROM 1 BY 1
               UNTIL WS-ROT-ROUND > WS-ROT-ROUNDS
               PERFORM 2100-WRITE-ROUND-FIXTURES
               PERFORM 2200-ROTATE-PLACES
           END-PERFORM.
           CLOSE SCHEDULE-FILE.
           DISPLAY "PLAYERS REGISTERED: " WS-PLAYER-COUNT.
           DISPLAY "ROUNDS            : " WS-ROT-ROUNDS.
           DISPLAY "FIXTURES WRITTEN  : " WS-FIXTURES-WRITTEN.
      * THE NEW FIXTURES GO INTO THE TABLE TOO, FOR THE REPORT.
           MOVE 0 TO WS-FX-COUNT WS-SEASON-FIXTURES.
           PERFORM 1000-LOAD-SCHEDULE.

      * THE FIXED PLAYER SWAPS SIDES EACH ROUND SO THEY ARE NOT
      * ALWAYS LISTED FIRST.
       2100-WRITE-ROUND-FIXTURES.
           PERFORM VARYING WS-ROT-SUB FROM 1 BY 1
               UNTIL WS-ROT-SUB > WS-ROT-HALF
               COMPUTE WS-ROT-OPPOSITE = WS-ROT-COUNT + 1 - WS-ROT-SUB
               IF WS-ROT-NAME(WS-ROT-SUB) NOT = "BYE"
                   AND WS-ROT-NAME(WS-ROT-OPPOSITE) NOT = "BYE"
                   MOVE WS-SEASON-IN TO SC-SEASON
                   MOVE WS-ROT-ROUND TO SC-ROUND
                   IF WS-ROT-SUB = 1
                       AND FUNCTION MOD(WS-ROT-ROUND, 2) = 0
                       MOVE WS-ROT-NAME(WS-ROT-OPPOSITE) TO SC-PLAYER-1
                       MOVE WS-ROT-NAME(WS-ROT-SUB) TO SC-PLAYER-2
                   ELSE
                       MOVE WS-ROT-NAME(WS-ROT-SUB) TO SC-PLAYER-1
                       MOVE WS-ROT-NAME(WS-ROT-OPPOSITE) TO SC-PLAYER-2
                   END-IF
                   MOVE SPACE TO SC-STATUS
                   MOVE 0 TO SC-P1-WINS SC-P2-WINS
                   MOVE SPACES TO SC-RECORDED
                   WRITE SCHEDULE-REC
                   ADD 1 TO WS-FIXTURES-WRITTEN
               END-IF
           END-PERFORM.

       2200-ROTATE-PLACES.
           MOVE WS-ROT-NAME(WS-ROT-COUNT) TO WS-ROT-TEMP.
           PERFORM VARYING WS-ROT-SUB FROM WS-ROT-COUNT BY -1
               UNTIL WS-ROT-SUB < 3
               MOVE WS-ROT-NAME(WS-ROT-SUB - 1)
                   TO WS-ROT-NAME(WS-ROT-SUB)
           END-PERFORM.
           MOVE WS-ROT-TEMP TO WS-ROT-NAME(2).

      *****************************************************************
      * RECORD -- SCORE ONE ROUND'S OPEN FIXTURES FROM THE TAGGED LOG
      * LINES, WRITE THE SCHEDULE BACK, AND PASS THE PLAYED ONES TO
      * THE RESULTS FILE.  A FIXTURE ALREADY RECORDED IS LEFT ALONE.
      *****************************************************************
       3000-RECORD-A-ROUND.
           DISPLAY "ROUND JUST COMPLETED (01-99): "
               WITH NO ADVANCING.
           ACCEPT WS-ROUND-IN.
           IF WS-ROUND-IN IS NOT NUMERIC
               DISPLAY "THE ROUND MUST BE NUMERIC"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-ROUND-IN TO WS-THIS-ROUND.
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
               UNTIL WS-FX-SUB > WS-FX-COUNT
               IF WS-FX-SEASON(WS-FX-SUB) = WS-SEASON-IN
                   AND WS-FX-ROUND(WS-FX-SUB) = WS-THIS-ROUND
                   AND WS-FX-STATUS(WS-FX-SUB) = SPACE
                   ADD 1 TO WS-ROUND-FIXTURES
               END-IF
           END-PERFORM.
           IF WS-ROUND-FIXTURES = 0
               DISPLAY "NO OPEN FIXTURES FOR SEASON " WS-SEASON-IN
                   " ROUND " WS-THIS-ROUND
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 3100-SCORE-FROM-GAME-LOG.
           PERFORM 3200-SETTLE-FIXTURES.
           PERFORM 3300-REWRITE-SCHEDULE.
           PERFORM 3400-WRITE-RESULTS.
           DISPLAY "FIXTURES PLAYED   : " WS-FIXTURES-PLAYED.
           DISPLAY "FORFEITS          : " WS-FIXTURES-FORFEIT.
           DISPLAY "STILL OPEN        : " WS-FIXTURES-OPEN.

       3100-SCORE-FROM-GAME-LOG.
           OPEN INPUT GAME-LOG-IN.
           IF WS-GAME-LOG-STATUS NOT = "00"
               DISPLAY "GAME LOG NOT AVAILABLE - STATUS "
                   WS-GAME-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ GAME-LOG-IN.
           PERFORM UNTIL WS-GAME-LOG-STATUS > "00"
               IF GL-TOURNAMENT = WS-SEASON-IN
                   AND GL-ROUND IS NUMERIC
                   AND FUNCTION NUMVAL(GL-ROUND) = WS-THIS-ROUND
                   AND GL-OUTCOME(1:7) NOT = "INVALID"
                   PERFORM 3150-CREDIT-THE-ROUND
               END-IF
               READ GAME-LOG-IN
           END-PERFORM.
           CLOSE GAME-LOG-IN.

       3150-CREDIT-THE-ROUND.
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
               UNTIL WS-FX-SUB > WS-FX-COUNT
               IF WS-FX-SEASON(WS-FX-SUB) = WS-SEASON-IN
                   AND WS-FX-ROUND(WS-FX-SUB) = WS-THIS-ROUND
                   AND WS-FX-STATUS(WS-FX-SUB) = SPACE
                   IF WS-FX-PLAYER-1(WS-FX-SUB) = GL-PLAYER
                       MOVE "Y" TO WS-FX-P1-SEEN(WS-FX-SUB)
                       IF GL-OUTCOME(1:4) = "WIN "
                           ADD 1 TO WS-FX-P1-WINS(WS-FX-SUB)
                       END-IF
                       MOVE WS-FX-COUNT TO WS-FX-SUB
                   ELSE
                       IF WS-FX-PLAYER-2(WS-FX-SUB) = GL-PLAYER
                           MOVE "Y" TO WS-FX-P2-SEEN(WS-FX-SUB)
                           IF GL-OUTCOME(1:4) = "WIN "
                               ADD 1 TO WS-FX-P2-WINS(WS-FX-SUB)
                           END-IF
                           MOVE WS-FX-COUNT TO WS-FX-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3200-SETTLE-FIXTURES.
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
               UNTIL WS-FX-SUB > WS-FX-COUNT
               IF WS-FX-SEASON(WS-FX-SUB) = WS-SEASON-IN
                   AND WS-FX-ROUND(WS-FX-SUB) = WS-THIS-ROUND
                   AND WS-FX-STATUS(WS-FX-SUB) = SPACE
                   EVALUATE TRUE
                     WHEN WS-FX-P1-SEEN(WS-FX-SUB) = "Y"
                      AND WS-FX-P2-SEEN(WS-FX-SUB) = "Y"
                       MOVE "P" TO WS-FX-STATUS(WS-FX-SUB)
                       MOVE WS-TODAY TO WS-FX-RECORDED(WS-FX-SUB)
                       ADD 1 TO WS-FIXTURES-PLAYED
                     WHEN WS-FX-P1-SEEN(WS-FX-SUB) = "Y"
                       MOVE "1" TO WS-FX-STATUS(WS-FX-SUB)
                       MOVE WS-TODAY TO WS-FX-RECORDED(WS-FX-SUB)
                       ADD 1 TO WS-FIXTURES-FORFEIT
                     WHEN WS-FX-P2-SEEN(WS-FX-SUB) = "Y"
                       MOVE "2" TO WS-FX-STATUS(WS-FX-SUB)
                       MOVE WS-TODAY TO WS-FX-RECORDED(WS-FX-SUB)
                       ADD 1 TO WS-FIXTURES-FORFEIT
                     WHEN OTHER
      * NEITHER SIDE PLAYED -- NOTHING COUNTED STAYS ON THE FIXTURE.
                       MOVE 0 TO WS-FX-P1-WINS(WS-FX-SUB)
                       MOVE 0 TO WS-FX-P2-WINS(WS-FX-SUB)
                       ADD 1 TO WS-FIXTURES-OPEN
                       DISPLAY "NOT PLAYED: " WS-FX-PLAYER-1(WS-FX-SUB)
                           " VS " WS-FX-PLAYER-2(WS-FX-SUB)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       3300-REWRITE-SCHEDULE.
           OPEN OUTPUT SCHEDULE-FILE.
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
               UNTIL WS-FX-SUB > WS-FX-COUNT
               WRITE SCHEDULE-REC FROM WS-FX-DATA(WS-FX-SUB)
           END-PERFORM.
           CLOSE SCHEDULE-FILE.

       3400-WRITE-RESULTS.
           IF WS-FIXTURES-PLAYED > 0
               OPEN EXTEND RESULTS-FILE
               IF WS-RESULTS-STATUS = "35"
                   OPEN OUTPUT RESULTS-FILE
               END-IF
               PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-COUNT
                   IF WS-FX-SEASON(WS-FX-SUB) = WS-SEASON-IN
                       AND WS-FX-ROUND(WS-FX-SUB) = WS-THIS-ROUND
                       AND WS-FX-STATUS(WS-FX-SUB) = "P"
                       AND WS-FX-RECORDED(WS-FX-SUB) = WS-TODAY
                       AND WS-FX-P1-SEEN(WS-FX-SUB) = "Y"
                       MOVE WS-TODAY TO RS-DATE
                       MOVE WS-SEASON-IN TO RS-EVENT
                       MOVE WS-THIS-ROUND TO RS-ROUND
                       MOVE WS-FX-PLAYER-1(WS-FX-SUB) TO RS-PLAYER-1
                       MOVE WS-FX-PLAYER-2(WS-FX-SUB) TO RS-PLAYER-2
                       MOVE WS-FX-P1-WINS(WS-FX-SUB) TO RS-P1-WINS
                       MOVE WS-FX-P2-WINS(WS-FX-SUB) TO RS-P2-WINS
                       MOVE "S" TO RS-SOURCE
                       MOVE SPACE TO RS-RATED-FLAG
                       WRITE RESULTS-REC
                   END-IF
               END-PERFORM
               CLOSE RESULTS-FILE
           END-IF.

      *****************************************************************
      * THE SEASON REPORT -- STANDINGS, THEN THE FIXTURES LEFT.
      *****************************************************************
       5000-WRITE-SEASON-REPORT.
           MOVE 0 TO WS-PLAYER-COUNT.
           PERFORM 1100-LOAD-REGISTRATIONS.
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
               UNTIL WS-FX-SUB > WS-FX-COUNT
               IF WS-FX-SEASON(WS-FX-SUB) = WS-SEASON-IN
                   PERFORM 5100-TALLY-FIXTURE
               END-IF
           END-PERFORM.
           PERFORM 5200-RANK-STANDINGS.
           OPEN OUTPUT SEASON-RPT-OUT.
           MOVE WS-SEASON-IN TO HDR-SEASON.
           MOVE WS-TODAY TO HDR-RUN-DATE.
           WRITE SEASON-RPT-REC FROM WS-RPT-HDR.
           WRITE SEASON-RPT-REC FROM WS-STANDING-COLUMNS.
           MOVE 0 TO WS-POSITION.
           PERFORM VARYING WS-PLAYER-SUB FROM 1 BY 1
               UNTIL WS-PLAYER-SUB > WS-PLAYER-COUNT
               ADD 1 TO WS-POSITION
               MOVE WS-POSITION TO DET-POSITION
               MOVE WS-PLR-NAME(WS-PLAYER-SUB)   TO DET-PLAYER
               MOVE WS-PLR-PLAYED(WS-PLAYER-SUB) TO DET-PLAYED
               MOVE WS-PLR-WON(WS-PLAYER-SUB)    TO DET-WON
               MOVE WS-PLR-DRAWN(WS-PLAYER-SUB)  TO DET-DRAWN
               MOVE WS-PLR-LOST(WS-PLAYER-SUB)   TO DET-LOST
               MOVE WS-PLR-ROUNDS-FOR(WS-PLAYER-SUB)
                   TO DET-ROUNDS-FOR
               MOVE WS-PLR-ROUNDS-AGAINST(WS-PLAYER-SUB)
                   TO DET-ROUNDS-AGAINST
               MOVE WS-PLR-DIFF(WS-PLAYER-SUB)   TO DET-DIFF
               MOVE WS-PLR-POINTS(WS-PLAYER-SUB) TO DET-POINTS
               WRITE SEASON-RPT-REC FROM WS-STANDING-DETAIL
           END-PERFORM.
           MOVE SPACES TO SEASON-RPT-REC.
           WRITE SEASON-RPT-REC.
           MOVE "REMAINING FIXTURES" TO SEASON-RPT-REC.
           WRITE SEASON-RPT-REC.
           MOVE 0 TO WS-FIXTURES-OPEN.
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
               UNTIL WS-FX-SUB > WS-FX-COUNT
               IF WS-FX-SEASON(WS-FX-SUB) = WS-SEASON-IN
                   AND WS-FX-STATUS(WS-FX-SUB) = SPACE
                   MOVE WS-FX-ROUND(WS-FX-SUB)    TO FXD-ROUND
                   MOVE WS-FX-PLAYER-1(WS-FX-SUB) TO FXD-PLAYER-1
                   MOVE WS-FX-PLAYER-2(WS-FX-SUB) TO FXD-PLAYER-2
                   WRITE SEASON-RPT-REC FROM WS-FIXTURE-DETAIL
                   ADD 1 TO WS-FIXTURES-OPEN
               END-IF
           END-PERFORM.
           IF WS-FIXTURES-OPEN = 0
               MOVE "NONE -- THE SEASON IS COMPLETE" TO SEASON-RPT-REC
               WRITE SEASON-RPT-REC
           END-IF.
           CLOSE SEASON-RPT-OUT.

      * A FORFEIT IS A WIN AND A LOSS WITH NO ROUNDS COUNTED.
       5100-TALLY-FIXTURE.
           IF WS-FX-STATUS(WS-FX-SUB) NOT = SPACE
               MOVE WS-FX-PLAYER-1(WS-FX-SUB) TO WS-THIS-PLAYER
               PERFORM 1150-FIND-OR-ADD-PLAYER
               MOVE WS-PLAYER-FOUND-SUB TO WS-SUB-A
               MOVE WS-FX-PLAYER-2(WS-FX-SUB) TO WS-THIS-PLAYER
               PERFORM 1150-FIND-OR-ADD-PLAYER
               MOVE WS-PLAYER-FOUND-SUB TO WS-SUB-B
               ADD 1 TO WS-PLR-PLAYED(WS-SUB-A)
               ADD 1 TO WS-PLR-PLAYED(WS-SUB-B)
               EVALUATE TRUE
                   WHEN WS-FX-STATUS(WS-FX-SUB) = "1"
                       ADD 1 TO WS-PLR-WON(WS-SUB-A)
                       ADD 1 TO WS-PLR-LOST(WS-SUB-B)
                   WHEN WS-FX-STATUS(WS-FX-SUB) = "2"
                       ADD 1 TO WS-PLR-WON(WS-SUB-B)
                       ADD 1 TO WS-PLR-LOST(WS-SUB-A)
                   WHEN WS-FX-P1-WINS(WS-FX-SUB)
                          > WS-FX-P2-WINS(WS-FX-SUB)
                       ADD 1 TO WS-PLR-WON(WS-SUB-A)
                       ADD 1 TO WS-PLR-LOST(WS-SUB-B)
                   WHEN WS-FX-P1-WINS(WS-FX-SUB)
                          < WS-FX-P2-WINS(WS-FX-SUB)
                       ADD 1 TO WS-PLR-WON(WS-SUB-B)
                       ADD 1 TO WS-PLR-LOST(WS-SUB-A)
                   WHEN OTHER
                       ADD 1 TO WS-PLR-DRAWN(WS-SUB-A)
                       ADD 1 TO WS-PLR-DRAWN(WS-SUB-B)
               END-EVALUATE
               IF WS-FX-STATUS(WS-FX-SUB) = "P"
                   ADD WS-FX-P1-WINS(WS-FX-SUB)
                       TO WS-PLR-ROUNDS-FOR(WS-SUB-A)
                          WS-PLR-ROUNDS-AGAINST(WS-SUB-B)
                   ADD WS-FX-P2-WINS(WS-FX-SUB)
                       TO WS-PLR-ROUNDS-FOR(WS-SUB-B)
                          WS-PLR-ROUNDS-AGAINST(WS-SUB-A)
               END-IF
           END-IF.

       5200-RANK-STANDINGS.
           PERFORM VARYING WS-PLAYER-SUB FROM 1 BY 1
               UNTIL WS-PLAYER-SUB > WS-PLAYER-COUNT
               COMPUTE WS-PLR-POINTS(WS-PLAYER-SUB)
                   = WS-PLR-WON(WS-PLAYER-SUB) * 3
                   + WS-PLR-DRAWN(WS-PLAYER-SUB)
               COMPUTE WS-PLR-DIFF(WS-PLAYER-SUB)
                   = WS-PLR-ROUNDS-FOR(WS-PLAYER-SUB)
                   - WS-PLR-ROUNDS-AGAINST(WS-PLAYER-SUB)
           END-PERFORM.
           PERFORM VARYING WS-SORT-SUB1 FROM 1 BY 1
               UNTIL WS-SORT-SUB1 >= WS-PLAYER-COUNT
               PERFORM VARYING WS-SORT-SUB2 FROM 1 BY 1
                   UNTIL WS-SORT-SUB2 >
                       WS-PLAYER-COUNT - WS-SORT-SUB1
                   PERFORM 5250-COMPARE-NEIGHBOURS
                   IF SWAP-NEEDED
                       MOVE WS-PLAYER-ENTRY(WS-SORT-SUB2)
                           TO WS-SORT-TEMP-ENTRY
                       MOVE WS-PLAYER-ENTRY(WS-SORT-SUB2 + 1)
                           TO WS-PLAYER-ENTRY(WS-SORT-SUB2)
                       MOVE WS-SORT-TEMP-ENTRY
                           TO WS-PLAYER-ENTRY(WS-SORT-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       5250-COMPARE-NEIGHBOURS.
           MOVE WS-SORT-SUB2 TO WS-SUB-A.
           COMPUTE WS-SUB-B = WS-SORT-SUB2 + 1.
           MOVE "N" TO WS-SWAP-SW.
           EVALUATE TRUE
               WHEN WS-PLR-POINTS(WS-SUB-A) < WS-PLR-POINTS(WS-SUB-B)
                   MOVE "Y" TO WS-SWAP-SW
               WHEN WS-PLR-POINTS(WS-SUB-A) > WS-PLR-POINTS(WS-SUB-B)
                   CONTINUE
               WHEN WS-PLR-DIFF(WS-SUB-A) < WS-PLR-DIFF(WS-SUB-B)
                   MOVE "Y" TO WS-SWAP-SW
               WHEN WS-PLR-DIFF(WS-SUB-A) > WS-PLR-DIFF(WS-SUB-B)
                   CONTINUE
               WHEN WS-PLR-ROUNDS-FOR(WS-SUB-A)
                      < WS-PLR-ROUNDS-FOR(WS-SUB-B)
                   MOVE "Y" TO WS-SWAP-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
