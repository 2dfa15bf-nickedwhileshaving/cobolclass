       IDENTIFICATION DIVISION.
       PROGRAM-ID. HW09ELO.
       AUTHOR. NIKOLINA BEST.
       DATE-WRITTEN. 10/15/2026.
      * ELO-STYLE PLAYER RATINGS FOR THE BREAK-ROOM ROCK-PAPER-
      * SCISSORS.  EVERY HEAD-TO-HEAD RESULT -- A TOURNAMENT PAIRING
      * HW09BRKT SCORED FROM THE GAME LOG, OR A LEAGUE FIXTURE
      * HW09SEAS RECORDED FROM IT -- IS ON THE RESULTS FILE, AND
      * EACH ONE NOT YET RATED MOVES THE TWO PLAYERS' RATINGS IN
      * FILE ORDER: THE PLAYER WITH MORE ROUND WINS SCORES 1, THE
      * OTHER 0, AND A LEVEL SCORE IS A HALF EACH.  THE CHANGE IS
      * THE K-FACTOR TIMES THE SCORE LESS THE EXPECTED SCORE,
      * 1 / (1 + 10 ** ((OPPONENT - PLAYER) / 400)), SO BEATING A
      * STRONGER PLAYER EARNS MORE THAN BEATING A WEAKER ONE.  A
      * PLAYER'S FIRST RESULT STARTS THEM AT 1500.  RESULTS ARE
      * FLAGGED AS RATED ONCE THE RATING FILE IS WRITTEN, SO A
      * RERUN RATES NOTHING TWICE, AND TRIMMING THE GAME LOG NEVER
      * TAKES A RATING BACK.  THE RESULTS FILE IS READ ONCE, IN
      * ORDER, AND COPIED TO A WORK FILE WITH THE NEW FLAGS SET; THE
      * WORK FILE IS COPIED BACK AFTER THE RATING FILE IS WRITTEN, SO
      * THE RESULTS FILE MAY GROW WITHOUT LIMIT.  MORE THAN 200
      * PLAYERS STOPS THE RUN (RETURN CODE 16) BEFORE ANY FILE IS
      * WRITTEN.  THE RATING LIST IS PRINTED BEST FIRST, AND
      * HW09BRKT SEEDS FROM THE RATING FILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-FILE ASSIGN TO WS-RESULTS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESULTS-STATUS.

           SELECT RESULTS-WORK ASSIGN TO WS-RESULTS-WORK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESULTS-WORK-STATUS.

           SELECT RATING-FILE ASSIGN TO WS-RATING-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATING-STATUS.

           SELECT RATING-RPT-OUT ASSIGN TO WS-RATING-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATING-RPT-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES RPSRSLT,
      *  RPSRWRK, RPSRATE, AND RPSRRPT, FALLING BACK TO THE
      *  DEVELOPMENT DEFAULTS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  RESULTS-WORK
           RECORDING MODE IS F
           DATA RECORD IS RESULTS-WORK-REC.
       01 RESULTS-WORK-REC            PIC X(54).

       FD  RATING-FILE
           RECORDING MODE IS F
           DATA RECORD IS RATING-REC.
       01 RATING-REC.
          05 RT-PLAYER                PIC X(15).
          05 RT-RATING                PIC 9(04)V99.
          05 RT-GAMES                 PIC 9(05).
          05 RT-WINS                  PIC 9(05).
          05 RT-DRAWS                 PIC 9(05).
          05 RT-LOSSES                PIC 9(05).
          05 RT-LAST-DATE             PIC X(08).

       FD  RATING-RPT-OUT
           RECORDING MODE IS F
           DATA RECORD IS RATING-RPT-REC.
       01 RATING-RPT-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RESULTS-DSN              PIC X(80).
       01 WS-RESULTS-WORK-DSN         PIC X(80).
       01 WS-RATING-DSN               PIC X(80).
       01 WS-RATING-RPT-DSN           PIC X(80).
       01 WS-RESULTS-STATUS           PIC X(02) VALUE "00".
       01 WS-RESULTS-WORK-STATUS      PIC X(02) VALUE "00".
       01 WS-RATING-STATUS            PIC X(02) VALUE "00".
       01 WS-RATING-RPT-STATUS        PIC X(02) VALUE "00".

       01 WS-START-RATING             PIC 9(04)V99 VALUE 1500.
       01 WS-K-FACTOR                 PIC 9(02) VALUE 32.

      * RESULTS COPIED TO THE WORK FILE, AND COPIED BACK FROM IT.
       01 WS-RESULT-COUNT             PIC 9(06) VALUE 0.
       01 WS-RESULTS-COPIED-BACK      PIC 9(06) VALUE 0.
       01 WS-RESULTS-RATED            PIC 9(06) VALUE 0.

       01 WS-THIS-PLAYER              PIC X(15).
       01 WS-PLAYER-COUNT             PIC 9(03) VALUE 0.
       01 WS-PLAYER-SUB               PIC 9(03).
       01 WS-PLAYER-FOUND-SUB         PIC 9(03).
       01 WS-PLAYER-FOUND-SW          PIC X(01).
          88 ELO-PLAYER-FOUND              VALUE "Y".
       01 WS-PLAYER-OVERFLOW-SW       PIC X(01) VALUE "N".
          88 PLAYER-TABLE-OVERFLOW         VALUE "Y".
       01 WS-PLAYER-TABLE.
          05 WS-PLAYER-ENTRY OCCURS 200 TIMES.
             10 WS-PLR-NAME           PIC X(15).
             10 WS-PLR-RATING         PIC 9(04)V99.
             10 WS-PLR-GAMES          PIC 9(05).
             10 WS-PLR-WINS           PIC 9(05).
             10 WS-PLR-DRAWS          PIC 9(05).
             10 WS-PLR-LOSSES         PIC 9(05).
             10 WS-PLR-LAST-DATE      PIC X(08).
       01 WS-SORT-SUB1                PIC 9(03).
       01 WS-SORT-SUB2                PIC 9(03).
       01 WS-SORT-TEMP-ENTRY          PIC X(49).

      * ONE RESULT'S ARITHMETIC.  A IS PLAYER 1, B IS PLAYER 2.
       01 WS-SUB-A                    PIC 9(03).
       01 WS-SUB-B                    PIC 9(03).
       01 WS-SCORE-A                  PIC 9V9.
       01 WS-ELO-EXPECT               PIC 9V9(06).
       01 WS-ELO-CHANGE               PIC S9(03)V99.

       01 WS-RANK                     PIC 9(03).
       01 WS-RPT-HDR.
          05 FILLER                   PIC X(26)
                  VALUE "RPS PLAYER RATINGS -- RUN ".
          05 HDR-RUN-DATE             PIC X(08).
       01 WS-RPT-COLUMNS.
          05 FILLER                   PIC X(30)
                  VALUE "RANK  PLAYER            RATING".
          05 FILLER                   PIC X(29)
                  VALUE "  GAMES   WINS  DRAWS  LOSSES".
       01 WS-RPT-DETAIL.
          05 DET-RANK                 PIC ZZ9.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 DET-PLAYER               PIC X(15).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 DET-RATING               PIC ZZZ9.99.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 DET-GAMES                PIC ZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 DET-WINS                 PIC ZZZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 DET-DRAWS                PIC ZZZZ9.
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 DET-LOSSES               PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW09ELO BEGINS".
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 1000-LOAD-RATINGS.
           IF NOT PLAYER-TABLE-OVERFLOW
               PERFORM 2000-RATE-NEW-RESULTS
           END-IF.
           IF PLAYER-TABLE-OVERFLOW
               DISPLAY "MORE THAN 200 PLAYERS -- NOTHING RATED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 3000-RANK-BY-RATING.
           PERFORM 4000-WRITE-RATING-FILE.
           IF WS-RESULTS-RATED > 0
               PERFORM 4100-FLAG-RESULTS-RATED
           END-IF.
           PERFORM 5000-WRITE-RATING-LIST.
           DISPLAY "RESULTS RATED  : " WS-RESULTS-RATED.
           DISPLAY "PLAYERS RATED  : " WS-PLAYER-COUNT.
           DISPLAY "HW09ELO CONCLUDES".
           GOBACK.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-RESULTS-DSN FROM ENVIRONMENT "RPSRSLT".
           IF WS-RESULTS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\RPSRSLT.dat"
               TO WS-RESULTS-DSN
           END-IF.
           ACCEPT WS-RESULTS-WORK-DSN FROM ENVIRONMENT "RPSRWRK".
           IF WS-RESULTS-WORK-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\RPSRWRK.dat"
               TO WS-RESULTS-WORK-DSN
           END-IF.
           ACCEPT WS-RATING-DSN FROM ENVIRONMENT "RPSRATE".
           IF WS-RATING-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\RPSRATE.dat"
               TO WS-RATING-DSN
           END-IF.
           ACCEPT WS-RATING-RPT-DSN FROM ENVIRONMENT "RPSRRPT".
           IF WS-RATING-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\RPSRATE.rpt"
               TO WS-RATING-RPT-DSN
           END-IF.

      * NO RATING FILE YET IS THE FIRST RUN -- EVERYONE STARTS FRESH.
       1000-LOAD-RATINGS.
           OPEN INPUT RATING-FILE.
           IF WS-RATING-STATUS = "00"
               READ RATING-FILE
               PERFORM UNTIL WS-RATING-STATUS > "00"
                          OR PLAYER-TABLE-OVERFLOW
                   IF RT-PLAYER NOT = SPACES
                       MOVE RT-PLAYER TO WS-THIS-PLAYER
                       PERFORM 1150-FIND-OR-ADD-PLAYER
                   END-IF
                   IF RT-PLAYER NOT = SPACES
                       AND NOT PLAYER-TABLE-OVERFLOW
                       MOVE RT-RATING
                           TO WS-PLR-RATING(WS-PLAYER-FOUND-SUB)
                       MOVE RT-GAMES
                           TO WS-PLR-GAMES(WS-PLAYER-FOUND-SUB)
                       MOVE RT-WINS
                           TO WS-PLR-WINS(WS-PLAYER-FOUND-SUB)
                       MOVE RT-DRAWS
                           TO WS-PLR-DRAWS(WS-PLAYER-FOUND-SUB)
                       MOVE RT-LOSSES
                           TO WS-PLR-LOSSES(WS-PLAYER-FOUND-SUB)
                       MOVE RT-LAST-DATE
                           TO WS-PLR-LAST-DATE(WS-PLAYER-FOUND-SUB)
                   END-IF
                   READ RATING-FILE
               END-PERFORM
               CLOSE RATING-FILE
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
           IF NOT ELO-PLAYER-FOUND
               IF WS-PLAYER-COUNT < 200
                   ADD 1 TO WS-PLAYER-COUNT
                   MOVE WS-PLAYER-COUNT TO WS-PLAYER-FOUND-SUB
                   MOVE WS-THIS-PLAYER
                       TO WS-PLR-NAME(WS-PLAYER-FOUND-SUB)
                   MOVE WS-START-RATING
                       TO WS-PLR-RATING(WS-PLAYER-FOUND-SUB)
                   MOVE 0 TO WS-PLR-GAMES(WS-PLAYER-FOUND-SUB)
                   MOVE 0 TO WS-PLR-WINS(WS-PLAYER-FOUND-SUB)
                   MOVE 0 TO WS-PLR-DRAWS(WS-PLAYER-FOUND-SUB)
                   MOVE 0 TO WS-PLR-LOSSES(WS-PLAYER-FOUND-SUB)
                   MOVE SPACES TO WS-PLR-LAST-DATE(WS-PLAYER-FOUND-SUB)
               ELSE
                   MOVE "Y" TO WS-PLAYER-OVERFLOW-SW
                   MOVE WS-PLAYER-COUNT TO WS-PLAYER-FOUND-SUB
               END-IF
           END-IF.

      * IN FILE ORDER, WHICH IS THE ORDER THE RESULTS WERE SCORED.
      * EVERY ROW GOES TO THE WORK FILE, A NEWLY RATED ONE WITH ITS
      * FLAG SET.  NO RESULTS FILE LISTS THE RATINGS AS THEY STAND.
       2000-RATE-NEW-RESULTS.
           OPEN INPUT RESULTS-FILE.
           IF WS-RESULTS-STATUS = "00"
               OPEN OUTPUT RESULTS-WORK
               READ RESULTS-FILE
               PERFORM UNTIL WS-RESULTS-STATUS > "00"
                          OR PLAYER-TABLE-OVERFLOW
                   IF RS-RATED-FLAG = SPACE
                       AND RS-PLAYER-1 NOT = SPACES
                       AND RS-PLAYER-2 NOT = SPACES
                       AND RS-PLAYER-2 NOT = "BYE"
                       AND RS-PLAYER-1 NOT = RS-PLAYER-2
                       PERFORM 2050-FIND-RESULT-PLAYERS
                       IF NOT PLAYER-TABLE-OVERFLOW
                           PERFORM 2100-RATE-ONE-RESULT
                           MOVE "R" TO RS-RATED-FLAG
                           ADD 1 TO WS-RESULTS-RATED
                       END-IF
                   END-IF
                   WRITE RESULTS-WORK-REC FROM RESULTS-REC
                   ADD 1 TO WS-RESULT-COUNT
                   READ RESULTS-FILE
               END-PERFORM
               CLOSE RESULTS-WORK
               CLOSE RESULTS-FILE
           ELSE
               DISPLAY "NO RESULTS FILE - STATUS " WS-RESULTS-STATUS
                   " -- RATINGS LISTED AS THEY STAND"
           END-IF.

       2050-FIND-RESULT-PLAYERS.
           MOVE RS-PLAYER-1 TO WS-THIS-PLAYER.
           PERFORM 1150-FIND-OR-ADD-PLAYER.
           MOVE WS-PLAYER-FOUND-SUB TO WS-SUB-A.
           MOVE RS-PLAYER-2 TO WS-THIS-PLAYER.
           PERFORM 1150-FIND-OR-ADD-PLAYER.
           MOVE WS-PLAYER-FOUND-SUB TO WS-SUB-B.

       2100-RATE-ONE-RESULT.
           EVALUATE TRUE
               WHEN RS-P1-WINS > RS-P2-WINS
                   MOVE 1 TO WS-SCORE-A
                   ADD 1 TO WS-PLR-WINS(WS-SUB-A)
                   ADD 1 TO WS-PLR-LOSSES(WS-SUB-B)
               WHEN RS-P1-WINS < RS-P2-WINS
                   MOVE 0 TO WS-SCORE-A
                   ADD 1 TO WS-PLR-LOSSES(WS-SUB-A)
                   ADD 1 TO WS-PLR-WINS(WS-SUB-B)
               WHEN OTHER
                   MOVE .5 TO WS-SCORE-A
                   ADD 1 TO WS-PLR-DRAWS(WS-SUB-A)
                   ADD 1 TO WS-PLR-DRAWS(WS-SUB-B)
           END-EVALUATE.
           COMPUTE WS-ELO-EXPECT ROUNDED
               = 1 / (1 + 10 ** ((WS-PLR-RATING(WS-SUB-B)
                                - WS-PLR-RATING(WS-SUB-A)) / 400)).
           COMPUTE WS-ELO-CHANGE ROUNDED
               = WS-K-FACTOR * (WS-SCORE-A - WS-ELO-EXPECT).
           ADD WS-ELO-CHANGE TO WS-PLR-RATING(WS-SUB-A).
           SUBTRACT WS-ELO-CHANGE FROM WS-PLR-RATING(WS-SUB-B).
           ADD 1 TO WS-PLR-GAMES(WS-SUB-A).
           ADD 1 TO WS-PLR-GAMES(WS-SUB-B).
           MOVE RS-DATE TO WS-PLR-LAST-DATE(WS-SUB-A).
           MOVE RS-DATE TO WS-PLR-LAST-DATE(WS-SUB-B).

       3000-RANK-BY-RATING.
           PERFORM VARYING WS-SORT-SUB1 FROM 1 BY 1
               UNTIL WS-SORT-SUB1 >= WS-PLAYER-COUNT
               PERFORM VARYING WS-SORT-SUB2 FROM 1 BY 1
                   UNTIL WS-SORT-SUB2 >
                       WS-PLAYER-COUNT - WS-SORT-SUB1
                   IF WS-PLR-RATING(WS-SORT-SUB2) <
                           WS-PLR-RATING(WS-SORT-SUB2 + 1)
                       MOVE WS-PLAYER-ENTRY(WS-SORT-SUB2)
                           TO WS-SORT-TEMP-ENTRY
                       MOVE WS-PLAYER-ENTRY(WS-SORT-SUB2 + 1)
                           TO WS-PLAYER-ENTRY(WS-SORT-SUB2)
                       MOVE WS-SORT-TEMP-ENTRY
                           TO WS-PLAYER-ENTRY(WS-SORT-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4000-WRITE-RATING-FILE.
           OPEN OUTPUT RATING-FILE.
           PERFORM VARYING WS-PLAYER-SUB FROM 1 BY 1
               UNTIL WS-PLAYER-SUB > WS-PLAYER-COUNT
               MOVE WS-PLR-NAME(WS-PLAYER-SUB)      TO RT-PLAYER
               MOVE WS-PLR-RATING(WS-PLAYER-SUB)    TO RT-RATING
               MOVE WS-PLR-GAMES(WS-PLAYER-SUB)     TO RT-GAMES
               MOVE WS-PLR-WINS(WS-PLAYER-SUB)      TO RT-WINS
               MOVE WS-PLR-DRAWS(WS-PLAYER-SUB)     TO RT-DRAWS
               MOVE WS-PLR-LOSSES(WS-PLAYER-SUB)    TO RT-LOSSES
               MOVE WS-PLR-LAST-DATE(WS-PLAYER-SUB) TO RT-LAST-DATE
               WRITE RATING-REC
           END-PERFORM.
           CLOSE RATING-FILE.

      * THE WORK FILE, FLAGS SET, REPLACES THE RESULTS FILE.  A SHORT
      * COPY LEAVES THE WORK FILE TO RELOAD FROM.
       4100-FLAG-RESULTS-RATED.
           OPEN INPUT RESULTS-WORK.
           OPEN OUTPUT RESULTS-FILE.
           READ RESULTS-WORK.
           PERFORM UNTIL WS-RESULTS-WORK-STATUS > "00"
               WRITE RESULTS-REC FROM RESULTS-WORK-REC
               IF WS-RESULTS-STATUS = "00"
                   ADD 1 TO WS-RESULTS-COPIED-BACK
               END-IF
               READ RESULTS-WORK
           END-PERFORM.
           CLOSE RESULTS-WORK.
           CLOSE RESULTS-FILE.
           IF WS-RESULTS-COPIED-BACK NOT = WS-RESULT-COUNT
               DISPLAY "*** RESULTS FILE REWRITE WROTE "
                   WS-RESULTS-COPIED-BACK " OF " WS-RESULT-COUNT
                   " -- RELOAD FROM " WS-RESULTS-WORK-DSN " ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

       5000-WRITE-RATING-LIST.
           OPEN OUTPUT RATING-RPT-OUT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO HDR-RUN-DATE.
           WRITE RATING-RPT-REC FROM WS-RPT-HDR.
           WRITE RATING-RPT-REC FROM WS-RPT-COLUMNS.
           MOVE 0 TO WS-RANK.
           PERFORM VARYING WS-PLAYER-SUB FROM 1 BY 1
               UNTIL WS-PLAYER-SUB > WS-PLAYER-COUNT
               ADD 1 TO WS-RANK
               MOVE WS-RANK                      TO DET-RANK
               MOVE WS-PLR-NAME(WS-PLAYER-SUB)   TO DET-PLAYER
               MOVE WS-PLR-RATING(WS-PLAYER-SUB) TO DET-RATING
               MOVE WS-PLR-GAMES(WS-PLAYER-SUB)  TO DET-GAMES
               MOVE WS-PLR-WINS(WS-PLAYER-SUB)   TO DET-WINS
               MOVE WS-PLR-DRAWS(WS-PLAYER-SUB)  TO DET-DRAWS
               MOVE WS-PLR-LOSSES(WS-PLAYER-SUB) TO DET-LOSSES
               WRITE RATING-RPT-REC FROM WS-RPT-DETAIL
           END-PERFORM.
           CLOSE RATING-RPT-OUT.
