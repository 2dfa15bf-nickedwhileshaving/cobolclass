       DATE-WRITTEN. 09/02/2026.
      * TOURNAMENT BRACKET FOR THE BREAK-ROOM ROCK-PAPER-SCISSORS.
      * SEED MODE (S) READS THE GAME LOG, RANKS THE PLAYERS BY
      * THEIR HW09ELO RATING -- LIFETIME WIN PERCENTAGE, THE WAY
      * HW09STAT RANKS THEM, ONLY BREAKS A TIE, AND A PLAYER WITH
      * NO RATING YET STANDS AT THE 1500 EVERYONE STARTS FROM --
      * AND WRITES THE ROUND-1 PAIRINGS FILE -- TOP SEED AGAINST
      * BOTTOM SEED, WITH A BYE WALKOVER FOR THE TOP SEED WHEN THE
      * COUNT IS ODD.  ADVANCE MODE (A) READS THE LOG LINES HW09IFNB
      * TAGGED WITH THE TOURNAMENT AND ROUND, COUNTS EACH PLAYER'S
      * WINS IN THEIR PAIRING, ADVANCES THE WINNERS, APPENDS THE
      * NEXT ROUND'S PAIRINGS, AND PRINTS THE BRACKET STANDING.
      * EVERY PAIRING PLAYED (NOT A BYE) GOES ON THE RESULTS FILE
      * FOR HW09ELO TO RATE, ONCE PER TOURNAMENT AND ROUND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRACKET-RPT-STATUS.

           SELECT RESULTS-FILE ASSIGN TO WS-RESULTS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESULTS-STATUS.

           SELECT RATING-FILE ASSIGN TO WS-RATING-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATING-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES RPSLOG,
      *  RPSPAIR, RPSBRKT, RPSRSLT, AND RPSRATE, FALLING BACK TO THE
      *  DEVELOPMENT DEFAULTS.

       DATA DIVISION.
       FILE SECTION.
          05 GL-TOURNAMENT            PIC X(06).
          05 FILLER                   PIC X(02).
          05 GL-ROUND                 PIC X(02).
          05 FILLER                   PIC X(02).
          05 GL-DATE                  PIC X(08).

       FD  PAIRINGS-FILE
           RECORDING MODE IS F
           DATA RECORD IS BRACKET-RPT-REC.
       01 BRACKET-RPT-REC             PIC X(80).

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

       WORKING-STORAGE SECTION.
       01 WS-GAME-LOG-DSN             PIC X(80).
       01 WS-PAIRINGS-DSN             PIC X(80).
       01 WS-GAME-LOG-STATUS          PIC X(02) VALUE "00".
       01 WS-PAIRINGS-STATUS          PIC X(02) VALUE "00".
       01 WS-BRACKET-RPT-STATUS       PIC X(02) VALUE "00".
       01 WS-RESULTS-DSN              PIC X(80).
       01 WS-RATING-DSN               PIC X(80).
       01 WS-RESULTS-STATUS           PIC X(02) VALUE "00".
       01 WS-RATING-STATUS            PIC X(02) VALUE "00".
       01 WS-RESULTS-ON-FILE-SW       PIC X(01) VALUE "N".
          88 ROUND-ALREADY-RESULTED        VALUE "Y".
       01 WS-RESULTS-WRITTEN          PIC 9(03) VALUE 0.
       01 WS-START-RATING             PIC 9(04)V99 VALUE 1500.

       01 WS-FUNCTION-IN              PIC X(01).
          88 SEED-MODE                     VALUE "S", "s".
             10 WS-PLR-WINS           PIC 9(05).
             10 WS-PLR-GAMES          PIC 9(05).
             10 WS-PLR-PCT            PIC 9(03)V99.
             10 WS-PLR-RATING         PIC 9(04)V99.
       01 WS-SORT-SUB1                PIC 9(03).
       01 WS-SORT-SUB2                PIC 9(03).
       01 WS-SORT-TEMP-ENTRY.
          05 WS-SORT-TEMP-WINS        PIC 9(05).
          05 WS-SORT-TEMP-GAMES       PIC 9(05).
          05 WS-SORT-TEMP-PCT         PIC 9(03)V99.
          05 WS-SORT-TEMP-RATING      PIC 9(04)V99.

       01 WS-PAIR-COUNT               PIC 9(03) VALUE 0.
       01 WS-PAIR-SUB                 PIC 9(03).
           MOVE "C:\school\cobol\cobolclass\master\data\RPSBRKT.rpt"
               TO WS-BRACKET-RPT-DSN
           END-IF.
           ACCEPT WS-RESULTS-DSN FROM ENVIRONMENT "RPSRSLT".
           IF WS-RESULTS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\RPSRSLT.dat"
               TO WS-RESULTS-DSN
           END-IF.
           ACCEPT WS-RATING-DSN FROM ENVIRONMENT "RPSRATE".
           IF WS-RATING-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\RPSRATE.dat"
               TO WS-RATING-DSN
           END-IF.

      * SEEDING: RATINGS FROM HW09ELO, THEN LIFETIME WIN PERCENTAGES
      * FROM THE WHOLE LOG, BEST AGAINST WORST, SECOND-BEST AGAINST
      * SECOND-WORST, AND SO ON.
       1000-SEED-ROUND-ONE.
           PERFORM 1100-TALLY-LIFETIME-RECORDS.
           IF WS-PLAYER-COUNT < 2
                   "NOTHING TO SEED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1180-APPLY-RATINGS
               PERFORM 1200-RANK-BY-RATING
               PERFORM 1300-WRITE-ROUND-ONE-PAIRS
               DISPLAY "PLAYERS SEEDED : " WS-PLAYER-COUNT
               DISPLAY "PAIRS WRITTEN  : " WS-PAIRS-WRITTEN
                       TO WS-PLR-NAME(WS-PLAYER-FOUND-SUB)
                   MOVE 0 TO WS-PLR-WINS(WS-PLAYER-FOUND-SUB)
                   MOVE 0 TO WS-PLR-GAMES(WS-PLAYER-FOUND-SUB)
                   MOVE WS-START-RATING
                       TO WS-PLR-RATING(WS-PLAYER-FOUND-SUB)
               ELSE
                   MOVE WS-PLAYER-COUNT TO WS-PLAYER-FOUND-SUB
               END-IF
           END-IF.

      * ONLY PLAYERS ON THE LOG ARE SEEDED; A RATED PLAYER WHO HAS
      * NEVER LOGGED A ROUND IS NOT ENTERED.  NO RATING FILE LEAVES
      * EVERYONE LEVEL, SO THE WIN PERCENTAGES DECIDE AS BEFORE.
       1180-APPLY-RATINGS.
           OPEN INPUT RATING-FILE.
           IF WS-RATING-STATUS = "00"
               READ RATING-FILE
               PERFORM UNTIL WS-RATING-STATUS > "00"
                   PERFORM VARYING WS-PLAYER-SUB FROM 1 BY 1
                       UNTIL WS-PLAYER-SUB > WS-PLAYER-COUNT
                       IF WS-PLR-NAME(WS-PLAYER-SUB) = RT-PLAYER
                           MOVE RT-RATING
                               TO WS-PLR-RATING(WS-PLAYER-SUB)
                           MOVE WS-PLAYER-COUNT TO WS-PLAYER-SUB
                       END-IF
                   END-PERFORM
                   READ RATING-FILE
               END-PERFORM
               CLOSE RATING-FILE
           END-IF.

       1200-RANK-BY-RATING.
           PERFORM VARYING WS-SORT-SUB1 FROM 1 BY 1
               UNTIL WS-SORT-SUB1 >= WS-PLAYER-COUNT
               PERFORM VARYING WS-SORT-SUB2 FROM 1 BY 1
                   UNTIL WS-SORT-SUB2 >
                       WS-PLAYER-COUNT - WS-SORT-SUB1
                   IF WS-PLR-RATING(WS-SORT-SUB2) <
                           WS-PLR-RATING(WS-SORT-SUB2 + 1)
                      OR (WS-PLR-RATING(WS-SORT-SUB2) =
                           WS-PLR-RATING(WS-SORT-SUB2 + 1)
                       AND WS-PLR-PCT(WS-SORT-SUB2) <
                           WS-PLR-PCT(WS-SORT-SUB2 + 1))
                       MOVE WS-PLAYER-ENTRY(WS-SORT-SUB2)
                           TO WS-SORT-TEMP-ENTRY
                       MOVE WS-PLAYER-ENTRY(WS-SORT-SUB2 + 1)
           END-IF.
           PERFORM 2200-SCORE-FROM-GAME-LOG.
           PERFORM 2300-PICK-WINNERS.
           PERFORM 2350-WRITE-RESULTS.
           PERFORM 2400-WRITE-NEXT-ROUND.
           PERFORM 2500-WRITE-BRACKET-STANDING.
           DISPLAY "PAIRINGS SCORED : " WS-PAIR-COUNT.
           DISPLAY "RESULTS WRITTEN : " WS-RESULTS-WRITTEN.
           DISPLAY "NEXT-ROUND PAIRS: " WS-PAIRS-WRITTEN.

       2100-LOAD-ROUND-PAIRINGS.
                   TO WS-WINNER-NAME(WS-WINNER-COUNT)
           END-PERFORM.

      * EACH PAIRING PLAYED IS ONE HEAD-TO-HEAD RESULT FOR HW09ELO;
      * ONE WITH NO WINS ON EITHER SIDE WAS NOT PLAYED AND IS LEFT
      * OFF, THOUGH THE HIGHER SEED STILL ADVANCES ON IT.
      * A ROUND ALREADY ON THE RESULTS FILE (THE ROUND ADVANCED A
      * SECOND TIME) IS NOT WRITTEN AGAIN, SO NOTHING IS RATED TWICE.
       2350-WRITE-RESULTS.
           MOVE "N" TO WS-RESULTS-ON-FILE-SW.
           OPEN INPUT RESULTS-FILE.
           IF WS-RESULTS-STATUS = "00"
               READ RESULTS-FILE
               PERFORM UNTIL WS-RESULTS-STATUS > "00"
                   IF RS-EVENT = WS-TOURNAMENT-IN
                       AND RS-ROUND = WS-THIS-ROUND
                       AND RS-SOURCE = "B"
                       MOVE "Y" TO WS-RESULTS-ON-FILE-SW
                   END-IF
                   READ RESULTS-FILE
               END-PERFORM
               CLOSE RESULTS-FILE
           END-IF.
           IF ROUND-ALREADY-RESULTED
               DISPLAY "RESULTS FOR THIS ROUND ARE ALREADY ON FILE -- "
                   "NOT WRITTEN AGAIN"
           ELSE
               OPEN EXTEND RESULTS-FILE
               IF WS-RESULTS-STATUS = "35"
                   OPEN OUTPUT RESULTS-FILE
               END-IF
               PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
                   IF WS-PAIR-P2(WS-PAIR-SUB) NOT = "BYE"
                       AND (WS-PAIR-P1-WINS(WS-PAIR-SUB) > 0
                         OR WS-PAIR-P2-WINS(WS-PAIR-SUB) > 0)
                       MOVE FUNCTION CURRENT-DATE (1:8) TO RS-DATE
                       MOVE WS-TOURNAMENT-IN TO RS-EVENT
                       MOVE WS-THIS-ROUND TO RS-ROUND
                       MOVE WS-PAIR-P1(WS-PAIR-SUB) TO RS-PLAYER-1
                       MOVE WS-PAIR-P2(WS-PAIR-SUB) TO RS-PLAYER-2
                       MOVE WS-PAIR-P1-WINS(WS-PAIR-SUB) TO RS-P1-WINS
                       MOVE WS-PAIR-P2-WINS(WS-PAIR-SUB) TO RS-P2-WINS
                       MOVE "B" TO RS-SOURCE
                       MOVE SPACE TO RS-RATED-FLAG
                       WRITE RESULTS-REC
                       ADD 1 TO WS-RESULTS-WRITTEN
                   END-IF
               END-PERFORM
               CLOSE RESULTS-FILE
           END-IF.

       2400-WRITE-NEXT-ROUND.
           MOVE 0 TO WS-PAIRS-WRITTEN.
           IF WS-WINNER-COUNT < 2
