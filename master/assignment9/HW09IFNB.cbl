      * ASK USED FOR ROCK, PAPER OR SCISSORS.
      * COMPARE THEIR INPUT ANSWER TO THE RANDOM NUMBER
      * GENERATED BY THE PROGRAM.  PROVIDE WINNER/LOSER FEEDBACK. 
      * EACH ROUND LOGGED CARRIES THE DATE PLAYED, SO THE GAME LOG
      * CAN BE AGED AND TRIMMED LIKE THE OTHER HISTORY FILES.
       AUTHOR. NIKOLINA BEST.
       DATE-WRITTEN. 03/11/18.

       FD  GAME-LOG-OUT
           RECORDING MODE IS F
           DATA RECORD IS GAME-LOG-REC-OUT.
       01 GAME-LOG-REC-OUT              PIC X(90).

       working-storage section.
       01  WS-TODAYS-DATE          pic x(08).

      * TOURNAMENT PLAY (HW09BRKT) TAGS EVERY LINE WITH THE
      * TOURNAMENT AND ROUND; CASUAL PLAY LEAVES THEM BLANK AND
      * OLD LOG LINES READ BACK BLANK THE SAME WAY.  A LEAGUE
      * SEASON (HW09SEAS) IS TAGGED THE SAME WAY, WITH THE SEASON
      * ID IN PLACE OF THE TOURNAMENT AND THE FIXTURE'S ROUND.
       01 WS-TOURNAMENT-ID            PIC X(06) VALUE SPACES.
       01 WS-ROUND-IN                 PIC X(02) VALUE SPACES.

          05 LOG-TOURNAMENT           PIC X(06).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 LOG-ROUND                PIC X(02).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 LOG-DATE                 PIC X(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF WS-PLAYER-NAME = SPACES
               MOVE "UNKNOWN" TO WS-PLAYER-NAME
           END-IF.
           DISPLAY "TOURNAMENT OR SEASON ID (BLANK FOR CASUAL PLAY) - "
               WITH NO ADVANCING.
           ACCEPT WS-TOURNAMENT-ID.
           IF WS-TOURNAMENT-ID NOT = SPACES
           MOVE WS-PLAYER-NAME TO LOG-PLAYER.
           MOVE WS-TOURNAMENT-ID TO LOG-TOURNAMENT.
           MOVE WS-ROUND-IN TO LOG-ROUND.
           MOVE WS-TODAYS-DATE TO LOG-DATE.
           WRITE GAME-LOG-REC-OUT FROM WS-LOG-LINE.

