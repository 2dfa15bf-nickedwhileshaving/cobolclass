       01 QUOTE-FILE-REC.
          05 QU-QUOTE-NUMBER          PIC 9(05).
          05 QU-EXPIRES               PIC X(08).
          05 QU-LINE-IMAGE            PIC X(32).

       FD  PURGE-RPT-OUT
           RECORDING MODE IS F
       01  WS-PURGE-COUNT             PIC 9(04) VALUE 0.
       01  WS-KEEP-TABLE.
           05 WS-KEEP-ENTRY OCCURS 2000 TIMES.
              10 WS-KEEP-REC          PIC X(45).

       01  WS-PURGE-LINE.
           05 FILLER                  PIC X(13)
                   VALUE " EXPIRED ".
           05 PGL-EXPIRES             PIC X(08).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 PGL-LINE                PIC X(32).

       PROCEDURE DIVISION.

