       01 QUOTE-FILE-REC.
          05 QU-QUOTE-NUMBER          PIC 9(05).
          05 QU-EXPIRES               PIC X(08).
          05 QU-LINE-IMAGE            PIC X(32).

       FD  ORDER-FEED-OUT
           RECORDING MODE IS F
       01 ORDER-FEED-REC.
          05 OF-LINE                  PIC X(30).
          05 OF-OVERRIDE              PIC X(01).
          05 OF-EDGE-FINISH           PIC X(01).

      * CONVERSION LOG -- ONE ROW PER CONVERTED QUOTE, SO THE
      * PIPELINE REPORT (HW15QRPT) CAN TELL WON FROM OUTSTANDING.
      * THE OVERRIDE INDICATOR HOLDS THE QUOTED PRICE AGAINST ANY
      * LATER PRICE-BOOK CHANGE.
               MOVE "Y" TO OF-OVERRIDE
               MOVE QU-LINE-IMAGE(32:1) TO OF-EDGE-FINISH
               WRITE ORDER-FEED-REC
               ADD 1 TO WS-LINES-CONVERTED
               IF NOT CONVERSION-LOGGED
