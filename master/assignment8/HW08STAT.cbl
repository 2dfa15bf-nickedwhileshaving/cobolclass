      * APPLIES THE CARRIER'S DELIVERY CONFIRMATION FILE TO THE
      * SHIPMENT STATUS FILE HW08NB WRITES, MARKING DELIVERIES.
      * CONFIRMATIONS THAT MATCH NO OPEN SHIPMENT ARE LISTED.
      * A PACKAGE OF A MULTI-PIECE SHIPMENT IS HELD AS CONFIRMED (C)
      * UNTIL EVERY PACKAGE UNDER ITS MASTER TRACKING NUMBER IS IN;
      * THE LAST CONFIRMATION MARKS THE WHOLE SHIPMENT DELIVERED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 SHP-WEIGHT               PIC 9(03)V99.
          05 SHP-COST                 PIC 9(05)V99.
          05 SHP-DECLARED             PIC 9(07)V99.
          05 SHP-CARRIER              PIC X(04).
          05 SHP-MASTER-TRACKING      PIC 9(10).
          05 SHP-PIECE-NUMBER         PIC 9(02).
          05 SHP-PIECE-COUNT          PIC 9(02).

       FD  CARRIER-CONFIRM-IN
           RECORDING MODE IS F
          88 STAT-SHIP-FOUND               VALUE "Y".
       01 WS-SHIPMENT-TABLE.
          05 WS-SHIP-ENTRY OCCURS 2000 TIMES.
             10 WS-SHP-REC            PIC X(78).
       01 WS-SHP-WORK.
          05 WSW-TRACKING             PIC 9(10).
          05 WSW-ORDER                PIC X(05).
          05 WSW-WEIGHT               PIC 9(03)V99.
          05 WSW-COST                 PIC 9(05)V99.
          05 WSW-DECLARED             PIC 9(07)V99.
          05 WSW-CARRIER              PIC X(04).
          05 WSW-MASTER               PIC 9(10).
          05 WSW-PIECE-NUMBER         PIC 9(02).
          05 WSW-PIECE-COUNT          PIC 9(02).
       01 WS-CONF-MASTER              PIC 9(10).
       01 WS-MASTER-SUB               PIC 9(04).
       01 WS-PIECES-OPEN-SW           PIC X(01).
          88 MASTER-PIECES-OPEN             VALUE "Y".

       01 WS-CONFIRM-COUNT            PIC 9(05) VALUE 0.
       01 WS-MARKED-COUNT             PIC 9(05) VALUE 0.
       01 WS-UNMATCHED-COUNT          PIC 9(05) VALUE 0.
       01 WS-ORDERS-DELIVERED         PIC 9(05) VALUE 0.
       01 WS-PIECES-HELD              PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "CONFIRMATIONS READ: " WS-CONFIRM-COUNT.
           DISPLAY "DELIVERIES MARKED : " WS-MARKED-COUNT.
           DISPLAY "UNMATCHED         : " WS-UNMATCHED-COUNT.
           DISPLAY "ORDERS DELIVERED  : " WS-ORDERS-DELIVERED.
           DISPLAY "PIECES HELD (C)   : " WS-PIECES-HELD.
           DISPLAY "HW08STAT CONCLUDES".
           GOBACK.

               IF WSW-TRACKING = CONF-TRACKING-NUMBER
                   AND WSW-STATUS = "O"
                   MOVE "Y" TO WS-SHIP-FOUND-SW
                   MOVE CONF-DELIVERED-DATE TO WSW-DELIVERED
                   ADD 1 TO WS-MARKED-COUNT
                   IF WSW-PIECE-COUNT IS NUMERIC
                       AND WSW-PIECE-COUNT > 1
                       MOVE "C" TO WSW-STATUS
                       MOVE WSW-MASTER TO WS-CONF-MASTER
                   ELSE
                       MOVE "D" TO WSW-STATUS
                       MOVE 0 TO WS-CONF-MASTER
                       ADD 1 TO WS-ORDERS-DELIVERED
                   END-IF
                   MOVE WS-SHP-WORK TO WS-SHP-REC(WS-SHIP-SUB)
                   MOVE WS-SHIP-COUNT TO WS-SHIP-SUB
               END-IF
           END-PERFORM.
               ADD 1 TO WS-UNMATCHED-COUNT
               DISPLAY "NO OPEN SHIPMENT FOR TRACKING "
                   CONF-TRACKING-NUMBER
           ELSE
               IF WS-CONF-MASTER > 0
                   PERFORM 2100-COMPLETE-MASTER
               END-IF
           END-IF.

      * WHEN NO PACKAGE UNDER THE MASTER IS STILL OPEN, EVERY HELD
      * PACKAGE OF THE SHIPMENT BECOMES DELIVERED, EACH KEEPING ITS
      * OWN DELIVERY DATE.
       2100-COMPLETE-MASTER.
           MOVE "N" TO WS-PIECES-OPEN-SW.
           PERFORM VARYING WS-MASTER-SUB FROM 1 BY 1
               UNTIL WS-MASTER-SUB > WS-SHIP-COUNT
               MOVE WS-SHP-REC(WS-MASTER-SUB) TO WS-SHP-WORK
               IF WSW-MASTER = WS-CONF-MASTER
                   AND WSW-STATUS = "O"
                   MOVE "Y" TO WS-PIECES-OPEN-SW
                   MOVE WS-SHIP-COUNT TO WS-MASTER-SUB
               END-IF
           END-PERFORM.
           IF NOT MASTER-PIECES-OPEN
               PERFORM VARYING WS-MASTER-SUB FROM 1 BY 1
                   UNTIL WS-MASTER-SUB > WS-SHIP-COUNT
                   MOVE WS-SHP-REC(WS-MASTER-SUB) TO WS-SHP-WORK
                   IF WSW-MASTER = WS-CONF-MASTER
                       AND WSW-STATUS = "C"
                       MOVE "D" TO WSW-STATUS
                       MOVE WS-SHP-WORK TO WS-SHP-REC(WS-MASTER-SUB)
                   END-IF
               END-PERFORM
               ADD 1 TO WS-ORDERS-DELIVERED
           END-IF.

       5000-REWRITE-SHIPMENTS.
           PERFORM VARYING WS-SHIP-SUB FROM 1 BY 1
               UNTIL WS-SHIP-SUB > WS-SHIP-COUNT
               MOVE WS-SHP-REC(WS-SHIP-SUB) TO SHIPMENT-STATUS-REC
               IF SHP-STATUS = "C"
                   ADD 1 TO WS-PIECES-HELD
               END-IF
               WRITE SHIPMENT-STATUS-REC
           END-PERFORM.
           CLOSE SHIPMENT-STATUS.
