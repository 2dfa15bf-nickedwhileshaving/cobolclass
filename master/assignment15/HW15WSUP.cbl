      *Work-order status maintenance and inquiry.  The floor posts
      *cutting and complete against the status file HW15WORD opens,
      *and the front desk answers "is my rug done" by order id
      *without walking to the floor.  A work order voided when
      *HW15OCHG cancels its order shows as VOID and cannot be
      *reopened here.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               WHEN "O" MOVE "OPEN"     TO WS-STATUS-TEXT
               WHEN "K" MOVE "CUTTING"  TO WS-STATUS-TEXT
               WHEN "C" MOVE "COMPLETE" TO WS-STATUS-TEXT
               WHEN "V" MOVE "VOID"     TO WS-STATUS-TEXT
               WHEN OTHER MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE.

                       MOVE WS-WO-COUNT TO WS-WO-SUB
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN NOT WSUP-WO-FOUND
                       DISPLAY "WORK ORDER " WS-IN-WO-NUMBER
                           " NOT ON FILE"
                   WHEN WS-WO-STAT(WS-WO-FOUND-SUB) = "V"
                       DISPLAY "WORK ORDER " WS-IN-WO-NUMBER
                           " WAS VOIDED WHEN ITS ORDER WAS CANCELLED"
                   WHEN OTHER
                       PERFORM 3100-POST-NEW-STATUS
               END-EVALUATE
           END-IF.

       3100-POST-NEW-STATUS.
           DISPLAY "NEW STATUS (O=OPEN K=CUTTING "
               "C=COMPLETE): " WITH NO ADVANCING.
           ACCEPT WS-IN-STATUS.
           IF WSUP-STATUS-VALID
               MOVE WS-IN-STATUS TO WS-WO-STAT(WS-WO-FOUND-SUB)
               MOVE WS-TODAY TO WS-WO-STAT-DATE(WS-WO-FOUND-SUB)
               MOVE "Y" TO WS-FILE-CHANGED-SW
               PERFORM 1500-STATUS-TEXT
               DISPLAY "WORK ORDER " WS-IN-WO-NUMBER
                   " NOW " WS-STATUS-TEXT
           ELSE
               DISPLAY "INVALID STATUS CODE"
           END-IF.

       4000-INQUIRE-ORDER.
