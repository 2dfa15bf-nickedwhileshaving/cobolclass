       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  09/02/2026.
      *Periodic archive of closed AR items.  Fully-settled items
      *(paid, written off, refunded, or zero-balance credit memos)
      *older than the retention cutoff move to the cumulative AR
      *history file; open items and anything recent stay live, so
      *HW15CASH stops wading through years of dead items.  The
      *counts are proven -- items read must equal items kept plus
      *items archived, and the archive write count must match --
      *before the live file is replaced, and an audit line is left
      *on the archive report.
      *HW15ARIQ answers last year's payment disputes from the
      *history file without restoring anything by hand.

           MOVE "N" TO WS-ARCHIVE-THIS-SW.
           COMPUTE WS-OPEN-BALANCE
               = AR-AMOUNT-DUE - AR-AMOUNT-PAID.
           IF AR-STATUS = "P" OR AR-STATUS = "W" OR AR-STATUS = "R"
               OR (AR-STATUS = "M" AND WS-OPEN-BALANCE <= 0)
               IF AR-INVOICE-DATE IS NUMERIC
                   COMPUTE WS-INVOICE-INT = FUNCTION INTEGER-OF-DATE
