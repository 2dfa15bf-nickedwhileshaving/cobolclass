      *counts, control total, and return code; this routine stamps
      *the date and time and appends one record to RUNSTATS.dat
      *(environment variable RUNSTATS) so month-end slowdowns and
      *half-empty feeds have history to compare against.  The
      *caller's return code goes back to it unchanged -- the call
      *is always a program's last step and must not lose it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               WRITE RUN-STATS-REC
               CLOSE RUN-STATS-FILE
           END-IF.
           MOVE RST-RETURN-CODE TO RETURN-CODE.
           GOBACK.
