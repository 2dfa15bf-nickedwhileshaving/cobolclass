      *count must match the records present (as on the HW16PRE
      *feed).  Any miss writes a one-page missing-inputs report and
      *returns "8" so the driver can fail fast.
      *The same rows tell DSNLOCK which datasets to lock for the
      *chain: column 120 is the lock mode (S shared, X exclusive,
      *N none; blank is shared).  PREFLITE itself does not use it.
      *
      *PARAMETER BLOCK:
      *  PF-CHAIN    X(08)  CHAIN NAME TO CHECK (MATCHES MANIFEST)
          05 MAN-REC-LEN              PIC 9(03).
          05 MAN-TRL-CHECK            PIC X(01).
          05 MAN-DEFAULT-DSN          PIC X(80).
          05 MAN-LOCK-MODE            PIC X(01).

       FD  CHECKED-FILE
           RECORDING MODE IS F
