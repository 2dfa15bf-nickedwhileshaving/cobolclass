           RECORDING MODE IS F
           DATA RECORD IS CURRENT-REC-IN.
       01 CURRENT-REC-IN.
          05 CUR-PAY-DATE             PIC X(08).
          05 CUR-EMP-NUMBER           PIC X(05).
          05 FILLER                   PIC X(13).
          05 CUR-GROSS                PIC 9(06)V99.
          05 FILLER                   PIC X(36).

       FD  PRIOR-RUN-IN
           RECORDING MODE IS F
           DATA RECORD IS PRIOR-REC-IN.
       01 PRIOR-REC-IN.
          05 PRI-PAY-DATE             PIC X(08).
          05 PRI-EMP-NUMBER           PIC X(05).
          05 FILLER                   PIC X(13).
          05 PRI-GROSS                PIC 9(06)V99.
          05 FILLER                   PIC X(36).

       FD  VARIANCE-RPT-OUT
           RECORDING MODE IS F
       01  WS-CUR-SUB                 PIC 9(04).
       01  WS-CUR-TABLE.
           05 WS-CUR-ENTRY OCCURS 1000 TIMES.
              10 WS-CUR-EMP           PIC X(05).
              10 WS-CUR-TOT-GROSS     PIC 9(07)V99.
              10 WS-CUR-MATCHED       PIC X(01).
       01  WS-PRI-COUNT               PIC 9(04) VALUE 0.
       01  WS-PRI-SUB                 PIC 9(04).
       01  WS-PRI-TABLE.
           05 WS-PRI-ENTRY OCCURS 1000 TIMES.
              10 WS-PRI-EMP           PIC X(05).
              10 WS-PRI-TOT-GROSS     PIC 9(07)V99.
              10 WS-PRI-MATCHED       PIC X(01).

       01  WS-VAR-DETAIL.
           05 VD-TAG                  PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 VD-EMP                  PIC X(05).
           05 FILLER                  PIC X(07) VALUE "  LAST ".
           05 VD-PRIOR                PIC $$,$$$,$$9.99.
           05 FILLER                  PIC X(07) VALUE "  THIS ".
