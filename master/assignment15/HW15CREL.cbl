           DATA RECORD IS CREDIT-HOLD-REC.
       01 CREDIT-HOLD-REC.
          05 CHLD-CUST-NUMBER         PIC X(05).
          05 CHLD-LINE-IMAGE          PIC X(32).

       FD  SHAPE-FILE-OUT
           RECORDING MODE IS F
           DATA RECORD IS SHAPE-REC-OUT.
       01 SHAPE-REC-OUT               PIC X(32).

       FD  HELD-RPT-OUT
           RECORDING MODE IS F
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 500 TIMES.
              10 WS-HOLD-CUST         PIC X(05).
              10 WS-HOLD-LINE         PIC X(32).
              10 WS-HOLD-RELEASED     PIC X(01).

       01  CharIn                     PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 HLO-ORDER               PIC X(05).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 HLO-LINE                PIC X(32).

       PROCEDURE DIVISION.

