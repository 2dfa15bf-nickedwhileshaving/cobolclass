             10 QU-ORDER-ID           PIC X(05).
             10 QU-MATERIAL-CODE      PIC X(04).
             10 QU-OVERRIDE-IND       PIC X(01).
             10 QU-EDGE-FINISH        PIC X(01).

       FD  CONVERSION-LOG
           RECORDING MODE IS F
          05 OH-ORDER-DATE            PIC X(08).
          05 OH-SHIP-TO-ZIP           PIC X(05).
          05 OH-SALESPERSON-ID        PIC X(03).
          05 OH-SHIP-TO-CODE          PIC X(03).

       FD  PIPELINE-RPT-OUT
           RECORDING MODE IS F
