          05 MI-PRICE-OUT             PIC 9(06)V99.
          05 MI-DISCOUNT-OUT          PIC 9(05)V99.
          05 MI-MATL-COST-OUT         PIC 9(06)V99.
          05 MI-FINISH-PRICE-OUT      PIC 9(05)V99.
          05 MI-FINISH-CODE           PIC X(01).

       FD  ORDER-HEADER-IN
           RECORDING MODE IS F
          05 OH-ORDER-DATE            PIC X(08).
          05 OH-SHIP-TO-ZIP           PIC X(05).
          05 OH-SALESPERSON-ID        PIC X(03).
          05 OH-SHIP-TO-CODE          PIC X(03).

       FD  COMM-SPLIT-IN
           RECORDING MODE IS F
