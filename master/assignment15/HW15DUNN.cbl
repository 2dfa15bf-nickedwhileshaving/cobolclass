          05 CM-CREDIT-LIMIT          PIC X(09).
          05 CM-CREDIT-STATUS         PIC X(01).
          05 CM-TERMS-CODE            PIC X(03).
          05 CM-ACTIVE-SW             PIC X(01).
          05 CM-CASH-ONLY-SW          PIC X(01).
          05 CM-COMPANY               PIC X(02).

       FD  DUNNING-LETTERS-OUT
           RECORDING MODE IS F
              10 WS-CUST-LIMIT        PIC X(09).
              10 WS-CUST-CRED-STAT    PIC X(01).
              10 WS-CUST-TERMS        PIC X(03).
              10 WS-CUST-ACTIVE       PIC X(01).
              10 WS-CUST-CASH-ONLY    PIC X(01).
              10 WS-CUST-COMPANY      PIC X(02).
              10 WS-CUST-PASTDUE-BAL  PIC 9(09)V99.
              10 WS-CUST-OLDEST-DAYS  PIC 9(05).
       01  WS-MASTER-CHANGED-SW       PIC X(01) VALUE "N".
                       TO WS-CUST-CRED-STAT(WS-CUST-COUNT)
                   MOVE CM-TERMS-CODE
                       TO WS-CUST-TERMS(WS-CUST-COUNT)
                   MOVE CM-ACTIVE-SW
                       TO WS-CUST-ACTIVE(WS-CUST-COUNT)
                   MOVE CM-CASH-ONLY-SW
                       TO WS-CUST-CASH-ONLY(WS-CUST-COUNT)
                   MOVE CM-COMPANY
                       TO WS-CUST-COMPANY(WS-CUST-COUNT)
                   MOVE ZEROS
                       TO WS-CUST-PASTDUE-BAL(WS-CUST-COUNT)
                   MOVE ZEROS
               MOVE WS-CUST-CRED-STAT(WS-CUST-SUB)
                   TO CM-CREDIT-STATUS
               MOVE WS-CUST-TERMS(WS-CUST-SUB) TO CM-TERMS-CODE
               MOVE WS-CUST-ACTIVE(WS-CUST-SUB) TO CM-ACTIVE-SW
               MOVE WS-CUST-CASH-ONLY(WS-CUST-SUB) TO CM-CASH-ONLY-SW
               MOVE WS-CUST-COMPANY(WS-CUST-SUB)   TO CM-COMPANY
               WRITE CUSTOMER-MASTER-REC
           END-PERFORM.
           CLOSE CUSTOMER-MASTER.
