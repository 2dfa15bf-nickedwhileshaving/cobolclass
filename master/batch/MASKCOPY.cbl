           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-IN.
       01 EMPLOYEE-MASTER-REC-IN.
          05 EMI-NUM                  PIC X(05).
          05 EMI-NAME                 PIC X(20).
          05 EMI-DEPT                 PIC X(15).
          05 EMI-HIRE-DATE            PIC X(06).
          05 EMI-COMP-CLASS           PIC X(04).
          05 EMI-PAY-TYPE             PIC X(01).
          05 EMI-PERIOD-SALARY        PIC 9(06)V99.
          05 EMI-SSN                  PIC X(09).
          05 EMI-STREET               PIC X(30).
          05 EMI-CITY                 PIC X(20).
          05 EMI-ADDR-STATE           PIC X(02).
          05 EMI-ZIP                  PIC X(09).
          05 EMI-BURDEN-PCT           PIC 9(02)V99.
          05 EMI-COMPANY              PIC X(02).

       FD  EMPLOYEE-MASTER-OUT
           RECORDING MODE IS F
           DATA RECORD IS EMPLOYEE-MASTER-REC-OUT.
       01 EMPLOYEE-MASTER-REC-OUT     PIC X(157).

       FD  DEDUCTION-MASTER-IN
           RECORDING MODE IS F
           DATA RECORD IS DEDUCTION-MASTER-REC-IN.
       01 DEDUCTION-MASTER-REC-IN.
          05 DMI-EMP-NUMBER           PIC X(05).
          05 DMI-TYPE                 PIC X(04).
          05 DMI-METHOD               PIC X(01).
          05 DMI-AMOUNT               PIC S9(04)V99.
          05 DMI-PRIORITY             PIC 9(02).
          05 DMI-GOAL                 PIC 9(07)V99.
          05 DMI-TAKEN                PIC 9(07)V99.
          05 DMI-TAX-TREATMENT        PIC X(01).
          05 DMI-ER-AMOUNT            PIC 9(04)V99.

       FD  DEDUCTION-MASTER-OUT
           RECORDING MODE IS F
           DATA RECORD IS DEDUCTION-MASTER-REC-OUT.
       01 DEDUCTION-MASTER-REC-OUT    PIC X(43).

       FD  PAYROLL-YTD-IN
           DATA RECORD IS PAYROLL-YTD-REC-IN.
       01 PAYROLL-YTD-REC-IN.
          05 YTDI-EMP-NUMBER          PIC X(05).
          05 YTDI-GROSS               PIC 9(07)V99.
          05 YTDI-SS-TAXABLE-GROSS    PIC 9(07)V99.

       FD  PAYROLL-YTD-OUT
           DATA RECORD IS PAYROLL-YTD-REC-OUT.
       01 PAYROLL-YTD-REC-OUT.
          05 YTDO-EMP-NUMBER          PIC X(05).
          05 YTDO-GROSS               PIC 9(07)V99.
          05 YTDO-SS-TAXABLE-GROSS    PIC 9(07)V99.

           RECORDING MODE IS F
           DATA RECORD IS BANK-ACCOUNT-REC-IN.
       01 BANK-ACCOUNT-REC-IN.
          05 BAI-EMP-NUMBER           PIC X(05).
          05 BAI-ROUTING              PIC X(09).
          05 BAI-ACCOUNT              PIC X(17).
          05 BAI-ACCT-TYPE            PIC X(01).
       FD  BANK-ACCOUNT-OUT
           RECORDING MODE IS F
           DATA RECORD IS BANK-ACCOUNT-REC-OUT.
       01 BANK-ACCOUNT-REC-OUT        PIC X(41).

       FD  CUSTOMER-MASTER-IN
           RECORDING MODE IS F
          05 CMI-CREDIT-LIMIT         PIC X(09).
          05 CMI-CREDIT-STATUS        PIC X(01).
          05 CMI-TERMS-CODE           PIC X(03).
          05 CMI-ACTIVE-SW            PIC X(01).
          05 CMI-CASH-ONLY-SW         PIC X(01).
          05 CMI-COMPANY              PIC X(02).

       FD  CUSTOMER-MASTER-OUT
           RECORDING MODE IS F
           DATA RECORD IS CUSTOMER-MASTER-REC-OUT.
       01 CUSTOMER-MASTER-REC-OUT     PIC X(74).

       WORKING-STORAGE SECTION.
       01  WS-EMP-IN-DSN              PIC X(80).
       01  WS-CUST-COUNT              PIC 9(05) VALUE 0.

       01  WS-EMP-MASKED.
          05 EMO-NUM                  PIC X(05).
          05 EMO-NAME                 PIC X(20).
          05 EMO-DEPT                 PIC X(15).
          05 EMO-HIRE-DATE            PIC X(06).
          05 EMO-COMP-CLASS           PIC X(04).
          05 EMO-PAY-TYPE             PIC X(01).
          05 EMO-PERIOD-SALARY        PIC 9(06)V99.
          05 EMO-SSN                  PIC X(09).
          05 EMO-STREET               PIC X(30).
          05 EMO-CITY                 PIC X(20).
          05 EMO-ADDR-STATE           PIC X(02).
          05 EMO-ZIP                  PIC X(09).
          05 EMO-BURDEN-PCT           PIC 9(02)V99.
          05 EMO-COMPANY              PIC X(02).

       01  WS-DED-MASKED.
          05 DMO-EMP-NUMBER           PIC X(05).
          05 DMO-TYPE                 PIC X(04).
          05 DMO-METHOD               PIC X(01).
          05 DMO-AMOUNT               PIC S9(04)V99.
          05 DMO-PRIORITY             PIC 9(02).
          05 DMO-GOAL                 PIC 9(07)V99.
          05 DMO-TAKEN                PIC 9(07)V99.
          05 DMO-TAX-TREATMENT        PIC X(01).
          05 DMO-ER-AMOUNT            PIC 9(04)V99.

       01  WS-BANK-MASKED.
          05 BAO-EMP-NUMBER           PIC X(05).
          05 BAO-ROUTING              PIC X(09).
          05 BAO-ACCOUNT              PIC X(17).
          05 BAO-ACCT-TYPE            PIC X(01).
          05 CMO-CREDIT-LIMIT         PIC 9(07)V99.
          05 CMO-CREDIT-STATUS        PIC X(01).
          05 CMO-TERMS-CODE           PIC X(03).
          05 CMO-ACTIVE-SW            PIC X(01).
          05 CMO-CASH-ONLY-SW         PIC X(01).
          05 CMO-COMPANY              PIC X(02).

       PROCEDURE DIVISION.


      * NAMES BECOME GENERATED ONES KEYED TO THE (UNCHANGED)
      * EMPLOYEE NUMBER; THE RATE AND SALARY SCALE BY THE ONE
      * UNIFORM FACTOR.  THE SSN BECOMES A 900-00-0NNN NUMBER SSA
      * NEVER ISSUES AND THE HOME ADDRESS A GENERATED ONE; ONLY THE
      * STATE SURVIVES, SINCE THE STATE FILINGS KEY ON IT.
       1000-MASK-EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER-IN.
           IF WS-EMP-IN-STATUS NOT = "00"
                   MOVE SPACES TO EMO-NAME
                   STRING "EMPLOYEE " EMI-NUM
                       DELIMITED BY SIZE INTO EMO-NAME
                   MOVE SPACES TO EMO-SSN EMO-STREET EMO-CITY
                   STRING "9000" EMI-NUM
                       DELIMITED BY SIZE INTO EMO-SSN
                   STRING EMI-NUM " TEST STREET"
                       DELIMITED BY SIZE INTO EMO-STREET
                   MOVE "TESTVILLE" TO EMO-CITY
                   MOVE "00000    " TO EMO-ZIP
                   IF EMI-PAY-RATE IS NUMERIC
                       COMPUTE EMO-PAY-RATE ROUNDED
                           = EMI-PAY-RATE * WS-MASK-FACTOR
                       COMPUTE DMO-TAKEN ROUNDED
                           = DMI-TAKEN * WS-MASK-FACTOR
                   END-IF
                   IF DMI-ER-AMOUNT IS NUMERIC
                       COMPUTE DMO-ER-AMOUNT ROUNDED
                           = DMI-ER-AMOUNT * WS-MASK-FACTOR
                   END-IF
                   WRITE DEDUCTION-MASTER-REC-OUT
                       FROM WS-DED-MASKED
                   READ DEDUCTION-MASTER-IN
                   END-IF
                   MOVE CMI-CREDIT-STATUS TO CMO-CREDIT-STATUS
                   MOVE CMI-TERMS-CODE    TO CMO-TERMS-CODE
                   MOVE CMI-ACTIVE-SW     TO CMO-ACTIVE-SW
                   MOVE CMI-CASH-ONLY-SW  TO CMO-CASH-ONLY-SW
                   MOVE CMI-COMPANY       TO CMO-COMPANY
                   WRITE CUSTOMER-MASTER-REC-OUT
                       FROM WS-CUST-MASKED
                   READ CUSTOMER-MASTER-IN
