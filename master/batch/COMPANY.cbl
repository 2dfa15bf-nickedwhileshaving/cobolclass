       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COMPANY.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Shared CALLable company master lookup, in the BUSCAL mold.
      *Each legal entity the shop keeps books for has a row on the
      *company master (COMPANY): its two-character company code, its
      *name, federal EIN and state tax ID, the bank its payroll and
      *receipts run through, the prefix its chart of accounts is
      *printed under, the due-from and due-to accounts its
      *intercompany balances ride in, and the mailing address and
      *bank name and city printed on its W-2s, returns, and check
      *faces (a master keyed before those were added reads them as
      *blank).  The first row is the home company -- the entity
      *every record with a blank company code belongs to, which is
      *every record written before there was more than one.  The
      *file is read once, on the first call of the run.  Functions:
      *    G  GET THE COMPANY IN CO-CODE.  A BLANK CODE GETS THE HOME
      *       COMPANY, AND CO-CODE COMES BACK WITH ITS CODE.
      *    N  NEXT COMPANY AFTER CO-CODE IN FILE ORDER (A BLANK CODE
      *       GETS THE FIRST), FOR A PROGRAM LISTING EVERY ENTITY.
      *CO-RESULT: 0 = FOUND, 4 = NOT ON THE MASTER (OR NO NEXT ONE),
      *8 = NO COMPANY MASTER, WHICH THE CALLERS TAKE AS THE SINGLE-
      *COMPANY SHOP THEY WERE BEFORE THE FILE EXISTED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-MASTER ASSIGN TO WS-COMPANY-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMPANY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-MASTER
           RECORDING MODE IS F
           DATA RECORD IS COMPANY-MASTER-REC.
       01 COMPANY-MASTER-REC.
          05 CMP-CODE                 PIC X(02).
          05 CMP-NAME                 PIC X(30).
          05 CMP-FED-EIN              PIC X(09).
          05 CMP-STATE-ID             PIC X(12).
          05 CMP-BANK-ROUTING         PIC X(09).
          05 CMP-BANK-ACCOUNT         PIC X(17).
          05 CMP-COA-PREFIX           PIC X(02).
          05 CMP-DUE-FROM-ACCT        PIC X(06).
          05 CMP-DUE-TO-ACCT          PIC X(06).
          05 CMP-STREET               PIC X(22).
          05 CMP-CITY                 PIC X(22).
          05 CMP-ADDR-STATE           PIC X(02).
          05 CMP-ZIP                  PIC X(05).
          05 CMP-ZIP-EXT              PIC X(04).
          05 CMP-BANK-NAME            PIC X(30).
          05 CMP-BANK-CITY            PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-COMPANY-DSN             PIC X(80).
       01  WS-COMPANY-STATUS          PIC X(02) VALUE "00".
       01  WS-COMPANIES-LOADED-SW     PIC X(01) VALUE "N".
           88 COMPANIES-LOADED              VALUE "Y".
       01  WS-MASTER-PRESENT-SW       PIC X(01) VALUE "N".
           88 COMPANY-MASTER-PRESENT        VALUE "Y".
       01  WS-CMP-COUNT               PIC 9(02) VALUE 0.
       01  WS-CMP-SUB                 PIC 9(02).
       01  WS-CMP-FOUND-SUB           PIC 9(02).
       01  WS-COMPANY-TABLE.
           05 WS-CMP-ENTRY OCCURS 50 TIMES.
              10 WS-CMP-CODE          PIC X(02).
              10 WS-CMP-REST          PIC X(206).

       LINKAGE SECTION.
       01  CO-PARMS.
           05 CO-FUNCTION             PIC X(01).
              88 CO-FUNC-GET               VALUE "G".
              88 CO-FUNC-NEXT              VALUE "N".
           05 CO-CODE                 PIC X(02).
           05 CO-RESULT               PIC X(01).
              88 CO-FOUND                  VALUE "0".
              88 CO-NOT-ON-MASTER          VALUE "4".
              88 CO-NO-MASTER              VALUE "8".
           05 CO-NAME                 PIC X(30).
           05 CO-FED-EIN              PIC X(09).
           05 CO-STATE-ID             PIC X(12).
           05 CO-BANK-ROUTING         PIC X(09).
           05 CO-BANK-ACCOUNT         PIC X(17).
           05 CO-COA-PREFIX           PIC X(02).
           05 CO-DUE-FROM-ACCT        PIC X(06).
           05 CO-DUE-TO-ACCT          PIC X(06).
           05 CO-HOME-CODE            PIC X(02).
           05 CO-STREET               PIC X(22).
           05 CO-CITY                 PIC X(22).
           05 CO-ADDR-STATE           PIC X(02).
           05 CO-ZIP                  PIC X(05).
           05 CO-ZIP-EXT              PIC X(04).
           05 CO-BANK-NAME            PIC X(30).
           05 CO-BANK-CITY            PIC X(30).

       PROCEDURE DIVISION USING CO-PARMS.

       0000-MAINLINE.
           IF NOT COMPANIES-LOADED
               PERFORM 1000-LOAD-COMPANIES
           END-IF.
           MOVE SPACES TO CO-NAME CO-FED-EIN CO-STATE-ID
                          CO-BANK-ROUTING CO-BANK-ACCOUNT
                          CO-COA-PREFIX CO-DUE-FROM-ACCT
                          CO-DUE-TO-ACCT CO-HOME-CODE
                          CO-STREET CO-CITY CO-ADDR-STATE
                          CO-ZIP CO-ZIP-EXT CO-BANK-NAME
                          CO-BANK-CITY.
           IF NOT COMPANY-MASTER-PRESENT
               MOVE "8" TO CO-RESULT
               GOBACK
           END-IF.
           MOVE WS-CMP-CODE(1) TO CO-HOME-CODE.
           MOVE "4" TO CO-RESULT.
           MOVE 0 TO WS-CMP-FOUND-SUB.
           EVALUATE TRUE
               WHEN CO-FUNC-GET
                   IF CO-CODE = SPACES
                       MOVE 1 TO WS-CMP-FOUND-SUB
                   ELSE
                       PERFORM 2000-FIND-COMPANY
                   END-IF
               WHEN CO-FUNC-NEXT
                   IF CO-CODE = SPACES
                       MOVE 1 TO WS-CMP-FOUND-SUB
                   ELSE
                       PERFORM 2000-FIND-COMPANY
                       IF WS-CMP-FOUND-SUB > 0
                           IF WS-CMP-FOUND-SUB < WS-CMP-COUNT
                               ADD 1 TO WS-CMP-FOUND-SUB
                           ELSE
                               MOVE 0 TO WS-CMP-FOUND-SUB
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-CMP-FOUND-SUB > 0
               MOVE "0" TO CO-RESULT
               MOVE WS-CMP-ENTRY(WS-CMP-FOUND-SUB)
                   TO COMPANY-MASTER-REC
               MOVE CMP-CODE          TO CO-CODE
               MOVE CMP-NAME          TO CO-NAME
               MOVE CMP-FED-EIN       TO CO-FED-EIN
               MOVE CMP-STATE-ID      TO CO-STATE-ID
               MOVE CMP-BANK-ROUTING  TO CO-BANK-ROUTING
               MOVE CMP-BANK-ACCOUNT  TO CO-BANK-ACCOUNT
               MOVE CMP-COA-PREFIX    TO CO-COA-PREFIX
               MOVE CMP-DUE-FROM-ACCT TO CO-DUE-FROM-ACCT
               MOVE CMP-DUE-TO-ACCT   TO CO-DUE-TO-ACCT
               MOVE CMP-STREET        TO CO-STREET
               MOVE CMP-CITY          TO CO-CITY
               MOVE CMP-ADDR-STATE    TO CO-ADDR-STATE
               MOVE CMP-ZIP           TO CO-ZIP
               MOVE CMP-ZIP-EXT       TO CO-ZIP-EXT
               MOVE CMP-BANK-NAME     TO CO-BANK-NAME
               MOVE CMP-BANK-CITY     TO CO-BANK-CITY
           END-IF.
           GOBACK.

      * THE MASTER IS READ ONCE PER RUN.  A ROW WITH A BLANK CODE IS
      * A COMMENT AND IS PASSED OVER; AN EMPTY FILE IS THE SAME AS
      * NO FILE.
       1000-LOAD-COMPANIES.
           MOVE "Y" TO WS-COMPANIES-LOADED-SW.
           ACCEPT WS-COMPANY-DSN FROM ENVIRONMENT "COMPANY".
           IF WS-COMPANY-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\COMPANY.dat"
               TO WS-COMPANY-DSN
           END-IF.
           OPEN INPUT COMPANY-MASTER.
           IF WS-COMPANY-STATUS = "00"
               READ COMPANY-MASTER
               PERFORM UNTIL WS-COMPANY-STATUS > "00"
                   IF CMP-CODE NOT = SPACES
                       IF WS-CMP-COUNT < 50
                           ADD 1 TO WS-CMP-COUNT
                           MOVE COMPANY-MASTER-REC
                               TO WS-CMP-ENTRY(WS-CMP-COUNT)
                       ELSE
                           DISPLAY "COMPANY: MASTER OVER 50 ROWS -- "
                               CMP-CODE " IGNORED"
                       END-IF
                   END-IF
                   READ COMPANY-MASTER
               END-PERFORM
               CLOSE COMPANY-MASTER
           END-IF.
           IF WS-CMP-COUNT > 0
               MOVE "Y" TO WS-MASTER-PRESENT-SW
           END-IF.

       2000-FIND-COMPANY.
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
               UNTIL WS-CMP-SUB > WS-CMP-COUNT
               IF WS-CMP-CODE(WS-CMP-SUB) = CO-CODE
                   MOVE WS-CMP-SUB TO WS-CMP-FOUND-SUB
                   MOVE WS-CMP-COUNT TO WS-CMP-SUB
               END-IF
           END-PERFORM.
