       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW15CMNT.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Customer master maintenance.  Adds customers, changes their
      *name, address, state, terms, and credit fields, and inactivates
      *(or reactivates) them, with every field edited on the way in --
      *the credit limit must be numeric, the state two letters, the
      *terms code one the terms table knows, the credit status blank
      *or H.  Also keeps the ship-to file: any number of numbered
      *ship-to addresses per customer, each with its own ZIP, which
      *order headers name by ship-to code so HW15BILL, HW15ACK, and
      *the shipment feed ship to the right site.  Runs behind SIGNON;
      *adding a customer, touching the credit fields, and changing a
      *customer's active status are level-2 actions.  Every change is
      *journaled field by field through SIGNON to CHGJRNL.  The
      *cash-only flag HW15NSF sets after repeated returned checks is
      *shown here and can be lifted (or set) at level 2.
      *Each customer belongs to one company -- the legal entity that
      *bills it and carries its receivable.  The code must be on the
      *company master (COMPANY) when one is kept; blank means the
      *home company.  Setting it is a level-2 action.
      *The session locks the customer master and the ship-to file
      *(DSNLOCK, exclusive), each on its own, for as long as it
      *runs.  A file the order chain or another session holds can
      *be listed but not updated, and the session is told who holds
      *it and since when.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO WS-CUSTOMER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT SHIP-TO-FILE ASSIGN TO WS-SHIP-TO-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHIP-TO-STATUS.

           SELECT TERMS-TABLE-IN ASSIGN TO WS-TERMS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERMS-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES RUGCUST,
      *  RUGSHTO, AND RUGTRMS, FALLING BACK TO THE DEVELOPMENT
      *  DEFAULTS SHOWN IN 1000.

       DATA DIVISION.
       FILE SECTION.
      * CREDIT LIMIT ZERO MEANS NO LIMIT SET; CREDIT STATUS "H" HOLDS
      * EVERY NEW ORDER.  ACTIVE SWITCH "I" MARKS A CUSTOMER NO LONGER
      * TAKING ORDERS -- ANYTHING ELSE (LEGACY BLANK) IS ACTIVE.
      * CASH-ONLY "Y" MEANS HW15OENT TAKES AN ORDER ONLY WITH THE
      * PAYMENT IN HAND.
       FD  CUSTOMER-MASTER
           RECORDING MODE IS F
           DATA RECORD IS CUSTOMER-MASTER-REC.
       01 CUSTOMER-MASTER-REC.
          05 CM-CUST-NUMBER           PIC X(05).
          05 CM-BILL-TO-NAME          PIC X(25).
          05 CM-ADDRESS               PIC X(25).
          05 CM-STATE                 PIC X(02).
          05 CM-CREDIT-LIMIT          PIC 9(07)V99.
          05 CM-CREDIT-LIMIT-X REDEFINES CM-CREDIT-LIMIT
                                      PIC X(09).
          05 CM-CREDIT-STATUS         PIC X(01).
          05 CM-TERMS-CODE            PIC X(03).
          05 CM-ACTIVE-SW             PIC X(01).
             88 CM-INACTIVE                  VALUE "I".
          05 CM-CASH-ONLY-SW          PIC X(01).
             88 CM-CASH-ONLY                 VALUE "Y".
      *   COMPANY THAT BILLS THE CUSTOMER, BLANK = HOME COMPANY.
          05 CM-COMPANY               PIC X(02).

      * ONE ROW PER SHIP-TO SITE, NUMBERED 001 UP WITHIN THE
      * CUSTOMER.  AN INACTIVE SITE STAYS ON FILE SO OLD ORDERS STILL
      * RESOLVE; IT JUST TAKES NO NEW ONES.
       FD  SHIP-TO-FILE
           RECORDING MODE IS F
           DATA RECORD IS SHIP-TO-REC.
       01 SHIP-TO-REC.
          05 ST-CUST-NUMBER           PIC X(05).
          05 ST-SHIP-TO-CODE          PIC X(03).
          05 ST-NAME                  PIC X(25).
          05 ST-ADDRESS               PIC X(25).
          05 ST-CITY                  PIC X(15).
          05 ST-STATE                 PIC X(02).
          05 ST-ZIP                   PIC X(05).
          05 ST-ACTIVE-SW             PIC X(01).
             88 ST-INACTIVE                  VALUE "I".

       FD  TERMS-TABLE-IN
           RECORDING MODE IS F
           DATA RECORD IS TERMS-TABLE-REC.
       01 TERMS-TABLE-REC.
          05 TRM-CODE                 PIC X(03).
          05 TRM-NET-DAYS             PIC 9(03).
          05 TRM-DISC-DAYS            PIC 9(03).
          05 TRM-DISC-PCT             PIC V99.

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-DSN            PIC X(80).
       01  WS-SHIP-TO-DSN             PIC X(80).
       01  WS-TERMS-DSN               PIC X(80).

       01  WS-CUSTOMER-STATUS         PIC X(02) VALUE "00".
       01  WS-SHIP-TO-STATUS          PIC X(02) VALUE "00".
       01  WS-TERMS-STATUS            PIC X(02) VALUE "00".

      * BOTH FILES ARE REWRITTEN AT THE END OF THE SESSION, SO EACH
      * MUST FIT ITS TABLE WHOLE.  THE CUSTOMER TABLE STOPS AT 100,
      * THE SIZE EVERY PROGRAM READING THE MASTER HOLDS.
       01  WS-CUST-COUNT              PIC 9(03) VALUE 0.
       01  WS-CUST-SUB                PIC 9(03).
       01  WS-CUST-FOUND-SUB          PIC 9(03).
       01  WS-CUSTOMER-TABLE.
           05 WS-CMT-ENTRY OCCURS 100 TIMES.
              10 WS-CMT-KEY           PIC X(05).
              10 FILLER               PIC X(69).
       01  WS-CUST-CHANGED-SW         PIC X(01) VALUE "N".
           88 CUSTOMERS-CHANGED              VALUE "Y".

       01  WS-SHIP-COUNT              PIC 9(04) VALUE 0.
       01  WS-SHIP-SUB                PIC 9(04).
       01  WS-SHIP-FOUND-SUB          PIC 9(04).
       01  WS-SHIP-TO-TABLE.
           05 WS-STT-ENTRY OCCURS 1000 TIMES.
              10 WS-STT-KEY           PIC X(08).
              10 FILLER               PIC X(73).
       01  WS-SHIP-CHANGED-SW         PIC X(01) VALUE "N".
           88 SHIP-TOS-CHANGED               VALUE "Y".
       01  WS-NEXT-SHIP-TO            PIC 9(03).

       01  WS-TRM-COUNT               PIC 9(02) VALUE 0.
       01  WS-TRM-SUB                 PIC 9(02).
       01  WS-TERMS-TABLE-WS.
           05 WS-TRM-ENTRY OCCURS 20 TIMES.
              10 WS-TRM-CODE          PIC X(03).
       01  WS-TERMS-FOUND-SW          PIC X(01).
           88 TERMS-FOUND                    VALUE "Y".

       01  CharIn                     PIC X(02).
           88 ExitCharacter                 VALUE "x", "X".
           88 AddCustomer                   VALUE "AD", "ad".
           88 ChangeCustomer                VALUE "CH", "ch".
           88 InactivateCustomer            VALUE "IN", "in".
           88 ReactivateCustomer            VALUE "RE", "re".
           88 AddShipTo                     VALUE "SA", "sa".
           88 ChangeShipTo                  VALUE "SC", "sc".
           88 InactivateShipTo              VALUE "SI", "si".
           88 ListCustomers                 VALUE "LI", "li".
           88 ListShipTos                   VALUE "LS", "ls".

       01  WS-IN-CUSTOMER             PIC X(05).
       01  WS-IN-SHIP-KEY.
           05 WS-IN-SHIP-CUST         PIC X(05).
           05 WS-IN-SHIP-CODE         PIC X(03).
       01  WS-IN-NAME                 PIC X(25).
       01  WS-IN-ADDRESS              PIC X(25).
       01  WS-IN-CITY                 PIC X(15).
       01  WS-IN-STATE                PIC X(02).
       01  WS-IN-ZIP                  PIC X(05).
       01  WS-IN-LIMIT                PIC X(09).
       01  WS-IN-LIMIT-N REDEFINES WS-IN-LIMIT
                                      PIC 9(07)V99.
       01  WS-IN-CRED-STAT            PIC X(01).
       01  WS-IN-CASH-ONLY            PIC X(01).
       01  WS-IN-TERMS                PIC X(03).
       01  WS-IN-COMPANY              PIC X(02).
       01  WS-IN-CONFIRM              PIC X(01).
       01  WS-ENTRY-OK-SW             PIC X(01).
           88 ENTRY-OK                       VALUE "Y".

      * THE ROW AS IT STOOD BEFORE A CHANGE, FOR THE FIELD-BY-FIELD
      * JOURNAL.
       01  WS-OLD-CUSTOMER-REC        PIC X(74).
       01  WS-OLD-CUSTOMER REDEFINES WS-OLD-CUSTOMER-REC.
          05 OLD-CUST-NUMBER          PIC X(05).
          05 OLD-BILL-TO-NAME         PIC X(25).
          05 OLD-ADDRESS              PIC X(25).
          05 OLD-STATE                PIC X(02).
          05 OLD-CREDIT-LIMIT-X       PIC X(09).
          05 OLD-CREDIT-STATUS        PIC X(01).
          05 OLD-TERMS-CODE           PIC X(03).
          05 OLD-ACTIVE-SW            PIC X(01).
          05 OLD-CASH-ONLY-SW         PIC X(01).
          05 OLD-COMPANY              PIC X(02).
       01  WS-OLD-SHIP-TO-REC         PIC X(81).
       01  WS-OLD-SHIP-TO REDEFINES WS-OLD-SHIP-TO-REC.
          05 OLD-ST-CUST-NUMBER       PIC X(05).
          05 OLD-ST-SHIP-TO-CODE      PIC X(03).
          05 OLD-ST-NAME              PIC X(25).
          05 OLD-ST-ADDRESS           PIC X(25).
          05 OLD-ST-CITY              PIC X(15).
          05 OLD-ST-STATE             PIC X(02).
          05 OLD-ST-ZIP               PIC X(05).
          05 OLD-ST-ACTIVE-SW         PIC X(01).

       01  WS-JRN-ACTION              PIC X(10).
       01  WS-JRN-KEY                 PIC X(08).
       01  WS-JRN-FIELD               PIC X(11).
       01  WS-JRN-OLD                 PIC X(60).
       01  WS-JRN-NEW                 PIC X(60).

       01  WS-ADDED-COUNT             PIC 9(04) VALUE 0.
       01  WS-CHANGED-COUNT           PIC 9(04) VALUE 0.
       01  WS-STATUS-COUNT            PIC 9(04) VALUE 0.
       01  WS-SHIP-ADDED-COUNT        PIC 9(04) VALUE 0.
       01  WS-SHIP-CHANGED-COUNT      PIC 9(04) VALUE 0.
       01  WS-AMOUNT-DISP             PIC Z,ZZZ,ZZ9.99.

       01  WS-CUST-LIST-LINE.
           05 CLS-CUST-NUMBER         PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CLS-NAME                PIC X(25).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CLS-STATE               PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CLS-LIMIT               PIC Z,ZZZ,ZZ9.99.
           05 CLS-LIMIT-X REDEFINES CLS-LIMIT
                                      PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CLS-CRED-STAT           PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CLS-TERMS               PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CLS-ACTIVE              PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CLS-CASH-ONLY           PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CLS-COMPANY             PIC X(02).

       01  WS-SHIP-LIST-LINE.
           05 SLS-SHIP-TO-CODE        PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SLS-NAME                PIC X(25).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SLS-CITY                PIC X(15).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SLS-STATE               PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SLS-ZIP                 PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SLS-ACTIVE              PIC X(01).

      * OPERATOR SIGN-ON AND CHANGE JOURNAL THROUGH THE SHARED
      * SIGNON MODULE.  THE CREDIT FIELDS DECIDE WHETHER ORDERS HOLD,
      * SO SETTING THEM -- ON A NEW CUSTOMER OR AN OLD ONE -- AND
      * TURNING A CUSTOMER ON OR OFF ARE LEVEL-2 ACTIONS.
       01  WS-SIGNON-PARMS.
           05 SO-FUNCTION             PIC X(01).
           05 SO-PROGRAM              PIC X(08).
           05 SO-USER-ID              PIC X(08).
           05 SO-AUTH-LEVEL           PIC 9(01).
           05 SO-RESULT               PIC X(01).
              88 SIGNED-ON                VALUE "0".
           05 SO-ACTION               PIC X(10).
           05 SO-KEY                  PIC X(20).
           05 SO-BEFORE               PIC X(60).
           05 SO-AFTER                PIC X(60).

      * COMPANY MASTER LOOKUP.  AN ABSENT MODULE OR MASTER IS THE
      * SINGLE-COMPANY SHOP, WHERE THE CODE STAYS BLANK.
       01  WS-COMPANY-PARMS.
           05 CO-FUNCTION             PIC X(01).
           05 CO-CODE                 PIC X(02).
           05 CO-RESULT               PIC X(01).
              88 CO-FOUND                  VALUE "0".
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

      * DATASET ENQUEUE (DSNLOCK) ON EACH FILE.  AN ABSENT MODULE
      * MEANS NO LOCKING IS IN FORCE YET, SO UPDATES PROCEED.
       01  WS-DSNLOCK-PARMS.
           05 DL-FUNCTION             PIC X(01).
           05 DL-HOLDER               PIC X(08).
           05 DL-USER                 PIC X(08).
           05 DL-LOGICAL              PIC X(12).
           05 DL-MODE                 PIC X(01).
           05 DL-RESULT               PIC X(01).
              88 DL-HELD                   VALUE "4".
           05 DL-HELD-BY              PIC X(08).
           05 DL-HELD-USER            PIC X(08).
           05 DL-HELD-MODE            PIC X(01).
           05 DL-HELD-DATE            PIC X(08).
           05 DL-HELD-TIME            PIC X(06).
           05 DL-COUNT                PIC 9(03).
       01  WS-CUST-LOCK-SW            PIC X(01) VALUE "N".
           88 CUSTOMERS-IN-USE              VALUE "Y".
       01  WS-SHIP-LOCK-SW            PIC X(01) VALUE "N".
           88 SHIP-TOS-IN-USE               VALUE "Y".
       01  WS-CUST-HELD-MSG           PIC X(60).
       01  WS-SHIP-HELD-MSG           PIC X(60).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW15CMNT - CUSTOMER MASTER MAINTENANCE".
           PERFORM 0810-OPERATOR-SIGN-ON.
           IF NOT SIGNED-ON
               DISPLAY "NOT SIGNED ON -- NOTHING UNLOCKED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0820-LOCK-THE-FILES.
           PERFORM 1000-INITIALIZE.
           PERFORM 0100-SHOW-MENU.
           ACCEPT CharIn.
           PERFORM UNTIL ExitCharacter
               EVALUATE TRUE
                   WHEN CUSTOMERS-IN-USE
                       AND (AddCustomer OR ChangeCustomer
                            OR InactivateCustomer
                            OR ReactivateCustomer)
                       DISPLAY WS-CUST-HELD-MSG
                       DISPLAY "LIST ONLY -- UPDATE REFUSED"
                   WHEN SHIP-TOS-IN-USE
                       AND (AddShipTo OR ChangeShipTo
                            OR InactivateShipTo)
                       DISPLAY WS-SHIP-HELD-MSG
                       DISPLAY "LIST ONLY -- UPDATE REFUSED"
                   WHEN AddCustomer
                       PERFORM 2000-ADD-CUSTOMER
                   WHEN ChangeCustomer
                       PERFORM 2200-CHANGE-CUSTOMER
                   WHEN InactivateCustomer
                       PERFORM 2400-INACTIVATE-CUSTOMER
                   WHEN ReactivateCustomer
                       PERFORM 2500-REACTIVATE-CUSTOMER
                   WHEN AddShipTo
                       PERFORM 3000-ADD-SHIP-TO
                   WHEN ChangeShipTo
                       PERFORM 3200-CHANGE-SHIP-TO
                   WHEN InactivateShipTo
                       PERFORM 3400-INACTIVATE-SHIP-TO
                   WHEN ListCustomers
                       PERFORM 4000-LIST-CUSTOMERS
                   WHEN ListShipTos
                       PERFORM 4100-LIST-SHIP-TOS
                   WHEN OTHER
                       DISPLAY "UNKNOWN FUNCTION CODE: " CharIn
               END-EVALUATE
               PERFORM 0100-SHOW-MENU
               ACCEPT CharIn
           END-PERFORM.
           IF CUSTOMERS-CHANGED
               PERFORM 6000-REWRITE-CUSTOMER-MASTER
           END-IF.
           IF SHIP-TOS-CHANGED
               PERFORM 6100-REWRITE-SHIP-TO-FILE
           END-IF.
           MOVE "R" TO DL-FUNCTION.
           MOVE "HW15CMNT" TO DL-HOLDER.
           MOVE SO-USER-ID TO DL-USER.
           CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           DISPLAY "CUSTOMERS ADDED    : " WS-ADDED-COUNT.
           DISPLAY "CUSTOMERS CHANGED  : " WS-CHANGED-COUNT.
           DISPLAY "ACTIVE STATUS SET  : " WS-STATUS-COUNT.
           DISPLAY "SHIP-TOS ADDED     : " WS-SHIP-ADDED-COUNT.
           DISPLAY "SHIP-TOS CHANGED   : " WS-SHIP-CHANGED-COUNT.
           DISPLAY "HW15CMNT CONCLUDES".
           GOBACK.

       0100-SHOW-MENU.
           DISPLAY "CUSTOMER: AD=ADD CH=CHANGE IN=INACTIVATE "
               "RE=REACTIVATE LI=LIST".
           DISPLAY "SHIP-TO : SA=ADD SC=CHANGE SI=INACTIVATE LS=LIST"
               "   X=EXIT - " WITH NO ADVANCING.

      * AN ABSENT SIGNON MODULE READS AS A REFUSED SIGN-ON -- WITH
      * EVERYTHING HERE BEING AN UPDATE, THE SESSION ENDS.
       0810-OPERATOR-SIGN-ON.
           MOVE "S" TO SO-FUNCTION.
           MOVE "HW15CMNT" TO SO-PROGRAM.
           MOVE "1" TO SO-RESULT.
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION
                   DISPLAY "SIGN-ON MODULE NOT AVAILABLE"
           END-CALL.

      * EACH FILE IS LOCKED ON ITS OWN, SO A HOLD ON THE SHIP-TOS
      * STILL LEAVES THE CUSTOMER MASTER OPEN FOR UPDATE.
       0820-LOCK-THE-FILES.
           MOVE "L" TO DL-FUNCTION.
           MOVE "HW15CMNT" TO DL-HOLDER.
           MOVE SO-USER-ID TO DL-USER.
           MOVE "RUGCUST" TO DL-LOGICAL.
           MOVE "X" TO DL-MODE.
           MOVE "0" TO DL-RESULT.
           CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF DL-HELD
               MOVE "Y" TO WS-CUST-LOCK-SW
               MOVE SPACES TO WS-CUST-HELD-MSG
               STRING "CUSTOMER MASTER IN USE BY " DL-HELD-BY " "
                   DL-HELD-USER " SINCE " DL-HELD-DATE " "
                   DL-HELD-TIME DELIMITED BY SIZE
                   INTO WS-CUST-HELD-MSG
               DISPLAY WS-CUST-HELD-MSG
           END-IF.
           MOVE "RUGSHTO" TO DL-LOGICAL.
           MOVE "X" TO DL-MODE.
           MOVE "0" TO DL-RESULT.
           CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF DL-HELD
               MOVE "Y" TO WS-SHIP-LOCK-SW
               MOVE SPACES TO WS-SHIP-HELD-MSG
               STRING "SHIP-TO FILE IN USE BY " DL-HELD-BY " "
                   DL-HELD-USER " SINCE " DL-HELD-DATE " "
                   DL-HELD-TIME DELIMITED BY SIZE
                   INTO WS-SHIP-HELD-MSG
               DISPLAY WS-SHIP-HELD-MSG
           END-IF.

       0840-JOURNAL-THE-CHANGE.
           MOVE "J" TO SO-FUNCTION.
           MOVE "HW15CMNT" TO SO-PROGRAM.
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.

       1000-INITIALIZE.
           ACCEPT WS-CUSTOMER-DSN FROM ENVIRONMENT "RUGCUST".
           IF WS-CUSTOMER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CUST.dat"
               TO WS-CUSTOMER-DSN
           END-IF.
           ACCEPT WS-SHIP-TO-DSN FROM ENVIRONMENT "RUGSHTO".
           IF WS-SHIP-TO-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15SHTO.dat"
               TO WS-SHIP-TO-DSN
           END-IF.
           ACCEPT WS-TERMS-DSN FROM ENVIRONMENT "RUGTRMS".
           IF WS-TERMS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15TRMS.dat"
               TO WS-TERMS-DSN
           END-IF.
           PERFORM 1100-LOAD-CUSTOMERS.
           PERFORM 1200-LOAD-SHIP-TOS.
           PERFORM 1300-LOAD-TERMS-CODES.
           DISPLAY "CUSTOMERS ON FILE : " WS-CUST-COUNT.
           DISPLAY "SHIP-TOS ON FILE  : " WS-SHIP-COUNT.
           DISPLAY "TERMS CODES       : " WS-TRM-COUNT.

       1100-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-STATUS = "00"
               READ CUSTOMER-MASTER
               PERFORM UNTIL WS-CUSTOMER-STATUS > "00"
                          OR WS-CUST-COUNT >= 100
                   ADD 1 TO WS-CUST-COUNT
                   MOVE CUSTOMER-MASTER-REC
                       TO WS-CMT-ENTRY(WS-CUST-COUNT)
                   READ CUSTOMER-MASTER
               END-PERFORM
               IF WS-CUSTOMER-STATUS = "00"
                   DISPLAY "CUSTOMER MASTER OVER 100 CUSTOMERS -- "
                       "NOT MAINTAINED HERE"
                   CLOSE CUSTOMER-MASTER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE CUSTOMER-MASTER
           END-IF.

       1200-LOAD-SHIP-TOS.
           OPEN INPUT SHIP-TO-FILE.
           IF WS-SHIP-TO-STATUS = "00"
               READ SHIP-TO-FILE
               PERFORM UNTIL WS-SHIP-TO-STATUS > "00"
                          OR WS-SHIP-COUNT >= 1000
                   ADD 1 TO WS-SHIP-COUNT
                   MOVE SHIP-TO-REC TO WS-STT-ENTRY(WS-SHIP-COUNT)
                   READ SHIP-TO-FILE
               END-PERFORM
               IF WS-SHIP-TO-STATUS = "00"
                   DISPLAY "SHIP-TO FILE OVER 1000 ADDRESSES -- "
                       "NOT MAINTAINED HERE"
                   CLOSE SHIP-TO-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE SHIP-TO-FILE
           END-IF.

       1300-LOAD-TERMS-CODES.
           OPEN INPUT TERMS-TABLE-IN.
           IF WS-TERMS-STATUS = "00"
               READ TERMS-TABLE-IN
               PERFORM UNTIL WS-TERMS-STATUS > "00"
                          OR WS-TRM-COUNT >= 20
                   ADD 1 TO WS-TRM-COUNT
                   MOVE TRM-CODE TO WS-TRM-CODE(WS-TRM-COUNT)
                   READ TERMS-TABLE-IN
               END-PERFORM
               CLOSE TERMS-TABLE-IN
           ELSE
               DISPLAY "TERMS TABLE NOT AVAILABLE - STATUS "
                   WS-TERMS-STATUS " -- ONLY BLANK TERMS ACCEPTED"
           END-IF.

      * A NEW CUSTOMER COMES IN ACTIVE, WITH ITS CREDIT FIELDS SET
      * BY THE SAME LEVEL-2 OPERATOR WHO ADDS IT.
       2000-ADD-CUSTOMER.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           IF SO-AUTH-LEVEL < 2
               DISPLAY "ADDING A CUSTOMER NEEDS LEVEL 2 -- REFUSED"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK AND WS-CUST-COUNT >= 100
               DISPLAY "CUSTOMER MASTER HOLDS 100 CUSTOMERS -- "
                   "NOT ADDED"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK
               DISPLAY "CUSTOMER NUMBER (5 CHARS): " WITH NO ADVANCING
               ACCEPT WS-IN-CUSTOMER
               PERFORM 2900-FIND-CUSTOMER
               EVALUATE TRUE
                   WHEN WS-IN-CUSTOMER = SPACES
                       DISPLAY "CUSTOMER NUMBER IS REQUIRED -- "
                           "NOT ADDED"
                       MOVE "N" TO WS-ENTRY-OK-SW
                   WHEN WS-CUST-FOUND-SUB > 0
                       DISPLAY "CUSTOMER " WS-IN-CUSTOMER
                           " ALREADY ON FILE -- NOT ADDED"
                       MOVE "N" TO WS-ENTRY-OK-SW
               END-EVALUATE
           END-IF.
           IF ENTRY-OK
               MOVE SPACES TO CUSTOMER-MASTER-REC
               MOVE WS-IN-CUSTOMER TO CM-CUST-NUMBER
               MOVE 0 TO CM-CREDIT-LIMIT
               DISPLAY "BILL-TO NAME: " WITH NO ADVANCING
               ACCEPT WS-IN-NAME
               DISPLAY "ADDRESS     : " WITH NO ADVANCING
               ACCEPT WS-IN-ADDRESS
               DISPLAY "STATE       : " WITH NO ADVANCING
               ACCEPT WS-IN-STATE
               DISPLAY "CREDIT LIMIT (999999999=9999999.99, "
                   "000000000=NO LIMIT): " WITH NO ADVANCING
               ACCEPT WS-IN-LIMIT
               DISPLAY "CREDIT STATUS (H=HOLD, BLANK=NONE): "
                   WITH NO ADVANCING
               ACCEPT WS-IN-CRED-STAT
               DISPLAY "TERMS CODE (BLANK=NET 30): " WITH NO ADVANCING
               ACCEPT WS-IN-TERMS
               DISPLAY "COMPANY CODE (BLANK=HOME COMPANY): "
                   WITH NO ADVANCING
               ACCEPT WS-IN-COMPANY
               IF WS-IN-NAME = SPACES OR WS-IN-ADDRESS = SPACES
                   DISPLAY "NAME AND ADDRESS ARE REQUIRED -- NOT ADDED"
                   MOVE "N" TO WS-ENTRY-OK-SW
               ELSE
                   MOVE WS-IN-NAME    TO CM-BILL-TO-NAME
                   MOVE WS-IN-ADDRESS TO CM-ADDRESS
               END-IF
               PERFORM 2810-EDIT-STATE
               IF WS-IN-LIMIT IS NOT NUMERIC
                   DISPLAY "CREDIT LIMIT NOT NUMERIC -- NOT ADDED"
                   MOVE "N" TO WS-ENTRY-OK-SW
               ELSE
                   MOVE WS-IN-LIMIT-N TO CM-CREDIT-LIMIT
               END-IF
               IF WS-IN-CRED-STAT = "h"
                   MOVE "H" TO WS-IN-CRED-STAT
               END-IF
               IF WS-IN-CRED-STAT NOT = SPACE
                   AND WS-IN-CRED-STAT NOT = "H"
                   DISPLAY "CREDIT STATUS MUST BE H OR BLANK -- "
                       "NOT ADDED"
                   MOVE "N" TO WS-ENTRY-OK-SW
               ELSE
                   MOVE WS-IN-CRED-STAT TO CM-CREDIT-STATUS
               END-IF
               PERFORM 2820-EDIT-TERMS
               PERFORM 2840-EDIT-COMPANY
               MOVE "A" TO CM-ACTIVE-SW
           END-IF.
           IF ENTRY-OK
               ADD 1 TO WS-CUST-COUNT
               MOVE CUSTOMER-MASTER-REC TO WS-CMT-ENTRY(WS-CUST-COUNT)
               MOVE "Y" TO WS-CUST-CHANGED-SW
               ADD 1 TO WS-ADDED-COUNT
               MOVE "CUST ADD" TO SO-ACTION
               MOVE CM-CUST-NUMBER TO SO-KEY
               MOVE SPACES TO SO-BEFORE
               MOVE SPACES TO SO-AFTER
               STRING CM-BILL-TO-NAME " " CM-STATE
                   " LIM " CM-CREDIT-LIMIT-X
                   " " CM-CREDIT-STATUS
                   " TRM " CM-TERMS-CODE
                   " CO " CM-COMPANY
                   DELIMITED BY SIZE INTO SO-AFTER
               PERFORM 0840-JOURNAL-THE-CHANGE
               DISPLAY "  CUSTOMER " CM-CUST-NUMBER " ADDED"
           END-IF.

      * A BLANK ANSWER KEEPS THE FIELD AS IT IS.  THE CREDIT FIELDS
      * ARE ONLY OFFERED AT LEVEL 2.  NOTHING IS STORED UNLESS EVERY
      * FIELD KEYED PASSES ITS EDIT.
       2200-CHANGE-CUSTOMER.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           DISPLAY "CUSTOMER NUMBER (5 CHARS): " WITH NO ADVANCING.
           ACCEPT WS-IN-CUSTOMER.
           PERFORM 2900-FIND-CUSTOMER.
           IF WS-CUST-FOUND-SUB = 0
               DISPLAY "CUSTOMER " WS-IN-CUSTOMER " NOT ON FILE"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK
               MOVE WS-CMT-ENTRY(WS-CUST-FOUND-SUB)
                   TO CUSTOMER-MASTER-REC
               MOVE CUSTOMER-MASTER-REC TO WS-OLD-CUSTOMER-REC
               PERFORM 2950-SHOW-CUSTOMER
               DISPLAY "BLANK KEEPS THE CURRENT VALUE"
               DISPLAY "BILL-TO NAME: " WITH NO ADVANCING
               ACCEPT WS-IN-NAME
               DISPLAY "ADDRESS     : " WITH NO ADVANCING
               ACCEPT WS-IN-ADDRESS
               DISPLAY "STATE       : " WITH NO ADVANCING
               ACCEPT WS-IN-STATE
               DISPLAY "TERMS CODE  : " WITH NO ADVANCING
               ACCEPT WS-IN-TERMS
               MOVE SPACES TO WS-IN-LIMIT
               MOVE SPACE TO WS-IN-CRED-STAT WS-IN-CASH-ONLY
               MOVE SPACES TO WS-IN-COMPANY
               IF SO-AUTH-LEVEL >= 2
                   DISPLAY "CREDIT LIMIT (999999999=9999999.99): "
                       WITH NO ADVANCING
                   ACCEPT WS-IN-LIMIT
                   DISPLAY "CREDIT STATUS (H=HOLD, C=CLEAR): "
                       WITH NO ADVANCING
                   ACCEPT WS-IN-CRED-STAT
                   DISPLAY "CASH ONLY (Y=SET, N=LIFT): "
                       WITH NO ADVANCING
                   ACCEPT WS-IN-CASH-ONLY
                   DISPLAY "COMPANY CODE: " WITH NO ADVANCING
                   ACCEPT WS-IN-COMPANY
               END-IF
               IF WS-IN-NAME NOT = SPACES
                   MOVE WS-IN-NAME TO CM-BILL-TO-NAME
               END-IF
               IF WS-IN-ADDRESS NOT = SPACES
                   MOVE WS-IN-ADDRESS TO CM-ADDRESS
               END-IF
               IF WS-IN-STATE NOT = SPACES
                   PERFORM 2810-EDIT-STATE
               END-IF
               IF WS-IN-TERMS NOT = SPACES
                   PERFORM 2820-EDIT-TERMS
               END-IF
               IF WS-IN-LIMIT NOT = SPACES
                   IF WS-IN-LIMIT IS NOT NUMERIC
                       DISPLAY "CREDIT LIMIT NOT NUMERIC"
                       MOVE "N" TO WS-ENTRY-OK-SW
                   ELSE
                       MOVE WS-IN-LIMIT-N TO CM-CREDIT-LIMIT
                   END-IF
               END-IF
               EVALUATE WS-IN-CRED-STAT
                   WHEN SPACE
                       CONTINUE
                   WHEN "H"
                   WHEN "h"
                       MOVE "H" TO CM-CREDIT-STATUS
                   WHEN "C"
                   WHEN "c"
                       MOVE SPACE TO CM-CREDIT-STATUS
                   WHEN OTHER
                       DISPLAY "CREDIT STATUS MUST BE H OR C"
                       MOVE "N" TO WS-ENTRY-OK-SW
               END-EVALUATE
               EVALUATE WS-IN-CASH-ONLY
                   WHEN SPACE
                       CONTINUE
                   WHEN "Y"
                   WHEN "y"
                       MOVE "Y" TO CM-CASH-ONLY-SW
                   WHEN "N"
                   WHEN "n"
                       MOVE SPACE TO CM-CASH-ONLY-SW
                   WHEN OTHER
                       DISPLAY "CASH ONLY MUST BE Y OR N"
                       MOVE "N" TO WS-ENTRY-OK-SW
               END-EVALUATE
               IF WS-IN-COMPANY NOT = SPACES
                   PERFORM 2840-EDIT-COMPANY
               END-IF
           END-IF.
           IF ENTRY-OK
               IF CUSTOMER-MASTER-REC = WS-OLD-CUSTOMER-REC
                   DISPLAY "  NOTHING CHANGED"
               ELSE
                   MOVE CUSTOMER-MASTER-REC
                       TO WS-CMT-ENTRY(WS-CUST-FOUND-SUB)
                   MOVE "Y" TO WS-CUST-CHANGED-SW
                   ADD 1 TO WS-CHANGED-COUNT
                   PERFORM 2300-JOURNAL-CUSTOMER-CHANGE
                   DISPLAY "  CUSTOMER " CM-CUST-NUMBER " CHANGED"
               END-IF
           ELSE
               IF WS-CUST-FOUND-SUB > 0
                   DISPLAY "  NOT CHANGED"
               END-IF
           END-IF.

       2300-JOURNAL-CUSTOMER-CHANGE.
           MOVE "CUST CHG" TO WS-JRN-ACTION.
           MOVE CM-CUST-NUMBER TO WS-JRN-KEY.
           IF CM-BILL-TO-NAME NOT = OLD-BILL-TO-NAME
               MOVE "NAME" TO WS-JRN-FIELD
               MOVE OLD-BILL-TO-NAME TO WS-JRN-OLD
               MOVE CM-BILL-TO-NAME TO WS-JRN-NEW
               PERFORM 5000-JOURNAL-FIELD
           END-IF.
           IF CM-ADDRESS NOT = OLD-ADDRESS
               MOVE "ADDRESS" TO WS-JRN-FIELD
               MOVE OLD-ADDRESS TO WS-JRN-OLD
               MOVE CM-ADDRESS TO WS-JRN-NEW
               PERFORM 5000-JOURNAL-FIELD
           END-IF.
           IF CM-STATE NOT = OLD-STATE
               MOVE "STATE" TO WS-JRN-FIELD
               MOVE OLD-STATE TO WS-JRN-OLD
               MOVE CM-STATE TO WS-JRN-NEW
               PERFORM 5000-JOURNAL-FIELD
           END-IF.
           IF CM-TERMS-CODE NOT = OLD-TERMS-CODE
               MOVE "TERMS" TO WS-JRN-FIELD
               MOVE OLD-TERMS-CODE TO WS-JRN-OLD
               MOVE CM-TERMS-CODE TO WS-JRN-NEW
               PERFORM 5000-JOURNAL-FIELD
           END-IF.
           IF CM-CREDIT-LIMIT-X NOT = OLD-CREDIT-LIMIT-X
               MOVE "CRED LIMIT" TO WS-JRN-FIELD
               MOVE OLD-CREDIT-LIMIT-X TO WS-JRN-OLD
               MOVE CM-CREDIT-LIMIT-X TO WS-JRN-NEW
               PERFORM 5000-JOURNAL-FIELD
           END-IF.
           IF CM-CREDIT-STATUS NOT = OLD-CREDIT-STATUS
               MOVE "CRED STATUS" TO WS-JRN-FIELD
               MOVE OLD-CREDIT-STATUS TO WS-JRN-OLD
               MOVE CM-CREDIT-STATUS TO WS-JRN-NEW
               PERFORM 5000-JOURNAL-FIELD
           END-IF.
           IF CM-CASH-ONLY-SW NOT = OLD-CASH-ONLY-SW
               MOVE "CASH ONLY" TO WS-JRN-FIELD
               MOVE OLD-CASH-ONLY-SW TO WS-JRN-OLD
               MOVE CM-CASH-ONLY-SW TO WS-JRN-NEW
               PERFORM 5000-JOURNAL-FIELD
           END-IF.
           IF CM-COMPANY NOT = OLD-COMPANY
               MOVE "COMPANY" TO WS-JRN-FIELD
               MOVE OLD-COMPANY TO WS-JRN-OLD
               MOVE CM-COMPANY TO WS-JRN-NEW
               PERFORM 5000-JOURNAL-FIELD
           END-IF.

      * AN INACTIVE CUSTOMER STAYS ON FILE -- ITS OPEN ITEMS, ORDERS,
      * AND HISTORY STILL NEED IT -- BUT HW15OENT TAKES NO NEW ORDER
      * FOR IT.
       2400-INACTIVATE-CUSTOMER.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           PERFORM 2600-FIND-FOR-STATUS-CHANGE.
           IF ENTRY-OK
               IF CM-INACTIVE
                   DISPLAY "CUSTOMER " CM-CUST-NUMBER
                       " IS ALREADY INACTIVE"
               ELSE
                   DISPLAY "INACTIVATE THIS CUSTOMER (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-IN-CONFIRM
                   IF WS-IN-CONFIRM = "Y" OR WS-IN-CONFIRM = "y"
                       MOVE "I" TO CM-ACTIVE-SW
                       MOVE "CUST INACT" TO WS-JRN-ACTION
                       PERFORM 2700-STORE-STATUS-CHANGE
                       DISPLAY "  CUSTOMER " CM-CUST-NUMBER
                           " INACTIVATED"
                   ELSE
                       DISPLAY "  LEFT ACTIVE"
                   END-IF
               END-IF
           END-IF.

       2500-REACTIVATE-CUSTOMER.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           PERFORM 2600-FIND-FOR-STATUS-CHANGE.
           IF ENTRY-OK
               IF NOT CM-INACTIVE
                   DISPLAY "CUSTOMER " CM-CUST-NUMBER " IS ACTIVE"
               ELSE
                   MOVE "A" TO CM-ACTIVE-SW
                   MOVE "CUST REACT" TO WS-JRN-ACTION
                   PERFORM 2700-STORE-STATUS-CHANGE
                   DISPLAY "  CUSTOMER " CM-CUST-NUMBER " REACTIVATED"
               END-IF
           END-IF.

       2600-FIND-FOR-STATUS-CHANGE.
           IF SO-AUTH-LEVEL < 2
               DISPLAY "CHANGING A CUSTOMER'S STATUS NEEDS LEVEL 2 -- "
                   "REFUSED"
               MOVE "N" TO WS-ENTRY-OK-SW
           ELSE
               DISPLAY "CUSTOMER NUMBER (5 CHARS): " WITH NO ADVANCING
               ACCEPT WS-IN-CUSTOMER
               PERFORM 2900-FIND-CUSTOMER
               IF WS-CUST-FOUND-SUB = 0
                   DISPLAY "CUSTOMER " WS-IN-CUSTOMER " NOT ON FILE"
                   MOVE "N" TO WS-ENTRY-OK-SW
               ELSE
                   MOVE WS-CMT-ENTRY(WS-CUST-FOUND-SUB)
                       TO CUSTOMER-MASTER-REC
                   MOVE CUSTOMER-MASTER-REC TO WS-OLD-CUSTOMER-REC
                   PERFORM 2950-SHOW-CUSTOMER
               END-IF
           END-IF.

       2700-STORE-STATUS-CHANGE.
           MOVE CUSTOMER-MASTER-REC TO WS-CMT-ENTRY(WS-CUST-FOUND-SUB).
           MOVE "Y" TO WS-CUST-CHANGED-SW.
           ADD 1 TO WS-STATUS-COUNT.
           MOVE CM-CUST-NUMBER TO WS-JRN-KEY.
           MOVE "ACTIVE" TO WS-JRN-FIELD.
           MOVE OLD-ACTIVE-SW TO WS-JRN-OLD.
           MOVE CM-ACTIVE-SW TO WS-JRN-NEW.
           PERFORM 5000-JOURNAL-FIELD.

       2810-EDIT-STATE.
           IF WS-IN-STATE IS ALPHABETIC-UPPER
               AND WS-IN-STATE(1:1) NOT = SPACE
               AND WS-IN-STATE(2:1) NOT = SPACE
               MOVE WS-IN-STATE TO CM-STATE
           ELSE
               DISPLAY "STATE " WS-IN-STATE
                   " MUST BE TWO UPPER-CASE LETTERS"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.

       2820-EDIT-TERMS.
           PERFORM 2830-FIND-TERMS-CODE.
           IF WS-IN-TERMS = SPACES OR TERMS-FOUND
               MOVE WS-IN-TERMS TO CM-TERMS-CODE
           ELSE
               DISPLAY "TERMS CODE " WS-IN-TERMS
                   " NOT ON THE TERMS TABLE"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.

       2830-FIND-TERMS-CODE.
           MOVE "N" TO WS-TERMS-FOUND-SW.
           PERFORM VARYING WS-TRM-SUB FROM 1 BY 1
               UNTIL WS-TRM-SUB > WS-TRM-COUNT
               IF WS-TRM-CODE(WS-TRM-SUB) = WS-IN-TERMS
                   MOVE "Y" TO WS-TERMS-FOUND-SW
                   MOVE WS-TRM-COUNT TO WS-TRM-SUB
               END-IF
           END-PERFORM.

      * A KEYED COMPANY CODE MUST BE ON THE COMPANY MASTER.  WITH NO
      * MASTER (OR NO MODULE) THERE IS ONLY THE ONE COMPANY, AND ANY
      * CODE KEYED IS REFUSED.
       2840-EDIT-COMPANY.
           IF WS-IN-COMPANY = SPACES
               MOVE SPACES TO CM-COMPANY
           ELSE
               MOVE "G" TO CO-FUNCTION
               MOVE WS-IN-COMPANY TO CO-CODE
               MOVE "8" TO CO-RESULT
               CALL "COMPANY" USING WS-COMPANY-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
               IF CO-FOUND
                   MOVE WS-IN-COMPANY TO CM-COMPANY
                   DISPLAY "COMPANY: " CO-NAME
               ELSE
                   DISPLAY "COMPANY " WS-IN-COMPANY
                       " NOT ON THE COMPANY MASTER"
                   MOVE "N" TO WS-ENTRY-OK-SW
               END-IF
           END-IF.

       2900-FIND-CUSTOMER.
           MOVE 0 TO WS-CUST-FOUND-SUB.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
               IF WS-CMT-KEY(WS-CUST-SUB) = WS-IN-CUSTOMER
                   MOVE WS-CUST-SUB TO WS-CUST-FOUND-SUB
                   MOVE WS-CUST-COUNT TO WS-CUST-SUB
               END-IF
           END-PERFORM.

       2950-SHOW-CUSTOMER.
           DISPLAY "  NAME    " CM-BILL-TO-NAME.
           DISPLAY "  ADDRESS " CM-ADDRESS " " CM-STATE.
           IF CM-CREDIT-LIMIT IS NUMERIC
               MOVE CM-CREDIT-LIMIT TO WS-AMOUNT-DISP
               DISPLAY "  LIMIT   " WS-AMOUNT-DISP
                   "  STATUS " CM-CREDIT-STATUS
                   "  TERMS " CM-TERMS-CODE
           ELSE
               DISPLAY "  LIMIT   " CM-CREDIT-LIMIT-X " (NOT NUMERIC)"
                   "  STATUS " CM-CREDIT-STATUS
                   "  TERMS " CM-TERMS-CODE
           END-IF.
           IF CM-INACTIVE
               DISPLAY "  ** INACTIVE **"
           END-IF.
           IF CM-CASH-ONLY
               DISPLAY "  ** CASH ONLY **"
           END-IF.
           IF CM-COMPANY NOT = SPACES
               DISPLAY "  COMPANY " CM-COMPANY
           END-IF.

      * SHIP-TO CODES ARE HANDED OUT IN ORDER WITHIN THE CUSTOMER,
      * ONE PAST THE HIGHEST ALREADY ON FILE.  A BLANK SITE NAME
      * TAKES THE CUSTOMER'S BILL-TO NAME.
       3000-ADD-SHIP-TO.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           IF WS-SHIP-COUNT >= 1000
               DISPLAY "SHIP-TO FILE HOLDS 1000 ADDRESSES -- NOT ADDED"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK
               DISPLAY "CUSTOMER NUMBER (5 CHARS): " WITH NO ADVANCING
               ACCEPT WS-IN-CUSTOMER
               PERFORM 2900-FIND-CUSTOMER
               IF WS-CUST-FOUND-SUB = 0
                   DISPLAY "CUSTOMER " WS-IN-CUSTOMER " NOT ON FILE"
                   MOVE "N" TO WS-ENTRY-OK-SW
               ELSE
                   MOVE WS-CMT-ENTRY(WS-CUST-FOUND-SUB)
                       TO CUSTOMER-MASTER-REC
                   IF CM-INACTIVE
                       DISPLAY "CUSTOMER " WS-IN-CUSTOMER
                           " IS INACTIVE -- NOT ADDED"
                       MOVE "N" TO WS-ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-OK
               MOVE 0 TO WS-NEXT-SHIP-TO
               PERFORM VARYING WS-SHIP-SUB FROM 1 BY 1
                   UNTIL WS-SHIP-SUB > WS-SHIP-COUNT
                   MOVE WS-STT-ENTRY(WS-SHIP-SUB) TO SHIP-TO-REC
                   IF ST-CUST-NUMBER = WS-IN-CUSTOMER
                       AND ST-SHIP-TO-CODE IS NUMERIC
                       AND ST-SHIP-TO-CODE > WS-NEXT-SHIP-TO
                       MOVE ST-SHIP-TO-CODE TO WS-NEXT-SHIP-TO
                   END-IF
               END-PERFORM
               IF WS-NEXT-SHIP-TO = 999
                   DISPLAY "CUSTOMER HAS SHIP-TO 999 -- NOT ADDED"
                   MOVE "N" TO WS-ENTRY-OK-SW
               ELSE
                   ADD 1 TO WS-NEXT-SHIP-TO
               END-IF
           END-IF.
           IF ENTRY-OK
               MOVE SPACES TO SHIP-TO-REC
               MOVE WS-IN-CUSTOMER TO ST-CUST-NUMBER
               MOVE WS-NEXT-SHIP-TO TO ST-SHIP-TO-CODE
               DISPLAY "SITE NAME (BLANK=BILL-TO NAME): "
                   WITH NO ADVANCING
               ACCEPT WS-IN-NAME
               DISPLAY "ADDRESS: " WITH NO ADVANCING
               ACCEPT WS-IN-ADDRESS
               DISPLAY "CITY   : " WITH NO ADVANCING
               ACCEPT WS-IN-CITY
               DISPLAY "STATE  : " WITH NO ADVANCING
               ACCEPT WS-IN-STATE
               DISPLAY "ZIP    : " WITH NO ADVANCING
               ACCEPT WS-IN-ZIP
               IF WS-IN-NAME = SPACES
                   MOVE CM-BILL-TO-NAME TO ST-NAME
               ELSE
                   MOVE WS-IN-NAME TO ST-NAME
               END-IF
               IF WS-IN-ADDRESS = SPACES OR WS-IN-CITY = SPACES
                   DISPLAY "ADDRESS AND CITY ARE REQUIRED"
                   MOVE "N" TO WS-ENTRY-OK-SW
               ELSE
                   MOVE WS-IN-ADDRESS TO ST-ADDRESS
                   MOVE WS-IN-CITY    TO ST-CITY
               END-IF
               PERFORM 3810-EDIT-SHIP-STATE
               PERFORM 3820-EDIT-ZIP
               MOVE "A" TO ST-ACTIVE-SW
           END-IF.
           IF ENTRY-OK
               ADD 1 TO WS-SHIP-COUNT
               MOVE SHIP-TO-REC TO WS-STT-ENTRY(WS-SHIP-COUNT)
               MOVE "Y" TO WS-SHIP-CHANGED-SW
               ADD 1 TO WS-SHIP-ADDED-COUNT
               MOVE "SHIPTO ADD" TO SO-ACTION
               MOVE SPACES TO SO-KEY
               STRING ST-CUST-NUMBER ST-SHIP-TO-CODE
                   DELIMITED BY SIZE INTO SO-KEY
               MOVE SPACES TO SO-BEFORE
               MOVE SPACES TO SO-AFTER
               STRING ST-ADDRESS " " ST-CITY " " ST-STATE " " ST-ZIP
                   DELIMITED BY SIZE INTO SO-AFTER
               PERFORM 0840-JOURNAL-THE-CHANGE
               DISPLAY "  SHIP-TO " ST-SHIP-TO-CODE " ADDED FOR "
                   ST-CUST-NUMBER
           ELSE
               IF WS-CUST-FOUND-SUB > 0
                   DISPLAY "  NOT ADDED"
               END-IF
           END-IF.

       3200-CHANGE-SHIP-TO.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           PERFORM 3900-ACCEPT-SHIP-TO-KEY.
           IF ENTRY-OK
               MOVE SHIP-TO-REC TO WS-OLD-SHIP-TO-REC
               DISPLAY "BLANK KEEPS THE CURRENT VALUE"
               DISPLAY "SITE NAME: " WITH NO ADVANCING
               ACCEPT WS-IN-NAME
               DISPLAY "ADDRESS  : " WITH NO ADVANCING
               ACCEPT WS-IN-ADDRESS
               DISPLAY "CITY     : " WITH NO ADVANCING
               ACCEPT WS-IN-CITY
               DISPLAY "STATE    : " WITH NO ADVANCING
               ACCEPT WS-IN-STATE
               DISPLAY "ZIP      : " WITH NO ADVANCING
               ACCEPT WS-IN-ZIP
               IF WS-IN-NAME NOT = SPACES
                   MOVE WS-IN-NAME TO ST-NAME
               END-IF
               IF WS-IN-ADDRESS NOT = SPACES
                   MOVE WS-IN-ADDRESS TO ST-ADDRESS
               END-IF
               IF WS-IN-CITY NOT = SPACES
                   MOVE WS-IN-CITY TO ST-CITY
               END-IF
               IF WS-IN-STATE NOT = SPACES
                   PERFORM 3810-EDIT-SHIP-STATE
               END-IF
               IF WS-IN-ZIP NOT = SPACES
                   PERFORM 3820-EDIT-ZIP
               END-IF
           END-IF.
           IF ENTRY-OK
               IF SHIP-TO-REC = WS-OLD-SHIP-TO-REC
                   DISPLAY "  NOTHING CHANGED"
               ELSE
                   MOVE SHIP-TO-REC TO WS-STT-ENTRY(WS-SHIP-FOUND-SUB)
                   MOVE "Y" TO WS-SHIP-CHANGED-SW
                   ADD 1 TO WS-SHIP-CHANGED-COUNT
                   PERFORM 3300-JOURNAL-SHIP-TO-CHANGE
                   DISPLAY "  SHIP-TO " ST-SHIP-TO-CODE " CHANGED"
               END-IF
           ELSE
               IF WS-SHIP-FOUND-SUB > 0
                   DISPLAY "  NOT CHANGED"
               END-IF
           END-IF.

       3300-JOURNAL-SHIP-TO-CHANGE.
           MOVE "SHIPTO CHG" TO WS-JRN-ACTION.
           MOVE WS-IN-SHIP-KEY TO WS-JRN-KEY.
           IF ST-NAME NOT = OLD-ST-NAME
               MOVE "NAME" TO WS-JRN-FIELD
               MOVE OLD-ST-NAME TO WS-JRN-OLD
               MOVE ST-NAME TO WS-JRN-NEW
               PERFORM 5000-JOURNAL-FIELD
           END-IF.
           IF ST-ADDRESS NOT = OLD-ST-ADDRESS
               MOVE "ADDRESS" TO WS-JRN-FIELD
               MOVE OLD-ST-ADDRESS TO WS-JRN-OLD
               MOVE ST-ADDRESS TO WS-JRN-NEW
               PERFORM 5000-JOURNAL-FIELD
           END-IF.
           IF ST-CITY NOT = OLD-ST-CITY
               MOVE "CITY" TO WS-JRN-FIELD
               MOVE OLD-ST-CITY TO WS-JRN-OLD
               MOVE ST-CITY TO WS-JRN-NEW
               PERFORM 5000-JOURNAL-FIELD
           END-IF.
           IF ST-STATE NOT = OLD-ST-STATE
               MOVE "STATE" TO WS-JRN-FIELD
               MOVE OLD-ST-STATE TO WS-JRN-OLD
               MOVE ST-STATE TO WS-JRN-NEW
               PERFORM 5000-JOURNAL-FIELD
           END-IF.
           IF ST-ZIP NOT = OLD-ST-ZIP
               MOVE "ZIP" TO WS-JRN-FIELD
               MOVE OLD-ST-ZIP TO WS-JRN-OLD
               MOVE ST-ZIP TO WS-JRN-NEW
               PERFORM 5000-JOURNAL-FIELD
           END-IF.

      * AN ORDER ALREADY NAMING AN INACTIVE SITE STILL RESOLVES ITS
      * ZIP; THE SITE IS JUST NOT OFFERED FOR NEW WORK.
       3400-INACTIVATE-SHIP-TO.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           PERFORM 3900-ACCEPT-SHIP-TO-KEY.
           IF ENTRY-OK
               IF ST-INACTIVE
                   DISPLAY "SHIP-TO " WS-IN-SHIP-CODE
                       " IS ALREADY INACTIVE"
               ELSE
                   DISPLAY "INACTIVATE THIS SHIP-TO (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-IN-CONFIRM
                   IF WS-IN-CONFIRM = "Y" OR WS-IN-CONFIRM = "y"
                       MOVE ST-ACTIVE-SW TO WS-JRN-OLD
                       MOVE "I" TO ST-ACTIVE-SW
                       MOVE SHIP-TO-REC
                           TO WS-STT-ENTRY(WS-SHIP-FOUND-SUB)
                       MOVE "Y" TO WS-SHIP-CHANGED-SW
                       ADD 1 TO WS-SHIP-CHANGED-COUNT
                       MOVE "SHIPTO INA" TO WS-JRN-ACTION
                       MOVE WS-IN-SHIP-KEY TO WS-JRN-KEY
                       MOVE "ACTIVE" TO WS-JRN-FIELD
                       MOVE ST-ACTIVE-SW TO WS-JRN-NEW
                       PERFORM 5000-JOURNAL-FIELD
                       DISPLAY "  SHIP-TO " WS-IN-SHIP-CODE
                           " INACTIVATED"
                   ELSE
                       DISPLAY "  LEFT ACTIVE"
                   END-IF
               END-IF
           END-IF.

       3810-EDIT-SHIP-STATE.
           IF WS-IN-STATE IS ALPHABETIC-UPPER
               AND WS-IN-STATE(1:1) NOT = SPACE
               AND WS-IN-STATE(2:1) NOT = SPACE
               MOVE WS-IN-STATE TO ST-STATE
           ELSE
               DISPLAY "STATE " WS-IN-STATE
                   " MUST BE TWO UPPER-CASE LETTERS"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.

      * THE ZIP DRIVES THE FREIGHT ZONE, SO IT MUST BE FIVE DIGITS.
       3820-EDIT-ZIP.
           IF WS-IN-ZIP IS NUMERIC
               MOVE WS-IN-ZIP TO ST-ZIP
           ELSE
               DISPLAY "ZIP " WS-IN-ZIP " MUST BE FIVE DIGITS"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.

       3900-ACCEPT-SHIP-TO-KEY.
           DISPLAY "CUSTOMER NUMBER (5 CHARS): " WITH NO ADVANCING.
           ACCEPT WS-IN-SHIP-CUST.
           DISPLAY "SHIP-TO CODE (3 DIGITS): " WITH NO ADVANCING.
           ACCEPT WS-IN-SHIP-CODE.
           MOVE 0 TO WS-SHIP-FOUND-SUB.
           PERFORM VARYING WS-SHIP-SUB FROM 1 BY 1
               UNTIL WS-SHIP-SUB > WS-SHIP-COUNT
               IF WS-STT-KEY(WS-SHIP-SUB) = WS-IN-SHIP-KEY
                   MOVE WS-SHIP-SUB TO WS-SHIP-FOUND-SUB
                   MOVE WS-SHIP-COUNT TO WS-SHIP-SUB
               END-IF
           END-PERFORM.
           IF WS-SHIP-FOUND-SUB = 0
               DISPLAY "SHIP-TO " WS-IN-SHIP-CODE
                   " NOT ON FILE FOR CUSTOMER " WS-IN-SHIP-CUST
               MOVE "N" TO WS-ENTRY-OK-SW
           ELSE
               MOVE WS-STT-ENTRY(WS-SHIP-FOUND-SUB) TO SHIP-TO-REC
               DISPLAY "  " ST-NAME
               DISPLAY "  " ST-ADDRESS " " ST-CITY " " ST-STATE
                   " " ST-ZIP
               IF ST-INACTIVE
                   DISPLAY "  ** INACTIVE **"
               END-IF
           END-IF.

       4000-LIST-CUSTOMERS.
           DISPLAY "CUST  BILL-TO NAME              ST"
               "        LIMIT S TRM A C CO".
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
               MOVE WS-CMT-ENTRY(WS-CUST-SUB) TO CUSTOMER-MASTER-REC
               MOVE CM-CUST-NUMBER   TO CLS-CUST-NUMBER
               MOVE CM-BILL-TO-NAME  TO CLS-NAME
               MOVE CM-STATE         TO CLS-STATE
               IF CM-CREDIT-LIMIT IS NUMERIC
                   MOVE CM-CREDIT-LIMIT TO CLS-LIMIT
               ELSE
                   MOVE CM-CREDIT-LIMIT-X TO CLS-LIMIT-X
               END-IF
               MOVE CM-CREDIT-STATUS TO CLS-CRED-STAT
               MOVE CM-TERMS-CODE    TO CLS-TERMS
               IF CM-INACTIVE
                   MOVE "I" TO CLS-ACTIVE
               ELSE
                   MOVE "A" TO CLS-ACTIVE
               END-IF
               MOVE CM-CASH-ONLY-SW  TO CLS-CASH-ONLY
               MOVE CM-COMPANY       TO CLS-COMPANY
               DISPLAY WS-CUST-LIST-LINE
           END-PERFORM.

       4100-LIST-SHIP-TOS.
           DISPLAY "CUSTOMER NUMBER (5 CHARS): " WITH NO ADVANCING.
           ACCEPT WS-IN-CUSTOMER.
           DISPLAY "ST# SITE NAME                 CITY"
               "            ST ZIP   A".
           PERFORM VARYING WS-SHIP-SUB FROM 1 BY 1
               UNTIL WS-SHIP-SUB > WS-SHIP-COUNT
               MOVE WS-STT-ENTRY(WS-SHIP-SUB) TO SHIP-TO-REC
               IF ST-CUST-NUMBER = WS-IN-CUSTOMER
                   MOVE ST-SHIP-TO-CODE TO SLS-SHIP-TO-CODE
                   MOVE ST-NAME         TO SLS-NAME
                   MOVE ST-CITY         TO SLS-CITY
                   MOVE ST-STATE        TO SLS-STATE
                   MOVE ST-ZIP          TO SLS-ZIP
                   IF ST-INACTIVE
                       MOVE "I" TO SLS-ACTIVE
                   ELSE
                       MOVE "A" TO SLS-ACTIVE
                   END-IF
                   DISPLAY WS-SHIP-LIST-LINE
               END-IF
           END-PERFORM.

      * ONE CHANGE-JOURNAL ENTRY PER FIELD CHANGED, KEYED BY THE
      * RECORD AND THE FIELD NAME, SO THE AUDIT TRAIL SHOWS EXACTLY
      * WHAT MOVED.
       5000-JOURNAL-FIELD.
           MOVE WS-JRN-ACTION TO SO-ACTION.
           MOVE SPACES TO SO-KEY.
           STRING WS-JRN-KEY " " WS-JRN-FIELD
               DELIMITED BY SIZE INTO SO-KEY.
           MOVE WS-JRN-OLD TO SO-BEFORE.
           MOVE WS-JRN-NEW TO SO-AFTER.
           PERFORM 0840-JOURNAL-THE-CHANGE.

       6000-REWRITE-CUSTOMER-MASTER.
           OPEN OUTPUT CUSTOMER-MASTER.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
               MOVE WS-CMT-ENTRY(WS-CUST-SUB) TO CUSTOMER-MASTER-REC
               WRITE CUSTOMER-MASTER-REC
           END-PERFORM.
           CLOSE CUSTOMER-MASTER.

       6100-REWRITE-SHIP-TO-FILE.
           OPEN OUTPUT SHIP-TO-FILE.
           PERFORM VARYING WS-SHIP-SUB FROM 1 BY 1
               UNTIL WS-SHIP-SUB > WS-SHIP-COUNT
               MOVE WS-STT-ENTRY(WS-SHIP-SUB) TO SHIP-TO-REC
               WRITE SHIP-TO-REC
           END-PERFORM.
           CLOSE SHIP-TO-FILE.
