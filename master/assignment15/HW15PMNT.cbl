       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW15PMNT.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Price book and contract price maintenance.  Adds, changes,
      *deletes, and lists the RUGPBK price-book rows and the RUGCPRC
      *customer contract rows HW15NB prices from, with the shape,
      *material, customer, price, and dates edited on the way in.
      *The mass change raises every price-book price for a material
      *or shape type (or both) by a per cent as of a future date --
      *it adds a new row per price, effective that date, so the rows
      *in force today stay in force until then.  Before the new rows
      *are committed the impact report reprices the last twelve
      *months of invoice history at the new prices, by customer and
      *material, and the operator decides.  The purge drops rows a
      *later row has already superseded.  The renewal list shows the
      *contracts expiring within the next 60 days for the sales
      *manager.  Runs behind SIGNON; every update is a level-2 action
      *and is journaled through SIGNON to CHGJRNL.
      *The session locks the price book and the contract file
      *(DSNLOCK, exclusive), each on its own, for as long as it
      *runs.  A file the order chain or another session holds can
      *be listed but not updated, and the session is told who holds
      *it and since when.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-BOOK ASSIGN TO WS-PRICE-BOOK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRICE-BOOK-STATUS.

           SELECT CONTRACT-PRICE-FILE ASSIGN TO WS-CONTRACT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO WS-CUSTOMER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT MATERIAL-MASTER ASSIGN TO WS-MATERIAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATERIAL-STATUS.

           SELECT INVOICE-HISTORY ASSIGN TO WS-INV-HIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-HIST-STATUS.

           SELECT IMPACT-RPT-OUT ASSIGN TO WS-IMPACT-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IMPACT-RPT-STATUS.

           SELECT RENEWAL-RPT-OUT ASSIGN TO WS-RENEWAL-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RENEWAL-RPT-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES RUGPBK,
      *  RUGCPRC, RUGCUST, RUGMATL, RUGIHST, RUGPIMP, AND RUGCRNL,
      *  FALLING BACK TO THE DEVELOPMENT DEFAULTS SHOWN IN 1000.

       DATA DIVISION.
       FILE SECTION.
      * THE ROW WITH THE LATEST EFFECTIVE DATE ON OR BEFORE THE ORDER
      * DATE PRICES THE ORDER (HW15NB 2800-APPLY-PRICE-BOOK).
       FD  PRICE-BOOK
           RECORDING MODE IS F
           DATA RECORD IS PRICE-BOOK-REC.
       01 PRICE-BOOK-REC.
          05 PB-SHAPE-TYPE            PIC X(10).
          05 PB-MATERIAL-CODE         PIC X(04).
          05 PB-UNIT-PRICE            PIC 9(03)V99.
          05 PB-EFFECTIVE-FROM        PIC X(08).

       FD  CONTRACT-PRICE-FILE
           RECORDING MODE IS F
           DATA RECORD IS CONTRACT-PRICE-REC.
       01 CONTRACT-PRICE-REC.
          05 CP-CUST-NUMBER           PIC X(05).
          05 CP-SHAPE-TYPE            PIC X(10).
          05 CP-MATERIAL-CODE         PIC X(04).
          05 CP-UNIT-PRICE            PIC 9(03)V99.
          05 CP-EFF-FROM              PIC X(08).
          05 CP-EXPIRES               PIC X(08).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F
           DATA RECORD IS CUSTOMER-MASTER-REC.
       01 CUSTOMER-MASTER-REC.
          05 CM-CUST-NUMBER           PIC X(05).
          05 CM-BILL-TO-NAME          PIC X(25).
          05 FILLER                   PIC X(40).
          05 CM-ACTIVE-SW             PIC X(01).

       FD  MATERIAL-MASTER
           RECORDING MODE IS F
           DATA RECORD IS MATERIAL-MASTER-REC.
       01 MATERIAL-MASTER-REC.
          05 MM-MATERIAL-CODE         PIC X(04).
          05 FILLER                   PIC X(33).

       FD  INVOICE-HISTORY
           RECORDING MODE IS F
           DATA RECORD IS INVOICE-HISTORY-LINE-REC.
       01 INVOICE-HISTORY-LINE-REC.
          05 IHL-TYPE                 PIC X(01).
          05 IHL-INV-DATE             PIC X(08).
          05 IHL-CUST-NUMBER          PIC X(05).
          05 IHL-ORDER-ID             PIC X(05).
          05 IHL-MATERIAL             PIC X(04).
          05 IHL-SHAPE                PIC X(10).
          05 IHL-LINE-NET             PIC 9(08)V99.
          05 FILLER                   PIC X(38).

       FD  IMPACT-RPT-OUT
           RECORDING MODE IS F
           DATA RECORD IS IMPACT-RPT-REC.
       01 IMPACT-RPT-REC              PIC X(80).

       FD  RENEWAL-RPT-OUT
           RECORDING MODE IS F
           DATA RECORD IS RENEWAL-RPT-REC.
       01 RENEWAL-RPT-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PRICE-BOOK-DSN          PIC X(80).
       01  WS-CONTRACT-DSN            PIC X(80).
       01  WS-CUSTOMER-DSN            PIC X(80).
       01  WS-MATERIAL-DSN            PIC X(80).
       01  WS-INV-HIST-DSN            PIC X(80).
       01  WS-IMPACT-RPT-DSN          PIC X(80).
       01  WS-RENEWAL-RPT-DSN         PIC X(80).

       01  WS-PRICE-BOOK-STATUS       PIC X(02) VALUE "00".
       01  WS-CONTRACT-STATUS         PIC X(02) VALUE "00".
       01  WS-CUSTOMER-STATUS         PIC X(02) VALUE "00".
       01  WS-MATERIAL-STATUS         PIC X(02) VALUE "00".
       01  WS-INV-HIST-STATUS         PIC X(02) VALUE "00".
       01  WS-IMPACT-RPT-STATUS       PIC X(02) VALUE "00".
       01  WS-RENEWAL-RPT-STATUS      PIC X(02) VALUE "00".

       01  WS-TODAY                   PIC X(08).
       01  WS-DATE-N                  PIC 9(08).
       01  WS-DATE-INT                PIC 9(08).
       01  WS-TODAY-N                 PIC 9(08).
       01  WS-HISTORY-FROM            PIC X(08).
       01  WS-RENEWAL-THRU            PIC X(08).

      * BOTH PRICE FILES ARE REWRITTEN AT THE END OF THE SESSION AND
      * MUST FIT THE TABLES HW15NB LOADS THEM INTO -- 200 PRICE-BOOK
      * ROWS AND 100 CONTRACT ROWS.
       01  WS-PBK-COUNT               PIC 9(03) VALUE 0.
       01  WS-PBK-SUB                 PIC 9(03).
       01  WS-PBK-FOUND-SUB           PIC 9(03).
       01  WS-PBK-MAX                 PIC 9(03) VALUE 200.
       01  WS-PRICE-BOOK-TABLE.
           05 WS-PBK-ENTRY OCCURS 200 TIMES.
              10 WS-PBK-SHAPE         PIC X(10).
              10 WS-PBK-MATERIAL      PIC X(04).
              10 WS-PBK-PRICE         PIC 9(03)V99.
              10 WS-PBK-EFF           PIC X(08).
       01  WS-PBK-CHANGED-SW          PIC X(01) VALUE "N".
           88 PRICE-BOOK-CHANGED             VALUE "Y".

       01  WS-CPR-COUNT               PIC 9(03) VALUE 0.
       01  WS-CPR-SUB                 PIC 9(03).
       01  WS-CPR-FOUND-SUB           PIC 9(03).
       01  WS-CPR-MAX                 PIC 9(03) VALUE 100.
       01  WS-CONTRACT-TABLE.
           05 WS-CPR-ENTRY OCCURS 100 TIMES.
              10 WS-CPR-CUST          PIC X(05).
              10 WS-CPR-SHAPE         PIC X(10).
              10 WS-CPR-MATERIAL      PIC X(04).
              10 WS-CPR-PRICE         PIC 9(03)V99.
              10 WS-CPR-EFF           PIC X(08).
              10 WS-CPR-EXP           PIC X(08).
       01  WS-CPR-CHANGED-SW          PIC X(01) VALUE "N".
           88 CONTRACTS-CHANGED              VALUE "Y".
       01  WS-CPR-HOLD                PIC X(40).

       01  WS-CUST-COUNT              PIC 9(03) VALUE 0.
       01  WS-CUST-SUB                PIC 9(03).
       01  WS-CUST-FOUND-SUB          PIC 9(03).
       01  WS-CUSTOMER-TABLE.
           05 WS-CUST-ENTRY OCCURS 100 TIMES.
              10 WS-CUST-NUM          PIC X(05).
              10 WS-CUST-NAME         PIC X(25).
              10 WS-CUST-ACTIVE       PIC X(01).

       01  WS-MATL-COUNT              PIC 9(02) VALUE 0.
       01  WS-MATL-SUB                PIC 9(02).
       01  WS-MATERIAL-TABLE.
           05 WS-MATL-CODE OCCURS 50 TIMES
                                      PIC X(04).
       01  WS-MATL-FOUND-SW           PIC X(01).
           88 MATERIAL-FOUND                 VALUE "Y".

      * THE MASS CHANGE IS STAGED HERE -- ONE ROW PER SHAPE AND
      * MATERIAL RAISED -- UNTIL THE OPERATOR COMMITS IT.
       01  WS-MC-COUNT                PIC 9(03) VALUE 0.
       01  WS-MC-SUB                  PIC 9(03).
       01  WS-MC-FOUND-SUB            PIC 9(03).
       01  WS-MASS-CHANGE-TABLE.
           05 WS-MC-ENTRY OCCURS 200 TIMES.
              10 WS-MC-SHAPE          PIC X(10).
              10 WS-MC-MATERIAL       PIC X(04).
              10 WS-MC-OLD-PRICE      PIC 9(03)V99.
              10 WS-MC-NEW-PRICE      PIC 9(03)V99.
       01  WS-MC-SEL-MATL             PIC X(04).
       01  WS-MC-SEL-SHAPE            PIC X(10).
       01  WS-MC-PCT                  PIC 9(02)V99.
       01  WS-MC-EFF                  PIC X(08).
       01  WS-MC-SKIPPED              PIC 9(03) VALUE 0.

      * IMPACT OF THE STAGED CHANGE ON THE LAST TWELVE MONTHS OF
      * INVOICE LINES, ROLLED UP BY CUSTOMER AND MATERIAL.
       01  WS-IMP-COUNT               PIC 9(03) VALUE 0.
       01  WS-IMP-SUB                 PIC 9(03).
       01  WS-IMP-SUB-2               PIC 9(03).
       01  WS-IMP-FOUND-SUB           PIC 9(03).
       01  WS-IMPACT-TABLE.
           05 WS-IMP-ENTRY OCCURS 500 TIMES.
              10 WS-IMP-KEY.
                 15 WS-IMP-CUST       PIC X(05).
                 15 WS-IMP-MATERIAL   PIC X(04).
              10 WS-IMP-LINES         PIC 9(05).
              10 WS-IMP-CURRENT       PIC 9(09)V99.
              10 WS-IMP-REPRICED      PIC 9(09)V99.
       01  WS-IMP-HOLD                PIC X(36).
       01  WS-IMP-OVERFLOW            PIC 9(05) VALUE 0.
       01  WS-LOOK-IMP-KEY.
           05 WS-LOOK-IMP-CUST        PIC X(05).
           05 WS-LOOK-IMP-MATERIAL    PIC X(04).
       01  WS-LINE-REPRICED           PIC 9(09)V99.
       01  WS-PRICE-AT-DATE           PIC 9(03)V99.
       01  WS-BEST-EFF                PIC X(08).
       01  WS-CONTRACT-HELD-SW        PIC X(01).
           88 LINE-UNDER-CONTRACT            VALUE "Y".
       01  WS-HIST-LINES-READ         PIC 9(06) VALUE 0.
       01  WS-CONTRACT-LINES          PIC 9(06) VALUE 0.
       01  WS-TOT-LINES               PIC 9(06).
       01  WS-TOT-CURRENT             PIC 9(09)V99.
       01  WS-TOT-REPRICED            PIC 9(09)V99.
       01  WS-CUS-LINES               PIC 9(06).
       01  WS-CUS-CURRENT             PIC 9(09)V99.
       01  WS-CUS-REPRICED            PIC 9(09)V99.
       01  WS-PREV-CUST               PIC X(05).

       01  CharIn                     PIC X(02).
           88 ExitCharacter                 VALUE "x", "X".
           88 AddBookPrice                  VALUE "PA", "pa".
           88 ChangeBookPrice               VALUE "PC", "pc".
           88 DeleteBookPrice               VALUE "PD", "pd".
           88 ListBookPrices                VALUE "PL", "pl".
           88 PurgeBookPrices               VALUE "PU", "pu".
           88 AddContract                   VALUE "CA", "ca".
           88 ChangeContract                VALUE "CC", "cc".
           88 DeleteContract                VALUE "CD", "cd".
           88 ListContracts                 VALUE "CL", "cl".
           88 MassChange                    VALUE "MC", "mc".
           88 RenewalList                   VALUE "RL", "rl".

       01  WS-IN-CUSTOMER             PIC X(05).
       01  WS-IN-SHAPE                PIC X(10).
       01  WS-IN-MATERIAL             PIC X(04).
       01  WS-IN-PRICE                PIC X(05).
       01  WS-IN-PRICE-N REDEFINES WS-IN-PRICE
                                      PIC 9(03)V99.
       01  WS-IN-EFF                  PIC X(08).
       01  WS-IN-EXP                  PIC X(08).
       01  WS-IN-PCT                  PIC X(04).
       01  WS-IN-PCT-N REDEFINES WS-IN-PCT
                                      PIC 9(02)V99.
       01  WS-IN-CONFIRM              PIC X(01).
       01  WS-ENTRY-OK-SW             PIC X(01).
           88 ENTRY-OK                       VALUE "Y".

       01  WS-ADDED-COUNT             PIC 9(04) VALUE 0.
       01  WS-CHANGED-COUNT           PIC 9(04) VALUE 0.
       01  WS-DELETED-COUNT           PIC 9(04) VALUE 0.
       01  WS-MASS-ROW-COUNT          PIC 9(04) VALUE 0.
       01  WS-PURGED-COUNT            PIC 9(04) VALUE 0.
       01  WS-RENEWAL-COUNT           PIC 9(04) VALUE 0.
       01  WS-DAYS-LEFT               PIC 9(05).
       01  WS-PRICE-DISP              PIC ZZ9.99.
       01  WS-PRICE-DISP-2            PIC ZZ9.99.
       01  WS-PCT-DISP                PIC Z9.99.

       01  WS-PBK-LIST-LINE.
           05 PLS-SHAPE               PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PLS-MATERIAL            PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PLS-PRICE               PIC ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PLS-EFF                 PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PLS-NOTE                PIC X(10).

       01  WS-CPR-LIST-LINE.
           05 CLS-CUST                PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CLS-SHAPE               PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CLS-MATERIAL            PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CLS-PRICE               PIC ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CLS-EFF                 PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CLS-EXP                 PIC X(08).

       01  WS-IMP-TITLE-LINE.
           05 FILLER                  PIC X(40) VALUE
              "HW15PMNT  PRICE INCREASE IMPACT".
           05 FILLER                  PIC X(09) VALUE "RUN DATE ".
           05 IMT-RUN-DATE            PIC X(08).
       01  WS-IMP-SELECT-LINE.
           05 FILLER                  PIC X(09) VALUE "MATERIAL ".
           05 IMS-MATERIAL            PIC X(04).
           05 FILLER                  PIC X(08) VALUE "  SHAPE ".
           05 IMS-SHAPE               PIC X(10).
           05 FILLER                  PIC X(08) VALUE "  RAISE ".
           05 IMS-PCT                 PIC Z9.99.
           05 FILLER                  PIC X(13) VALUE "%  EFFECTIVE ".
           05 IMS-EFF                 PIC X(08).
       01  WS-IMP-WINDOW-LINE.
           05 FILLER                  PIC X(16) VALUE
              "INVOICE HISTORY ".
           05 IMW-FROM                PIC X(08).
           05 FILLER                  PIC X(09) VALUE " THROUGH ".
           05 IMW-THRU                PIC X(08).
       01  WS-IMP-ROW-HEAD            PIC X(80) VALUE
           "NEW PRICE ROWS    SHAPE      MATL   OLD    NEW".
       01  WS-IMP-ROW-LINE.
           05 FILLER                  PIC X(18) VALUE SPACES.
           05 IMR-SHAPE               PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IMR-MATERIAL            PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IMR-OLD                 PIC ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IMR-NEW                 PIC ZZ9.99.
       01  WS-IMP-COL-HEAD.
           05 FILLER                  PIC X(32) VALUE
              "CUST  MATL  LINES    CURRENT NET".
           05 FILLER                  PIC X(30) VALUE
              "   REPRICED NET       INCREASE".
       01  WS-IMP-DETAIL.
           05 IMD-CUST                PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IMD-MATERIAL            PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IMD-LINES               PIC ZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IMD-CURRENT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IMD-REPRICED            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IMD-INCREASE            PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-IMP-NOTE-LINE           PIC X(80).

       01  WS-RNL-TITLE-LINE.
           05 FILLER                  PIC X(40) VALUE
              "HW15PMNT  CONTRACT RENEWAL LIST".
           05 FILLER                  PIC X(09) VALUE "RUN DATE ".
           05 RNT-RUN-DATE            PIC X(08).
       01  WS-RNL-WINDOW-LINE.
           05 FILLER                  PIC X(27) VALUE
              "CONTRACTS EXPIRING THROUGH ".
           05 RNW-THRU                PIC X(08).
       01  WS-RNL-COL-HEAD.
           05 FILLER                  PIC X(32) VALUE
              "CUST  CUSTOMER NAME             ".
           05 FILLER                  PIC X(37) VALUE
              "SHAPE      MATL  PRICE  EXPIRES  DAYS".
       01  WS-RNL-DETAIL.
           05 RND-CUST                PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RND-NAME                PIC X(25).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RND-SHAPE               PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RND-MATERIAL            PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RND-PRICE               PIC ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RND-EXPIRES             PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RND-DAYS                PIC ZZZZ9.

       01  WS-DATEVAL-PARMS.
           05 DV-FUNCTION             PIC X(01).
           05 DV-FORMAT-1             PIC X(01).
           05 DV-DATE-1               PIC X(08).
           05 DV-FORMAT-2             PIC X(01).
           05 DV-DATE-2               PIC X(08).
           05 DV-DAYS                 PIC S9(05).
           05 DV-RESULT               PIC X(01).

      * OPERATOR SIGN-ON AND CHANGE JOURNAL THROUGH THE SHARED
      * SIGNON MODULE.  A PRICE MOVES EVERY ORDER PRICED AFTER IT, SO
      * EVERY UPDATE HERE IS A LEVEL-2 ACTION; LEVEL 1 MAY LIST AND
      * RUN THE RENEWAL LIST.
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
       01  WS-BOOK-LOCK-SW            PIC X(01) VALUE "N".
           88 PRICE-BOOK-IN-USE             VALUE "Y".
       01  WS-CONTRACT-LOCK-SW        PIC X(01) VALUE "N".
           88 CONTRACTS-IN-USE              VALUE "Y".
       01  WS-BOOK-HELD-MSG           PIC X(60).
       01  WS-CONTRACT-HELD-MSG       PIC X(60).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW15PMNT - PRICE BOOK AND CONTRACT MAINTENANCE".
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
                   WHEN PRICE-BOOK-IN-USE
                       AND (AddBookPrice OR ChangeBookPrice
                            OR DeleteBookPrice OR PurgeBookPrices
                            OR MassChange)
                       DISPLAY WS-BOOK-HELD-MSG
                       DISPLAY "LIST ONLY -- UPDATE REFUSED"
                   WHEN CONTRACTS-IN-USE
                       AND (AddContract OR ChangeContract
                            OR DeleteContract)
                       DISPLAY WS-CONTRACT-HELD-MSG
                       DISPLAY "LIST ONLY -- UPDATE REFUSED"
                   WHEN AddBookPrice
                       PERFORM 2000-ADD-BOOK-PRICE
                   WHEN ChangeBookPrice
                       PERFORM 2200-CHANGE-BOOK-PRICE
                   WHEN DeleteBookPrice
                       PERFORM 2400-DELETE-BOOK-PRICE
                   WHEN ListBookPrices
                       PERFORM 2600-LIST-BOOK-PRICES
                   WHEN PurgeBookPrices
                       PERFORM 2700-PURGE-SUPERSEDED-PRICES
                   WHEN AddContract
                       PERFORM 3000-ADD-CONTRACT
                   WHEN ChangeContract
                       PERFORM 3200-CHANGE-CONTRACT
                   WHEN DeleteContract
                       PERFORM 3400-DELETE-CONTRACT
                   WHEN ListContracts
                       PERFORM 3600-LIST-CONTRACTS
                   WHEN MassChange
                       PERFORM 4000-MASS-CHANGE
                   WHEN RenewalList
                       PERFORM 7000-CONTRACT-RENEWAL-LIST
                   WHEN OTHER
                       DISPLAY "UNKNOWN FUNCTION CODE: " CharIn
               END-EVALUATE
               PERFORM 0100-SHOW-MENU
               ACCEPT CharIn
           END-PERFORM.
           IF PRICE-BOOK-CHANGED
               PERFORM 6000-REWRITE-PRICE-BOOK
           END-IF.
           IF CONTRACTS-CHANGED
               PERFORM 6100-REWRITE-CONTRACTS
           END-IF.
           MOVE "R" TO DL-FUNCTION.
           MOVE "HW15PMNT" TO DL-HOLDER.
           MOVE SO-USER-ID TO DL-USER.
           CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           DISPLAY "ROWS ADDED         : " WS-ADDED-COUNT.
           DISPLAY "ROWS CHANGED       : " WS-CHANGED-COUNT.
           DISPLAY "ROWS DELETED       : " WS-DELETED-COUNT.
           DISPLAY "MASS-CHANGE ROWS   : " WS-MASS-ROW-COUNT.
           DISPLAY "SUPERSEDED PURGED  : " WS-PURGED-COUNT.
           DISPLAY "HW15PMNT CONCLUDES".
           GOBACK.

       0100-SHOW-MENU.
           DISPLAY "PRICE BOOK: PA=ADD PC=CHANGE PD=DELETE PL=LIST "
               "PU=PURGE MC=MASS CHANGE".
           DISPLAY "CONTRACTS : CA=ADD CC=CHANGE CD=DELETE CL=LIST "
               "RL=RENEWAL LIST   X=EXIT - " WITH NO ADVANCING.

      * AN ABSENT SIGNON MODULE READS AS A REFUSED SIGN-ON.
       0810-OPERATOR-SIGN-ON.
           MOVE "S" TO SO-FUNCTION.
           MOVE "HW15PMNT" TO SO-PROGRAM.
           MOVE "1" TO SO-RESULT.
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION
                   DISPLAY "SIGN-ON MODULE NOT AVAILABLE"
           END-CALL.

      * EACH FILE IS LOCKED ON ITS OWN, SO A HOLD ON THE CONTRACTS
      * STILL LEAVES THE PRICE BOOK OPEN FOR UPDATE.
       0820-LOCK-THE-FILES.
           MOVE "L" TO DL-FUNCTION.
           MOVE "HW15PMNT" TO DL-HOLDER.
           MOVE SO-USER-ID TO DL-USER.
           MOVE "RUGPBK" TO DL-LOGICAL.
           MOVE "X" TO DL-MODE.
           MOVE "0" TO DL-RESULT.
           CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF DL-HELD
               MOVE "Y" TO WS-BOOK-LOCK-SW
               MOVE SPACES TO WS-BOOK-HELD-MSG
               STRING "PRICE BOOK IN USE BY " DL-HELD-BY " "
                   DL-HELD-USER " SINCE " DL-HELD-DATE " "
                   DL-HELD-TIME DELIMITED BY SIZE
                   INTO WS-BOOK-HELD-MSG
               DISPLAY WS-BOOK-HELD-MSG
           END-IF.
           MOVE "RUGCPRC" TO DL-LOGICAL.
           MOVE "X" TO DL-MODE.
           MOVE "0" TO DL-RESULT.
           CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF DL-HELD
               MOVE "Y" TO WS-CONTRACT-LOCK-SW
               MOVE SPACES TO WS-CONTRACT-HELD-MSG
               STRING "CONTRACT FILE IN USE BY " DL-HELD-BY " "
                   DL-HELD-USER " SINCE " DL-HELD-DATE " "
                   DL-HELD-TIME DELIMITED BY SIZE
                   INTO WS-CONTRACT-HELD-MSG
               DISPLAY WS-CONTRACT-HELD-MSG
           END-IF.

       0840-JOURNAL-THE-CHANGE.
           MOVE "J" TO SO-FUNCTION.
           MOVE "HW15PMNT" TO SO-PROGRAM.
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.

       0850-REQUIRE-LEVEL-2.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           IF SO-AUTH-LEVEL < 2
               DISPLAY "PRICE UPDATES NEED LEVEL 2 -- REFUSED"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.

       1000-INITIALIZE.
           ACCEPT WS-PRICE-BOOK-DSN FROM ENVIRONMENT "RUGPBK".
           IF WS-PRICE-BOOK-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15PBK.dat"
               TO WS-PRICE-BOOK-DSN
           END-IF.
           ACCEPT WS-CONTRACT-DSN FROM ENVIRONMENT "RUGCPRC".
           IF WS-CONTRACT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CPRC.dat"
               TO WS-CONTRACT-DSN
           END-IF.
           ACCEPT WS-CUSTOMER-DSN FROM ENVIRONMENT "RUGCUST".
           IF WS-CUSTOMER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CUST.dat"
               TO WS-CUSTOMER-DSN
           END-IF.
           ACCEPT WS-MATERIAL-DSN FROM ENVIRONMENT "RUGMATL".
           IF WS-MATERIAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15MATL.dat"
               TO WS-MATERIAL-DSN
           END-IF.
           ACCEPT WS-INV-HIST-DSN FROM ENVIRONMENT "RUGIHST".
           IF WS-INV-HIST-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15IHST.dat"
               TO WS-INV-HIST-DSN
           END-IF.
           ACCEPT WS-IMPACT-RPT-DSN FROM ENVIRONMENT "RUGPIMP".
           IF WS-IMPACT-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15PIMP.rpt"
               TO WS-IMPACT-RPT-DSN
           END-IF.
           ACCEPT WS-RENEWAL-RPT-DSN FROM ENVIRONMENT "RUGCRNL".
           IF WS-RENEWAL-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CRNL.rpt"
               TO WS-RENEWAL-RPT-DSN
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM 1100-LOAD-PRICE-BOOK.
           PERFORM 1200-LOAD-CONTRACTS.
           PERFORM 1300-LOAD-CUSTOMERS.
           PERFORM 1400-LOAD-MATERIALS.
           DISPLAY "PRICE-BOOK ROWS   : " WS-PBK-COUNT.
           DISPLAY "CONTRACT ROWS     : " WS-CPR-COUNT.

       1100-LOAD-PRICE-BOOK.
           OPEN INPUT PRICE-BOOK.
           IF WS-PRICE-BOOK-STATUS = "00"
               READ PRICE-BOOK
               PERFORM UNTIL WS-PRICE-BOOK-STATUS > "00"
                          OR WS-PBK-COUNT >= WS-PBK-MAX
                   ADD 1 TO WS-PBK-COUNT
                   MOVE PB-SHAPE-TYPE
                       TO WS-PBK-SHAPE(WS-PBK-COUNT)
                   MOVE PB-MATERIAL-CODE
                       TO WS-PBK-MATERIAL(WS-PBK-COUNT)
                   MOVE PB-UNIT-PRICE
                       TO WS-PBK-PRICE(WS-PBK-COUNT)
                   MOVE PB-EFFECTIVE-FROM
                       TO WS-PBK-EFF(WS-PBK-COUNT)
                   READ PRICE-BOOK
               END-PERFORM
               IF WS-PRICE-BOOK-STATUS = "00"
                   DISPLAY "PRICE BOOK OVER 200 ROWS -- "
                       "NOT MAINTAINED HERE"
                   CLOSE PRICE-BOOK
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE PRICE-BOOK
           END-IF.

       1200-LOAD-CONTRACTS.
           OPEN INPUT CONTRACT-PRICE-FILE.
           IF WS-CONTRACT-STATUS = "00"
               READ CONTRACT-PRICE-FILE
               PERFORM UNTIL WS-CONTRACT-STATUS > "00"
                          OR WS-CPR-COUNT >= WS-CPR-MAX
                   ADD 1 TO WS-CPR-COUNT
                   MOVE CONTRACT-PRICE-REC
                       TO WS-CPR-ENTRY(WS-CPR-COUNT)
                   READ CONTRACT-PRICE-FILE
               END-PERFORM
               IF WS-CONTRACT-STATUS = "00"
                   DISPLAY "CONTRACT FILE OVER 100 ROWS -- "
                       "NOT MAINTAINED HERE"
                   CLOSE CONTRACT-PRICE-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE CONTRACT-PRICE-FILE
           END-IF.

       1300-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-STATUS = "00"
               READ CUSTOMER-MASTER
               PERFORM UNTIL WS-CUSTOMER-STATUS > "00"
                          OR WS-CUST-COUNT >= 100
                   ADD 1 TO WS-CUST-COUNT
                   MOVE CM-CUST-NUMBER
                       TO WS-CUST-NUM(WS-CUST-COUNT)
                   MOVE CM-BILL-TO-NAME
                       TO WS-CUST-NAME(WS-CUST-COUNT)
                   MOVE CM-ACTIVE-SW
                       TO WS-CUST-ACTIVE(WS-CUST-COUNT)
                   READ CUSTOMER-MASTER
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           ELSE
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-CUSTOMER-STATUS " -- NO CONTRACT CAN BE ADDED"
           END-IF.

       1400-LOAD-MATERIALS.
           OPEN INPUT MATERIAL-MASTER.
           IF WS-MATERIAL-STATUS = "00"
               READ MATERIAL-MASTER
               PERFORM UNTIL WS-MATERIAL-STATUS > "00"
                          OR WS-MATL-COUNT >= 50
                   ADD 1 TO WS-MATL-COUNT
                   MOVE MM-MATERIAL-CODE
                       TO WS-MATL-CODE(WS-MATL-COUNT)
                   READ MATERIAL-MASTER
               END-PERFORM
               CLOSE MATERIAL-MASTER
           ELSE
               DISPLAY "MATERIAL MASTER NOT AVAILABLE - STATUS "
                   WS-MATERIAL-STATUS " -- MATERIAL CODES NOT CHECKED"
           END-IF.

       2000-ADD-BOOK-PRICE.
           PERFORM 0850-REQUIRE-LEVEL-2.
           IF ENTRY-OK AND WS-PBK-COUNT >= WS-PBK-MAX
               DISPLAY "PRICE BOOK HOLDS 200 ROWS -- PURGE FIRST"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK
               PERFORM 2900-ACCEPT-BOOK-KEY
           END-IF.
           IF ENTRY-OK
               IF WS-PBK-FOUND-SUB > 0
                   DISPLAY "A ROW FOR THAT SHAPE, MATERIAL, AND DATE "
                       "IS ALREADY ON FILE -- NOT ADDED"
                   MOVE "N" TO WS-ENTRY-OK-SW
               ELSE
                   PERFORM 8100-ACCEPT-PRICE
               END-IF
           END-IF.
           IF ENTRY-OK
               ADD 1 TO WS-PBK-COUNT
               MOVE WS-IN-SHAPE    TO WS-PBK-SHAPE(WS-PBK-COUNT)
               MOVE WS-IN-MATERIAL TO WS-PBK-MATERIAL(WS-PBK-COUNT)
               MOVE WS-IN-PRICE-N  TO WS-PBK-PRICE(WS-PBK-COUNT)
               MOVE WS-IN-EFF      TO WS-PBK-EFF(WS-PBK-COUNT)
               MOVE "Y" TO WS-PBK-CHANGED-SW
               ADD 1 TO WS-ADDED-COUNT
               MOVE "PB ADD" TO SO-ACTION
               PERFORM 2950-SET-BOOK-JOURNAL-KEY
               MOVE SPACES TO SO-BEFORE
               MOVE SPACES TO SO-AFTER
               MOVE WS-IN-PRICE-N TO WS-PRICE-DISP
               STRING "PRICE " WS-PRICE-DISP " EFFECTIVE " WS-IN-EFF
                   DELIMITED BY SIZE INTO SO-AFTER
               PERFORM 0840-JOURNAL-THE-CHANGE
               DISPLAY "  PRICE-BOOK ROW ADDED"
           END-IF.

       2200-CHANGE-BOOK-PRICE.
           PERFORM 0850-REQUIRE-LEVEL-2.
           IF ENTRY-OK
               PERFORM 2900-ACCEPT-BOOK-KEY
           END-IF.
           IF ENTRY-OK
               IF WS-PBK-FOUND-SUB = 0
                   DISPLAY "NO PRICE-BOOK ROW FOR THAT SHAPE, "
                       "MATERIAL, AND DATE"
                   MOVE "N" TO WS-ENTRY-OK-SW
               ELSE
                   MOVE WS-PBK-PRICE(WS-PBK-FOUND-SUB)
                       TO WS-PRICE-DISP
                   DISPLAY "  CURRENT PRICE " WS-PRICE-DISP
                   IF WS-PBK-EFF(WS-PBK-FOUND-SUB) <= WS-TODAY
                       DISPLAY "  THIS ROW IS ALREADY IN FORCE -- A "
                           "NEW DATED ROW IS THE USUAL WAY"
                   END-IF
                   PERFORM 8100-ACCEPT-PRICE
               END-IF
           END-IF.
           IF ENTRY-OK
               MOVE "PB CHANGE" TO SO-ACTION
               PERFORM 2950-SET-BOOK-JOURNAL-KEY
               MOVE SPACES TO SO-BEFORE
               MOVE SPACES TO SO-AFTER
               MOVE WS-PBK-PRICE(WS-PBK-FOUND-SUB) TO WS-PRICE-DISP
               STRING "PRICE " WS-PRICE-DISP " EFFECTIVE " WS-IN-EFF
                   DELIMITED BY SIZE INTO SO-BEFORE
               MOVE WS-IN-PRICE-N TO WS-PBK-PRICE(WS-PBK-FOUND-SUB)
               MOVE WS-PBK-PRICE(WS-PBK-FOUND-SUB) TO WS-PRICE-DISP
               STRING "PRICE " WS-PRICE-DISP " EFFECTIVE " WS-IN-EFF
                   DELIMITED BY SIZE INTO SO-AFTER
               PERFORM 0840-JOURNAL-THE-CHANGE
               MOVE "Y" TO WS-PBK-CHANGED-SW
               ADD 1 TO WS-CHANGED-COUNT
               DISPLAY "  PRICE-BOOK ROW CHANGED"
           END-IF.

       2400-DELETE-BOOK-PRICE.
           PERFORM 0850-REQUIRE-LEVEL-2.
           IF ENTRY-OK
               PERFORM 2900-ACCEPT-BOOK-KEY
           END-IF.
           IF ENTRY-OK
               IF WS-PBK-FOUND-SUB = 0
                   DISPLAY "NO PRICE-BOOK ROW FOR THAT SHAPE, "
                       "MATERIAL, AND DATE"
               ELSE
                   MOVE WS-PBK-PRICE(WS-PBK-FOUND-SUB)
                       TO WS-PRICE-DISP
                   DISPLAY "  PRICE " WS-PRICE-DISP
                   DISPLAY "DELETE THIS ROW (Y/N): " WITH NO ADVANCING
                   ACCEPT WS-IN-CONFIRM
                   IF WS-IN-CONFIRM = "Y" OR WS-IN-CONFIRM = "y"
                       MOVE "PB DELETE" TO SO-ACTION
                       PERFORM 2950-SET-BOOK-JOURNAL-KEY
                       MOVE SPACES TO SO-BEFORE
                       MOVE SPACES TO SO-AFTER
                       STRING "PRICE " WS-PRICE-DISP " EFFECTIVE "
                           WS-IN-EFF DELIMITED BY SIZE INTO SO-BEFORE
                       PERFORM 0840-JOURNAL-THE-CHANGE
                       MOVE WS-PBK-FOUND-SUB TO WS-PBK-SUB
                       PERFORM 2450-REMOVE-BOOK-ROW
                       MOVE "Y" TO WS-PBK-CHANGED-SW
                       ADD 1 TO WS-DELETED-COUNT
                       DISPLAY "  PRICE-BOOK ROW DELETED"
                   ELSE
                       DISPLAY "  LEFT ON FILE"
                   END-IF
               END-IF
           END-IF.

      * CLOSES THE GAP LEFT BY THE ROW AT WS-PBK-SUB.
       2450-REMOVE-BOOK-ROW.
           PERFORM VARYING WS-PBK-SUB FROM WS-PBK-SUB BY 1
               UNTIL WS-PBK-SUB >= WS-PBK-COUNT
               MOVE WS-PBK-ENTRY(WS-PBK-SUB + 1)
                   TO WS-PBK-ENTRY(WS-PBK-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-PBK-COUNT.

       2600-LIST-BOOK-PRICES.
           DISPLAY "MATERIAL (BLANK=ALL): " WITH NO ADVANCING.
           ACCEPT WS-IN-MATERIAL.
           DISPLAY "SHAPE      MATL  PRICE EFFECTIVE".
           PERFORM VARYING WS-PBK-SUB FROM 1 BY 1
               UNTIL WS-PBK-SUB > WS-PBK-COUNT
               IF WS-IN-MATERIAL = SPACES
                   OR WS-PBK-MATERIAL(WS-PBK-SUB) = WS-IN-MATERIAL
                   MOVE WS-PBK-SHAPE(WS-PBK-SUB)    TO PLS-SHAPE
                   MOVE WS-PBK-MATERIAL(WS-PBK-SUB) TO PLS-MATERIAL
                   MOVE WS-PBK-PRICE(WS-PBK-SUB)    TO PLS-PRICE
                   MOVE WS-PBK-EFF(WS-PBK-SUB)      TO PLS-EFF
                   IF WS-PBK-EFF(WS-PBK-SUB) > WS-TODAY
                       MOVE "SCHEDULED" TO PLS-NOTE
                   ELSE
                       MOVE SPACES TO PLS-NOTE
                   END-IF
                   DISPLAY WS-PBK-LIST-LINE
               END-IF
           END-PERFORM.

      * A ROW IS SUPERSEDED WHEN ANOTHER ROW FOR THE SAME SHAPE AND
      * MATERIAL TOOK EFFECT AFTER IT AND IS ITSELF IN FORCE TODAY.
      * NO ORDER DATED TODAY OR LATER CAN REACH IT, SO IT GOES.
       2700-PURGE-SUPERSEDED-PRICES.
           PERFORM 0850-REQUIRE-LEVEL-2.
           IF ENTRY-OK
               DISPLAY "DROP ROWS SUPERSEDED BEFORE TODAY (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-IN-CONFIRM
               IF WS-IN-CONFIRM NOT = "Y" AND WS-IN-CONFIRM NOT = "y"
                   MOVE "N" TO WS-ENTRY-OK-SW
               END-IF
           END-IF.
           IF ENTRY-OK
               MOVE 1 TO WS-PBK-FOUND-SUB
               PERFORM UNTIL WS-PBK-FOUND-SUB > WS-PBK-COUNT
                   PERFORM 2750-CHECK-SUPERSEDED
                   IF WS-MC-FOUND-SUB > 0
                       MOVE "PB PURGE" TO SO-ACTION
                       MOVE WS-PBK-SHAPE(WS-PBK-FOUND-SUB)
                           TO WS-IN-SHAPE
                       MOVE WS-PBK-MATERIAL(WS-PBK-FOUND-SUB)
                           TO WS-IN-MATERIAL
                       PERFORM 2950-SET-BOOK-JOURNAL-KEY
                       MOVE WS-PBK-PRICE(WS-PBK-FOUND-SUB)
                           TO WS-PRICE-DISP
                       MOVE SPACES TO SO-BEFORE
                       MOVE SPACES TO SO-AFTER
                       STRING "PRICE " WS-PRICE-DISP " EFFECTIVE "
                           WS-PBK-EFF(WS-PBK-FOUND-SUB)
                           DELIMITED BY SIZE INTO SO-BEFORE
                       PERFORM 0840-JOURNAL-THE-CHANGE
                       MOVE WS-PBK-FOUND-SUB TO WS-PBK-SUB
                       PERFORM 2450-REMOVE-BOOK-ROW
                       MOVE "Y" TO WS-PBK-CHANGED-SW
                       ADD 1 TO WS-PURGED-COUNT
                   ELSE
                       ADD 1 TO WS-PBK-FOUND-SUB
                   END-IF
               END-PERFORM
               DISPLAY "  SUPERSEDED ROWS PURGED: " WS-PURGED-COUNT
           END-IF.

      * WS-MC-FOUND-SUB COMES BACK NON-ZERO WHEN THE ROW AT
      * WS-PBK-FOUND-SUB IS SUPERSEDED.
       2750-CHECK-SUPERSEDED.
           MOVE 0 TO WS-MC-FOUND-SUB.
           PERFORM VARYING WS-PBK-SUB FROM 1 BY 1
               UNTIL WS-PBK-SUB > WS-PBK-COUNT
               IF WS-PBK-SHAPE(WS-PBK-SUB)
                       = WS-PBK-SHAPE(WS-PBK-FOUND-SUB)
                   AND WS-PBK-MATERIAL(WS-PBK-SUB)
                       = WS-PBK-MATERIAL(WS-PBK-FOUND-SUB)
                   AND WS-PBK-EFF(WS-PBK-SUB)
                       > WS-PBK-EFF(WS-PBK-FOUND-SUB)
                   AND WS-PBK-EFF(WS-PBK-SUB) <= WS-TODAY
                   MOVE 1 TO WS-MC-FOUND-SUB
                   MOVE WS-PBK-COUNT TO WS-PBK-SUB
               END-IF
           END-PERFORM.

       2900-ACCEPT-BOOK-KEY.
           DISPLAY "SHAPE TYPE (ROUND/SQUARE/TRIANGLE/RECTANGLE): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-SHAPE.
           DISPLAY "MATERIAL CODE (4 CHARS): " WITH NO ADVANCING.
           ACCEPT WS-IN-MATERIAL.
           DISPLAY "EFFECTIVE FROM (CCYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-IN-EFF.
           PERFORM 8000-EDIT-SHAPE-AND-MATERIAL.
           IF ENTRY-OK
               MOVE WS-IN-EFF TO DV-DATE-1
               PERFORM 8200-EDIT-DATE
           END-IF.
           MOVE 0 TO WS-PBK-FOUND-SUB.
           IF ENTRY-OK
               PERFORM VARYING WS-PBK-SUB FROM 1 BY 1
                   UNTIL WS-PBK-SUB > WS-PBK-COUNT
                   IF WS-PBK-SHAPE(WS-PBK-SUB) = WS-IN-SHAPE
                       AND WS-PBK-MATERIAL(WS-PBK-SUB) = WS-IN-MATERIAL
                       AND WS-PBK-EFF(WS-PBK-SUB) = WS-IN-EFF
                       MOVE WS-PBK-SUB TO WS-PBK-FOUND-SUB
                       MOVE WS-PBK-COUNT TO WS-PBK-SUB
                   END-IF
               END-PERFORM
           END-IF.

       2950-SET-BOOK-JOURNAL-KEY.
           MOVE SPACES TO SO-KEY.
           STRING WS-IN-SHAPE " " WS-IN-MATERIAL
               DELIMITED BY SIZE INTO SO-KEY.

      * A CONTRACT IS FOR A CUSTOMER ON THE MASTER AND STILL ACTIVE,
      * AND MAY NOT EXPIRE BEFORE IT TAKES EFFECT.
       3000-ADD-CONTRACT.
           PERFORM 0850-REQUIRE-LEVEL-2.
           IF ENTRY-OK AND WS-CPR-COUNT >= WS-CPR-MAX
               DISPLAY "CONTRACT FILE HOLDS 100 ROWS -- NOT ADDED"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK
               PERFORM 3900-ACCEPT-CONTRACT-KEY
           END-IF.
           IF ENTRY-OK
               IF WS-CPR-FOUND-SUB > 0
                   DISPLAY "THAT CONTRACT ROW IS ALREADY ON FILE -- "
                       "NOT ADDED"
                   MOVE "N" TO WS-ENTRY-OK-SW
               ELSE
                   IF WS-CUST-ACTIVE(WS-CUST-FOUND-SUB) = "I"
                       DISPLAY "CUSTOMER " WS-IN-CUSTOMER
                           " IS INACTIVE -- NOT ADDED"
                       MOVE "N" TO WS-ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-OK
               PERFORM 8100-ACCEPT-PRICE
           END-IF.
           IF ENTRY-OK
               DISPLAY "EXPIRES (CCYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-IN-EXP
               PERFORM 3950-EDIT-EXPIRY
           END-IF.
           IF ENTRY-OK
               ADD 1 TO WS-CPR-COUNT
               MOVE WS-IN-CUSTOMER TO WS-CPR-CUST(WS-CPR-COUNT)
               MOVE WS-IN-SHAPE    TO WS-CPR-SHAPE(WS-CPR-COUNT)
               MOVE WS-IN-MATERIAL TO WS-CPR-MATERIAL(WS-CPR-COUNT)
               MOVE WS-IN-PRICE-N  TO WS-CPR-PRICE(WS-CPR-COUNT)
               MOVE WS-IN-EFF      TO WS-CPR-EFF(WS-CPR-COUNT)
               MOVE WS-IN-EXP      TO WS-CPR-EXP(WS-CPR-COUNT)
               MOVE "Y" TO WS-CPR-CHANGED-SW
               ADD 1 TO WS-ADDED-COUNT
               MOVE "CP ADD" TO SO-ACTION
               PERFORM 3980-SET-CONTRACT-JOURNAL-KEY
               MOVE SPACES TO SO-BEFORE
               MOVE SPACES TO SO-AFTER
               MOVE WS-IN-PRICE-N TO WS-PRICE-DISP
               STRING "PRICE " WS-PRICE-DISP " FROM " WS-IN-EFF
                   " TO " WS-IN-EXP
                   DELIMITED BY SIZE INTO SO-AFTER
               PERFORM 0840-JOURNAL-THE-CHANGE
               DISPLAY "  CONTRACT ROW ADDED"
           END-IF.

      * PRICE AND EXPIRY MAY CHANGE; A BLANK ANSWER KEEPS EITHER.
      * EXTENDING THE EXPIRY IS HOW A CONTRACT IS RENEWED.
       3200-CHANGE-CONTRACT.
           PERFORM 0850-REQUIRE-LEVEL-2.
           IF ENTRY-OK
               PERFORM 3900-ACCEPT-CONTRACT-KEY
           END-IF.
           IF ENTRY-OK AND WS-CPR-FOUND-SUB = 0
               DISPLAY "NO CONTRACT ROW FOR THAT CUSTOMER, SHAPE, "
                   "MATERIAL, AND DATE"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK
               MOVE WS-CPR-PRICE(WS-CPR-FOUND-SUB) TO WS-PRICE-DISP
               DISPLAY "  PRICE " WS-PRICE-DISP " EXPIRES "
                   WS-CPR-EXP(WS-CPR-FOUND-SUB)
               DISPLAY "BLANK KEEPS THE CURRENT VALUE"
               DISPLAY "UNIT PRICE (99999=999.99): " WITH NO ADVANCING
               ACCEPT WS-IN-PRICE
               DISPLAY "EXPIRES (CCYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-IN-EXP
               IF WS-IN-PRICE = SPACES
                   MOVE WS-CPR-PRICE(WS-CPR-FOUND-SUB) TO WS-IN-PRICE-N
               ELSE
                   IF WS-IN-PRICE IS NOT NUMERIC OR WS-IN-PRICE-N = 0
                       DISPLAY "PRICE NOT NUMERIC -- NOT CHANGED"
                       MOVE "N" TO WS-ENTRY-OK-SW
                   END-IF
               END-IF
               IF WS-IN-EXP = SPACES
                   MOVE WS-CPR-EXP(WS-CPR-FOUND-SUB) TO WS-IN-EXP
               END-IF
               IF ENTRY-OK
                   PERFORM 3950-EDIT-EXPIRY
               END-IF
           END-IF.
           IF ENTRY-OK
               IF WS-IN-PRICE-N = WS-CPR-PRICE(WS-CPR-FOUND-SUB)
                   AND WS-IN-EXP = WS-CPR-EXP(WS-CPR-FOUND-SUB)
                   DISPLAY "  NOTHING CHANGED"
               ELSE
                   MOVE "CP CHANGE" TO SO-ACTION
                   PERFORM 3980-SET-CONTRACT-JOURNAL-KEY
                   MOVE SPACES TO SO-BEFORE
                   MOVE SPACES TO SO-AFTER
                   MOVE WS-CPR-PRICE(WS-CPR-FOUND-SUB) TO WS-PRICE-DISP
                   STRING "PRICE " WS-PRICE-DISP " FROM " WS-IN-EFF
                       " TO " WS-CPR-EXP(WS-CPR-FOUND-SUB)
                       DELIMITED BY SIZE INTO SO-BEFORE
                   MOVE WS-IN-PRICE-N TO WS-CPR-PRICE(WS-CPR-FOUND-SUB)
                   MOVE WS-IN-EXP     TO WS-CPR-EXP(WS-CPR-FOUND-SUB)
                   MOVE WS-IN-PRICE-N TO WS-PRICE-DISP
                   STRING "PRICE " WS-PRICE-DISP " FROM " WS-IN-EFF
                       " TO " WS-IN-EXP
                       DELIMITED BY SIZE INTO SO-AFTER
                   PERFORM 0840-JOURNAL-THE-CHANGE
                   MOVE "Y" TO WS-CPR-CHANGED-SW
                   ADD 1 TO WS-CHANGED-COUNT
                   DISPLAY "  CONTRACT ROW CHANGED"
               END-IF
           END-IF.

       3400-DELETE-CONTRACT.
           PERFORM 0850-REQUIRE-LEVEL-2.
           IF ENTRY-OK
               PERFORM 3900-ACCEPT-CONTRACT-KEY
           END-IF.
           IF ENTRY-OK AND WS-CPR-FOUND-SUB = 0
               DISPLAY "NO CONTRACT ROW FOR THAT CUSTOMER, SHAPE, "
                   "MATERIAL, AND DATE"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK
               MOVE WS-CPR-PRICE(WS-CPR-FOUND-SUB) TO WS-PRICE-DISP
               DISPLAY "  PRICE " WS-PRICE-DISP " EXPIRES "
                   WS-CPR-EXP(WS-CPR-FOUND-SUB)
               DISPLAY "DELETE THIS ROW (Y/N): " WITH NO ADVANCING
               ACCEPT WS-IN-CONFIRM
               IF WS-IN-CONFIRM = "Y" OR WS-IN-CONFIRM = "y"
                   MOVE "CP DELETE" TO SO-ACTION
                   PERFORM 3980-SET-CONTRACT-JOURNAL-KEY
                   MOVE SPACES TO SO-BEFORE
                   MOVE SPACES TO SO-AFTER
                   STRING "PRICE " WS-PRICE-DISP " FROM " WS-IN-EFF
                       " TO " WS-CPR-EXP(WS-CPR-FOUND-SUB)
                       DELIMITED BY SIZE INTO SO-BEFORE
                   PERFORM 0840-JOURNAL-THE-CHANGE
                   PERFORM VARYING WS-CPR-SUB FROM WS-CPR-FOUND-SUB
                       BY 1 UNTIL WS-CPR-SUB >= WS-CPR-COUNT
                       MOVE WS-CPR-ENTRY(WS-CPR-SUB + 1)
                           TO WS-CPR-ENTRY(WS-CPR-SUB)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-CPR-COUNT
                   MOVE "Y" TO WS-CPR-CHANGED-SW
                   ADD 1 TO WS-DELETED-COUNT
                   DISPLAY "  CONTRACT ROW DELETED"
               ELSE
                   DISPLAY "  LEFT ON FILE"
               END-IF
           END-IF.

       3600-LIST-CONTRACTS.
           DISPLAY "CUSTOMER (BLANK=ALL): " WITH NO ADVANCING.
           ACCEPT WS-IN-CUSTOMER.
           DISPLAY "CUST  SHAPE      MATL  PRICE FROM     EXPIRES".
           PERFORM VARYING WS-CPR-SUB FROM 1 BY 1
               UNTIL WS-CPR-SUB > WS-CPR-COUNT
               IF WS-IN-CUSTOMER = SPACES
                   OR WS-CPR-CUST(WS-CPR-SUB) = WS-IN-CUSTOMER
                   MOVE WS-CPR-CUST(WS-CPR-SUB)     TO CLS-CUST
                   MOVE WS-CPR-SHAPE(WS-CPR-SUB)    TO CLS-SHAPE
                   MOVE WS-CPR-MATERIAL(WS-CPR-SUB) TO CLS-MATERIAL
                   MOVE WS-CPR-PRICE(WS-CPR-SUB)    TO CLS-PRICE
                   MOVE WS-CPR-EFF(WS-CPR-SUB)      TO CLS-EFF
                   MOVE WS-CPR-EXP(WS-CPR-SUB)      TO CLS-EXP
                   DISPLAY WS-CPR-LIST-LINE
               END-IF
           END-PERFORM.

       3900-ACCEPT-CONTRACT-KEY.
           DISPLAY "CUSTOMER NUMBER (5 CHARS): " WITH NO ADVANCING.
           ACCEPT WS-IN-CUSTOMER.
           MOVE 0 TO WS-CUST-FOUND-SUB.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
               IF WS-CUST-NUM(WS-CUST-SUB) = WS-IN-CUSTOMER
                   MOVE WS-CUST-SUB TO WS-CUST-FOUND-SUB
                   MOVE WS-CUST-COUNT TO WS-CUST-SUB
               END-IF
           END-PERFORM.
           IF WS-CUST-FOUND-SUB = 0
               DISPLAY "CUSTOMER " WS-IN-CUSTOMER " NOT ON FILE"
               MOVE "N" TO WS-ENTRY-OK-SW
           ELSE
               DISPLAY "  " WS-CUST-NAME(WS-CUST-FOUND-SUB)
               PERFORM 2900-ACCEPT-BOOK-KEY
           END-IF.
           MOVE 0 TO WS-CPR-FOUND-SUB.
           IF ENTRY-OK
               PERFORM VARYING WS-CPR-SUB FROM 1 BY 1
                   UNTIL WS-CPR-SUB > WS-CPR-COUNT
                   IF WS-CPR-CUST(WS-CPR-SUB) = WS-IN-CUSTOMER
                       AND WS-CPR-SHAPE(WS-CPR-SUB) = WS-IN-SHAPE
                       AND WS-CPR-MATERIAL(WS-CPR-SUB) = WS-IN-MATERIAL
                       AND WS-CPR-EFF(WS-CPR-SUB) = WS-IN-EFF
                       MOVE WS-CPR-SUB TO WS-CPR-FOUND-SUB
                       MOVE WS-CPR-COUNT TO WS-CPR-SUB
                   END-IF
               END-PERFORM
           END-IF.

       3950-EDIT-EXPIRY.
           MOVE WS-IN-EXP TO DV-DATE-1.
           PERFORM 8200-EDIT-DATE.
           IF ENTRY-OK AND WS-IN-EXP < WS-IN-EFF
               DISPLAY "CONTRACT WOULD EXPIRE BEFORE IT TAKES EFFECT"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.

       3980-SET-CONTRACT-JOURNAL-KEY.
           MOVE SPACES TO SO-KEY.
           STRING WS-IN-CUSTOMER WS-IN-SHAPE WS-IN-MATERIAL
               DELIMITED BY SIZE INTO SO-KEY.

      * THE MASS CHANGE.  EVERY SHAPE AND MATERIAL IN THE SELECTION
      * GETS ONE NEW ROW, EFFECTIVE THE DATE GIVEN, AT THE PRICE IN
      * FORCE ON THAT DATE RAISED BY THE PER CENT.  NOTHING IS ADDED
      * UNTIL THE OPERATOR HAS SEEN THE IMPACT REPORT AND SAID YES.
      * CONTRACT ROWS ARE NOT TOUCHED -- A CONTRACT HOLDS ITS PRICE
      * UNTIL IT EXPIRES.
       4000-MASS-CHANGE.
           PERFORM 0850-REQUIRE-LEVEL-2.
           IF ENTRY-OK
               DISPLAY "MATERIAL CODE (BLANK=ALL): " WITH NO ADVANCING
               ACCEPT WS-MC-SEL-MATL
               DISPLAY "SHAPE TYPE (BLANK=ALL): " WITH NO ADVANCING
               ACCEPT WS-MC-SEL-SHAPE
               DISPLAY "RAISE BY PER CENT (0350=3.50%): "
                   WITH NO ADVANCING
               ACCEPT WS-IN-PCT
               DISPLAY "EFFECTIVE FROM (CCYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-MC-EFF
               PERFORM 4100-EDIT-MASS-CHANGE
           END-IF.
           IF ENTRY-OK
               PERFORM 4200-STAGE-NEW-PRICES
               IF WS-MC-COUNT = 0
                   DISPLAY "NO PRICE-BOOK ROW MATCHES -- NOTHING TO "
                       "CHANGE"
                   MOVE "N" TO WS-ENTRY-OK-SW
               END-IF
           END-IF.
           IF ENTRY-OK AND WS-PBK-COUNT + WS-MC-COUNT > WS-PBK-MAX
               DISPLAY "PRICE BOOK WOULD PASS 200 ROWS -- PURGE "
                   "SUPERSEDED ROWS FIRST"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK
               PERFORM 5000-WRITE-IMPACT-REPORT
               DISPLAY "  NEW PRICE ROWS STAGED : " WS-MC-COUNT
               DISPLAY "  IMPACT REPORT WRITTEN -- REVIEW IT BEFORE "
                   "COMMITTING"
               DISPLAY "COMMIT THE NEW PRICES (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-IN-CONFIRM
               IF WS-IN-CONFIRM = "Y" OR WS-IN-CONFIRM = "y"
                   PERFORM 4300-COMMIT-NEW-PRICES
               ELSE
                   DISPLAY "  MASS CHANGE DROPPED -- NOTHING ADDED"
               END-IF
           END-IF.

       4100-EDIT-MASS-CHANGE.
           IF WS-MC-SEL-MATL = SPACES AND WS-MC-SEL-SHAPE = SPACES
               DISPLAY "GIVE A MATERIAL, A SHAPE TYPE, OR BOTH"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK AND WS-MC-SEL-SHAPE NOT = SPACES
               MOVE WS-MC-SEL-SHAPE TO WS-IN-SHAPE
               IF WS-IN-SHAPE NOT = "ROUND" AND NOT = "SQUARE"
                   AND NOT = "TRIANGLE" AND NOT = "RECTANGLE"
                   DISPLAY "SHAPE TYPE " WS-IN-SHAPE " NOT KNOWN"
                   MOVE "N" TO WS-ENTRY-OK-SW
               END-IF
           END-IF.
           IF ENTRY-OK
               IF WS-IN-PCT IS NOT NUMERIC OR WS-IN-PCT-N = 0
                   DISPLAY "PER CENT NOT NUMERIC"
                   MOVE "N" TO WS-ENTRY-OK-SW
               ELSE
                   MOVE WS-IN-PCT-N TO WS-MC-PCT
               END-IF
           END-IF.
           IF ENTRY-OK
               MOVE WS-MC-EFF TO DV-DATE-1
               PERFORM 8200-EDIT-DATE
           END-IF.
           IF ENTRY-OK AND WS-MC-EFF NOT > WS-TODAY
               DISPLAY "A MASS CHANGE MUST TAKE EFFECT AFTER TODAY"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.

      * ONE STAGED ROW PER SHAPE AND MATERIAL.  A PAIR WITH NO ROW
      * IN FORCE ON THE NEW DATE HAS NOTHING TO RAISE; ONE ALREADY
      * HOLDING A ROW DATED THAT DAY IS LEFT FOR PC TO ADJUST.
       4200-STAGE-NEW-PRICES.
           MOVE 0 TO WS-MC-COUNT.
           MOVE 0 TO WS-MC-SKIPPED.
           PERFORM VARYING WS-PBK-FOUND-SUB FROM 1 BY 1
               UNTIL WS-PBK-FOUND-SUB > WS-PBK-COUNT
               IF (WS-MC-SEL-MATL = SPACES
                   OR WS-PBK-MATERIAL(WS-PBK-FOUND-SUB)
                       = WS-MC-SEL-MATL)
                   AND (WS-MC-SEL-SHAPE = SPACES
                   OR WS-PBK-SHAPE(WS-PBK-FOUND-SUB) = WS-MC-SEL-SHAPE)
                   PERFORM 4210-STAGE-ONE-PAIR
               END-IF
           END-PERFORM.
           IF WS-MC-SKIPPED > 0
               DISPLAY "  PAIRS ALREADY PRICED ON THAT DATE, SKIPPED: "
                   WS-MC-SKIPPED
           END-IF.

       4210-STAGE-ONE-PAIR.
           MOVE WS-PBK-SHAPE(WS-PBK-FOUND-SUB) TO WS-IN-SHAPE.
           MOVE WS-PBK-MATERIAL(WS-PBK-FOUND-SUB) TO WS-IN-MATERIAL.
           PERFORM 4900-FIND-STAGED-PAIR.
           IF WS-MC-FOUND-SUB = 0
               MOVE WS-MC-EFF TO WS-IN-EFF
               PERFORM 4800-PRICE-IN-FORCE
               EVALUATE TRUE
                   WHEN WS-BEST-EFF = WS-MC-EFF
                       ADD 1 TO WS-MC-SKIPPED
                   WHEN WS-BEST-EFF = SPACES
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-MC-COUNT
                       MOVE WS-IN-SHAPE    TO WS-MC-SHAPE(WS-MC-COUNT)
                       MOVE WS-IN-MATERIAL
                           TO WS-MC-MATERIAL(WS-MC-COUNT)
                       MOVE WS-PRICE-AT-DATE
                           TO WS-MC-OLD-PRICE(WS-MC-COUNT)
                       COMPUTE WS-MC-NEW-PRICE(WS-MC-COUNT) ROUNDED
                           = WS-PRICE-AT-DATE * (100 + WS-MC-PCT) / 100
                           ON SIZE ERROR
                               DISPLAY "  " WS-IN-SHAPE " "
                                   WS-IN-MATERIAL
                                   " WOULD PASS 999.99 -- SKIPPED"
                               SUBTRACT 1 FROM WS-MC-COUNT
                       END-COMPUTE
               END-EVALUATE
           END-IF.

       4300-COMMIT-NEW-PRICES.
           PERFORM VARYING WS-MC-SUB FROM 1 BY 1
               UNTIL WS-MC-SUB > WS-MC-COUNT
               ADD 1 TO WS-PBK-COUNT
               MOVE WS-MC-SHAPE(WS-MC-SUB)
                   TO WS-PBK-SHAPE(WS-PBK-COUNT)
               MOVE WS-MC-MATERIAL(WS-MC-SUB)
                   TO WS-PBK-MATERIAL(WS-PBK-COUNT)
               MOVE WS-MC-NEW-PRICE(WS-MC-SUB)
                   TO WS-PBK-PRICE(WS-PBK-COUNT)
               MOVE WS-MC-EFF TO WS-PBK-EFF(WS-PBK-COUNT)
               ADD 1 TO WS-MASS-ROW-COUNT
               MOVE "PB MASS" TO SO-ACTION
               MOVE WS-MC-SHAPE(WS-MC-SUB) TO WS-IN-SHAPE
               MOVE WS-MC-MATERIAL(WS-MC-SUB) TO WS-IN-MATERIAL
               PERFORM 2950-SET-BOOK-JOURNAL-KEY
               MOVE SPACES TO SO-BEFORE
               MOVE SPACES TO SO-AFTER
               MOVE WS-MC-OLD-PRICE(WS-MC-SUB) TO WS-PRICE-DISP
               MOVE WS-MC-NEW-PRICE(WS-MC-SUB) TO WS-PRICE-DISP-2
               MOVE WS-MC-PCT TO WS-PCT-DISP
               STRING "PRICE " WS-PRICE-DISP
                   DELIMITED BY SIZE INTO SO-BEFORE
               STRING "PRICE " WS-PRICE-DISP-2 " EFFECTIVE " WS-MC-EFF
                   " UP " WS-PCT-DISP "%"
                   DELIMITED BY SIZE INTO SO-AFTER
               PERFORM 0840-JOURNAL-THE-CHANGE
           END-PERFORM.
           MOVE "Y" TO WS-PBK-CHANGED-SW.
           DISPLAY "  NEW PRICE ROWS ADDED, EFFECTIVE " WS-MC-EFF.

      * PRICE IN FORCE FOR WS-IN-SHAPE/WS-IN-MATERIAL ON WS-IN-EFF --
      * THE ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER IT, AS
      * HW15NB PICKS IT.  WS-BEST-EFF STAYS BLANK WHEN THERE IS NONE.
       4800-PRICE-IN-FORCE.
           MOVE SPACES TO WS-BEST-EFF.
           MOVE 0 TO WS-PRICE-AT-DATE.
           PERFORM VARYING WS-PBK-SUB FROM 1 BY 1
               UNTIL WS-PBK-SUB > WS-PBK-COUNT
               IF WS-PBK-SHAPE(WS-PBK-SUB) = WS-IN-SHAPE
                   AND WS-PBK-MATERIAL(WS-PBK-SUB) = WS-IN-MATERIAL
                   AND WS-PBK-EFF(WS-PBK-SUB) <= WS-IN-EFF
                   AND WS-PBK-EFF(WS-PBK-SUB) > WS-BEST-EFF
                   MOVE WS-PBK-PRICE(WS-PBK-SUB) TO WS-PRICE-AT-DATE
                   MOVE WS-PBK-EFF(WS-PBK-SUB) TO WS-BEST-EFF
               END-IF
           END-PERFORM.

       4900-FIND-STAGED-PAIR.
           MOVE 0 TO WS-MC-FOUND-SUB.
           PERFORM VARYING WS-MC-SUB FROM 1 BY 1
               UNTIL WS-MC-SUB > WS-MC-COUNT
               IF WS-MC-SHAPE(WS-MC-SUB) = WS-IN-SHAPE
                   AND WS-MC-MATERIAL(WS-MC-SUB) = WS-IN-MATERIAL
                   MOVE WS-MC-SUB TO WS-MC-FOUND-SUB
                   MOVE WS-MC-COUNT TO WS-MC-SUB
               END-IF
           END-PERFORM.

      * REPRICES EVERY INVOICE LINE OF THE LAST TWELVE MONTHS WHOSE
      * SHAPE AND MATERIAL ARE BEING RAISED.  THE LINE'S NET SCALES
      * BY THE NEW PRICE OVER THE BOOK PRICE IN FORCE WHEN IT WAS
      * INVOICED (OR BY THE PER CENT WHEN THE BOOK HAD NO PRICE
      * THEN).  A LINE UNDER A CONTRACT IN FORCE ON ITS INVOICE DATE
      * KEEPS ITS NET -- THE CONTRACT, NOT THE BOOK, PRICED IT.
       5000-WRITE-IMPACT-REPORT.
           MOVE 0 TO WS-IMP-COUNT.
           MOVE 0 TO WS-IMP-OVERFLOW.
           MOVE 0 TO WS-HIST-LINES-READ.
           MOVE 0 TO WS-CONTRACT-LINES.
           MOVE WS-TODAY TO WS-DATE-N.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-N) - 365.
           COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-DATE-N TO WS-HISTORY-FROM.
           OPEN INPUT INVOICE-HISTORY.
           IF WS-INV-HIST-STATUS = "00"
               READ INVOICE-HISTORY
               PERFORM UNTIL WS-INV-HIST-STATUS > "00"
                   IF IHL-TYPE = "L"
                       AND IHL-INV-DATE >= WS-HISTORY-FROM
                       AND IHL-INV-DATE <= WS-TODAY
                       PERFORM 5100-REPRICE-HISTORY-LINE
                   END-IF
                   READ INVOICE-HISTORY
               END-PERFORM
               CLOSE INVOICE-HISTORY
           ELSE
               DISPLAY "INVOICE HISTORY NOT AVAILABLE - STATUS "
                   WS-INV-HIST-STATUS " -- IMPACT REPORT IS EMPTY"
           END-IF.
           PERFORM 5300-SORT-IMPACT-ROWS.
           PERFORM 5400-PRINT-IMPACT-REPORT.

       5100-REPRICE-HISTORY-LINE.
           MOVE IHL-SHAPE TO WS-IN-SHAPE.
           MOVE IHL-MATERIAL TO WS-IN-MATERIAL.
           PERFORM 4900-FIND-STAGED-PAIR.
           IF WS-MC-FOUND-SUB > 0
               ADD 1 TO WS-HIST-LINES-READ
               PERFORM 5150-CHECK-LINE-CONTRACT
               IF LINE-UNDER-CONTRACT
                   ADD 1 TO WS-CONTRACT-LINES
                   MOVE IHL-LINE-NET TO WS-LINE-REPRICED
               ELSE
                   MOVE IHL-INV-DATE TO WS-IN-EFF
                   PERFORM 4800-PRICE-IN-FORCE
                   IF WS-PRICE-AT-DATE > 0
                       COMPUTE WS-LINE-REPRICED ROUNDED
                           = IHL-LINE-NET
                           * WS-MC-NEW-PRICE(WS-MC-FOUND-SUB)
                           / WS-PRICE-AT-DATE
                   ELSE
                       COMPUTE WS-LINE-REPRICED ROUNDED
                           = IHL-LINE-NET * (100 + WS-MC-PCT) / 100
                   END-IF
               END-IF
               PERFORM 5200-ADD-TO-IMPACT
           END-IF.

       5150-CHECK-LINE-CONTRACT.
           MOVE "N" TO WS-CONTRACT-HELD-SW.
           PERFORM VARYING WS-CPR-SUB FROM 1 BY 1
               UNTIL WS-CPR-SUB > WS-CPR-COUNT
               IF WS-CPR-CUST(WS-CPR-SUB) = IHL-CUST-NUMBER
                   AND WS-CPR-SHAPE(WS-CPR-SUB) = IHL-SHAPE
                   AND WS-CPR-MATERIAL(WS-CPR-SUB) = IHL-MATERIAL
                   AND WS-CPR-EFF(WS-CPR-SUB) <= IHL-INV-DATE
                   AND WS-CPR-EXP(WS-CPR-SUB) >= IHL-INV-DATE
                   MOVE "Y" TO WS-CONTRACT-HELD-SW
                   MOVE WS-CPR-COUNT TO WS-CPR-SUB
               END-IF
           END-PERFORM.

       5200-ADD-TO-IMPACT.
           MOVE IHL-CUST-NUMBER TO WS-LOOK-IMP-CUST.
           MOVE IHL-MATERIAL TO WS-LOOK-IMP-MATERIAL.
           MOVE 0 TO WS-IMP-FOUND-SUB.
           PERFORM VARYING WS-IMP-SUB FROM 1 BY 1
               UNTIL WS-IMP-SUB > WS-IMP-COUNT
               IF WS-IMP-KEY(WS-IMP-SUB) = WS-LOOK-IMP-KEY
                   MOVE WS-IMP-SUB TO WS-IMP-FOUND-SUB
                   MOVE WS-IMP-COUNT TO WS-IMP-SUB
               END-IF
           END-PERFORM.
           IF WS-IMP-FOUND-SUB = 0
               IF WS-IMP-COUNT < 500
                   ADD 1 TO WS-IMP-COUNT
                   MOVE WS-IMP-COUNT TO WS-IMP-FOUND-SUB
                   MOVE WS-LOOK-IMP-KEY TO WS-IMP-KEY(WS-IMP-FOUND-SUB)
                   MOVE 0 TO WS-IMP-LINES(WS-IMP-FOUND-SUB)
                   MOVE 0 TO WS-IMP-CURRENT(WS-IMP-FOUND-SUB)
                   MOVE 0 TO WS-IMP-REPRICED(WS-IMP-FOUND-SUB)
               ELSE
                   ADD 1 TO WS-IMP-OVERFLOW
               END-IF
           END-IF.
           IF WS-IMP-FOUND-SUB > 0
               ADD 1 TO WS-IMP-LINES(WS-IMP-FOUND-SUB)
               ADD IHL-LINE-NET TO WS-IMP-CURRENT(WS-IMP-FOUND-SUB)
               ADD WS-LINE-REPRICED
                   TO WS-IMP-REPRICED(WS-IMP-FOUND-SUB)
           END-IF.

       5300-SORT-IMPACT-ROWS.
           PERFORM VARYING WS-IMP-SUB FROM 1 BY 1
               UNTIL WS-IMP-SUB >= WS-IMP-COUNT
               PERFORM VARYING WS-IMP-SUB-2 FROM 1 BY 1
                   UNTIL WS-IMP-SUB-2 > WS-IMP-COUNT - WS-IMP-SUB
                   IF WS-IMP-KEY(WS-IMP-SUB-2)
                       > WS-IMP-KEY(WS-IMP-SUB-2 + 1)
                       MOVE WS-IMP-ENTRY(WS-IMP-SUB-2) TO WS-IMP-HOLD
                       MOVE WS-IMP-ENTRY(WS-IMP-SUB-2 + 1)
                           TO WS-IMP-ENTRY(WS-IMP-SUB-2)
                       MOVE WS-IMP-HOLD
                           TO WS-IMP-ENTRY(WS-IMP-SUB-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       5400-PRINT-IMPACT-REPORT.
           OPEN OUTPUT IMPACT-RPT-OUT.
           MOVE WS-TODAY TO IMT-RUN-DATE.
           WRITE IMPACT-RPT-REC FROM WS-IMP-TITLE-LINE.
           MOVE WS-MC-SEL-MATL TO IMS-MATERIAL.
           MOVE WS-MC-SEL-SHAPE TO IMS-SHAPE.
           MOVE WS-MC-PCT TO IMS-PCT.
           MOVE WS-MC-EFF TO IMS-EFF.
           WRITE IMPACT-RPT-REC FROM WS-IMP-SELECT-LINE.
           MOVE WS-HISTORY-FROM TO IMW-FROM.
           MOVE WS-TODAY TO IMW-THRU.
           WRITE IMPACT-RPT-REC FROM WS-IMP-WINDOW-LINE.
           MOVE SPACES TO IMPACT-RPT-REC.
           WRITE IMPACT-RPT-REC.
           WRITE IMPACT-RPT-REC FROM WS-IMP-ROW-HEAD.
           PERFORM VARYING WS-MC-SUB FROM 1 BY 1
               UNTIL WS-MC-SUB > WS-MC-COUNT
               MOVE WS-MC-SHAPE(WS-MC-SUB)     TO IMR-SHAPE
               MOVE WS-MC-MATERIAL(WS-MC-SUB)  TO IMR-MATERIAL
               MOVE WS-MC-OLD-PRICE(WS-MC-SUB) TO IMR-OLD
               MOVE WS-MC-NEW-PRICE(WS-MC-SUB) TO IMR-NEW
               WRITE IMPACT-RPT-REC FROM WS-IMP-ROW-LINE
           END-PERFORM.
           MOVE SPACES TO IMPACT-RPT-REC.
           WRITE IMPACT-RPT-REC.
           WRITE IMPACT-RPT-REC FROM WS-IMP-COL-HEAD.
           MOVE 0 TO WS-TOT-LINES WS-TOT-CURRENT WS-TOT-REPRICED.
           MOVE 0 TO WS-CUS-LINES WS-CUS-CURRENT WS-CUS-REPRICED.
           MOVE SPACES TO WS-PREV-CUST.
           PERFORM VARYING WS-IMP-SUB FROM 1 BY 1
               UNTIL WS-IMP-SUB > WS-IMP-COUNT
               IF WS-IMP-CUST(WS-IMP-SUB) NOT = WS-PREV-CUST
                   AND WS-PREV-CUST NOT = SPACES
                   PERFORM 5450-PRINT-CUSTOMER-TOTAL
               END-IF
               MOVE WS-IMP-CUST(WS-IMP-SUB) TO WS-PREV-CUST
               MOVE WS-IMP-CUST(WS-IMP-SUB)     TO IMD-CUST
               MOVE WS-IMP-MATERIAL(WS-IMP-SUB) TO IMD-MATERIAL
               MOVE WS-IMP-LINES(WS-IMP-SUB)    TO IMD-LINES
               MOVE WS-IMP-CURRENT(WS-IMP-SUB)  TO IMD-CURRENT
               MOVE WS-IMP-REPRICED(WS-IMP-SUB) TO IMD-REPRICED
               COMPUTE IMD-INCREASE = WS-IMP-REPRICED(WS-IMP-SUB)
                   - WS-IMP-CURRENT(WS-IMP-SUB)
               WRITE IMPACT-RPT-REC FROM WS-IMP-DETAIL
               ADD WS-IMP-LINES(WS-IMP-SUB)    TO WS-CUS-LINES
               ADD WS-IMP-CURRENT(WS-IMP-SUB)  TO WS-CUS-CURRENT
               ADD WS-IMP-REPRICED(WS-IMP-SUB) TO WS-CUS-REPRICED
           END-PERFORM.
           IF WS-PREV-CUST NOT = SPACES
               PERFORM 5450-PRINT-CUSTOMER-TOTAL
           END-IF.
           MOVE "TOTAL" TO IMD-CUST.
           MOVE SPACES TO IMD-MATERIAL.
           MOVE WS-TOT-LINES TO IMD-LINES.
           MOVE WS-TOT-CURRENT TO IMD-CURRENT.
           MOVE WS-TOT-REPRICED TO IMD-REPRICED.
           COMPUTE IMD-INCREASE = WS-TOT-REPRICED - WS-TOT-CURRENT.
           WRITE IMPACT-RPT-REC FROM WS-IMP-DETAIL.
           MOVE SPACES TO WS-IMP-NOTE-LINE.
           STRING "LINES UNDER CONTRACT, NET UNCHANGED: "
               WS-CONTRACT-LINES DELIMITED BY SIZE
               INTO WS-IMP-NOTE-LINE.
           WRITE IMPACT-RPT-REC FROM WS-IMP-NOTE-LINE.
           IF WS-IMP-OVERFLOW > 0
               MOVE SPACES TO WS-IMP-NOTE-LINE
               STRING "LINES LEFT OFF -- OVER 500 CUSTOMER/MATERIAL "
                   "ROWS: " WS-IMP-OVERFLOW DELIMITED BY SIZE
                   INTO WS-IMP-NOTE-LINE
               WRITE IMPACT-RPT-REC FROM WS-IMP-NOTE-LINE
           END-IF.
           CLOSE IMPACT-RPT-OUT.
           MOVE WS-TOT-CURRENT TO IMD-CURRENT.
           MOVE WS-TOT-REPRICED TO IMD-REPRICED.
           DISPLAY "  LAST 12 MONTHS -- CURRENT " IMD-CURRENT
               "  REPRICED " IMD-REPRICED.

       5450-PRINT-CUSTOMER-TOTAL.
           MOVE SPACES TO IMD-CUST.
           MOVE "CUST" TO IMD-MATERIAL.
           MOVE WS-CUS-LINES TO IMD-LINES.
           MOVE WS-CUS-CURRENT TO IMD-CURRENT.
           MOVE WS-CUS-REPRICED TO IMD-REPRICED.
           COMPUTE IMD-INCREASE = WS-CUS-REPRICED - WS-CUS-CURRENT.
           WRITE IMPACT-RPT-REC FROM WS-IMP-DETAIL.
           ADD WS-CUS-LINES TO WS-TOT-LINES.
           ADD WS-CUS-CURRENT TO WS-TOT-CURRENT.
           ADD WS-CUS-REPRICED TO WS-TOT-REPRICED.
           MOVE 0 TO WS-CUS-LINES WS-CUS-CURRENT WS-CUS-REPRICED.

       6000-REWRITE-PRICE-BOOK.
           OPEN OUTPUT PRICE-BOOK.
           PERFORM VARYING WS-PBK-SUB FROM 1 BY 1
               UNTIL WS-PBK-SUB > WS-PBK-COUNT
               MOVE WS-PBK-SHAPE(WS-PBK-SUB)    TO PB-SHAPE-TYPE
               MOVE WS-PBK-MATERIAL(WS-PBK-SUB) TO PB-MATERIAL-CODE
               MOVE WS-PBK-PRICE(WS-PBK-SUB)    TO PB-UNIT-PRICE
               MOVE WS-PBK-EFF(WS-PBK-SUB)      TO PB-EFFECTIVE-FROM
               WRITE PRICE-BOOK-REC
           END-PERFORM.
           CLOSE PRICE-BOOK.

       6100-REWRITE-CONTRACTS.
           OPEN OUTPUT CONTRACT-PRICE-FILE.
           PERFORM VARYING WS-CPR-SUB FROM 1 BY 1
               UNTIL WS-CPR-SUB > WS-CPR-COUNT
               MOVE WS-CPR-ENTRY(WS-CPR-SUB) TO CONTRACT-PRICE-REC
               WRITE CONTRACT-PRICE-REC
           END-PERFORM.
           CLOSE CONTRACT-PRICE-FILE.

      * CONTRACTS RUNNING OUT FROM TODAY THROUGH 60 DAYS OUT, SOONEST
      * FIRST, FOR THE SALES MANAGER TO RENEW OR LET LAPSE.
       7000-CONTRACT-RENEWAL-LIST.
           MOVE WS-TODAY TO WS-DATE-N.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-N) + 60.
           COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-DATE-N TO WS-RENEWAL-THRU.
           PERFORM 7100-SORT-CONTRACTS-BY-EXPIRY.
           OPEN OUTPUT RENEWAL-RPT-OUT.
           MOVE WS-TODAY TO RNT-RUN-DATE.
           WRITE RENEWAL-RPT-REC FROM WS-RNL-TITLE-LINE.
           MOVE WS-RENEWAL-THRU TO RNW-THRU.
           WRITE RENEWAL-RPT-REC FROM WS-RNL-WINDOW-LINE.
           MOVE SPACES TO RENEWAL-RPT-REC.
           WRITE RENEWAL-RPT-REC.
           WRITE RENEWAL-RPT-REC FROM WS-RNL-COL-HEAD.
           MOVE 0 TO WS-RENEWAL-COUNT.
           PERFORM VARYING WS-CPR-SUB FROM 1 BY 1
               UNTIL WS-CPR-SUB > WS-CPR-COUNT
               IF WS-CPR-EXP(WS-CPR-SUB) >= WS-TODAY
                   AND WS-CPR-EXP(WS-CPR-SUB) <= WS-RENEWAL-THRU
                   PERFORM 7200-PRINT-RENEWAL-LINE
               END-IF
           END-PERFORM.
           IF WS-RENEWAL-COUNT = 0
               MOVE "NO CONTRACT EXPIRES IN THE NEXT 60 DAYS"
                   TO RENEWAL-RPT-REC
               WRITE RENEWAL-RPT-REC
           END-IF.
           CLOSE RENEWAL-RPT-OUT.
           DISPLAY "  CONTRACTS DUE FOR RENEWAL: " WS-RENEWAL-COUNT.

      * THE ORDER OF THE CONTRACT FILE CARRIES NO MEANING, SO IT IS
      * REWRITTEN IN EXPIRY ORDER IF IT IS REWRITTEN AT ALL.
       7100-SORT-CONTRACTS-BY-EXPIRY.
           PERFORM VARYING WS-CPR-SUB FROM 1 BY 1
               UNTIL WS-CPR-SUB >= WS-CPR-COUNT
               PERFORM VARYING WS-CPR-FOUND-SUB FROM 1 BY 1
                   UNTIL WS-CPR-FOUND-SUB > WS-CPR-COUNT - WS-CPR-SUB
                   IF WS-CPR-EXP(WS-CPR-FOUND-SUB)
                       > WS-CPR-EXP(WS-CPR-FOUND-SUB + 1)
                       MOVE WS-CPR-ENTRY(WS-CPR-FOUND-SUB)
                           TO WS-CPR-HOLD
                       MOVE WS-CPR-ENTRY(WS-CPR-FOUND-SUB + 1)
                           TO WS-CPR-ENTRY(WS-CPR-FOUND-SUB)
                       MOVE WS-CPR-HOLD
                           TO WS-CPR-ENTRY(WS-CPR-FOUND-SUB + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       7200-PRINT-RENEWAL-LINE.
           ADD 1 TO WS-RENEWAL-COUNT.
           MOVE WS-CPR-CUST(WS-CPR-SUB) TO RND-CUST.
           MOVE SPACES TO RND-NAME.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
               IF WS-CUST-NUM(WS-CUST-SUB) = WS-CPR-CUST(WS-CPR-SUB)
                   MOVE WS-CUST-NAME(WS-CUST-SUB) TO RND-NAME
                   MOVE WS-CUST-COUNT TO WS-CUST-SUB
               END-IF
           END-PERFORM.
           MOVE WS-CPR-SHAPE(WS-CPR-SUB)    TO RND-SHAPE.
           MOVE WS-CPR-MATERIAL(WS-CPR-SUB) TO RND-MATERIAL.
           MOVE WS-CPR-PRICE(WS-CPR-SUB)    TO RND-PRICE.
           MOVE WS-CPR-EXP(WS-CPR-SUB)      TO RND-EXPIRES.
           MOVE WS-CPR-EXP(WS-CPR-SUB)      TO WS-DATE-N.
           MOVE WS-TODAY                    TO WS-TODAY-N.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-N)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY-N).
           MOVE WS-DAYS-LEFT TO RND-DAYS.
           WRITE RENEWAL-RPT-REC FROM WS-RNL-DETAIL.
           DISPLAY WS-RNL-DETAIL.

       8000-EDIT-SHAPE-AND-MATERIAL.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           IF WS-IN-SHAPE NOT = "ROUND" AND NOT = "SQUARE"
               AND NOT = "TRIANGLE" AND NOT = "RECTANGLE"
               DISPLAY "SHAPE TYPE " WS-IN-SHAPE " NOT KNOWN"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK AND WS-IN-MATERIAL = SPACES
               DISPLAY "MATERIAL CODE IS REQUIRED"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK AND WS-MATL-COUNT > 0
               MOVE "N" TO WS-MATL-FOUND-SW
               PERFORM VARYING WS-MATL-SUB FROM 1 BY 1
                   UNTIL WS-MATL-SUB > WS-MATL-COUNT
                   IF WS-MATL-CODE(WS-MATL-SUB) = WS-IN-MATERIAL
                       MOVE "Y" TO WS-MATL-FOUND-SW
                       MOVE WS-MATL-COUNT TO WS-MATL-SUB
                   END-IF
               END-PERFORM
               IF NOT MATERIAL-FOUND
                   DISPLAY "MATERIAL " WS-IN-MATERIAL
                       " NOT ON THE MATERIAL MASTER"
                   MOVE "N" TO WS-ENTRY-OK-SW
               END-IF
           END-IF.

       8100-ACCEPT-PRICE.
           DISPLAY "UNIT PRICE (99999=999.99): " WITH NO ADVANCING.
           ACCEPT WS-IN-PRICE.
           IF WS-IN-PRICE IS NOT NUMERIC OR WS-IN-PRICE-N = 0
               DISPLAY "PRICE NOT NUMERIC"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.

       8200-EDIT-DATE.
           MOVE "V" TO DV-FUNCTION.
           MOVE "2" TO DV-FORMAT-1.
           CALL "DATEVAL" USING WS-DATEVAL-PARMS
               ON EXCEPTION MOVE "1" TO DV-RESULT
           END-CALL.
           IF DV-RESULT NOT = "0"
               DISPLAY "DATE " DV-DATE-1 " IS NOT A VALID DATE"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.
