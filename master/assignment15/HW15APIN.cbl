       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW15APIN.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Vendor invoice entry for accounts payable.  Each supplier
      *invoice is keyed against the purchase order line HW15PO raised
      *for it and matched three ways: the unit price billed against
      *the PO unit cost, and the quantity billed against what HW15MRCV
      *has received on the line less what earlier invoices on the line
      *already billed.  A price or quantity variance over tolerance
      *holds the invoice for approval; an invoice with no PO (freight,
      *supplies) is held as well, having nothing to match.  A level-2
      *operator releases a held invoice through the AP function, and
      *the release is journaled through SIGNON.  Due and discount
      *dates come from the vendor's terms.  Every invoice goes on the
      *AP open-item file, where HW15APPY selects it for payment.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER ASSIGN TO WS-VENDOR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDOR-STATUS.

           SELECT OPEN-PO-FILE ASSIGN TO WS-OPEN-PO-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-PO-STATUS.

           SELECT AP-OPEN-ITEMS ASSIGN TO WS-AP-ITEM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-ITEM-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES RUGVEND,
      *  RUGOPOF, AND RUGAPOI, FALLING BACK TO THE DEVELOPMENT
      *  DEFAULTS SHOWN IN 1000.

       DATA DIVISION.
       FILE SECTION.
      * CASH-DISCOUNT TERMS FOLLOW THE LEAD TIME -- A PER CENT OFF
      * WHEN PAID WITHIN THE DISCOUNT DAYS OF THE INVOICE DATE.
       FD  VENDOR-MASTER
           RECORDING MODE IS F
           DATA RECORD IS VENDOR-MASTER-REC.
       01 VENDOR-MASTER-REC.
          05 VN-VENDOR-ID             PIC X(05).
          05 VN-NAME                  PIC X(25).
          05 VN-ADDRESS               PIC X(25).
          05 VN-CITY                  PIC X(15).
          05 VN-STATE                 PIC X(02).
          05 VN-ZIP                   PIC X(05).
          05 VN-TERMS                 PIC X(10).
          05 VN-TERMS-DAYS            PIC 9(03).
          05 VN-LEAD-DAYS             PIC 9(03).
          05 VN-DISC-PCT              PIC 9(02)V99.
          05 VN-DISC-DAYS             PIC 9(03).

       FD  OPEN-PO-FILE
           RECORDING MODE IS F
           DATA RECORD IS OPEN-PO-REC.
       01 OPEN-PO-REC.
          05 PO-NUMBER                PIC 9(06).
          05 PO-LINE-NUMBER           PIC 9(02).
          05 PO-VENDOR-ID             PIC X(05).
          05 PO-MATERIAL-CODE         PIC X(04).
          05 PO-ORDER-DATE            PIC X(08).
          05 PO-DUE-DATE              PIC X(08).
          05 PO-QTY-ORDERED           PIC 9(07)V99.
          05 PO-QTY-RECEIVED          PIC 9(07)V99.
          05 PO-UNIT-COST             PIC 9(03)V99.
          05 PO-LINE-STATUS           PIC X(01).
          05 PO-LAST-RECEIPT-DATE     PIC X(08).

      * ONE ROW PER VENDOR INVOICE.  STATUS H HELD FOR APPROVAL,
      * O OPEN (MATCHED OR RELEASED, PAYABLE), P PAID.  HOLD REASON
      * P PRICE, Q QUANTITY, B BOTH, N NO PURCHASE ORDER.  THE
      * JOURNAL SWITCH TURNS TO Y ONCE HW15APPY HAS PUT THE INVOICE
      * ON THE BOOKS.  PAID ROWS STAY ON FILE AS HISTORY.
       FD  AP-OPEN-ITEMS
           RECORDING MODE IS F
           DATA RECORD IS AP-OPEN-ITEM-REC.
       01 AP-OPEN-ITEM-REC.
          05 AP-VENDOR-ID             PIC X(05).
          05 AP-INVOICE-NO            PIC X(10).
          05 AP-INVOICE-DATE          PIC X(08).
          05 AP-PO-NUMBER             PIC X(06).
          05 AP-PO-LINE               PIC X(02).
          05 AP-MATERIAL-CODE         PIC X(04).
          05 AP-QTY                   PIC 9(07)V99.
          05 AP-UNIT-PRICE            PIC 9(03)V99.
          05 AP-AMOUNT                PIC 9(07)V99.
          05 AP-DUE-DATE              PIC X(08).
          05 AP-DISC-DATE             PIC X(08).
          05 AP-DISC-PCT              PIC 9(02)V99.
          05 AP-STATUS                PIC X(01).
          05 AP-HOLD-REASON           PIC X(01).
          05 AP-CHECK-NUMBER          PIC 9(07).
          05 AP-PAID-DATE             PIC X(08).
          05 AP-DISC-TAKEN            PIC 9(07)V99.
          05 AP-JOURNAL-SW            PIC X(01).
          05 AP-ENTERED-DATE          PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-DSN              PIC X(80).
       01  WS-OPEN-PO-DSN             PIC X(80).
       01  WS-AP-ITEM-DSN             PIC X(80).

       01  WS-VENDOR-STATUS           PIC X(02) VALUE "00".
       01  WS-OPEN-PO-STATUS          PIC X(02) VALUE "00".
       01  WS-AP-ITEM-STATUS          PIC X(02) VALUE "00".

       01  WS-TODAY                   PIC X(08).
       01  WS-DATE-N                  PIC 9(08).
       01  WS-DATE-INT                PIC 9(08).

      * MATCHING TOLERANCES -- PER CENT OF THE PO UNIT COST, AND PER
      * CENT OF THE QUANTITY RECEIVED AND NOT YET BILLED.
       01  WS-PRICE-TOLERANCE-PCT     PIC 9(02)V99 VALUE 2.00.
       01  WS-QTY-TOLERANCE-PCT       PIC 9(02)V99 VALUE 1.00.

       01  WS-VEND-COUNT              PIC 9(03) VALUE 0.
       01  WS-VEND-SUB                PIC 9(03).
       01  WS-VEND-FOUND-SUB          PIC 9(03).
       01  WS-VENDOR-TABLE.
           05 WS-VEND-ENTRY OCCURS 200 TIMES.
              10 WS-VEND-ID           PIC X(05).
              10 WS-VEND-NAME         PIC X(25).
              10 WS-VEND-TERMS-DAYS   PIC 9(03).
              10 WS-VEND-DISC-PCT     PIC 9(02)V99.
              10 WS-VEND-DISC-DAYS    PIC 9(03).

       01  WS-PO-COUNT                PIC 9(04) VALUE 0.
       01  WS-PO-SUB                  PIC 9(04).
       01  WS-PO-FOUND-SUB            PIC 9(04).
       01  WS-PO-TABLE.
           05 WS-PO-ENTRY OCCURS 2000 TIMES.
              10 WS-PO-KEY            PIC X(08).
              10 FILLER               PIC X(57).

      * THE AP FILE IS REWRITTEN AT THE END OF THE SESSION, SO IT
      * MUST FIT THE TABLE WHOLE.
       01  WS-AP-COUNT                PIC 9(04) VALUE 0.
       01  WS-AP-SUB                  PIC 9(04).
       01  WS-AP-FOUND-SUB            PIC 9(04).
       01  WS-AP-TABLE.
           05 WS-APT-ENTRY OCCURS 2000 TIMES.
              10 WS-APT-KEY           PIC X(15).
              10 FILLER               PIC X(108).
       01  WS-AP-CHANGED-SW           PIC X(01) VALUE "N".
           88 AP-ITEMS-CHANGED               VALUE "Y".

       01  CharIn                     PIC X(02).
           88 ExitCharacter                 VALUE "x", "X".
           88 EnterInvoice                  VALUE "EN", "en".
           88 ApproveInvoice                VALUE "AP", "ap".
           88 ListInvoices                  VALUE "LI", "li".

       01  WS-IN-ITEM-KEY.
           05 WS-IN-VENDOR            PIC X(05).
           05 WS-IN-INVOICE           PIC X(10).
       01  WS-IN-INV-DATE             PIC X(08).
       01  WS-IN-PO-KEY.
           05 WS-IN-PO                PIC X(06).
           05 WS-IN-PO-LINE           PIC X(02).
       01  WS-IN-QTY                  PIC X(09).
       01  WS-IN-QTY-N REDEFINES WS-IN-QTY
                                      PIC 9(07)V99.
       01  WS-IN-PRICE                PIC X(05).
       01  WS-IN-PRICE-N REDEFINES WS-IN-PRICE
                                      PIC 9(03)V99.
       01  WS-IN-AMOUNT               PIC X(09).
       01  WS-IN-AMOUNT-N REDEFINES WS-IN-AMOUNT
                                      PIC 9(07)V99.
       01  WS-IN-CONFIRM              PIC X(01).
       01  WS-ENTRY-OK-SW             PIC X(01).
           88 ENTRY-OK                       VALUE "Y".

      * THE INVOICE BEING ENTERED, HELD HERE UNTIL IT IS ADDED.
       01  WS-NEW-MATERIAL            PIC X(04).
       01  WS-NEW-QTY                 PIC 9(07)V99.
       01  WS-NEW-PRICE               PIC 9(03)V99.
       01  WS-NEW-AMOUNT              PIC 9(07)V99.
       01  WS-NEW-HOLD-REASON         PIC X(01).

       01  WS-BILLED-BEFORE           PIC 9(08)V99.
       01  WS-UNBILLED                PIC S9(08)V99.
       01  WS-QTY-ALLOWED             PIC S9(08)V99.
       01  WS-PRICE-DIFF              PIC S9(03)V99.
       01  WS-PRICE-ALLOWED           PIC 9(03)V9(04).
       01  WS-QTY-VARIANCE-SW         PIC X(01).
           88 QTY-OVER-TOLERANCE             VALUE "Y".
       01  WS-PRICE-VARIANCE-SW       PIC X(01).
           88 PRICE-OVER-TOLERANCE           VALUE "Y".

       01  WS-ENTERED-COUNT           PIC 9(04) VALUE 0.
       01  WS-HELD-COUNT              PIC 9(04) VALUE 0.
       01  WS-RELEASED-COUNT          PIC 9(04) VALUE 0.
       01  WS-AMOUNT-DISP             PIC Z,ZZZ,ZZ9.99.
       01  WS-QTY-DISP                PIC Z,ZZZ,ZZ9.99-.

       01  WS-LIST-LINE.
           05 LST-VENDOR              PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LST-INVOICE             PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LST-INV-DATE            PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LST-PO                  PIC X(06).
           05 FILLER                  PIC X(01) VALUE "-".
           05 LST-PO-LINE             PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LST-AMOUNT              PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LST-DUE-DATE            PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LST-STATUS              PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LST-HOLD-REASON         PIC X(01).

       01  WS-DATEVAL-PARMS.
           05 DV-FUNCTION             PIC X(01).
           05 DV-FORMAT-1             PIC X(01).
           05 DV-DATE-1               PIC X(08).
           05 DV-FORMAT-2             PIC X(01).
           05 DV-DATE-2               PIC X(08).
           05 DV-DAYS                 PIC S9(05).
           05 DV-RESULT               PIC X(01).

      * OPERATOR SIGN-ON AND CHANGE JOURNAL THROUGH THE SHARED
      * SIGNON MODULE.  RELEASING A HELD INVOICE COMMITS MONEY THE
      * MATCH DID NOT SUPPORT, SO IT IS A LEVEL-2 ACTION; EVERY
      * RELEASE APPENDS A BEFORE AND AFTER IMAGE.
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

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW15APIN - VENDOR INVOICE ENTRY".
           PERFORM 0810-OPERATOR-SIGN-ON.
           IF NOT SIGNED-ON
               DISPLAY "NOT SIGNED ON -- NOTHING UNLOCKED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE.
           DISPLAY "EN=ENTER AP=APPROVE LI=LIST X=EXIT - "
               WITH NO ADVANCING.
           ACCEPT CharIn.
           PERFORM UNTIL ExitCharacter
               EVALUATE TRUE
                   WHEN EnterInvoice
                       PERFORM 2000-ENTER-INVOICE
                   WHEN ApproveInvoice
                       PERFORM 3000-RELEASE-HELD-INVOICE
                   WHEN ListInvoices
                       PERFORM 4000-LIST-INVOICES
                   WHEN OTHER
                       DISPLAY "UNKNOWN FUNCTION CODE: " CharIn
               END-EVALUATE
               DISPLAY "EN=ENTER AP=APPROVE LI=LIST X=EXIT - "
                   WITH NO ADVANCING
               ACCEPT CharIn
           END-PERFORM.
           IF AP-ITEMS-CHANGED
               PERFORM 6000-REWRITE-AP-ITEMS
           END-IF.
           DISPLAY "INVOICES ENTERED : " WS-ENTERED-COUNT.
           DISPLAY "  HELD           : " WS-HELD-COUNT.
           DISPLAY "HELD INVOICES RELEASED: " WS-RELEASED-COUNT.
           DISPLAY "HW15APIN CONCLUDES".
           GOBACK.

      * AN ABSENT SIGNON MODULE READS AS A REFUSED SIGN-ON -- WITH
      * EVERYTHING HERE BEING AN UPDATE, THE SESSION ENDS.
       0810-OPERATOR-SIGN-ON.
           MOVE "S" TO SO-FUNCTION.
           MOVE "HW15APIN" TO SO-PROGRAM.
           MOVE "1" TO SO-RESULT.
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION
                   DISPLAY "SIGN-ON MODULE NOT AVAILABLE"
           END-CALL.

       0840-JOURNAL-THE-CHANGE.
           MOVE "J" TO SO-FUNCTION.
           MOVE "HW15APIN" TO SO-PROGRAM.
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.

       1000-INITIALIZE.
           ACCEPT WS-VENDOR-DSN FROM ENVIRONMENT "RUGVEND".
           IF WS-VENDOR-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15VEND.dat"
               TO WS-VENDOR-DSN
           END-IF.
           ACCEPT WS-OPEN-PO-DSN FROM ENVIRONMENT "RUGOPOF".
           IF WS-OPEN-PO-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15OPOF.dat"
               TO WS-OPEN-PO-DSN
           END-IF.
           ACCEPT WS-AP-ITEM-DSN FROM ENVIRONMENT "RUGAPOI".
           IF WS-AP-ITEM-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15APOI.dat"
               TO WS-AP-ITEM-DSN
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM 1100-LOAD-VENDORS.
           PERFORM 1200-LOAD-OPEN-POS.
           PERFORM 1300-LOAD-AP-ITEMS.
           DISPLAY "VENDORS ON FILE     : " WS-VEND-COUNT.
           DISPLAY "PURCHASE ORDER LINES: " WS-PO-COUNT.
           DISPLAY "INVOICES ON FILE    : " WS-AP-COUNT.

       1100-LOAD-VENDORS.
           OPEN INPUT VENDOR-MASTER.
           IF WS-VENDOR-STATUS = "00"
               READ VENDOR-MASTER
               PERFORM UNTIL WS-VENDOR-STATUS > "00"
                          OR WS-VEND-COUNT >= 200
                   ADD 1 TO WS-VEND-COUNT
                   MOVE VN-VENDOR-ID TO WS-VEND-ID(WS-VEND-COUNT)
                   MOVE VN-NAME      TO WS-VEND-NAME(WS-VEND-COUNT)
                   IF VN-TERMS-DAYS IS NUMERIC
                       MOVE VN-TERMS-DAYS
                           TO WS-VEND-TERMS-DAYS(WS-VEND-COUNT)
                   ELSE
                       MOVE ZEROS TO WS-VEND-TERMS-DAYS(WS-VEND-COUNT)
                   END-IF
                   IF VN-DISC-PCT IS NUMERIC
                       AND VN-DISC-DAYS IS NUMERIC
                       MOVE VN-DISC-PCT
                           TO WS-VEND-DISC-PCT(WS-VEND-COUNT)
                       MOVE VN-DISC-DAYS
                           TO WS-VEND-DISC-DAYS(WS-VEND-COUNT)
                   ELSE
                       MOVE ZEROS TO WS-VEND-DISC-PCT(WS-VEND-COUNT)
                       MOVE ZEROS TO WS-VEND-DISC-DAYS(WS-VEND-COUNT)
                   END-IF
                   READ VENDOR-MASTER
               END-PERFORM
               CLOSE VENDOR-MASTER
           ELSE
               DISPLAY "VENDOR MASTER NOT AVAILABLE - STATUS "
                   WS-VENDOR-STATUS " -- NO INVOICE CAN BE ENTERED"
           END-IF.

       1200-LOAD-OPEN-POS.
           OPEN INPUT OPEN-PO-FILE.
           IF WS-OPEN-PO-STATUS = "00"
               READ OPEN-PO-FILE
               PERFORM UNTIL WS-OPEN-PO-STATUS > "00"
                          OR WS-PO-COUNT >= 2000
                   ADD 1 TO WS-PO-COUNT
                   MOVE OPEN-PO-REC TO WS-PO-ENTRY(WS-PO-COUNT)
                   READ OPEN-PO-FILE
               END-PERFORM
               CLOSE OPEN-PO-FILE
           END-IF.

       1300-LOAD-AP-ITEMS.
           OPEN INPUT AP-OPEN-ITEMS.
           IF WS-AP-ITEM-STATUS = "00"
               READ AP-OPEN-ITEMS
               PERFORM UNTIL WS-AP-ITEM-STATUS > "00"
                          OR WS-AP-COUNT >= 2000
                   ADD 1 TO WS-AP-COUNT
                   MOVE AP-OPEN-ITEM-REC TO WS-APT-ENTRY(WS-AP-COUNT)
                   READ AP-OPEN-ITEMS
               END-PERFORM
               IF WS-AP-ITEM-STATUS = "00"
                   DISPLAY "AP OPEN-ITEM FILE OVER 2000 INVOICES -- "
                       "PURGE PAID HISTORY FIRST"
                   CLOSE AP-OPEN-ITEMS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE AP-OPEN-ITEMS
           END-IF.

       2000-ENTER-INVOICE.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           DISPLAY "VENDOR ID (5 CHARS): " WITH NO ADVANCING.
           ACCEPT WS-IN-VENDOR.
           PERFORM 2010-FIND-VENDOR.
           IF ENTRY-OK
               DISPLAY "INVOICE NUMBER (10 CHARS): "
                   WITH NO ADVANCING
               ACCEPT WS-IN-INVOICE
               PERFORM 2020-CHECK-DUPLICATE
           END-IF.
           IF ENTRY-OK
               DISPLAY "INVOICE DATE (CCYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-IN-INV-DATE
               PERFORM 2030-EDIT-INVOICE-DATE
           END-IF.
           IF ENTRY-OK
               DISPLAY "PO NUMBER (6 DIGITS, BLANK IF NONE): "
                   WITH NO ADVANCING
               ACCEPT WS-IN-PO
               IF WS-IN-PO = SPACES
                   MOVE SPACES TO WS-IN-PO-LINE
                   PERFORM 2100-ENTER-WITHOUT-PO
               ELSE
                   DISPLAY "PO LINE (2 DIGITS): " WITH NO ADVANCING
                   ACCEPT WS-IN-PO-LINE
                   PERFORM 2200-ENTER-AGAINST-PO
               END-IF
           END-IF.
           IF ENTRY-OK
               PERFORM 2500-ADD-INVOICE
           END-IF.

       2010-FIND-VENDOR.
           MOVE 0 TO WS-VEND-FOUND-SUB.
           PERFORM VARYING WS-VEND-SUB FROM 1 BY 1
               UNTIL WS-VEND-SUB > WS-VEND-COUNT
               IF WS-VEND-ID(WS-VEND-SUB) = WS-IN-VENDOR
                   MOVE WS-VEND-SUB TO WS-VEND-FOUND-SUB
                   MOVE WS-VEND-COUNT TO WS-VEND-SUB
               END-IF
           END-PERFORM.
           IF WS-VEND-FOUND-SUB = 0
               DISPLAY "VENDOR " WS-IN-VENDOR
                   " NOT ON FILE -- NOT ENTERED"
               MOVE "N" TO WS-ENTRY-OK-SW
           ELSE
               DISPLAY "  " WS-VEND-NAME(WS-VEND-FOUND-SUB)
           END-IF.

      * A VENDOR'S INVOICE NUMBER IS TAKEN ONCE -- A SECOND COPY OF
      * THE SAME BILL IS NOT PAID TWICE.
       2020-CHECK-DUPLICATE.
           PERFORM 2900-FIND-AP-ITEM.
           EVALUATE TRUE
               WHEN WS-IN-INVOICE = SPACES
                   DISPLAY "INVOICE NUMBER IS REQUIRED -- NOT ENTERED"
                   MOVE "N" TO WS-ENTRY-OK-SW
               WHEN WS-AP-FOUND-SUB > 0
                   DISPLAY "INVOICE " WS-IN-INVOICE
                       " ALREADY ON FILE FOR THIS VENDOR -- NOT ENTERED"
                   MOVE "N" TO WS-ENTRY-OK-SW
           END-EVALUATE.

       2030-EDIT-INVOICE-DATE.
           MOVE "V" TO DV-FUNCTION.
           MOVE "2" TO DV-FORMAT-1.
           MOVE WS-IN-INV-DATE TO DV-DATE-1.
           CALL "DATEVAL" USING WS-DATEVAL-PARMS
               ON EXCEPTION MOVE "1" TO DV-RESULT
           END-CALL.
           IF DV-RESULT NOT = "0"
               DISPLAY "INVOICE DATE " WS-IN-INV-DATE
                   " IS NOT A VALID DATE -- NOT ENTERED"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.

      * NOTHING TO MATCH A BILL WITHOUT A PURCHASE ORDER AGAINST, SO
      * IT WAITS FOR APPROVAL WHATEVER ITS AMOUNT.
       2100-ENTER-WITHOUT-PO.
           DISPLAY "INVOICE AMOUNT (999999999=9999999.99): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-AMOUNT.
           IF WS-IN-AMOUNT IS NOT NUMERIC OR WS-IN-AMOUNT-N = 0
               DISPLAY "AMOUNT NOT NUMERIC -- NOT ENTERED"
               MOVE "N" TO WS-ENTRY-OK-SW
           ELSE
               MOVE SPACES TO WS-NEW-MATERIAL
               MOVE 0 TO WS-NEW-QTY
               MOVE 0 TO WS-NEW-PRICE
               MOVE WS-IN-AMOUNT-N TO WS-NEW-AMOUNT
               MOVE "N" TO WS-NEW-HOLD-REASON
           END-IF.

       2200-ENTER-AGAINST-PO.
           MOVE 0 TO WS-PO-FOUND-SUB.
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
               UNTIL WS-PO-SUB > WS-PO-COUNT
               IF WS-PO-KEY(WS-PO-SUB) = WS-IN-PO-KEY
                   MOVE WS-PO-SUB TO WS-PO-FOUND-SUB
                   MOVE WS-PO-COUNT TO WS-PO-SUB
               END-IF
           END-PERFORM.
           IF WS-PO-FOUND-SUB = 0
               DISPLAY "PO " WS-IN-PO " LINE " WS-IN-PO-LINE
                   " NOT ON FILE -- NOT ENTERED"
               MOVE "N" TO WS-ENTRY-OK-SW
           ELSE
               MOVE WS-PO-ENTRY(WS-PO-FOUND-SUB) TO OPEN-PO-REC
               IF PO-VENDOR-ID NOT = WS-IN-VENDOR
                   DISPLAY "PO " WS-IN-PO " WAS RAISED TO VENDOR "
                       PO-VENDOR-ID " -- NOT ENTERED"
                   MOVE "N" TO WS-ENTRY-OK-SW
               ELSE
                   DISPLAY "  MATERIAL " PO-MATERIAL-CODE
                       " ORDERED " PO-QTY-ORDERED
                       " RECEIVED " PO-QTY-RECEIVED
                       " PO COST " PO-UNIT-COST
                   DISPLAY "QUANTITY BILLED (999999999=9999999.99): "
                       WITH NO ADVANCING
                   ACCEPT WS-IN-QTY
                   DISPLAY "UNIT PRICE BILLED (99999=999.99): "
                       WITH NO ADVANCING
                   ACCEPT WS-IN-PRICE
                   IF WS-IN-QTY IS NOT NUMERIC
                       OR WS-IN-PRICE IS NOT NUMERIC
                       DISPLAY "QUANTITY OR PRICE NOT NUMERIC -- "
                           "NOT ENTERED"
                       MOVE "N" TO WS-ENTRY-OK-SW
                   ELSE
                       PERFORM 2300-MATCH-INVOICE
                   END-IF
               END-IF
           END-IF.

      * THREE-WAY MATCH.  THE QUANTITY BILLED MAY NOT RUN PAST WHAT
      * HAS COME IN AND NOT YET BEEN BILLED ON THE LINE BY MORE THAN
      * THE QUANTITY TOLERANCE; THE PRICE MAY NOT MISS THE PO COST BY
      * MORE THAN THE PRICE TOLERANCE EITHER WAY.
       2300-MATCH-INVOICE.
           MOVE PO-MATERIAL-CODE TO WS-NEW-MATERIAL.
           MOVE WS-IN-QTY-N TO WS-NEW-QTY.
           MOVE WS-IN-PRICE-N TO WS-NEW-PRICE.
           COMPUTE WS-NEW-AMOUNT ROUNDED = WS-NEW-QTY * WS-NEW-PRICE.
           MOVE 0 TO WS-BILLED-BEFORE.
           PERFORM VARYING WS-AP-SUB FROM 1 BY 1
               UNTIL WS-AP-SUB > WS-AP-COUNT
               MOVE WS-APT-ENTRY(WS-AP-SUB) TO AP-OPEN-ITEM-REC
               IF AP-PO-NUMBER = WS-IN-PO
                   AND AP-PO-LINE = WS-IN-PO-LINE
                   ADD AP-QTY TO WS-BILLED-BEFORE
               END-IF
           END-PERFORM.
           COMPUTE WS-UNBILLED = PO-QTY-RECEIVED - WS-BILLED-BEFORE.
           COMPUTE WS-QTY-ALLOWED ROUNDED = WS-UNBILLED
               + WS-UNBILLED * WS-QTY-TOLERANCE-PCT / 100.
           MOVE "N" TO WS-QTY-VARIANCE-SW.
           IF WS-NEW-QTY > WS-QTY-ALLOWED
               MOVE "Y" TO WS-QTY-VARIANCE-SW
               MOVE WS-UNBILLED TO WS-QTY-DISP
               DISPLAY "  QUANTITY VARIANCE -- RECEIVED AND NOT YET "
                   "BILLED " WS-QTY-DISP
           END-IF.
           COMPUTE WS-PRICE-DIFF = WS-NEW-PRICE - PO-UNIT-COST.
           IF WS-PRICE-DIFF < 0
               COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
           END-IF.
           COMPUTE WS-PRICE-ALLOWED =
               PO-UNIT-COST * WS-PRICE-TOLERANCE-PCT / 100.
           MOVE "N" TO WS-PRICE-VARIANCE-SW.
           IF WS-PRICE-DIFF > WS-PRICE-ALLOWED
               MOVE "Y" TO WS-PRICE-VARIANCE-SW
               DISPLAY "  PRICE VARIANCE -- BILLED " WS-NEW-PRICE
                   " AGAINST PO COST " PO-UNIT-COST
           END-IF.
           EVALUATE TRUE
               WHEN QTY-OVER-TOLERANCE AND PRICE-OVER-TOLERANCE
                   MOVE "B" TO WS-NEW-HOLD-REASON
               WHEN PRICE-OVER-TOLERANCE
                   MOVE "P" TO WS-NEW-HOLD-REASON
               WHEN QTY-OVER-TOLERANCE
                   MOVE "Q" TO WS-NEW-HOLD-REASON
               WHEN OTHER
                   MOVE SPACE TO WS-NEW-HOLD-REASON
           END-EVALUATE.

      * DUE DATE IS THE INVOICE DATE PLUS THE VENDOR'S TERMS DAYS;
      * A VENDOR OFFERING A CASH DISCOUNT GETS A DISCOUNT DATE TOO.
       2500-ADD-INVOICE.
           IF WS-AP-COUNT >= 2000
               DISPLAY "AP FILE HOLDS 2000 INVOICES -- NOT ENTERED"
           ELSE
               MOVE SPACES TO AP-OPEN-ITEM-REC
               MOVE WS-IN-VENDOR       TO AP-VENDOR-ID
               MOVE WS-IN-INVOICE      TO AP-INVOICE-NO
               MOVE WS-IN-INV-DATE     TO AP-INVOICE-DATE
               MOVE WS-IN-PO           TO AP-PO-NUMBER
               MOVE WS-IN-PO-LINE      TO AP-PO-LINE
               MOVE WS-NEW-MATERIAL    TO AP-MATERIAL-CODE
               MOVE WS-NEW-QTY         TO AP-QTY
               MOVE WS-NEW-PRICE       TO AP-UNIT-PRICE
               MOVE WS-NEW-AMOUNT      TO AP-AMOUNT
               MOVE WS-IN-INV-DATE     TO WS-DATE-N
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-N)
                   + WS-VEND-TERMS-DAYS(WS-VEND-FOUND-SUB)
               COMPUTE WS-DATE-N =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE WS-DATE-N          TO AP-DUE-DATE
               MOVE 0                  TO AP-DISC-PCT
               IF WS-VEND-DISC-PCT(WS-VEND-FOUND-SUB) > 0
                   MOVE WS-IN-INV-DATE TO WS-DATE-N
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-N)
                       + WS-VEND-DISC-DAYS(WS-VEND-FOUND-SUB)
                   COMPUTE WS-DATE-N =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   MOVE WS-DATE-N      TO AP-DISC-DATE
                   MOVE WS-VEND-DISC-PCT(WS-VEND-FOUND-SUB)
                       TO AP-DISC-PCT
               END-IF
               IF WS-NEW-HOLD-REASON = SPACE
                   MOVE "O"            TO AP-STATUS
               ELSE
                   MOVE "H"            TO AP-STATUS
                   ADD 1 TO WS-HELD-COUNT
               END-IF
               MOVE WS-NEW-HOLD-REASON TO AP-HOLD-REASON
               MOVE 0                  TO AP-CHECK-NUMBER
               MOVE 0                  TO AP-DISC-TAKEN
               MOVE "N"                TO AP-JOURNAL-SW
               MOVE WS-TODAY           TO AP-ENTERED-DATE
               ADD 1 TO WS-AP-COUNT
               MOVE AP-OPEN-ITEM-REC TO WS-APT-ENTRY(WS-AP-COUNT)
               MOVE "Y" TO WS-AP-CHANGED-SW
               ADD 1 TO WS-ENTERED-COUNT
               MOVE AP-AMOUNT TO WS-AMOUNT-DISP
               DISPLAY "  INVOICE ENTERED -- AMOUNT " WS-AMOUNT-DISP
                   " DUE " AP-DUE-DATE
               IF AP-STATUS = "H"
                   DISPLAY "  HELD FOR APPROVAL -- REASON "
                       AP-HOLD-REASON
               END-IF
           END-IF.

       2900-FIND-AP-ITEM.
           MOVE 0 TO WS-AP-FOUND-SUB.
           PERFORM VARYING WS-AP-SUB FROM 1 BY 1
               UNTIL WS-AP-SUB > WS-AP-COUNT
               IF WS-APT-KEY(WS-AP-SUB) = WS-IN-ITEM-KEY
                   MOVE WS-AP-SUB TO WS-AP-FOUND-SUB
                   MOVE WS-AP-COUNT TO WS-AP-SUB
               END-IF
           END-PERFORM.

      * THE HOLD REASON STAYS ON THE ROW AFTER RELEASE SO THE
      * VARIANCE CAN STILL BE SEEN.
       3000-RELEASE-HELD-INVOICE.
           IF SO-AUTH-LEVEL < 2
               DISPLAY "RELEASING A HELD INVOICE NEEDS LEVEL 2 -- "
                   "REFUSED"
           ELSE
               DISPLAY "VENDOR ID (5 CHARS): " WITH NO ADVANCING
               ACCEPT WS-IN-VENDOR
               DISPLAY "INVOICE NUMBER (10 CHARS): "
                   WITH NO ADVANCING
               ACCEPT WS-IN-INVOICE
               PERFORM 2900-FIND-AP-ITEM
               IF WS-AP-FOUND-SUB = 0
                   DISPLAY "INVOICE " WS-IN-INVOICE
                       " NOT ON FILE FOR VENDOR " WS-IN-VENDOR
               ELSE
                   MOVE WS-APT-ENTRY(WS-AP-FOUND-SUB)
                       TO AP-OPEN-ITEM-REC
                   IF AP-STATUS NOT = "H"
                       DISPLAY "INVOICE " WS-IN-INVOICE
                           " IS NOT HELD -- STATUS " AP-STATUS
                   ELSE
                       PERFORM 3100-CONFIRM-RELEASE
                   END-IF
               END-IF
           END-IF.

       3100-CONFIRM-RELEASE.
           MOVE AP-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY "  PO " AP-PO-NUMBER "-" AP-PO-LINE
               " QTY " AP-QTY " PRICE " AP-UNIT-PRICE
               " AMOUNT " WS-AMOUNT-DISP.
           DISPLAY "  HELD -- REASON " AP-HOLD-REASON
               " (P PRICE, Q QUANTITY, B BOTH, N NO PO)".
           DISPLAY "RELEASE FOR PAYMENT (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-IN-CONFIRM.
           IF WS-IN-CONFIRM = "Y" OR WS-IN-CONFIRM = "y"
               MOVE "O" TO AP-STATUS
               MOVE AP-OPEN-ITEM-REC TO WS-APT-ENTRY(WS-AP-FOUND-SUB)
               MOVE "Y" TO WS-AP-CHANGED-SW
               ADD 1 TO WS-RELEASED-COUNT
               MOVE "AP RELEASE" TO SO-ACTION
               MOVE WS-IN-ITEM-KEY TO SO-KEY
               MOVE SPACES TO SO-BEFORE
               MOVE SPACES TO SO-AFTER
               STRING "STATUS H REASON " AP-HOLD-REASON
                   " AMOUNT " AP-AMOUNT
                   DELIMITED BY SIZE INTO SO-BEFORE
               STRING "STATUS O REASON " AP-HOLD-REASON
                   " AMOUNT " AP-AMOUNT
                   DELIMITED BY SIZE INTO SO-AFTER
               PERFORM 0840-JOURNAL-THE-CHANGE
               DISPLAY "  RELEASED FOR PAYMENT"
           ELSE
               DISPLAY "  LEFT ON HOLD"
           END-IF.

       4000-LIST-INVOICES.
           DISPLAY "VENDR INVOICE    INV DATE PO     LN"
               "       AMOUNT DUE DATE S R".
           PERFORM VARYING WS-AP-SUB FROM 1 BY 1
               UNTIL WS-AP-SUB > WS-AP-COUNT
               MOVE WS-APT-ENTRY(WS-AP-SUB) TO AP-OPEN-ITEM-REC
               IF AP-STATUS NOT = "P"
                   MOVE AP-VENDOR-ID    TO LST-VENDOR
                   MOVE AP-INVOICE-NO   TO LST-INVOICE
                   MOVE AP-INVOICE-DATE TO LST-INV-DATE
                   MOVE AP-PO-NUMBER    TO LST-PO
                   MOVE AP-PO-LINE      TO LST-PO-LINE
                   MOVE AP-AMOUNT       TO LST-AMOUNT
                   MOVE AP-DUE-DATE     TO LST-DUE-DATE
                   MOVE AP-STATUS       TO LST-STATUS
                   MOVE AP-HOLD-REASON  TO LST-HOLD-REASON
                   DISPLAY WS-LIST-LINE
               END-IF
           END-PERFORM.

       6000-REWRITE-AP-ITEMS.
           OPEN OUTPUT AP-OPEN-ITEMS.
           PERFORM VARYING WS-AP-SUB FROM 1 BY 1
               UNTIL WS-AP-SUB > WS-AP-COUNT
               MOVE WS-APT-ENTRY(WS-AP-SUB) TO AP-OPEN-ITEM-REC
               WRITE AP-OPEN-ITEM-REC
           END-PERFORM.
           CLOSE AP-OPEN-ITEMS.
