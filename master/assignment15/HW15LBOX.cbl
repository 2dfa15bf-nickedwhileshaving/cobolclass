       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW15LBOX.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Lockbox import.  Reads the bank's lockbox transmission --
      *batch headers, one detail per check, batch trailers, and the
      *deposit trailer -- and proves every batch and the whole file
      *to the bank's counts and totals before anything is taken.  A
      *file that does not balance is refused whole.  Each check then
      *becomes HW15CASH receipts: by the order id or invoice number
      *on the remittance when there is a usable one, otherwise by
      *the customer's open item for exactly the amount paid, and
      *failing that by a combination of the customer's open items
      *that adds up to the check (one receipt per item).  A check
      *still unmatched goes to the lockbox work queue for the cash
      *clerk rather than onto the unapplied list.  The deposit
      *total, with the part turned into receipts and the part
      *queued, is left on RUGLBXT for the HW15GL cash entry.
      *
      *THE SAME DEPOSIT (LOCKBOX, DATE, AND TOTAL) IS NOT IMPORTED
      *TWICE -- A RERUN AGAINST THE LAST FILE TAKEN IS REFUSED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-IN ASSIGN TO WS-LOCKBOX-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCKBOX-STATUS.

           SELECT CASH-RECEIPTS-OUT ASSIGN TO WS-CASH-RCPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASH-RCPT-STATUS.

           SELECT LOCKBOX-QUEUE ASSIGN TO WS-LBX-QUEUE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LBX-QUEUE-STATUS.

           SELECT LOCKBOX-TOTALS ASSIGN TO WS-LBX-TOT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LBX-TOT-STATUS.

           SELECT LOCKBOX-RPT ASSIGN TO WS-LBX-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LBX-RPT-STATUS.

           SELECT AR-OPEN-ITEM ASSIGN TO WS-AR-OPEN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AR-OPEN-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO WS-CUSTOMER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT INVOICE-HISTORY ASSIGN TO WS-INV-HIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-HIST-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES, FALLING
      *  BACK TO THE DEVELOPMENT DEFAULTS SHOWN IN 0900:
      *      RUGLBOX (THE BANK'S LOCKBOX TRANSMISSION)
      *      RUGCASH (HW15CASH RECEIPTS -- APPENDED TO)
      *      RUGLBXQ (LOCKBOX WORK QUEUE)  RUGLBXR (IMPORT REPORT)
      *      RUGLBXT (DEPOSIT TOTALS FOR HW15GL)
      *      RUGAR  RUGCUST  RUGIHST

       DATA DIVISION.
       FILE SECTION.
      * THE BANK'S RECORD TYPES: 1 FILE HEADER, 5 BATCH HEADER,
      * 6 CHECK DETAIL, 7 BATCH TRAILER, 9 DEPOSIT TRAILER.
       FD  LOCKBOX-IN
           RECORDING MODE IS F
           DATA RECORD IS LOCKBOX-REC.
       01 LOCKBOX-REC.
          05 LB-REC-TYPE              PIC X(01).
          05 FILLER                   PIC X(79).
       01 LOCKBOX-HEADER-REC.
          05 FILLER                   PIC X(01).
          05 LBH-LOCKBOX              PIC X(07).
          05 LBH-DEPOSIT-DATE         PIC X(08).
          05 FILLER                   PIC X(64).
       01 LOCKBOX-BATCH-REC.
          05 FILLER                   PIC X(01).
          05 LBB-BATCH-NO             PIC 9(03).
          05 FILLER                   PIC X(76).
       01 LOCKBOX-DETAIL-REC.
          05 FILLER                   PIC X(01).
          05 LBD-BATCH-NO             PIC 9(03).
          05 LBD-ITEM-SEQ             PIC 9(03).
          05 LBD-CHECK-NO             PIC X(10).
          05 LBD-AMOUNT               PIC 9(08)V99.
          05 LBD-CUST-NUMBER          PIC X(05).
          05 LBD-REFERENCE            PIC X(10).
          05 FILLER                   PIC X(38).
       01 LOCKBOX-TRAILER-REC.
          05 FILLER                   PIC X(01).
          05 LBT-BATCH-NO             PIC 9(03).
          05 LBT-ITEM-COUNT           PIC 9(04).
          05 LBT-BATCH-TOTAL          PIC 9(09)V99.
          05 FILLER                   PIC X(61).
       01 LOCKBOX-DEPOSIT-REC.
          05 FILLER                   PIC X(01).
          05 LBF-BATCH-COUNT          PIC 9(03).
          05 LBF-ITEM-COUNT           PIC 9(05).
          05 LBF-DEPOSIT-TOTAL        PIC 9(09)V99.
          05 FILLER                   PIC X(60).

       FD  CASH-RECEIPTS-OUT
           RECORDING MODE IS F
           DATA RECORD IS CASH-RECEIPT-REC.
       01 CASH-RECEIPT-REC.
          05 CR-CUST-NUMBER           PIC X(05).
          05 CR-ORDER-ID              PIC X(05).
          05 CR-AMOUNT                PIC 9(08)V99.
          05 CR-SOURCE                PIC X(01).
          05 CR-CHECK-NO              PIC X(10).

       FD  LOCKBOX-QUEUE
           RECORDING MODE IS F
           DATA RECORD IS LOCKBOX-QUEUE-REC.
       01 LOCKBOX-QUEUE-REC.
          05 LQ-DEPOSIT-DATE          PIC X(08).
          05 LQ-LOCKBOX               PIC X(07).
          05 LQ-BATCH-NO              PIC 9(03).
          05 LQ-ITEM-SEQ              PIC 9(03).
          05 LQ-CHECK-NO              PIC X(10).
          05 LQ-AMOUNT                PIC 9(08)V99.
          05 LQ-CUST-NUMBER           PIC X(05).
          05 LQ-REFERENCE             PIC X(10).
          05 LQ-REASON                PIC X(20).
          05 LQ-STATUS                PIC X(01).

      * ONE RECORD PER RUN -- THE BANK-SIDE CASH FOR THE GL ENTRY.
       FD  LOCKBOX-TOTALS
           RECORDING MODE IS F
           DATA RECORD IS LOCKBOX-TOTALS-REC.
       01 LOCKBOX-TOTALS-REC.
          05 LT-RUN-DATE              PIC X(08).
          05 LT-DEPOSIT-DATE          PIC X(08).
          05 LT-LOCKBOX               PIC X(07).
          05 LT-DEPOSIT-TOTAL         PIC 9(09)V99.
          05 LT-RECEIPT-TOTAL         PIC 9(09)V99.
          05 LT-QUEUED-TOTAL          PIC 9(09)V99.

       FD  LOCKBOX-RPT
           RECORDING MODE IS F
           DATA RECORD IS LOCKBOX-RPT-REC.
       01 LOCKBOX-RPT-REC             PIC X(90).

       FD  AR-OPEN-ITEM
           RECORDING MODE IS F
           DATA RECORD IS AR-OPEN-ITEM-REC.
       01 AR-OPEN-ITEM-REC.
          05 AR-CUST-NUMBER           PIC X(05).
          05 AR-ORDER-ID              PIC X(05).
          05 AR-INVOICE-DATE          PIC X(08).
          05 AR-AMOUNT-DUE            PIC 9(08)V99.
          05 AR-AMOUNT-PAID           PIC 9(08)V99.
          05 AR-STATUS                PIC X(01).
          05 AR-DUE-DATE              PIC X(08).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F
           DATA RECORD IS CUSTOMER-MASTER-REC.
       01 CUSTOMER-MASTER-REC.
          05 CM-CUST-NUMBER           PIC X(05).
          05 FILLER                   PIC X(66).

       FD  INVOICE-HISTORY
           RECORDING MODE IS F
           DATA RECORD IS INVOICE-HISTORY-REC.
       01 INVOICE-HISTORY-REC.
          05 IH-TYPE                  PIC X(01).
          05 IH-INV-DATE              PIC X(08).
          05 IH-CUST-NUMBER           PIC X(05).
          05 IH-ORDER-ID              PIC X(05).
          05 IH-INVOICE-NUMBER        PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-LOCKBOX-DSN             PIC X(80).
       01  WS-CASH-RCPT-DSN           PIC X(80).
       01  WS-LBX-QUEUE-DSN           PIC X(80).
       01  WS-LBX-TOT-DSN             PIC X(80).
       01  WS-LBX-RPT-DSN             PIC X(80).
       01  WS-AR-OPEN-DSN             PIC X(80).
       01  WS-CUSTOMER-DSN            PIC X(80).
       01  WS-INV-HIST-DSN            PIC X(80).
       01  WS-LOCKBOX-STATUS          PIC X(02) VALUE "00".
       01  WS-CASH-RCPT-STATUS        PIC X(02) VALUE "00".
       01  WS-LBX-QUEUE-STATUS        PIC X(02) VALUE "00".
       01  WS-LBX-TOT-STATUS          PIC X(02) VALUE "00".
       01  WS-LBX-RPT-STATUS          PIC X(02) VALUE "00".
       01  WS-AR-OPEN-STATUS          PIC X(02) VALUE "00".
       01  WS-CUSTOMER-STATUS         PIC X(02) VALUE "00".
       01  WS-INV-HIST-STATUS         PIC X(02) VALUE "00".

       01  WS-TODAY                   PIC X(08).
       01  WS-LOCKBOX-NO              PIC X(07) VALUE SPACES.
       01  WS-DEPOSIT-DATE            PIC X(08) VALUE SPACES.

      * BALANCING THE TRANSMISSION.
       01  WS-FILE-OK-SW              PIC X(01) VALUE "Y".
           88 LOCKBOX-FILE-OK               VALUE "Y".
       01  WS-FILE-ERROR              PIC X(50) VALUE SPACES.
       01  WS-NEW-ERROR               PIC X(50).
       01  WS-IN-BATCH-SW             PIC X(01) VALUE "N".
           88 IN-BATCH                      VALUE "Y".
       01  WS-DEPOSIT-SEEN-SW         PIC X(01) VALUE "N".
           88 DEPOSIT-TRAILER-SEEN          VALUE "Y".
       01  WS-CUR-BATCH               PIC 9(03).
       01  WS-BATCH-ITEMS             PIC 9(04).
       01  WS-BATCH-TOTAL             PIC 9(09)V99.
       01  WS-BATCH-COUNT             PIC 9(03) VALUE 0.
       01  WS-FILE-ITEMS              PIC 9(05) VALUE 0.
       01  WS-FILE-TOTAL              PIC 9(09)V99 VALUE 0.
       01  WS-BANK-DEPOSIT            PIC 9(09)V99 VALUE 0.
       01  WS-RECORDS-READ            PIC 9(05) VALUE 0.

      * THE CHECKS, HELD UNTIL THE FILE HAS PROVED OUT.
       01  WS-PAY-COUNT               PIC 9(04) VALUE 0.
       01  WS-PAY-SUB                 PIC 9(04).
       01  WS-PAYMENT-TABLE.
           05 WS-PAY-ENTRY OCCURS 2000 TIMES.
              10 WS-PAY-BATCH         PIC 9(03).
              10 WS-PAY-ITEM          PIC 9(03).
              10 WS-PAY-CHECK         PIC X(10).
              10 WS-PAY-AMOUNT        PIC 9(08)V99.
              10 WS-PAY-CUST          PIC X(05).
              10 WS-PAY-REF           PIC X(10).

       01  WS-CUST-COUNT              PIC 9(03) VALUE 0.
       01  WS-CUST-SUB                PIC 9(03).
       01  WS-CUSTOMER-TABLE.
           05 WS-CUST-NUM OCCURS 200 TIMES PIC X(05).

      * OPEN ITEMS ONLY, WITH WHAT IS STILL OWED AFTER THE CHECKS
      * ALREADY MATCHED IN THIS RUN.
       01  WS-OI-COUNT                PIC 9(04) VALUE 0.
       01  WS-OI-SUB                  PIC 9(04).
       01  WS-OI-FOUND                PIC 9(04).
       01  WS-OPEN-ITEM-TABLE.
           05 WS-OI-ENTRY OCCURS 2000 TIMES.
              10 WS-OI-CUST           PIC X(05).
              10 WS-OI-ORDER          PIC X(05).
              10 WS-OI-OPEN           PIC S9(08)V99.

       01  WS-IH-COUNT                PIC 9(04) VALUE 0.
       01  WS-IH-SUB                  PIC 9(04).
       01  WS-INVOICE-TABLE.
           05 WS-IH-ENTRY OCCURS 5000 TIMES.
              10 WS-IH-INVOICE        PIC 9(07).
              10 WS-IH-ORDER          PIC X(05).

      * MATCHING ONE CHECK.
       01  WS-MATCH-CUST              PIC X(05).
       01  WS-MATCH-ORDER             PIC X(05).
       01  WS-QUEUE-REASON            PIC X(20).
       01  WS-REF-INVOICE             PIC 9(07).
       01  WS-CUST-KNOWN-SW           PIC X(01).
           88 PAYER-KNOWN                   VALUE "Y".

      * COMBINATIONS -- THE CUSTOMER'S OLDEST OPEN ITEMS, TRIED AS
      * EVERY SUBSET OF UP TO TWELVE.
       01  WS-CMB-MAX                 PIC 9(02) VALUE 12.
       01  WS-CMB-COUNT               PIC 9(02).
       01  WS-CMB-SUB                 PIC 9(02).
       01  WS-CMB-TABLE.
           05 WS-CMB-OI OCCURS 12 TIMES PIC 9(04).
       01  WS-CMB-MASK                PIC 9(05) COMP.
       01  WS-CMB-LAST-MASK           PIC 9(05) COMP.
       01  WS-CMB-FOUND-MASK          PIC 9(05) COMP.
       01  WS-CMB-WORK                PIC 9(05) COMP.
       01  WS-CMB-BIT                 PIC 9(01) COMP.
       01  WS-CMB-SUM                 PIC S9(09)V99.
       01  WS-CMB-ITEMS               PIC 9(02).

      * RUN TOTALS.
       01  WS-RECEIPTS-WRITTEN        PIC 9(05) VALUE 0.
       01  WS-RECEIPT-TOTAL           PIC 9(09)V99 VALUE 0.
       01  WS-QUEUED-COUNT            PIC 9(05) VALUE 0.
       01  WS-QUEUED-TOTAL            PIC 9(09)V99 VALUE 0.
       01  WS-BY-REF-COUNT            PIC 9(05) VALUE 0.
       01  WS-BY-AMOUNT-COUNT         PIC 9(05) VALUE 0.
       01  WS-BY-COMBO-COUNT          PIC 9(05) VALUE 0.

       01  WS-LBX-HDG1.
           05 FILLER                  PIC X(40)
                  VALUE "LOCKBOX IMPORT -- HW15LBOX".
           05 FILLER                  PIC X(08) VALUE "LOCKBOX ".
           05 HDG-LOCKBOX             PIC X(07).
           05 FILLER                  PIC X(10) VALUE "  DEPOSIT ".
           05 HDG-DEPOSIT-DATE        PIC X(08).
       01  WS-LBX-HDG2.
           05 FILLER                  PIC X(09) VALUE "BAT ITEM ".
           05 FILLER                  PIC X(11) VALUE "CHECK".
           05 FILLER                  PIC X(06) VALUE "CUST".
           05 FILLER                  PIC X(11) VALUE "REFERENCE".
           05 FILLER                  PIC X(14) VALUE "      AMOUNT".
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 FILLER                  PIC X(30) VALUE "DISPOSITION".
       01  WS-LBX-LINE.
           05 LBL-BATCH               PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LBL-ITEM                PIC 9(03).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 LBL-CHECK               PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LBL-CUST                PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LBL-REF                 PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LBL-AMOUNT              PIC $$,$$$,$$9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 LBL-DISPOSITION         PIC X(30).
       01  WS-LBX-APPLY-LINE.
           05 FILLER                  PIC X(20) VALUE ALL SPACES.
           05 FILLER                  PIC X(10) VALUE "RECEIPT  ".
           05 LBA-CUST                PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LBA-ORDER               PIC X(05).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 LBA-AMOUNT              PIC $$,$$$,$$9.99.
       01  WS-LBX-TOTAL-LINE.
           05 LBT-CAPTION             PIC X(30).
           05 LBT-COUNT               PIC ZZ,ZZ9.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 LBT-AMOUNT              PIC $$$,$$$,$$9.99.

       01  WS-RUNSTAT-PARMS.
           05 RST-PROGRAM             PIC X(08).
           05 RST-RECORDS-READ        PIC 9(07).
           05 RST-RECORDS-WRITTEN     PIC 9(07).
           05 RST-RECORDS-REJECTED    PIC 9(07).
           05 RST-CONTROL-TOTAL       PIC 9(09)V99.
           05 RST-RETURN-CODE         PIC 9(02).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW15LBOX BEGINS".
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-LOCKBOX-FILE.
           PERFORM 2500-PROVE-DEPOSIT.
           IF LOCKBOX-FILE-OK
               PERFORM 2600-CHECK-ALREADY-TAKEN
           END-IF.
           IF LOCKBOX-FILE-OK
               PERFORM 1200-LOAD-OPEN-ITEMS
               PERFORM 1300-LOAD-INVOICE-HISTORY
               OPEN EXTEND CASH-RECEIPTS-OUT
               IF WS-CASH-RCPT-STATUS = "35"
                   OPEN OUTPUT CASH-RECEIPTS-OUT
               END-IF
               OPEN EXTEND LOCKBOX-QUEUE
               IF WS-LBX-QUEUE-STATUS = "35"
                   OPEN OUTPUT LOCKBOX-QUEUE
               END-IF
               PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
                   UNTIL WS-PAY-SUB > WS-PAY-COUNT
                   PERFORM 3000-MATCH-PAYMENT THRU 3000-EXIT
               END-PERFORM
               CLOSE CASH-RECEIPTS-OUT LOCKBOX-QUEUE
               PERFORM 6100-WRITE-DEPOSIT-TOTALS
           ELSE
               MOVE SPACES TO LOCKBOX-RPT-REC
               STRING "*** FILE REFUSED -- " WS-FILE-ERROR
                   DELIMITED BY SIZE INTO LOCKBOX-RPT-REC
               END-STRING
               WRITE LOCKBOX-RPT-REC
               DISPLAY "*** LOCKBOX FILE REFUSED -- " WS-FILE-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 6000-FINISH-UP.
           MOVE "HW15LBOX" TO RST-PROGRAM.
           MOVE WS-FILE-ITEMS TO RST-RECORDS-READ.
           MOVE WS-RECEIPTS-WRITTEN TO RST-RECORDS-WRITTEN.
           MOVE WS-QUEUED-COUNT TO RST-RECORDS-REJECTED.
           MOVE WS-FILE-TOTAL TO RST-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL "RUNSTAT" USING WS-RUNSTAT-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           MOVE RST-RETURN-CODE TO RETURN-CODE.
           DISPLAY "HW15LBOX CONCLUDES".
           GOBACK.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-LOCKBOX-DSN FROM ENVIRONMENT "RUGLBOX".
           IF WS-LOCKBOX-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15LBOX.dat"
               TO WS-LOCKBOX-DSN
           END-IF.
           ACCEPT WS-CASH-RCPT-DSN FROM ENVIRONMENT "RUGCASH".
           IF WS-CASH-RCPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CRCP.dat"
               TO WS-CASH-RCPT-DSN
           END-IF.
           ACCEPT WS-LBX-QUEUE-DSN FROM ENVIRONMENT "RUGLBXQ".
           IF WS-LBX-QUEUE-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15LBXQ.dat"
               TO WS-LBX-QUEUE-DSN
           END-IF.
           ACCEPT WS-LBX-TOT-DSN FROM ENVIRONMENT "RUGLBXT".
           IF WS-LBX-TOT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15LBXT.dat"
               TO WS-LBX-TOT-DSN
           END-IF.
           ACCEPT WS-LBX-RPT-DSN FROM ENVIRONMENT "RUGLBXR".
           IF WS-LBX-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15LBXR.rpt"
               TO WS-LBX-RPT-DSN
           END-IF.
           ACCEPT WS-AR-OPEN-DSN FROM ENVIRONMENT "RUGAR".
           IF WS-AR-OPEN-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15AR.dat"
               TO WS-AR-OPEN-DSN
           END-IF.
           ACCEPT WS-CUSTOMER-DSN FROM ENVIRONMENT "RUGCUST".
           IF WS-CUSTOMER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CUST.dat"
               TO WS-CUSTOMER-DSN
           END-IF.
           ACCEPT WS-INV-HIST-DSN FROM ENVIRONMENT "RUGIHST".
           IF WS-INV-HIST-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15IHST.dat"
               TO WS-INV-HIST-DSN
           END-IF.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM 1100-LOAD-CUSTOMERS.
           OPEN OUTPUT LOCKBOX-RPT.

       1100-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-STATUS = "00"
               READ CUSTOMER-MASTER
               PERFORM UNTIL WS-CUSTOMER-STATUS > "00"
                          OR WS-CUST-COUNT >= 200
                   ADD 1 TO WS-CUST-COUNT
                   MOVE CM-CUST-NUMBER TO WS-CUST-NUM(WS-CUST-COUNT)
                   READ CUSTOMER-MASTER
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           ELSE
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-CUSTOMER-STATUS
           END-IF.

       1200-LOAD-OPEN-ITEMS.
           OPEN INPUT AR-OPEN-ITEM.
           IF WS-AR-OPEN-STATUS = "00"
               READ AR-OPEN-ITEM
               PERFORM UNTIL WS-AR-OPEN-STATUS > "00"
                          OR WS-OI-COUNT >= 2000
                   IF AR-STATUS = "O"
                       ADD 1 TO WS-OI-COUNT
                       MOVE AR-CUST-NUMBER TO WS-OI-CUST(WS-OI-COUNT)
                       MOVE AR-ORDER-ID    TO WS-OI-ORDER(WS-OI-COUNT)
                       COMPUTE WS-OI-OPEN(WS-OI-COUNT)
                           = AR-AMOUNT-DUE - AR-AMOUNT-PAID
                   END-IF
                   READ AR-OPEN-ITEM
               END-PERFORM
               CLOSE AR-OPEN-ITEM
           ELSE
               DISPLAY "AR OPEN-ITEM FILE NOT AVAILABLE - STATUS "
                   WS-AR-OPEN-STATUS
           END-IF.

      * INVOICE NUMBER TO ORDER, FROM THE INVOICE HEADERS HW15BILL
      * POSTS.
       1300-LOAD-INVOICE-HISTORY.
           OPEN INPUT INVOICE-HISTORY.
           IF WS-INV-HIST-STATUS = "00"
               READ INVOICE-HISTORY
               PERFORM UNTIL WS-INV-HIST-STATUS > "00"
                          OR WS-IH-COUNT >= 5000
                   IF IH-TYPE = "H"
                       ADD 1 TO WS-IH-COUNT
                       MOVE IH-INVOICE-NUMBER
                           TO WS-IH-INVOICE(WS-IH-COUNT)
                       MOVE IH-ORDER-ID TO WS-IH-ORDER(WS-IH-COUNT)
                   END-IF
                   READ INVOICE-HISTORY
               END-PERFORM
               CLOSE INVOICE-HISTORY
           END-IF.

      * READ THE WHOLE TRANSMISSION, PROVING EACH BATCH TO ITS
      * TRAILER AS IT CLOSES.  NOTHING IS TAKEN UNTIL THE DEPOSIT
      * TRAILER HAS ALSO PROVED OUT.
       2000-LOAD-LOCKBOX-FILE.
           OPEN INPUT LOCKBOX-IN.
           IF WS-LOCKBOX-STATUS NOT = "00"
               MOVE "N" TO WS-FILE-OK-SW
               MOVE "LOCKBOX FILE NOT AVAILABLE" TO WS-FILE-ERROR
           ELSE
               READ LOCKBOX-IN
               PERFORM UNTIL WS-LOCKBOX-STATUS > "00"
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 2100-TAKE-RECORD
                   READ LOCKBOX-IN
               END-PERFORM
               CLOSE LOCKBOX-IN
           END-IF.
           MOVE WS-LOCKBOX-NO    TO HDG-LOCKBOX.
           MOVE WS-DEPOSIT-DATE  TO HDG-DEPOSIT-DATE.
           WRITE LOCKBOX-RPT-REC FROM WS-LBX-HDG1.
           WRITE LOCKBOX-RPT-REC FROM WS-LBX-HDG2.

       2100-TAKE-RECORD.
           EVALUATE LB-REC-TYPE
               WHEN "1"
                   MOVE LBH-LOCKBOX      TO WS-LOCKBOX-NO
                   MOVE LBH-DEPOSIT-DATE TO WS-DEPOSIT-DATE
               WHEN "5"
                   IF IN-BATCH
                       MOVE "BATCH HEADER WITHOUT TRAILER"
                           TO WS-NEW-ERROR
                       PERFORM 2900-FILE-ERROR
                   END-IF
                   MOVE "Y" TO WS-IN-BATCH-SW
                   MOVE LBB-BATCH-NO TO WS-CUR-BATCH
                   MOVE 0 TO WS-BATCH-ITEMS WS-BATCH-TOTAL
               WHEN "6"
                   PERFORM 2200-TAKE-DETAIL
               WHEN "7"
                   PERFORM 2300-CLOSE-BATCH
               WHEN "9"
                   MOVE "Y" TO WS-DEPOSIT-SEEN-SW
                   IF LBF-DEPOSIT-TOTAL IS NUMERIC
                       AND LBF-ITEM-COUNT IS NUMERIC
                       AND LBF-BATCH-COUNT IS NUMERIC
                       MOVE LBF-DEPOSIT-TOTAL TO WS-BANK-DEPOSIT
                       IF LBF-ITEM-COUNT NOT = WS-FILE-ITEMS
                           OR LBF-BATCH-COUNT NOT = WS-BATCH-COUNT
                           MOVE "DEPOSIT TRAILER COUNTS DO NOT AGREE"
                               TO WS-NEW-ERROR
                           PERFORM 2900-FILE-ERROR
                       END-IF
                   ELSE
                       MOVE "DEPOSIT TRAILER NOT NUMERIC"
                           TO WS-NEW-ERROR
                       PERFORM 2900-FILE-ERROR
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO WS-NEW-ERROR
                   PERFORM 2900-FILE-ERROR
           END-EVALUATE.

       2200-TAKE-DETAIL.
           IF NOT IN-BATCH OR LBD-BATCH-NO NOT = WS-CUR-BATCH
               MOVE "CHECK OUTSIDE ITS BATCH" TO WS-NEW-ERROR
               PERFORM 2900-FILE-ERROR
           END-IF.
           IF LBD-AMOUNT IS NOT NUMERIC OR LBD-AMOUNT = 0
               MOVE "CHECK AMOUNT NOT NUMERIC" TO WS-NEW-ERROR
               PERFORM 2900-FILE-ERROR
           ELSE
               ADD 1 TO WS-BATCH-ITEMS
               ADD LBD-AMOUNT TO WS-BATCH-TOTAL
               IF WS-PAY-COUNT >= 2000
                   MOVE "MORE THAN 2000 CHECKS" TO WS-NEW-ERROR
                   PERFORM 2900-FILE-ERROR
               ELSE
                   ADD 1 TO WS-PAY-COUNT
                   MOVE LBD-BATCH-NO TO WS-PAY-BATCH(WS-PAY-COUNT)
                   MOVE LBD-ITEM-SEQ TO WS-PAY-ITEM(WS-PAY-COUNT)
                   MOVE LBD-CHECK-NO TO WS-PAY-CHECK(WS-PAY-COUNT)
                   MOVE LBD-AMOUNT   TO WS-PAY-AMOUNT(WS-PAY-COUNT)
                   MOVE LBD-CUST-NUMBER
                       TO WS-PAY-CUST(WS-PAY-COUNT)
                   MOVE LBD-REFERENCE TO WS-PAY-REF(WS-PAY-COUNT)
               END-IF
           END-IF.

       2300-CLOSE-BATCH.
           IF NOT IN-BATCH OR LBT-BATCH-NO NOT = WS-CUR-BATCH
               MOVE "BATCH TRAILER WITHOUT HEADER" TO WS-NEW-ERROR
               PERFORM 2900-FILE-ERROR
           ELSE
               IF LBT-ITEM-COUNT NOT = WS-BATCH-ITEMS
                   OR LBT-BATCH-TOTAL NOT = WS-BATCH-TOTAL
                   MOVE SPACES TO WS-NEW-ERROR
                   STRING "BATCH " WS-CUR-BATCH
                          " DOES NOT AGREE TO ITS TRAILER"
                       DELIMITED BY SIZE INTO WS-NEW-ERROR
                   END-STRING
                   PERFORM 2900-FILE-ERROR
               END-IF
           END-IF.
           MOVE "N" TO WS-IN-BATCH-SW.
           ADD 1 TO WS-BATCH-COUNT.
           ADD WS-BATCH-ITEMS TO WS-FILE-ITEMS.
           ADD WS-BATCH-TOTAL TO WS-FILE-TOTAL.

       2500-PROVE-DEPOSIT.
           IF LOCKBOX-FILE-OK
               EVALUATE TRUE
                   WHEN IN-BATCH
                       MOVE "N" TO WS-FILE-OK-SW
                       MOVE "LAST BATCH HAS NO TRAILER"
                           TO WS-FILE-ERROR
                   WHEN NOT DEPOSIT-TRAILER-SEEN
                       MOVE "N" TO WS-FILE-OK-SW
                       MOVE "NO DEPOSIT TRAILER" TO WS-FILE-ERROR
                   WHEN WS-BANK-DEPOSIT NOT = WS-FILE-TOTAL
                       MOVE "N" TO WS-FILE-OK-SW
                       MOVE "CHECKS DO NOT ADD TO THE DEPOSIT TOTAL"
                           TO WS-FILE-ERROR
               END-EVALUATE
           END-IF.

       2600-CHECK-ALREADY-TAKEN.
           OPEN INPUT LOCKBOX-TOTALS.
           IF WS-LBX-TOT-STATUS = "00"
               READ LOCKBOX-TOTALS
               IF WS-LBX-TOT-STATUS = "00"
                   AND LT-LOCKBOX = WS-LOCKBOX-NO
                   AND LT-DEPOSIT-DATE = WS-DEPOSIT-DATE
                   AND LT-DEPOSIT-TOTAL = WS-BANK-DEPOSIT
                   MOVE "N" TO WS-FILE-OK-SW
                   MOVE "THIS DEPOSIT WAS ALREADY IMPORTED"
                       TO WS-FILE-ERROR
               END-IF
               CLOSE LOCKBOX-TOTALS
           END-IF.

      * ONLY THE FIRST PROBLEM IS REPORTED.
       2900-FILE-ERROR.
           IF LOCKBOX-FILE-OK
               MOVE "N" TO WS-FILE-OK-SW
               MOVE WS-NEW-ERROR TO WS-FILE-ERROR
           END-IF.

      * ONE CHECK: REFERENCE FIRST, THEN EXACT AMOUNT, THEN A
      * COMBINATION, AND THE WORK QUEUE IF NONE OF THEM FITS.
       3000-MATCH-PAYMENT.
           MOVE WS-PAY-BATCH(WS-PAY-SUB)  TO LBL-BATCH.
           MOVE WS-PAY-ITEM(WS-PAY-SUB)   TO LBL-ITEM.
           MOVE WS-PAY-CHECK(WS-PAY-SUB)  TO LBL-CHECK.
           MOVE WS-PAY-CUST(WS-PAY-SUB)   TO LBL-CUST.
           MOVE WS-PAY-REF(WS-PAY-SUB)    TO LBL-REF.
           MOVE WS-PAY-AMOUNT(WS-PAY-SUB) TO LBL-AMOUNT.
           MOVE "N" TO WS-CUST-KNOWN-SW.
           IF WS-PAY-CUST(WS-PAY-SUB) NOT = SPACES
               PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-COUNT
                   IF WS-CUST-NUM(WS-CUST-SUB)
                          = WS-PAY-CUST(WS-PAY-SUB)
                       MOVE "Y" TO WS-CUST-KNOWN-SW
                       MOVE WS-CUST-COUNT TO WS-CUST-SUB
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-PAY-REF(WS-PAY-SUB) NOT = SPACES
               PERFORM 3100-MATCH-REFERENCE
               IF WS-OI-FOUND > 0
                   ADD 1 TO WS-BY-REF-COUNT
                   MOVE WS-OI-CUST(WS-OI-FOUND) TO WS-MATCH-CUST
                   MOVE WS-OI-ORDER(WS-OI-FOUND) TO WS-MATCH-ORDER
                   WRITE LOCKBOX-RPT-REC FROM WS-LBX-LINE
                   MOVE WS-PAY-AMOUNT(WS-PAY-SUB) TO CR-AMOUNT
                   PERFORM 3500-WRITE-RECEIPT
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           IF NOT PAYER-KNOWN
               MOVE "NO USABLE CUSTOMER" TO WS-QUEUE-REASON
               PERFORM 3400-QUEUE-PAYMENT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-MATCH-EXACT-AMOUNT.
           IF WS-OI-FOUND > 0
               ADD 1 TO WS-BY-AMOUNT-COUNT
               MOVE "EXACT OPEN-ITEM AMOUNT" TO LBL-DISPOSITION
               WRITE LOCKBOX-RPT-REC FROM WS-LBX-LINE
               MOVE WS-OI-CUST(WS-OI-FOUND) TO WS-MATCH-CUST
               MOVE WS-OI-ORDER(WS-OI-FOUND) TO WS-MATCH-ORDER
               MOVE WS-PAY-AMOUNT(WS-PAY-SUB) TO CR-AMOUNT
               PERFORM 3500-WRITE-RECEIPT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3300-MATCH-COMBINATION THRU 3300-EXIT.
           IF WS-CMB-FOUND-MASK > 0
               ADD 1 TO WS-BY-COMBO-COUNT
               MOVE SPACES TO LBL-DISPOSITION
               STRING "COMBINATION OF " WS-CMB-ITEMS " ITEMS"
                   DELIMITED BY SIZE INTO LBL-DISPOSITION
               END-STRING
               WRITE LOCKBOX-RPT-REC FROM WS-LBX-LINE
               PERFORM 3350-WRITE-COMBINATION
               GO TO 3000-EXIT
           END-IF.
           MOVE "NO OPEN-ITEM MATCH" TO WS-QUEUE-REASON.
           PERFORM 3400-QUEUE-PAYMENT.

       3000-EXIT.
           EXIT.

      * THE REMITTANCE REFERENCE AS AN ORDER ID, OR AS A SEVEN-DIGIT
      * INVOICE NUMBER LOOKED UP TO ITS ORDER.  A REFERENCE NAMING
      * ANOTHER CUSTOMER'S ITEM THAN THE ONE ON THE CHECK IS NOT
      * USED.
       3100-MATCH-REFERENCE.
           MOVE 0 TO WS-OI-FOUND.
           MOVE SPACES TO WS-MATCH-ORDER.
           MOVE "BY ORDER REFERENCE" TO LBL-DISPOSITION.
           IF WS-PAY-REF(WS-PAY-SUB)(6:5) = SPACES
               MOVE WS-PAY-REF(WS-PAY-SUB)(1:5) TO WS-MATCH-ORDER
           END-IF.
           IF WS-PAY-REF(WS-PAY-SUB)(1:7) IS NUMERIC
               AND WS-PAY-REF(WS-PAY-SUB)(8:3) = SPACES
               MOVE "BY INVOICE REFERENCE" TO LBL-DISPOSITION
               MOVE WS-PAY-REF(WS-PAY-SUB)(1:7) TO WS-REF-INVOICE
               MOVE SPACES TO WS-MATCH-ORDER
               PERFORM VARYING WS-IH-SUB FROM 1 BY 1
                   UNTIL WS-IH-SUB > WS-IH-COUNT
                   IF WS-IH-INVOICE(WS-IH-SUB) = WS-REF-INVOICE
                       MOVE WS-IH-ORDER(WS-IH-SUB) TO WS-MATCH-ORDER
                       MOVE WS-IH-COUNT TO WS-IH-SUB
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-MATCH-ORDER NOT = SPACES
               PERFORM VARYING WS-OI-SUB FROM 1 BY 1
                   UNTIL WS-OI-SUB > WS-OI-COUNT
                   IF WS-OI-ORDER(WS-OI-SUB) = WS-MATCH-ORDER
                       AND (WS-PAY-CUST(WS-PAY-SUB) = SPACES
                        OR WS-OI-CUST(WS-OI-SUB)
                               = WS-PAY-CUST(WS-PAY-SUB))
                       MOVE WS-OI-SUB TO WS-OI-FOUND
                       MOVE WS-OI-COUNT TO WS-OI-SUB
                   END-IF
               END-PERFORM
           END-IF.

      * THE OLDEST OF THE CUSTOMER'S ITEMS STILL OWING EXACTLY THE
      * CHECK AMOUNT.
       3200-MATCH-EXACT-AMOUNT.
           MOVE 0 TO WS-OI-FOUND.
           PERFORM VARYING WS-OI-SUB FROM 1 BY 1
               UNTIL WS-OI-SUB > WS-OI-COUNT
               IF WS-OI-CUST(WS-OI-SUB) = WS-PAY-CUST(WS-PAY-SUB)
                   AND WS-OI-OPEN(WS-OI-SUB)
                       = WS-PAY-AMOUNT(WS-PAY-SUB)
                   MOVE WS-OI-SUB TO WS-OI-FOUND
                   MOVE WS-OI-COUNT TO WS-OI-SUB
               END-IF
           END-PERFORM.

      * EVERY SUBSET OF THE CUSTOMER'S OLDEST OPEN ITEMS, TAKEN AS
      * THE BITS OF A COUNTER; THE FIRST WHOSE BALANCES ADD TO THE
      * CHECK IS USED.
       3300-MATCH-COMBINATION.
           MOVE 0 TO WS-CMB-COUNT WS-CMB-FOUND-MASK WS-CMB-ITEMS.
           PERFORM VARYING WS-OI-SUB FROM 1 BY 1
               UNTIL WS-OI-SUB > WS-OI-COUNT
                  OR WS-CMB-COUNT >= WS-CMB-MAX
               IF WS-OI-CUST(WS-OI-SUB) = WS-PAY-CUST(WS-PAY-SUB)
                   AND WS-OI-OPEN(WS-OI-SUB) > 0
                   ADD 1 TO WS-CMB-COUNT
                   MOVE WS-OI-SUB TO WS-CMB-OI(WS-CMB-COUNT)
               END-IF
           END-PERFORM.
           IF WS-CMB-COUNT < 2
               GO TO 3300-EXIT
           END-IF.
           COMPUTE WS-CMB-LAST-MASK = 2 ** WS-CMB-COUNT - 1.
           PERFORM VARYING WS-CMB-MASK FROM 3 BY 1
               UNTIL WS-CMB-MASK > WS-CMB-LAST-MASK
                  OR WS-CMB-FOUND-MASK > 0
               MOVE WS-CMB-MASK TO WS-CMB-WORK
               MOVE 0 TO WS-CMB-SUM
               PERFORM VARYING WS-CMB-SUB FROM 1 BY 1
                   UNTIL WS-CMB-SUB > WS-CMB-COUNT
                   DIVIDE WS-CMB-WORK BY 2 GIVING WS-CMB-WORK
                       REMAINDER WS-CMB-BIT
                   IF WS-CMB-BIT = 1
                       ADD WS-OI-OPEN(WS-CMB-OI(WS-CMB-SUB))
                           TO WS-CMB-SUM
                   END-IF
               END-PERFORM
               IF WS-CMB-SUM = WS-PAY-AMOUNT(WS-PAY-SUB)
                   MOVE WS-CMB-MASK TO WS-CMB-FOUND-MASK
               END-IF
           END-PERFORM.
           IF WS-CMB-FOUND-MASK > 0
               MOVE WS-CMB-FOUND-MASK TO WS-CMB-WORK
               PERFORM VARYING WS-CMB-SUB FROM 1 BY 1
                   UNTIL WS-CMB-SUB > WS-CMB-COUNT
                   DIVIDE WS-CMB-WORK BY 2 GIVING WS-CMB-WORK
                       REMAINDER WS-CMB-BIT
                   IF WS-CMB-BIT = 1
                       ADD 1 TO WS-CMB-ITEMS
                   END-IF
               END-PERFORM
           END-IF.

       3300-EXIT.
           EXIT.

      * ONE RECEIPT PER ITEM IN THE COMBINATION, FOR ITS BALANCE.
       3350-WRITE-COMBINATION.
           MOVE WS-CMB-FOUND-MASK TO WS-CMB-WORK.
           PERFORM VARYING WS-CMB-SUB FROM 1 BY 1
               UNTIL WS-CMB-SUB > WS-CMB-COUNT
               DIVIDE WS-CMB-WORK BY 2 GIVING WS-CMB-WORK
                   REMAINDER WS-CMB-BIT
               IF WS-CMB-BIT = 1
                   MOVE WS-CMB-OI(WS-CMB-SUB) TO WS-OI-FOUND
                   MOVE WS-OI-CUST(WS-OI-FOUND)  TO WS-MATCH-CUST
                   MOVE WS-OI-ORDER(WS-OI-FOUND) TO WS-MATCH-ORDER
                   MOVE WS-OI-OPEN(WS-OI-FOUND)  TO CR-AMOUNT
                   PERFORM 3500-WRITE-RECEIPT
               END-IF
           END-PERFORM.

       3400-QUEUE-PAYMENT.
           MOVE SPACES TO LBL-DISPOSITION.
           STRING "QUEUED - " WS-QUEUE-REASON DELIMITED BY SIZE
               INTO LBL-DISPOSITION
           END-STRING.
           WRITE LOCKBOX-RPT-REC FROM WS-LBX-LINE.
           MOVE WS-DEPOSIT-DATE            TO LQ-DEPOSIT-DATE.
           MOVE WS-LOCKBOX-NO              TO LQ-LOCKBOX.
           MOVE WS-PAY-BATCH(WS-PAY-SUB)   TO LQ-BATCH-NO.
           MOVE WS-PAY-ITEM(WS-PAY-SUB)    TO LQ-ITEM-SEQ.
           MOVE WS-PAY-CHECK(WS-PAY-SUB)   TO LQ-CHECK-NO.
           MOVE WS-PAY-AMOUNT(WS-PAY-SUB)  TO LQ-AMOUNT.
           MOVE WS-PAY-CUST(WS-PAY-SUB)    TO LQ-CUST-NUMBER.
           MOVE WS-PAY-REF(WS-PAY-SUB)     TO LQ-REFERENCE.
           MOVE WS-QUEUE-REASON            TO LQ-REASON.
           MOVE "O"                        TO LQ-STATUS.
           WRITE LOCKBOX-QUEUE-REC.
           ADD 1 TO WS-QUEUED-COUNT.
           ADD WS-PAY-AMOUNT(WS-PAY-SUB) TO WS-QUEUED-TOTAL.

      * CR-AMOUNT IS SET BY THE CALLER.  THE ITEM'S BALANCE IS
      * TAKEN DOWN SO A LATER CHECK IN THE SAME FILE DOES NOT MATCH
      * IT AGAIN.
       3500-WRITE-RECEIPT.
           MOVE WS-MATCH-CUST  TO CR-CUST-NUMBER.
           MOVE WS-MATCH-ORDER TO CR-ORDER-ID.
           MOVE "L"            TO CR-SOURCE.
           MOVE WS-PAY-CHECK(WS-PAY-SUB) TO CR-CHECK-NO.
           WRITE CASH-RECEIPT-REC.
           SUBTRACT CR-AMOUNT FROM WS-OI-OPEN(WS-OI-FOUND).
           ADD 1 TO WS-RECEIPTS-WRITTEN.
           ADD CR-AMOUNT TO WS-RECEIPT-TOTAL.
           MOVE WS-MATCH-CUST  TO LBA-CUST.
           MOVE WS-MATCH-ORDER TO LBA-ORDER.
           MOVE CR-AMOUNT      TO LBA-AMOUNT.
           WRITE LOCKBOX-RPT-REC FROM WS-LBX-APPLY-LINE.

       6000-FINISH-UP.
           MOVE SPACES TO LOCKBOX-RPT-REC.
           WRITE LOCKBOX-RPT-REC.
           MOVE "BATCHES"                TO LBT-CAPTION.
           MOVE WS-BATCH-COUNT           TO LBT-COUNT.
           MOVE 0                        TO LBT-AMOUNT.
           WRITE LOCKBOX-RPT-REC FROM WS-LBX-TOTAL-LINE.
           MOVE "CHECKS / BANK DEPOSIT"  TO LBT-CAPTION.
           MOVE WS-FILE-ITEMS            TO LBT-COUNT.
           MOVE WS-BANK-DEPOSIT          TO LBT-AMOUNT.
           WRITE LOCKBOX-RPT-REC FROM WS-LBX-TOTAL-LINE.
           MOVE "CHECKS ADDED UP"        TO LBT-CAPTION.
           MOVE WS-FILE-ITEMS            TO LBT-COUNT.
           MOVE WS-FILE-TOTAL            TO LBT-AMOUNT.
           WRITE LOCKBOX-RPT-REC FROM WS-LBX-TOTAL-LINE.
           MOVE "MATCHED BY REFERENCE"   TO LBT-CAPTION.
           MOVE WS-BY-REF-COUNT          TO LBT-COUNT.
           MOVE 0                        TO LBT-AMOUNT.
           WRITE LOCKBOX-RPT-REC FROM WS-LBX-TOTAL-LINE.
           MOVE "MATCHED BY EXACT AMOUNT" TO LBT-CAPTION.
           MOVE WS-BY-AMOUNT-COUNT       TO LBT-COUNT.
           WRITE LOCKBOX-RPT-REC FROM WS-LBX-TOTAL-LINE.
           MOVE "MATCHED BY COMBINATION" TO LBT-CAPTION.
           MOVE WS-BY-COMBO-COUNT        TO LBT-COUNT.
           WRITE LOCKBOX-RPT-REC FROM WS-LBX-TOTAL-LINE.
           MOVE "RECEIPTS WRITTEN"       TO LBT-CAPTION.
           MOVE WS-RECEIPTS-WRITTEN      TO LBT-COUNT.
           MOVE WS-RECEIPT-TOTAL         TO LBT-AMOUNT.
           WRITE LOCKBOX-RPT-REC FROM WS-LBX-TOTAL-LINE.
           MOVE "CHECKS QUEUED"          TO LBT-CAPTION.
           MOVE WS-QUEUED-COUNT          TO LBT-COUNT.
           MOVE WS-QUEUED-TOTAL          TO LBT-AMOUNT.
           WRITE LOCKBOX-RPT-REC FROM WS-LBX-TOTAL-LINE.
           CLOSE LOCKBOX-RPT.
           DISPLAY "CHECKS READ     : " WS-FILE-ITEMS.
           DISPLAY "DEPOSIT TOTAL   : " WS-BANK-DEPOSIT.
           DISPLAY "RECEIPTS WRITTEN: " WS-RECEIPTS-WRITTEN.
           DISPLAY "CHECKS QUEUED   : " WS-QUEUED-COUNT.

      * WRITTEN ONLY FOR A DEPOSIT THAT WAS TAKEN, SO A REFUSED FILE
      * LEAVES THE LAST GOOD DEPOSIT IN PLACE FOR THE RERUN CHECK.
       6100-WRITE-DEPOSIT-TOTALS.
           OPEN OUTPUT LOCKBOX-TOTALS.
           MOVE WS-TODAY         TO LT-RUN-DATE.
           MOVE WS-DEPOSIT-DATE  TO LT-DEPOSIT-DATE.
           MOVE WS-LOCKBOX-NO    TO LT-LOCKBOX.
           MOVE WS-BANK-DEPOSIT  TO LT-DEPOSIT-TOTAL.
           MOVE WS-RECEIPT-TOTAL TO LT-RECEIPT-TOTAL.
           MOVE WS-QUEUED-TOTAL  TO LT-QUEUED-TOTAL.
           WRITE LOCKBOX-TOTALS-REC.
           CLOSE LOCKBOX-TOTALS.
