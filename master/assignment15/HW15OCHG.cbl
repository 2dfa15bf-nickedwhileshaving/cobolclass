       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW15OCHG.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Order change and cancellation.  Keyed by order id, it finds
      *every trace of the order across the rug chain -- lines on the
      *SHAPEIN feed and the credit-hold queue, priced lines on MATHOUT
      *and the billing backlog, allocation-register and backorder
      *rows, the work order with its cut-queue lines and roll draws,
      *deposits held, and invoice history -- shows where it stands,
      *and then acts at that stage.  Before pricing the feed lines
      *may be changed or removed.  Before cutting the order may be
      *cancelled: its lines come off every file, the material it had
      *reserved goes back to the ledger, the roll footage HW15WORD
      *drew goes back to the rolls, the work order is voided, and any
      *deposit is flagged for refund.  Once the cutting plan is laid
      *out or the floor has started, nothing is touched; once it is
      *invoiced the user is sent to HW15RMA.  Every action goes to
      *the cancellation log with a reason code, and the cancellation
      *report totals the log by reason for sales.  Runs behind
      *SIGNON; every change is also journaled to CHGJRNL.
      *The session locks every file it may rewrite (DSNLOCK,
      *exclusive) for as long as it runs.  If the order chain or
      *another session holds any one of them, the locks already
      *taken are given back, orders can be inquired on and the
      *report run but nothing is changed or cancelled, and the
      *session is told which file is held, by whom, and since when.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHAPE-FEED ASSIGN TO WS-SHAPE-IN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHAPE-FEED-STATUS.

           SELECT CREDIT-HOLD-FILE ASSIGN TO WS-CREDIT-HOLD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CREDIT-HOLD-STATUS.

           SELECT MATHOUT-FILE ASSIGN TO WS-MATHOUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATHOUT-STATUS.

           SELECT ORDER-BACKLOG ASSIGN TO WS-BACKLOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKLOG-STATUS.

           SELECT ALLOCATION-REG ASSIGN TO WS-ALLOC-REG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLOC-REG-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO WS-BACKORDER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKORDER-STATUS.

           SELECT MATERIAL-LEDGER ASSIGN TO WS-MATL-LEDGER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATL-LEDGER-STATUS.

           SELECT WORK-ORDER-STATUS ASSIGN TO WS-WO-STS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WO-STS-STATUS.

           SELECT CUT-QUEUE ASSIGN TO WS-CUT-QUEUE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUT-QUEUE-STATUS.

           SELECT LOT-ASSIGNMENT ASSIGN TO WS-LOT-ASSIGN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-ASSIGN-STATUS.

           SELECT ROLL-FILE ASSIGN TO WS-ROLL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROLL-STATUS.

           SELECT DEPOSITS-HELD ASSIGN TO WS-DEPOSITS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPOSITS-STATUS.

           SELECT INVOICE-HISTORY ASSIGN TO WS-INV-HIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-HIST-STATUS.

           SELECT AR-OPEN-ITEM ASSIGN TO WS-AR-OPEN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AR-OPEN-STATUS.

           SELECT ORDER-HEADER-IN ASSIGN TO WS-ORDER-HDR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDER-HDR-STATUS.

           SELECT FINISH-PRICE-IN ASSIGN TO WS-FINISH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FINISH-STATUS.

           SELECT ORDER-CANCEL-LOG ASSIGN TO WS-CANCEL-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CANCEL-LOG-STATUS.

           SELECT CANCEL-RPT-OUT ASSIGN TO WS-CANCEL-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CANCEL-RPT-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES SHAPEIN,
      *  RUGCHLD, SHAPEOUT, RUGBKLG, RUGALOC, RUGBORD, RUGMINV,
      *  RUGWSTS, RUGCUTQ, RUGWLOT, RUGROLL, RUGDEPO, RUGIHST, RUGAR,
      *  RUGORDH, RUGFINP, RUGOCAN, AND RUGOCNR, FALLING BACK TO THE
      *  DEVELOPMENT DEFAULTS SHOWN IN 0900.

       DATA DIVISION.
       FILE SECTION.
       FD  SHAPE-FEED
           RECORDING MODE IS F
           DATA RECORD IS SHAPE-FEED-REC.
       01 SHAPE-FEED-REC              PIC X(32).

       FD  CREDIT-HOLD-FILE
           RECORDING MODE IS F
           DATA RECORD IS CREDIT-HOLD-REC.
       01 CREDIT-HOLD-REC.
          05 CHLD-CUST-NUMBER         PIC X(05).
          05 CHLD-LINE-IMAGE          PIC X(32).

       FD  MATHOUT-FILE
           RECORDING MODE IS F
           DATA RECORD IS MATHOUT-REC.
       01 MATHOUT-REC.
          05 MI-SHAPE-TYPE            PIC X(10).
          05 MI-SIZE-1                PIC 9(03).
          05 MI-SIZE-2                PIC 9(03).
          05 MI-SQ-FT-PRICE           PIC 9(03)V99.
          05 MI-ORDER-ID              PIC X(05).
          05 MI-MATERIAL-CODE         PIC X(04).
          05 MI-OVERRIDE-IND          PIC X(01).
          05 MI-AREA-OUT              PIC 9(06)V99.
          05 MI-PERIMETER-OUT         PIC 9(04).
          05 MI-PRICE-OUT             PIC 9(06)V99.
          05 MI-DISCOUNT-OUT          PIC 9(05)V99.
          05 MI-MATL-COST-OUT         PIC 9(06)V99.
          05 MI-FINISH-PRICE-OUT      PIC 9(05)V99.
          05 MI-FINISH-CODE           PIC X(01).

       FD  ORDER-BACKLOG
           RECORDING MODE IS F
           DATA RECORD IS ORDER-BACKLOG-REC.
       01 ORDER-BACKLOG-REC           PIC X(74).

      * ONE ROW PER ALLOCATED LINE; THE FIRST 74 BYTES ARE THE
      * PRICED LINE AS HW15NB WROTE IT TO MATHOUT.
       FD  ALLOCATION-REG
           RECORDING MODE IS F
           DATA RECORD IS ALLOCATION-REC.
       01 ALLOCATION-REC.
          05 AL-LINE-IMAGE.
             10 FILLER                PIC X(21).
             10 AL-ORDER-ID           PIC X(05).
             10 AL-MATERIAL-CODE      PIC X(04).
             10 FILLER                PIC X(01).
             10 AL-AREA-OUT           PIC 9(06)V99.
             10 FILLER                PIC X(35).
          05 AL-CUST-NUMBER           PIC X(05).
          05 AL-ORDER-DATE            PIC X(08).
          05 AL-ALLOC-DATE            PIC X(08).
          05 AL-ISSUED-SW             PIC X(01).
          05 AL-WO-PENDING-SW         PIC X(01).
          05 AL-ACK-PENDING-SW        PIC X(01).

       FD  BACKORDER-FILE
           RECORDING MODE IS F
           DATA RECORD IS BACKORDER-REC.
       01 BACKORDER-REC.
          05 FILLER                   PIC X(21).
          05 BO-ORDER-ID              PIC X(05).
          05 FILLER                   PIC X(48).
          05 BO-CUST-NUMBER           PIC X(05).
          05 FILLER                   PIC X(24).

       FD  MATERIAL-LEDGER
           RECORDING MODE IS F
           DATA RECORD IS MATERIAL-LEDGER-REC.
       01 MATERIAL-LEDGER-REC.
          05 MINV-MATERIAL-CODE       PIC X(04).
          05 MINV-ON-HAND             PIC S9(07)V99
                                      SIGN LEADING SEPARATE.
          05 MINV-RECEIPTS-YTD        PIC 9(08)V99.
          05 MINV-ISSUES-YTD          PIC 9(08)V99.
          05 MINV-ALLOCATED           PIC 9(07)V99.

      * "V" IS A WORK ORDER VOIDED HERE BEFORE CUTTING.
       FD  WORK-ORDER-STATUS
           RECORDING MODE IS F
           DATA RECORD IS WORK-ORDER-STATUS-REC.
       01 WORK-ORDER-STATUS-REC.
          05 WST-WO-NUMBER            PIC 9(07).
          05 WST-ORDER-ID             PIC X(05).
          05 WST-STATUS               PIC X(01).
             88 WST-OPEN                  VALUE "O".
             88 WST-CUTTING               VALUE "K".
             88 WST-COMPLETE              VALUE "C".
             88 WST-VOID                  VALUE "V".
          05 WST-OPENED-DATE          PIC X(08).
          05 WST-STATUS-DATE          PIC X(08).

      * HW15CUT EMPTIES THE QUEUE ONCE IT HAS LAID OUT THE PLAN, SO
      * A WORK ORDER STILL ON IT HAS NOT BEEN PLANNED FOR CUTTING.
       FD  CUT-QUEUE
           RECORDING MODE IS F
           DATA RECORD IS CUT-QUEUE-REC.
       01 CUT-QUEUE-REC.
          05 CQ-WO-NUMBER             PIC X(07).
          05 CQ-LINE-IMAGE            PIC X(74).

       FD  LOT-ASSIGNMENT
           RECORDING MODE IS F
           DATA RECORD IS LOT-ASSIGN-REC.
       01 LOT-ASSIGN-REC.
          05 WL-WO-NUMBER             PIC X(07).
          05 WL-ORDER-ID              PIC X(05).
          05 WL-MATERIAL-CODE         PIC X(04).
          05 WL-LOT-NUMBER            PIC X(10).
          05 WL-ROLL-ID               PIC 9(06).
          05 WL-FOOTAGE               PIC 9(07)V99.

       FD  ROLL-FILE
           RECORDING MODE IS F
           DATA RECORD IS ROLL-REC.
       01 ROLL-REC.
          05 RL-ROLL-ID               PIC 9(06).
          05 RL-MATERIAL-CODE         PIC X(04).
          05 RL-LOT-NUMBER            PIC X(10).
          05 RL-RECEIVED-DATE         PIC X(08).
          05 RL-FOOTAGE-RECEIVED      PIC 9(07)V99.
          05 RL-FOOTAGE-REMAINING     PIC 9(07)V99.

      * "R" IS A DEPOSIT ON A CANCELLED ORDER, OWED BACK TO THE
      * CUSTOMER -- HW15BILL APPLIES ONLY "U".
       FD  DEPOSITS-HELD
           RECORDING MODE IS F
           DATA RECORD IS DEPOSITS-HELD-REC.
       01 DEPOSITS-HELD-REC.
          05 DEP-ORDER-ID             PIC X(05).
          05 DEP-CUST-NUMBER          PIC X(05).
          05 DEP-DATE                 PIC X(08).
          05 DEP-AMOUNT               PIC 9(08)V99.
          05 DEP-STATUS               PIC X(01).

       FD  INVOICE-HISTORY
           RECORDING MODE IS F
           DATA RECORD IS INVOICE-HISTORY-REC.
       01 INVOICE-HISTORY-REC.
          05 IH-TYPE                  PIC X(01).
          05 IH-INV-DATE              PIC X(08).
          05 IH-CUST-NUMBER           PIC X(05).
          05 IH-ORDER-ID              PIC X(05).
          05 FILLER                   PIC X(62).

       FD  AR-OPEN-ITEM
           RECORDING MODE IS F
           DATA RECORD IS AR-OPEN-ITEM-REC.
       01 AR-OPEN-ITEM-REC.
          05 AR-CUST-NUMBER           PIC X(05).
          05 AR-ORDER-ID              PIC X(05).
          05 AR-INVOICE-DATE          PIC X(08).
          05 FILLER                   PIC X(29).

       FD  ORDER-HEADER-IN
           RECORDING MODE IS F
           DATA RECORD IS ORDER-HEADER-REC.
       01 ORDER-HEADER-REC.
          05 OH-ORDER-ID              PIC X(05).
          05 OH-CUST-NUMBER           PIC X(05).
          05 OH-ORDER-DATE            PIC X(08).
          05 FILLER                   PIC X(11).

       FD  FINISH-PRICE-IN
           RECORDING MODE IS F
           DATA RECORD IS FINISH-PRICE-REC.
       01 FINISH-PRICE-REC.
          05 FP-FINISH-CODE           PIC X(01).
          05 FP-MATERIAL-CODE         PIC X(04).
          05 FP-RATE-PER-FOOT         PIC 9(02)V99.
          05 FP-FINISH-NAME           PIC X(12).

      * ONE ROW PER ACTION: A CANCELLED ORDER, OR A FEED LINE
      * CHANGED OR REMOVED BEFORE PRICING.
       FD  ORDER-CANCEL-LOG
           RECORDING MODE IS F
           DATA RECORD IS ORDER-CANCEL-REC.
       01 ORDER-CANCEL-REC.
          05 OC-LOG-DATE              PIC X(08).
          05 OC-LOG-TIME              PIC X(06).
          05 OC-USER-ID               PIC X(08).
          05 OC-ORDER-ID              PIC X(05).
          05 OC-CUST-NUMBER           PIC X(05).
          05 OC-ACTION                PIC X(01).
             88 OC-ORDER-CANCELLED        VALUE "C".
             88 OC-LINE-CHANGED           VALUE "L".
             88 OC-LINE-REMOVED           VALUE "D".
          05 OC-STAGE                 PIC X(01).
          05 OC-REASON-CODE           PIC X(02).
          05 OC-VALUE                 PIC 9(08)V99.
          05 OC-LINE-COUNT            PIC 9(03).
          05 OC-NOTE                  PIC X(31).

       FD  CANCEL-RPT-OUT
           RECORDING MODE IS F
           DATA RECORD IS CANCEL-RPT-REC.
       01 CANCEL-RPT-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SHAPE-IN-DSN            PIC X(80).
       01  WS-CREDIT-HOLD-DSN         PIC X(80).
       01  WS-MATHOUT-DSN             PIC X(80).
       01  WS-BACKLOG-DSN             PIC X(80).
       01  WS-ALLOC-REG-DSN           PIC X(80).
       01  WS-BACKORDER-DSN           PIC X(80).
       01  WS-MATL-LEDGER-DSN         PIC X(80).
       01  WS-WO-STS-DSN              PIC X(80).
       01  WS-CUT-QUEUE-DSN           PIC X(80).
       01  WS-LOT-ASSIGN-DSN          PIC X(80).
       01  WS-ROLL-DSN                PIC X(80).
       01  WS-DEPOSITS-DSN            PIC X(80).
       01  WS-INV-HIST-DSN            PIC X(80).
       01  WS-AR-OPEN-DSN             PIC X(80).
       01  WS-ORDER-HDR-DSN           PIC X(80).
       01  WS-FINISH-DSN              PIC X(80).
       01  WS-CANCEL-LOG-DSN          PIC X(80).
       01  WS-CANCEL-RPT-DSN          PIC X(80).

       01  WS-SHAPE-FEED-STATUS       PIC X(02) VALUE "00".
       01  WS-CREDIT-HOLD-STATUS      PIC X(02) VALUE "00".
       01  WS-MATHOUT-STATUS          PIC X(02) VALUE "00".
       01  WS-BACKLOG-STATUS          PIC X(02) VALUE "00".
       01  WS-ALLOC-REG-STATUS        PIC X(02) VALUE "00".
       01  WS-BACKORDER-STATUS        PIC X(02) VALUE "00".
       01  WS-MATL-LEDGER-STATUS      PIC X(02) VALUE "00".
       01  WS-WO-STS-STATUS           PIC X(02) VALUE "00".
       01  WS-CUT-QUEUE-STATUS        PIC X(02) VALUE "00".
       01  WS-LOT-ASSIGN-STATUS       PIC X(02) VALUE "00".
       01  WS-ROLL-STATUS             PIC X(02) VALUE "00".
       01  WS-DEPOSITS-STATUS         PIC X(02) VALUE "00".
       01  WS-INV-HIST-STATUS         PIC X(02) VALUE "00".
       01  WS-AR-OPEN-STATUS          PIC X(02) VALUE "00".
       01  WS-ORDER-HDR-STATUS        PIC X(02) VALUE "00".
       01  WS-FINISH-STATUS           PIC X(02) VALUE "00".
       01  WS-CANCEL-LOG-STATUS       PIC X(02) VALUE "00".
       01  WS-CANCEL-RPT-STATUS       PIC X(02) VALUE "00".

      * EVERY FILE THIS PROGRAM MAY REWRITE IS HELD WHOLE.  ONE TOO
      * BIG FOR ITS TABLE STOPS THE SESSION BEFORE ANYTHING CHANGES.
       01  WS-OVERFLOW-SW             PIC X(01) VALUE "N".
           88 TABLE-OVERFLOW                 VALUE "Y".
       01  WS-OVERFLOW-FILE           PIC X(08).
       01  WS-KEEP                    PIC 9(04).
       01  WS-DROPPED                 PIC 9(04).

       01  WS-FEED-COUNT              PIC 9(04) VALUE 0.
       01  WS-FEED-SUB                PIC 9(04).
       01  WS-FEED-TABLE.
           05 WS-FEED-ROW OCCURS 1000 TIMES PIC X(32).
       01  WS-FEED-CHANGED-SW         PIC X(01) VALUE "N".
           88 FEED-CHANGED                   VALUE "Y".

       01  WS-HOLD-COUNT              PIC 9(04) VALUE 0.
       01  WS-HOLD-SUB                PIC 9(04).
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ROW OCCURS 500 TIMES PIC X(37).
       01  WS-HOLD-CHANGED-SW         PIC X(01) VALUE "N".
           88 HOLD-CHANGED                   VALUE "Y".

       01  WS-PRICED-COUNT            PIC 9(04) VALUE 0.
       01  WS-PRICED-SUB              PIC 9(04).
       01  WS-PRICED-TABLE.
           05 WS-PRICED-ROW OCCURS 1000 TIMES PIC X(74).
       01  WS-PRICED-CHANGED-SW       PIC X(01) VALUE "N".
           88 PRICED-CHANGED                 VALUE "Y".

       01  WS-BKLG-COUNT              PIC 9(04) VALUE 0.
       01  WS-BKLG-SUB                PIC 9(04).
       01  WS-BKLG-TABLE.
           05 WS-BKLG-ROW OCCURS 1000 TIMES PIC X(74).
       01  WS-BKLG-CHANGED-SW         PIC X(01) VALUE "N".
           88 BACKLOG-CHANGED                VALUE "Y".

       01  WS-REG-COUNT               PIC 9(04) VALUE 0.
       01  WS-REG-SUB                 PIC 9(04).
       01  WS-REG-TABLE.
           05 WS-REG-ROW OCCURS 1000 TIMES PIC X(98).
       01  WS-REG-CHANGED-SW          PIC X(01) VALUE "N".
           88 REGISTER-CHANGED               VALUE "Y".

       01  WS-BO-COUNT                PIC 9(04) VALUE 0.
       01  WS-BO-SUB                  PIC 9(04).
       01  WS-BO-TABLE.
           05 WS-BO-ROW OCCURS 1000 TIMES PIC X(103).
       01  WS-BO-CHANGED-SW           PIC X(01) VALUE "N".
           88 BACKORDERS-CHANGED             VALUE "Y".

       01  WS-LED-COUNT               PIC 9(02) VALUE 0.
       01  WS-LED-SUB                 PIC 9(02).
       01  WS-LED-TABLE.
           05 WS-LED-ROW OCCURS 50 TIMES PIC X(43).
       01  WS-LED-CHANGED-SW          PIC X(01) VALUE "N".
           88 LEDGER-CHANGED                 VALUE "Y".

       01  WS-WO-COUNT                PIC 9(04) VALUE 0.
       01  WS-WO-SUB                  PIC 9(04).
       01  WS-WO-TABLE.
           05 WS-WO-ROW OCCURS 500 TIMES PIC X(29).
       01  WS-WO-CHANGED-SW           PIC X(01) VALUE "N".
           88 WORK-ORDERS-CHANGED            VALUE "Y".

       01  WS-CUTQ-COUNT              PIC 9(04) VALUE 0.
       01  WS-CUTQ-SUB                PIC 9(04).
       01  WS-CUTQ-TABLE.
           05 WS-CUTQ-ROW OCCURS 1000 TIMES PIC X(81).
       01  WS-CUTQ-CHANGED-SW         PIC X(01) VALUE "N".
           88 CUT-QUEUE-CHANGED              VALUE "Y".

       01  WS-LOT-COUNT               PIC 9(04) VALUE 0.
       01  WS-LOT-SUB                 PIC 9(04).
       01  WS-LOT-TABLE.
           05 WS-LOT-ROW OCCURS 1000 TIMES PIC X(41).
       01  WS-LOT-CHANGED-SW          PIC X(01) VALUE "N".
           88 LOTS-CHANGED                   VALUE "Y".

       01  WS-ROLL-COUNT              PIC 9(04) VALUE 0.
       01  WS-ROLL-SUB                PIC 9(04).
       01  WS-ROLL-TABLE.
           05 WS-ROLL-ROW OCCURS 2000 TIMES PIC X(46).
       01  WS-ROLL-CHANGED-SW         PIC X(01) VALUE "N".
           88 ROLLS-CHANGED                  VALUE "Y".

       01  WS-DEP-COUNT               PIC 9(04) VALUE 0.
       01  WS-DEP-SUB                 PIC 9(04).
       01  WS-DEP-TABLE.
           05 WS-DEP-ROW OCCURS 500 TIMES PIC X(29).
       01  WS-DEP-CHANGED-SW          PIC X(01) VALUE "N".
           88 DEPOSITS-CHANGED               VALUE "Y".

       01  WS-FIN-COUNT               PIC 9(02) VALUE 0.
       01  WS-FIN-SUB                 PIC 9(02).
       01  WS-FIN-CODES.
           05 WS-FIN-CODE OCCURS 50 TIMES PIC X(01).
       01  WS-FIN-FOUND-SW            PIC X(01).
           88 FINISH-FOUND                   VALUE "Y".

      * WHERE THE ORDER STANDS, FROM 2100-LOCATE-ORDER.
       01  WS-ORDER-ID                PIC X(05).
       01  WS-ORDER-CUST              PIC X(05).
       01  WS-STAGE-CODE              PIC X(01).
           88 STAGE-NOT-FOUND                VALUE "N".
           88 STAGE-ENTERED                  VALUE "E".
           88 STAGE-PRICED                   VALUE "P".
           88 STAGE-WO-OPEN                  VALUE "W".
           88 STAGE-CUT-STARTED              VALUE "S".
           88 STAGE-VOIDED                   VALUE "V".
           88 STAGE-INVOICED                 VALUE "I".
           88 STAGE-CANCELLABLE              VALUE "E" "P" "W".
       01  WS-STAGE-TEXT              PIC X(30).
       01  WS-CNT-FEED                PIC 9(04).
       01  WS-CNT-HELD                PIC 9(04).
       01  WS-CNT-PRICED              PIC 9(04).
       01  WS-CNT-BKLG                PIC 9(04).
       01  WS-CNT-REG                 PIC 9(04).
       01  WS-CNT-ISSUED              PIC 9(04).
       01  WS-CNT-BO                  PIC 9(04).
       01  WS-CNT-CUTQ                PIC 9(04).
       01  WS-CNT-LOT                 PIC 9(04).
       01  WS-CNT-DEP                 PIC 9(04).
       01  WS-ORDER-VALUE             PIC 9(08)V99.
       01  WS-BKLG-VALUE              PIC 9(08)V99.
       01  WS-DEPOSIT-TOTAL           PIC 9(08)V99.
       01  WS-RESERVED-SQFT           PIC 9(07)V99.
       01  WS-WO-FOUND-SUB            PIC 9(04).
       01  WS-WO-NUMBER-X             PIC X(07).
       01  WS-WO-STAT                 PIC X(01).
       01  WS-INVOICED-SW             PIC X(01).
           88 ORDER-INVOICED                 VALUE "Y".
       01  WS-INVOICE-DATE            PIC X(08).

       01  WS-REASON-TEXTS.
           05 FILLER                  PIC X(22)
                   VALUE "CCCUSTOMER CANCELLED  ".
           05 FILLER                  PIC X(22)
                   VALUE "CSCUSTOMER CHANGED    ".
           05 FILLER                  PIC X(22)
                   VALUE "DUDUPLICATE ORDER     ".
           05 FILLER                  PIC X(22)
                   VALUE "PRPRICE               ".
           05 FILLER                  PIC X(22)
                   VALUE "LTLEAD TIME           ".
           05 FILLER                  PIC X(22)
                   VALUE "CRCREDIT              ".
           05 FILLER                  PIC X(22)
                   VALUE "ENENTRY ERROR         ".
           05 FILLER                  PIC X(22)
                   VALUE "OTOTHER               ".
       01  WS-REASON-TABLE REDEFINES WS-REASON-TEXTS.
           05 WS-REASON-ENTRY OCCURS 8 TIMES.
              10 WS-REASON-CODE       PIC X(02).
              10 WS-REASON-NAME       PIC X(20).
       01  WS-RSN-SUB                 PIC 9(02).
       01  WS-RSN-FOUND-SUB           PIC 9(02).
       01  WS-IN-REASON               PIC X(02).

      * CANCELLATION REPORT TOTALS, ONE ROW PER REASON CODE PLUS A
      * NINTH FOR CODES NOT ON THE LIST.
       01  WS-RSN-TOTALS.
           05 WS-RSN-TOT OCCURS 9 TIMES.
              10 WS-RT-CANCELS        PIC 9(05).
              10 WS-RT-VALUE          PIC 9(09)V99.
              10 WS-RT-CHANGED        PIC 9(05).
              10 WS-RT-REMOVED        PIC 9(05).

       01  CharIn                     PIC X(02).
           88 ExitCharacter                 VALUE "x", "X".
           88 InquireOrder                  VALUE "IQ", "iq".
           88 ChangeOrder                   VALUE "CH", "ch".
           88 CancelOrder                   VALUE "CA", "ca".
           88 CancelReport                  VALUE "RP", "rp".

       01  WS-IN-ORDER                PIC X(05).
       01  WS-IN-CONFIRM              PIC X(01).
       01  WS-IN-LINE                 PIC X(03).
       01  WS-IN-LINE-N REDEFINES WS-IN-LINE
                                      PIC 9(03).
       01  WS-IN-ACTION               PIC X(01).
       01  WS-IN-SIZE-1               PIC X(03).
       01  WS-IN-SIZE-2               PIC X(03).
       01  WS-IN-PRICE                PIC X(05).
       01  WS-IN-MATERIAL             PIC X(04).
       01  WS-IN-FINISH               PIC X(01).
       01  WS-IN-FROM                 PIC X(08).
       01  WS-IN-THRU                 PIC X(08).
       01  WS-ENTRY-OK-SW             PIC X(01).
           88 ENTRY-OK                       VALUE "Y".
       01  WS-CHANGE-DONE-SW          PIC X(01).
           88 CHANGE-DONE                    VALUE "Y".

      * THE ORDER'S UNPRICED LINES, FEED FIRST AND THEN THE
      * CREDIT-HOLD QUEUE, NUMBERED FOR THE OPERATOR.
       01  WS-OL-COUNT                PIC 9(03).
       01  WS-OL-SUB                  PIC 9(03).
       01  WS-ORDER-LINES.
           05 WS-OL-ENTRY OCCURS 100 TIMES.
              10 WS-OL-SOURCE         PIC X(01).
              10 WS-OL-ROW-SUB        PIC 9(04).

       01  WS-FEED-LINE.
           05 FL-SHAPE-TYPE           PIC X(10).
           05 FL-SIZE-1               PIC 9(03).
           05 FL-SIZE-2               PIC 9(03).
           05 FL-SQ-FT-PRICE          PIC 9(03)V99.
           05 FL-ORDER-ID             PIC X(05).
           05 FL-MATERIAL-CODE        PIC X(04).
           05 FL-OVERRIDE-IND         PIC X(01).
           05 FL-EDGE-FINISH          PIC X(01).
       01  WS-OLD-FEED-LINE           PIC X(32).

       01  WS-TODAY                   PIC X(08).
       01  WS-NOW                     PIC X(06).
       01  WS-CANCEL-COUNT            PIC 9(04) VALUE 0.
       01  WS-LINE-ACTION-COUNT       PIC 9(04) VALUE 0.
       01  WS-REFUND-COUNT            PIC 9(04).
       01  WS-AMOUNT-DISP             PIC Z,ZZZ,ZZ9.99.
       01  WS-SQFT-DISP               PIC Z,ZZZ,ZZ9.99.
       01  WS-LINE-DISP               PIC ZZ9.

       01  WS-OL-LIST-LINE.
           05 OLL-NUMBER              PIC ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 OLL-SOURCE              PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 OLL-SHAPE               PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 OLL-SIZE-1              PIC ZZ9.
           05 FILLER                  PIC X(01) VALUE "X".
           05 OLL-SIZE-2              PIC 999.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 OLL-PRICE               PIC ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 OLL-MATERIAL            PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 OLL-FINISH              PIC X(01).

       01  WS-RPT-TITLE.
           05 FILLER                  PIC X(40) VALUE
              "HW15OCHG  ORDER CANCELLATIONS".
           05 FILLER                  PIC X(09) VALUE "RUN DATE ".
           05 RTT-RUN-DATE            PIC X(08).
       01  WS-RPT-RANGE.
           05 FILLER                  PIC X(13) VALUE "LOGGED FROM ".
           05 RTR-FROM                PIC X(08).
           05 FILLER                  PIC X(09) VALUE " THROUGH ".
           05 RTR-THRU                PIC X(08).
       01  WS-RPT-DETAIL-HEAD.
           05 FILLER                  PIC X(36) VALUE
              "DATE     ORDER CUST  ACT STG RSN USE".
           05 FILLER                  PIC X(36) VALUE
              "R            VALUE  NOTE".
       01  WS-RPT-DETAIL.
           05 RTD-DATE                PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RTD-ORDER               PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RTD-CUST                PIC X(05).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RTD-ACTION              PIC X(01).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 RTD-STAGE               PIC X(01).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 RTD-REASON              PIC X(02).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RTD-USER                PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RTD-VALUE               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RTD-NOTE                PIC X(22).
       01  WS-RPT-SUMMARY-HEAD.
           05 FILLER                  PIC X(36) VALUE
              "RSN REASON               CANCELLED  ".
           05 FILLER                  PIC X(36) VALUE
              "        VALUE  CHANGED  REMOVED".
       01  WS-RPT-SUMMARY.
           05 RTS-CODE                PIC X(02).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RTS-NAME                PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RTS-CANCELS             PIC ZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RTS-VALUE               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 RTS-CHANGED             PIC ZZ,ZZ9.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 RTS-REMOVED             PIC ZZ,ZZ9.

      * OPERATOR SIGN-ON AND CHANGE JOURNAL THROUGH THE SHARED
      * SIGNON MODULE.
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

      * DATASET ENQUEUE (DSNLOCK) ON EVERY FILE THIS PROGRAM MAY
      * REWRITE, IN 6000-REWRITE-CHANGED-FILES ORDER.  AN ABSENT
      * MODULE MEANS NO LOCKING IS IN FORCE YET, SO UPDATES PROCEED.
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
       01  WS-LOCK-NAME-VALUES.
           05 FILLER                  PIC X(08) VALUE "SHAPEIN".
           05 FILLER                  PIC X(08) VALUE "RUGCHLD".
           05 FILLER                  PIC X(08) VALUE "SHAPEOUT".
           05 FILLER                  PIC X(08) VALUE "RUGBKLG".
           05 FILLER                  PIC X(08) VALUE "RUGALOC".
           05 FILLER                  PIC X(08) VALUE "RUGBORD".
           05 FILLER                  PIC X(08) VALUE "RUGMINV".
           05 FILLER                  PIC X(08) VALUE "RUGWSTS".
           05 FILLER                  PIC X(08) VALUE "RUGCUTQ".
           05 FILLER                  PIC X(08) VALUE "RUGWLOT".
           05 FILLER                  PIC X(08) VALUE "RUGROLL".
           05 FILLER                  PIC X(08) VALUE "RUGDEPO".
       01  WS-LOCK-NAME-TABLE REDEFINES WS-LOCK-NAME-VALUES.
           05 WS-LOCK-NAME            PIC X(08) OCCURS 12 TIMES.
       01  WS-LOCK-SUB                PIC 9(02).
       01  WS-FILES-LOCK-SW           PIC X(01) VALUE "N".
           88 FILES-IN-USE                  VALUE "Y".
       01  WS-FILES-HELD-MSG          PIC X(60).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW15OCHG - ORDER CHANGE AND CANCELLATION".
           PERFORM 0810-OPERATOR-SIGN-ON.
           IF NOT SIGNED-ON
               DISPLAY "NOT SIGNED ON -- NOTHING UNLOCKED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE.
           IF TABLE-OVERFLOW
               DISPLAY WS-OVERFLOW-FILE " HOLDS MORE ROWS THAN THIS "
                   "PROGRAM CAN REWRITE -- NO CHANGES MADE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0820-LOCK-THE-FILES.
           PERFORM 0100-SHOW-MENU.
           ACCEPT CharIn.
           PERFORM UNTIL ExitCharacter
               EVALUATE TRUE
                   WHEN FILES-IN-USE
                       AND (ChangeOrder OR CancelOrder)
                       PERFORM 0830-SHOW-LOCK-HOLDER
                   WHEN InquireOrder
                       PERFORM 2000-INQUIRE-ORDER
                   WHEN ChangeOrder
                       PERFORM 4000-CHANGE-ORDER
                   WHEN CancelOrder
                       PERFORM 3000-CANCEL-ORDER
                   WHEN CancelReport
                       PERFORM 5000-CANCELLATION-REPORT
                   WHEN OTHER
                       DISPLAY "UNKNOWN FUNCTION CODE: " CharIn
               END-EVALUATE
               PERFORM 0100-SHOW-MENU
               ACCEPT CharIn
           END-PERFORM.
           PERFORM 6000-REWRITE-CHANGED-FILES.
           IF NOT FILES-IN-USE
               MOVE "R" TO DL-FUNCTION
               CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.
           DISPLAY "ORDERS CANCELLED      : " WS-CANCEL-COUNT.
           DISPLAY "FEED LINES CHANGED    : " WS-LINE-ACTION-COUNT.
           DISPLAY "HW15OCHG CONCLUDES".
           GOBACK.

       0100-SHOW-MENU.
           DISPLAY "IQ=INQUIRE CH=CHANGE LINES CA=CANCEL ORDER "
               "RP=CANCELLATION REPORT X=EXIT - " WITH NO ADVANCING.

      * AN ABSENT SIGNON MODULE READS AS A REFUSED SIGN-ON.
       0810-OPERATOR-SIGN-ON.
           MOVE "S" TO SO-FUNCTION.
           MOVE "HW15OCHG" TO SO-PROGRAM.
           MOVE "1" TO SO-RESULT.
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION
                   DISPLAY "SIGN-ON MODULE NOT AVAILABLE"
           END-CALL.

      * A CANCELLATION TOUCHES FILES ACROSS THE WHOLE CHAIN, SO THE
      * LOCKS ARE ALL OR NOTHING -- ON THE FIRST ONE HELD ELSEWHERE
      * THE REST ARE GIVEN BACK AND THE SESSION IS INQUIRY ONLY.
       0820-LOCK-THE-FILES.
           MOVE "HW15OCHG" TO DL-HOLDER.
           MOVE SO-USER-ID TO DL-USER.
           PERFORM VARYING WS-LOCK-SUB FROM 1 BY 1
               UNTIL WS-LOCK-SUB > 12 OR FILES-IN-USE
               MOVE "L" TO DL-FUNCTION
               MOVE WS-LOCK-NAME(WS-LOCK-SUB) TO DL-LOGICAL
               MOVE "X" TO DL-MODE
               MOVE "0" TO DL-RESULT
               CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
               IF DL-HELD
                   MOVE "Y" TO WS-FILES-LOCK-SW
                   MOVE SPACES TO WS-FILES-HELD-MSG
                   STRING DL-LOGICAL(1:8) " IN USE BY " DL-HELD-BY
                       " " DL-HELD-USER " SINCE " DL-HELD-DATE " "
                       DL-HELD-TIME DELIMITED BY SIZE
                       INTO WS-FILES-HELD-MSG
               END-IF
           END-PERFORM.
           IF FILES-IN-USE
               PERFORM 0830-SHOW-LOCK-HOLDER
               MOVE "R" TO DL-FUNCTION
               CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.

       0830-SHOW-LOCK-HOLDER.
           DISPLAY WS-FILES-HELD-MSG.
           DISPLAY "INQUIRY ONLY -- UPDATE REFUSED".

       0840-JOURNAL-THE-CHANGE.
           MOVE "J" TO SO-FUNCTION.
           MOVE "HW15OCHG" TO SO-PROGRAM.
           CALL "SIGNON" USING WS-SIGNON-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-SHAPE-IN-DSN FROM ENVIRONMENT "SHAPEIN".
           IF WS-SHAPE-IN-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\MATHSHPSBIGGER
      -    ".dat" TO WS-SHAPE-IN-DSN
           END-IF.
           ACCEPT WS-CREDIT-HOLD-DSN FROM ENVIRONMENT "RUGCHLD".
           IF WS-CREDIT-HOLD-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CHLD.dat"
               TO WS-CREDIT-HOLD-DSN
           END-IF.
           ACCEPT WS-MATHOUT-DSN FROM ENVIRONMENT "SHAPEOUT".
           IF WS-MATHOUT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\MATHOUT.dat"
               TO WS-MATHOUT-DSN
           END-IF.
           ACCEPT WS-BACKLOG-DSN FROM ENVIRONMENT "RUGBKLG".
           IF WS-BACKLOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15BKLG.dat"
               TO WS-BACKLOG-DSN
           END-IF.
           ACCEPT WS-ALLOC-REG-DSN FROM ENVIRONMENT "RUGALOC".
           IF WS-ALLOC-REG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15ALOC.dat"
               TO WS-ALLOC-REG-DSN
           END-IF.
           ACCEPT WS-BACKORDER-DSN FROM ENVIRONMENT "RUGBORD".
           IF WS-BACKORDER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15BORD.dat"
               TO WS-BACKORDER-DSN
           END-IF.
           ACCEPT WS-MATL-LEDGER-DSN FROM ENVIRONMENT "RUGMINV".
           IF WS-MATL-LEDGER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15MINV.dat"
               TO WS-MATL-LEDGER-DSN
           END-IF.
           ACCEPT WS-WO-STS-DSN FROM ENVIRONMENT "RUGWSTS".
           IF WS-WO-STS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15WSTS.dat"
               TO WS-WO-STS-DSN
           END-IF.
           ACCEPT WS-CUT-QUEUE-DSN FROM ENVIRONMENT "RUGCUTQ".
           IF WS-CUT-QUEUE-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CUTQ.dat"
               TO WS-CUT-QUEUE-DSN
           END-IF.
           ACCEPT WS-LOT-ASSIGN-DSN FROM ENVIRONMENT "RUGWLOT".
           IF WS-LOT-ASSIGN-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15WLOT.dat"
               TO WS-LOT-ASSIGN-DSN
           END-IF.
           ACCEPT WS-ROLL-DSN FROM ENVIRONMENT "RUGROLL".
           IF WS-ROLL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15ROLL.dat"
               TO WS-ROLL-DSN
           END-IF.
           ACCEPT WS-DEPOSITS-DSN FROM ENVIRONMENT "RUGDEPO".
           IF WS-DEPOSITS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15DEPO.dat"
               TO WS-DEPOSITS-DSN
           END-IF.
           ACCEPT WS-INV-HIST-DSN FROM ENVIRONMENT "RUGIHST".
           IF WS-INV-HIST-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15IHST.dat"
               TO WS-INV-HIST-DSN
           END-IF.
           ACCEPT WS-AR-OPEN-DSN FROM ENVIRONMENT "RUGAR".
           IF WS-AR-OPEN-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15AR.dat"
               TO WS-AR-OPEN-DSN
           END-IF.
           ACCEPT WS-ORDER-HDR-DSN FROM ENVIRONMENT "RUGORDH".
           IF WS-ORDER-HDR-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15ORDH.dat"
               TO WS-ORDER-HDR-DSN
           END-IF.
           ACCEPT WS-FINISH-DSN FROM ENVIRONMENT "RUGFINP".
           IF WS-FINISH-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15FINP.dat"
               TO WS-FINISH-DSN
           END-IF.
           ACCEPT WS-CANCEL-LOG-DSN FROM ENVIRONMENT "RUGOCAN".
           IF WS-CANCEL-LOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15OCAN.dat"
               TO WS-CANCEL-LOG-DSN
           END-IF.
           ACCEPT WS-CANCEL-RPT-DSN FROM ENVIRONMENT "RUGOCNR".
           IF WS-CANCEL-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15OCNR.rpt"
               TO WS-CANCEL-RPT-DSN
           END-IF.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM 1100-LOAD-FEED.
           PERFORM 1150-LOAD-HELD-LINES.
           PERFORM 1200-LOAD-PRICED-LINES.
           PERFORM 1250-LOAD-BACKLOG.
           PERFORM 1300-LOAD-REGISTER.
           PERFORM 1350-LOAD-BACKORDERS.
           PERFORM 1400-LOAD-LEDGER.
           PERFORM 1450-LOAD-WORK-ORDERS.
           PERFORM 1500-LOAD-CUT-QUEUE.
           PERFORM 1550-LOAD-LOT-ASSIGNMENTS.
           PERFORM 1600-LOAD-ROLLS.
           PERFORM 1650-LOAD-DEPOSITS.
           PERFORM 1700-LOAD-FINISH-CODES.

       1100-LOAD-FEED.
           OPEN INPUT SHAPE-FEED.
           IF WS-SHAPE-FEED-STATUS = "00"
               READ SHAPE-FEED
               PERFORM UNTIL WS-SHAPE-FEED-STATUS > "00"
                          OR WS-FEED-COUNT >= 1000
                   ADD 1 TO WS-FEED-COUNT
                   MOVE SHAPE-FEED-REC TO WS-FEED-ROW(WS-FEED-COUNT)
                   READ SHAPE-FEED
               END-PERFORM
               IF WS-SHAPE-FEED-STATUS = "00"
                   MOVE "Y" TO WS-OVERFLOW-SW
                   MOVE "SHAPEIN" TO WS-OVERFLOW-FILE
               END-IF
               CLOSE SHAPE-FEED
           END-IF.

       1150-LOAD-HELD-LINES.
           OPEN INPUT CREDIT-HOLD-FILE.
           IF WS-CREDIT-HOLD-STATUS = "00"
               READ CREDIT-HOLD-FILE
               PERFORM UNTIL WS-CREDIT-HOLD-STATUS > "00"
                          OR WS-HOLD-COUNT >= 500
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE CREDIT-HOLD-REC TO WS-HOLD-ROW(WS-HOLD-COUNT)
                   READ CREDIT-HOLD-FILE
               END-PERFORM
               IF WS-CREDIT-HOLD-STATUS = "00"
                   MOVE "Y" TO WS-OVERFLOW-SW
                   MOVE "RUGCHLD" TO WS-OVERFLOW-FILE
               END-IF
               CLOSE CREDIT-HOLD-FILE
           END-IF.

       1200-LOAD-PRICED-LINES.
           OPEN INPUT MATHOUT-FILE.
           IF WS-MATHOUT-STATUS = "00"
               READ MATHOUT-FILE
               PERFORM UNTIL WS-MATHOUT-STATUS > "00"
                          OR WS-PRICED-COUNT >= 1000
                   ADD 1 TO WS-PRICED-COUNT
                   MOVE MATHOUT-REC TO WS-PRICED-ROW(WS-PRICED-COUNT)
                   READ MATHOUT-FILE
               END-PERFORM
               IF WS-MATHOUT-STATUS = "00"
                   MOVE "Y" TO WS-OVERFLOW-SW
                   MOVE "SHAPEOUT" TO WS-OVERFLOW-FILE
               END-IF
               CLOSE MATHOUT-FILE
           END-IF.

       1250-LOAD-BACKLOG.
           OPEN INPUT ORDER-BACKLOG.
           IF WS-BACKLOG-STATUS = "00"
               READ ORDER-BACKLOG
               PERFORM UNTIL WS-BACKLOG-STATUS > "00"
                          OR WS-BKLG-COUNT >= 1000
                   ADD 1 TO WS-BKLG-COUNT
                   MOVE ORDER-BACKLOG-REC TO WS-BKLG-ROW(WS-BKLG-COUNT)
                   READ ORDER-BACKLOG
               END-PERFORM
               IF WS-BACKLOG-STATUS = "00"
                   MOVE "Y" TO WS-OVERFLOW-SW
                   MOVE "RUGBKLG" TO WS-OVERFLOW-FILE
               END-IF
               CLOSE ORDER-BACKLOG
           END-IF.

       1300-LOAD-REGISTER.
           OPEN INPUT ALLOCATION-REG.
           IF WS-ALLOC-REG-STATUS = "00"
               READ ALLOCATION-REG
               PERFORM UNTIL WS-ALLOC-REG-STATUS > "00"
                          OR WS-REG-COUNT >= 1000
                   ADD 1 TO WS-REG-COUNT
                   MOVE ALLOCATION-REC TO WS-REG-ROW(WS-REG-COUNT)
                   READ ALLOCATION-REG
               END-PERFORM
               IF WS-ALLOC-REG-STATUS = "00"
                   MOVE "Y" TO WS-OVERFLOW-SW
                   MOVE "RUGALOC" TO WS-OVERFLOW-FILE
               END-IF
               CLOSE ALLOCATION-REG
           END-IF.

       1350-LOAD-BACKORDERS.
           OPEN INPUT BACKORDER-FILE.
           IF WS-BACKORDER-STATUS = "00"
               READ BACKORDER-FILE
               PERFORM UNTIL WS-BACKORDER-STATUS > "00"
                          OR WS-BO-COUNT >= 1000
                   ADD 1 TO WS-BO-COUNT
                   MOVE BACKORDER-REC TO WS-BO-ROW(WS-BO-COUNT)
                   READ BACKORDER-FILE
               END-PERFORM
               IF WS-BACKORDER-STATUS = "00"
                   MOVE "Y" TO WS-OVERFLOW-SW
                   MOVE "RUGBORD" TO WS-OVERFLOW-FILE
               END-IF
               CLOSE BACKORDER-FILE
           END-IF.

       1400-LOAD-LEDGER.
           OPEN INPUT MATERIAL-LEDGER.
           IF WS-MATL-LEDGER-STATUS = "00"
               READ MATERIAL-LEDGER
               PERFORM UNTIL WS-MATL-LEDGER-STATUS > "00"
                          OR WS-LED-COUNT >= 50
                   ADD 1 TO WS-LED-COUNT
                   MOVE MATERIAL-LEDGER-REC TO WS-LED-ROW(WS-LED-COUNT)
                   READ MATERIAL-LEDGER
               END-PERFORM
               IF WS-MATL-LEDGER-STATUS = "00"
                   MOVE "Y" TO WS-OVERFLOW-SW
                   MOVE "RUGMINV" TO WS-OVERFLOW-FILE
               END-IF
               CLOSE MATERIAL-LEDGER
           END-IF.

       1450-LOAD-WORK-ORDERS.
           OPEN INPUT WORK-ORDER-STATUS.
           IF WS-WO-STS-STATUS = "00"
               READ WORK-ORDER-STATUS
               PERFORM UNTIL WS-WO-STS-STATUS > "00"
                          OR WS-WO-COUNT >= 500
                   ADD 1 TO WS-WO-COUNT
                   MOVE WORK-ORDER-STATUS-REC
                       TO WS-WO-ROW(WS-WO-COUNT)
                   READ WORK-ORDER-STATUS
               END-PERFORM
               IF WS-WO-STS-STATUS = "00"
                   MOVE "Y" TO WS-OVERFLOW-SW
                   MOVE "RUGWSTS" TO WS-OVERFLOW-FILE
               END-IF
               CLOSE WORK-ORDER-STATUS
           END-IF.

       1500-LOAD-CUT-QUEUE.
           OPEN INPUT CUT-QUEUE.
           IF WS-CUT-QUEUE-STATUS = "00"
               READ CUT-QUEUE
               PERFORM UNTIL WS-CUT-QUEUE-STATUS > "00"
                          OR WS-CUTQ-COUNT >= 1000
                   ADD 1 TO WS-CUTQ-COUNT
                   MOVE CUT-QUEUE-REC TO WS-CUTQ-ROW(WS-CUTQ-COUNT)
                   READ CUT-QUEUE
               END-PERFORM
               IF WS-CUT-QUEUE-STATUS = "00"
                   MOVE "Y" TO WS-OVERFLOW-SW
                   MOVE "RUGCUTQ" TO WS-OVERFLOW-FILE
               END-IF
               CLOSE CUT-QUEUE
           END-IF.

       1550-LOAD-LOT-ASSIGNMENTS.
           OPEN INPUT LOT-ASSIGNMENT.
           IF WS-LOT-ASSIGN-STATUS = "00"
               READ LOT-ASSIGNMENT
               PERFORM UNTIL WS-LOT-ASSIGN-STATUS > "00"
                          OR WS-LOT-COUNT >= 1000
                   ADD 1 TO WS-LOT-COUNT
                   MOVE LOT-ASSIGN-REC TO WS-LOT-ROW(WS-LOT-COUNT)
                   READ LOT-ASSIGNMENT
               END-PERFORM
               IF WS-LOT-ASSIGN-STATUS = "00"
                   MOVE "Y" TO WS-OVERFLOW-SW
                   MOVE "RUGWLOT" TO WS-OVERFLOW-FILE
               END-IF
               CLOSE LOT-ASSIGNMENT
           END-IF.

       1600-LOAD-ROLLS.
           OPEN INPUT ROLL-FILE.
           IF WS-ROLL-STATUS = "00"
               READ ROLL-FILE
               PERFORM UNTIL WS-ROLL-STATUS > "00"
                          OR WS-ROLL-COUNT >= 2000
                   ADD 1 TO WS-ROLL-COUNT
                   MOVE ROLL-REC TO WS-ROLL-ROW(WS-ROLL-COUNT)
                   READ ROLL-FILE
               END-PERFORM
               IF WS-ROLL-STATUS = "00"
                   MOVE "Y" TO WS-OVERFLOW-SW
                   MOVE "RUGROLL" TO WS-OVERFLOW-FILE
               END-IF
               CLOSE ROLL-FILE
           END-IF.

       1650-LOAD-DEPOSITS.
           OPEN INPUT DEPOSITS-HELD.
           IF WS-DEPOSITS-STATUS = "00"
               READ DEPOSITS-HELD
               PERFORM UNTIL WS-DEPOSITS-STATUS > "00"
                          OR WS-DEP-COUNT >= 500
                   ADD 1 TO WS-DEP-COUNT
                   MOVE DEPOSITS-HELD-REC TO WS-DEP-ROW(WS-DEP-COUNT)
                   READ DEPOSITS-HELD
               END-PERFORM
               IF WS-DEPOSITS-STATUS = "00"
                   MOVE "Y" TO WS-OVERFLOW-SW
                   MOVE "RUGDEPO" TO WS-OVERFLOW-FILE
               END-IF
               CLOSE DEPOSITS-HELD
           END-IF.

       1700-LOAD-FINISH-CODES.
           OPEN INPUT FINISH-PRICE-IN.
           IF WS-FINISH-STATUS = "00"
               READ FINISH-PRICE-IN
               PERFORM UNTIL WS-FINISH-STATUS > "00"
                          OR WS-FIN-COUNT >= 50
                   ADD 1 TO WS-FIN-COUNT
                   MOVE FP-FINISH-CODE TO WS-FIN-CODE(WS-FIN-COUNT)
                   READ FINISH-PRICE-IN
               END-PERFORM
               CLOSE FINISH-PRICE-IN
           END-IF.

       2000-INQUIRE-ORDER.
           PERFORM 2050-ACCEPT-ORDER-ID.
           PERFORM 2100-LOCATE-ORDER.
           PERFORM 2500-SHOW-ORDER.

       2050-ACCEPT-ORDER-ID.
           DISPLAY "ORDER ID (5 CHARS): " WITH NO ADVANCING.
           ACCEPT WS-IN-ORDER.
           MOVE WS-IN-ORDER TO WS-ORDER-ID.

      * COUNTS THE ORDER ON EVERY FILE AND SETTLES ITS STAGE.  THE
      * MOST ADVANCED TRACE WINS: INVOICED, THEN THE WORK ORDER,
      * THEN PRICED, THEN THE UNPRICED FEED.
       2100-LOCATE-ORDER.
           MOVE 0 TO WS-CNT-FEED WS-CNT-HELD WS-CNT-PRICED WS-CNT-BKLG
                     WS-CNT-REG WS-CNT-ISSUED WS-CNT-BO WS-CNT-CUTQ
                     WS-CNT-LOT WS-CNT-DEP WS-WO-FOUND-SUB.
           MOVE 0 TO WS-ORDER-VALUE WS-BKLG-VALUE WS-DEPOSIT-TOTAL
                     WS-RESERVED-SQFT.
           MOVE SPACES TO WS-ORDER-CUST WS-WO-NUMBER-X WS-WO-STAT.
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > WS-FEED-COUNT
               IF WS-FEED-ROW(WS-FEED-SUB)(22:5) = WS-ORDER-ID
                   ADD 1 TO WS-CNT-FEED
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               IF WS-HOLD-ROW(WS-HOLD-SUB)(27:5) = WS-ORDER-ID
                   ADD 1 TO WS-CNT-HELD
                   MOVE WS-HOLD-ROW(WS-HOLD-SUB)(1:5) TO WS-ORDER-CUST
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PRICED-SUB FROM 1 BY 1
               UNTIL WS-PRICED-SUB > WS-PRICED-COUNT
               IF WS-PRICED-ROW(WS-PRICED-SUB)(22:5) = WS-ORDER-ID
                   ADD 1 TO WS-CNT-PRICED
                   MOVE WS-PRICED-ROW(WS-PRICED-SUB) TO MATHOUT-REC
                   ADD MI-PRICE-OUT TO WS-ORDER-VALUE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-BKLG-SUB FROM 1 BY 1
               UNTIL WS-BKLG-SUB > WS-BKLG-COUNT
               IF WS-BKLG-ROW(WS-BKLG-SUB)(22:5) = WS-ORDER-ID
                   ADD 1 TO WS-CNT-BKLG
                   MOVE WS-BKLG-ROW(WS-BKLG-SUB) TO MATHOUT-REC
                   ADD MI-PRICE-OUT TO WS-BKLG-VALUE
               END-IF
           END-PERFORM.
      * HW15BILL DROPS A BACKLOG LINE WHOSE ORDER CAME THROUGH
      * MATHOUT AGAIN, SO THE BACKLOG VALUE COUNTS ONLY WITHOUT IT.
           IF WS-CNT-PRICED = 0
               MOVE WS-BKLG-VALUE TO WS-ORDER-VALUE
           END-IF.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
               IF WS-REG-ROW(WS-REG-SUB)(22:5) = WS-ORDER-ID
                   ADD 1 TO WS-CNT-REG
                   MOVE WS-REG-ROW(WS-REG-SUB) TO ALLOCATION-REC
                   MOVE AL-CUST-NUMBER TO WS-ORDER-CUST
                   IF AL-ISSUED-SW = "Y"
                       ADD 1 TO WS-CNT-ISSUED
                   ELSE
                       ADD AL-AREA-OUT TO WS-RESERVED-SQFT
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-BO-SUB FROM 1 BY 1
               UNTIL WS-BO-SUB > WS-BO-COUNT
               IF WS-BO-ROW(WS-BO-SUB)(22:5) = WS-ORDER-ID
                   ADD 1 TO WS-CNT-BO
                   MOVE WS-BO-ROW(WS-BO-SUB) TO BACKORDER-REC
                   MOVE BO-CUST-NUMBER TO WS-ORDER-CUST
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-WO-SUB FROM 1 BY 1
               UNTIL WS-WO-SUB > WS-WO-COUNT
               IF WS-WO-ROW(WS-WO-SUB)(8:5) = WS-ORDER-ID
                   MOVE WS-WO-SUB TO WS-WO-FOUND-SUB
                   MOVE WS-WO-ROW(WS-WO-SUB)(1:7) TO WS-WO-NUMBER-X
                   MOVE WS-WO-ROW(WS-WO-SUB)(13:1) TO WS-WO-STAT
               END-IF
           END-PERFORM.
           IF WS-WO-FOUND-SUB > 0
               PERFORM VARYING WS-CUTQ-SUB FROM 1 BY 1
                   UNTIL WS-CUTQ-SUB > WS-CUTQ-COUNT
                   IF WS-CUTQ-ROW(WS-CUTQ-SUB)(1:7) = WS-WO-NUMBER-X
                       ADD 1 TO WS-CNT-CUTQ
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                   UNTIL WS-LOT-SUB > WS-LOT-COUNT
                   IF WS-LOT-ROW(WS-LOT-SUB)(1:7) = WS-WO-NUMBER-X
                       ADD 1 TO WS-CNT-LOT
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
               UNTIL WS-DEP-SUB > WS-DEP-COUNT
               IF WS-DEP-ROW(WS-DEP-SUB)(1:5) = WS-ORDER-ID
                   AND WS-DEP-ROW(WS-DEP-SUB)(29:1) = "U"
                   ADD 1 TO WS-CNT-DEP
                   MOVE WS-DEP-ROW(WS-DEP-SUB) TO DEPOSITS-HELD-REC
                   ADD DEP-AMOUNT TO WS-DEPOSIT-TOTAL
                   IF WS-ORDER-CUST = SPACES
                       MOVE DEP-CUST-NUMBER TO WS-ORDER-CUST
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 2150-CHECK-INVOICED.
           PERFORM 2170-FIND-ORDER-CUSTOMER.
           PERFORM 2200-SET-STAGE.

      * INVOICE HISTORY CARRIES EVERY INVOICE HW15BILL HAS WRITTEN;
      * OPEN AR IS CHECKED TOO FOR ORDERS BILLED BEFORE IT EXISTED.
       2150-CHECK-INVOICED.
           MOVE "N" TO WS-INVOICED-SW.
           MOVE SPACES TO WS-INVOICE-DATE.
           OPEN INPUT INVOICE-HISTORY.
           IF WS-INV-HIST-STATUS = "00"
               READ INVOICE-HISTORY
               PERFORM UNTIL WS-INV-HIST-STATUS > "00"
                   IF IH-TYPE = "H" AND IH-ORDER-ID = WS-ORDER-ID
                       MOVE "Y" TO WS-INVOICED-SW
                       MOVE IH-INV-DATE TO WS-INVOICE-DATE
                       MOVE IH-CUST-NUMBER TO WS-ORDER-CUST
                   END-IF
                   READ INVOICE-HISTORY
               END-PERFORM
               CLOSE INVOICE-HISTORY
           END-IF.
           IF NOT ORDER-INVOICED
               OPEN INPUT AR-OPEN-ITEM
               IF WS-AR-OPEN-STATUS = "00"
                   READ AR-OPEN-ITEM
                   PERFORM UNTIL WS-AR-OPEN-STATUS > "00"
                       IF AR-ORDER-ID = WS-ORDER-ID
                           MOVE "Y" TO WS-INVOICED-SW
                           MOVE AR-INVOICE-DATE TO WS-INVOICE-DATE
                           MOVE AR-CUST-NUMBER TO WS-ORDER-CUST
                       END-IF
                       READ AR-OPEN-ITEM
                   END-PERFORM
                   CLOSE AR-OPEN-ITEM
               END-IF
           END-IF.

       2170-FIND-ORDER-CUSTOMER.
           OPEN INPUT ORDER-HEADER-IN.
           IF WS-ORDER-HDR-STATUS = "00"
               READ ORDER-HEADER-IN
               PERFORM UNTIL WS-ORDER-HDR-STATUS > "00"
                   IF OH-ORDER-ID = WS-ORDER-ID
                       MOVE OH-CUST-NUMBER TO WS-ORDER-CUST
                   END-IF
                   READ ORDER-HEADER-IN
               END-PERFORM
               CLOSE ORDER-HEADER-IN
           END-IF.

      * A WORK ORDER STILL OPEN BUT NO LONGER ON THE CUT QUEUE HAS
      * BEEN LAID OUT BY HW15CUT, AND AN ISSUED REGISTER ROW MEANS
      * THE MATERIAL HAS LEFT THE SHELF -- EITHER WAY CUTTING HAS
      * STARTED AS FAR AS THIS PROGRAM IS CONCERNED.
       2200-SET-STAGE.
           EVALUATE TRUE
               WHEN ORDER-INVOICED
                   MOVE "I" TO WS-STAGE-CODE
                   MOVE "INVOICED" TO WS-STAGE-TEXT
               WHEN WS-WO-FOUND-SUB > 0 AND WS-WO-STAT = "V"
                   MOVE "V" TO WS-STAGE-CODE
                   MOVE "ALREADY CANCELLED" TO WS-STAGE-TEXT
               WHEN WS-WO-FOUND-SUB > 0 AND WS-WO-STAT = "C"
                   MOVE "S" TO WS-STAGE-CODE
                   MOVE "WORK ORDER COMPLETE" TO WS-STAGE-TEXT
               WHEN WS-WO-FOUND-SUB > 0 AND WS-WO-STAT = "K"
                   MOVE "S" TO WS-STAGE-CODE
                   MOVE "CUTTING" TO WS-STAGE-TEXT
               WHEN WS-WO-FOUND-SUB > 0 AND WS-CNT-ISSUED > 0
                   MOVE "S" TO WS-STAGE-CODE
                   MOVE "MATERIAL ISSUED FOR CUTTING" TO WS-STAGE-TEXT
               WHEN WS-WO-FOUND-SUB > 0 AND WS-CNT-CUTQ = 0
                   MOVE "S" TO WS-STAGE-CODE
                   MOVE "CUTTING PLAN LAID OUT" TO WS-STAGE-TEXT
               WHEN WS-WO-FOUND-SUB > 0
                   MOVE "W" TO WS-STAGE-CODE
                   MOVE "WORK ORDER OPEN, NOT CUT" TO WS-STAGE-TEXT
               WHEN WS-CNT-PRICED > 0 OR WS-CNT-BKLG > 0
                 OR WS-CNT-REG > 0 OR WS-CNT-BO > 0
                   MOVE "P" TO WS-STAGE-CODE
                   MOVE "PRICED, NO WORK ORDER" TO WS-STAGE-TEXT
               WHEN WS-CNT-FEED > 0 OR WS-CNT-HELD > 0
                   MOVE "E" TO WS-STAGE-CODE
                   MOVE "ENTERED, NOT YET PRICED" TO WS-STAGE-TEXT
               WHEN OTHER
                   MOVE "N" TO WS-STAGE-CODE
                   MOVE "NOT FOUND" TO WS-STAGE-TEXT
           END-EVALUATE.

       2500-SHOW-ORDER.
           DISPLAY "ORDER " WS-ORDER-ID "  CUSTOMER " WS-ORDER-CUST
               "  STAGE: " WS-STAGE-TEXT.
           IF STAGE-NOT-FOUND
               DISPLAY "  NOT ON THE FEED, THE CREDIT-HOLD QUEUE, "
                   "MATHOUT, THE BACKLOG, OR INVOICE HISTORY"
           ELSE
               DISPLAY "  FEED LINES " WS-CNT-FEED
                   "  HELD FOR CREDIT " WS-CNT-HELD
                   "  PRICED " WS-CNT-PRICED
                   "  BACKLOG " WS-CNT-BKLG
               DISPLAY "  ALLOCATED " WS-CNT-REG
                   "  BACKORDERED " WS-CNT-BO
                   "  ISSUED " WS-CNT-ISSUED
               IF WS-ORDER-VALUE > 0
                   MOVE WS-ORDER-VALUE TO WS-AMOUNT-DISP
                   DISPLAY "  PRICED VALUE " WS-AMOUNT-DISP
               END-IF
               IF WS-RESERVED-SQFT > 0
                   MOVE WS-RESERVED-SQFT TO WS-SQFT-DISP
                   DISPLAY "  SQFT RESERVED " WS-SQFT-DISP
               END-IF
               IF WS-WO-FOUND-SUB > 0
                   DISPLAY "  WORK ORDER " WS-WO-NUMBER-X
                       " STATUS " WS-WO-STAT
                       "  CUT-QUEUE LINES " WS-CNT-CUTQ
                       "  ROLL DRAWS " WS-CNT-LOT
               END-IF
               IF WS-CNT-DEP > 0
                   MOVE WS-DEPOSIT-TOTAL TO WS-AMOUNT-DISP
                   DISPLAY "  DEPOSITS HELD " WS-CNT-DEP
                       "  AMOUNT " WS-AMOUNT-DISP
               END-IF
               IF STAGE-INVOICED
                   DISPLAY "  INVOICED " WS-INVOICE-DATE
               END-IF
           END-IF.

       2800-ACCEPT-REASON.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > 8
               DISPLAY "  " WS-REASON-CODE(WS-RSN-SUB) " "
                   WS-REASON-NAME(WS-RSN-SUB)
           END-PERFORM.
           DISPLAY "REASON CODE: " WITH NO ADVANCING.
           ACCEPT WS-IN-REASON.
           MOVE FUNCTION UPPER-CASE(WS-IN-REASON) TO WS-IN-REASON.
           PERFORM 2850-FIND-REASON.
           IF WS-RSN-FOUND-SUB = 0
               DISPLAY "REASON CODE " WS-IN-REASON " NOT KNOWN"
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.

       2850-FIND-REASON.
           MOVE 0 TO WS-RSN-FOUND-SUB.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > 8
               IF WS-REASON-CODE(WS-RSN-SUB) = WS-IN-REASON
                   MOVE WS-RSN-SUB TO WS-RSN-FOUND-SUB
                   MOVE 8 TO WS-RSN-SUB
               END-IF
           END-PERFORM.

      * A STAGE PAST THE POINT OF NO RETURN IS REFUSED WITH WHERE
      * TO GO INSTEAD.
       2900-REFUSE-STAGE.
           EVALUATE TRUE
               WHEN STAGE-INVOICED
                   DISPLAY "ORDER " WS-ORDER-ID " HAS BEEN INVOICED "
                       "-- RETURN IT THROUGH HW15RMA"
               WHEN STAGE-CUT-STARTED
                   DISPLAY "ORDER " WS-ORDER-ID " IS PAST CUTTING ("
                       WS-STAGE-TEXT ") -- NOTHING CHANGED"
               WHEN STAGE-VOIDED
                   DISPLAY "ORDER " WS-ORDER-ID " WAS ALREADY "
                       "CANCELLED"
               WHEN STAGE-NOT-FOUND
                   DISPLAY "ORDER " WS-ORDER-ID " NOT FOUND"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * CANCELS THE WHOLE ORDER AT WHATEVER STAGE SHORT OF CUTTING
      * IT HAS REACHED.
       3000-CANCEL-ORDER.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           PERFORM 2050-ACCEPT-ORDER-ID.
           PERFORM 2100-LOCATE-ORDER.
           PERFORM 2500-SHOW-ORDER.
           IF NOT STAGE-CANCELLABLE
               PERFORM 2900-REFUSE-STAGE
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK
               PERFORM 2800-ACCEPT-REASON
           END-IF.
           IF ENTRY-OK
               DISPLAY "CANCEL ORDER " WS-ORDER-ID " (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-IN-CONFIRM
               IF WS-IN-CONFIRM NOT = "Y" AND WS-IN-CONFIRM NOT = "y"
                   DISPLAY "  NOT CANCELLED"
                   MOVE "N" TO WS-ENTRY-OK-SW
               END-IF
           END-IF.
           IF ENTRY-OK
               PERFORM 3100-DROP-FEED-LINES
               PERFORM 3200-DROP-PRICED-LINES
               PERFORM 3300-RELEASE-ALLOCATION
               PERFORM 3350-DROP-BACKORDERS
               IF STAGE-WO-OPEN
                   PERFORM 3400-VOID-WORK-ORDER
               END-IF
               PERFORM 3500-FLAG-DEPOSITS
               MOVE SPACES TO ORDER-CANCEL-REC
               MOVE "C" TO OC-ACTION
               MOVE WS-ORDER-VALUE TO OC-VALUE
               IF WS-CNT-PRICED > 0
                   MOVE WS-CNT-PRICED TO OC-LINE-COUNT
               ELSE
                   IF WS-CNT-BKLG > 0
                       MOVE WS-CNT-BKLG TO OC-LINE-COUNT
                   ELSE
                       COMPUTE OC-LINE-COUNT = WS-CNT-FEED + WS-CNT-HELD
                   END-IF
               END-IF
               IF STAGE-WO-OPEN
                   STRING "WO " WS-WO-NUMBER-X " VOIDED"
                       DELIMITED BY SIZE INTO OC-NOTE
               ELSE
                   MOVE WS-STAGE-TEXT TO OC-NOTE
               END-IF
               PERFORM 7000-WRITE-LOG-ROW
               MOVE "ORDER CANC" TO SO-ACTION
               MOVE WS-ORDER-ID TO SO-KEY
               MOVE WS-STAGE-TEXT TO SO-BEFORE
               MOVE SPACES TO SO-AFTER
               STRING "CANCELLED REASON " WS-IN-REASON
                   DELIMITED BY SIZE INTO SO-AFTER
               PERFORM 0840-JOURNAL-THE-CHANGE
               ADD 1 TO WS-CANCEL-COUNT
               DISPLAY "  ORDER " WS-ORDER-ID " CANCELLED"
           END-IF.

       3100-DROP-FEED-LINES.
           MOVE 0 TO WS-KEEP WS-DROPPED.
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > WS-FEED-COUNT
               IF WS-FEED-ROW(WS-FEED-SUB)(22:5) = WS-ORDER-ID
                   ADD 1 TO WS-DROPPED
               ELSE
                   ADD 1 TO WS-KEEP
                   MOVE WS-FEED-ROW(WS-FEED-SUB) TO WS-FEED-ROW(WS-KEEP)
               END-IF
           END-PERFORM.
           MOVE WS-KEEP TO WS-FEED-COUNT.
           IF WS-DROPPED > 0
               MOVE "Y" TO WS-FEED-CHANGED-SW
               DISPLAY "  FEED LINES REMOVED      : " WS-DROPPED
           END-IF.
           MOVE 0 TO WS-KEEP WS-DROPPED.
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               IF WS-HOLD-ROW(WS-HOLD-SUB)(27:5) = WS-ORDER-ID
                   ADD 1 TO WS-DROPPED
               ELSE
                   ADD 1 TO WS-KEEP
                   MOVE WS-HOLD-ROW(WS-HOLD-SUB) TO WS-HOLD-ROW(WS-KEEP)
               END-IF
           END-PERFORM.
           MOVE WS-KEEP TO WS-HOLD-COUNT.
           IF WS-DROPPED > 0
               MOVE "Y" TO WS-HOLD-CHANGED-SW
               DISPLAY "  HELD LINES REMOVED      : " WS-DROPPED
           END-IF.

      * PRICED LINES COME OFF MATHOUT AND THE BILLING BACKLOG SO
      * HW15BILL NEVER SEES THE ORDER AGAIN.
       3200-DROP-PRICED-LINES.
           MOVE 0 TO WS-KEEP WS-DROPPED.
           PERFORM VARYING WS-PRICED-SUB FROM 1 BY 1
               UNTIL WS-PRICED-SUB > WS-PRICED-COUNT
               IF WS-PRICED-ROW(WS-PRICED-SUB)(22:5) = WS-ORDER-ID
                   ADD 1 TO WS-DROPPED
               ELSE
                   ADD 1 TO WS-KEEP
                   MOVE WS-PRICED-ROW(WS-PRICED-SUB)
                       TO WS-PRICED-ROW(WS-KEEP)
               END-IF
           END-PERFORM.
           MOVE WS-KEEP TO WS-PRICED-COUNT.
           IF WS-DROPPED > 0
               MOVE "Y" TO WS-PRICED-CHANGED-SW
               DISPLAY "  PRICED LINES REMOVED    : " WS-DROPPED
           END-IF.
           MOVE 0 TO WS-KEEP WS-DROPPED.
           PERFORM VARYING WS-BKLG-SUB FROM 1 BY 1
               UNTIL WS-BKLG-SUB > WS-BKLG-COUNT
               IF WS-BKLG-ROW(WS-BKLG-SUB)(22:5) = WS-ORDER-ID
                   ADD 1 TO WS-DROPPED
               ELSE
                   ADD 1 TO WS-KEEP
                   MOVE WS-BKLG-ROW(WS-BKLG-SUB) TO WS-BKLG-ROW(WS-KEEP)
               END-IF
           END-PERFORM.
           MOVE WS-KEEP TO WS-BKLG-COUNT.
           IF WS-DROPPED > 0
               MOVE "Y" TO WS-BKLG-CHANGED-SW
               DISPLAY "  BACKLOG LINES REMOVED   : " WS-DROPPED
           END-IF.

      * THE SQUARE FOOTAGE AN UNISSUED REGISTER ROW HOLDS COMES OFF
      * THE LEDGER'S ALLOCATED FIGURE, FREEING IT FOR THE NEXT ORDER.
       3300-RELEASE-ALLOCATION.
           MOVE 0 TO WS-KEEP WS-DROPPED.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
               IF WS-REG-ROW(WS-REG-SUB)(22:5) = WS-ORDER-ID
                   ADD 1 TO WS-DROPPED
                   MOVE WS-REG-ROW(WS-REG-SUB) TO ALLOCATION-REC
                   IF AL-ISSUED-SW NOT = "Y"
                       PERFORM 3310-RETURN-TO-LEDGER
                   END-IF
               ELSE
                   ADD 1 TO WS-KEEP
                   MOVE WS-REG-ROW(WS-REG-SUB) TO WS-REG-ROW(WS-KEEP)
               END-IF
           END-PERFORM.
           MOVE WS-KEEP TO WS-REG-COUNT.
           IF WS-DROPPED > 0
               MOVE "Y" TO WS-REG-CHANGED-SW
               MOVE WS-RESERVED-SQFT TO WS-SQFT-DISP
               DISPLAY "  ALLOCATIONS RELEASED    : " WS-DROPPED
                   "  SQFT " WS-SQFT-DISP
           END-IF.

       3310-RETURN-TO-LEDGER.
           PERFORM VARYING WS-LED-SUB FROM 1 BY 1
               UNTIL WS-LED-SUB > WS-LED-COUNT
               IF WS-LED-ROW(WS-LED-SUB)(1:4) = AL-MATERIAL-CODE
                   MOVE WS-LED-ROW(WS-LED-SUB) TO MATERIAL-LEDGER-REC
                   IF MINV-ALLOCATED IS NUMERIC
                       AND MINV-ALLOCATED > AL-AREA-OUT
                       SUBTRACT AL-AREA-OUT FROM MINV-ALLOCATED
                   ELSE
                       MOVE ZEROS TO MINV-ALLOCATED
                   END-IF
                   MOVE MATERIAL-LEDGER-REC TO WS-LED-ROW(WS-LED-SUB)
                   MOVE "Y" TO WS-LED-CHANGED-SW
                   MOVE WS-LED-COUNT TO WS-LED-SUB
               END-IF
           END-PERFORM.

       3350-DROP-BACKORDERS.
           MOVE 0 TO WS-KEEP WS-DROPPED.
           PERFORM VARYING WS-BO-SUB FROM 1 BY 1
               UNTIL WS-BO-SUB > WS-BO-COUNT
               IF WS-BO-ROW(WS-BO-SUB)(22:5) = WS-ORDER-ID
                   ADD 1 TO WS-DROPPED
               ELSE
                   ADD 1 TO WS-KEEP
                   MOVE WS-BO-ROW(WS-BO-SUB) TO WS-BO-ROW(WS-KEEP)
               END-IF
           END-PERFORM.
           MOVE WS-KEEP TO WS-BO-COUNT.
           IF WS-DROPPED > 0
               MOVE "Y" TO WS-BO-CHANGED-SW
               DISPLAY "  BACKORDERS DROPPED      : " WS-DROPPED
           END-IF.

      * THE WORK ORDER STAYS ON THE STATUS FILE AS VOID SO HW15WORD
      * DOES NOT OPEN ANOTHER; ITS CUT-QUEUE LINES GO, AND THE ROLL
      * FOOTAGE DRAWN FOR IT GOES BACK ON THE ROLLS.
       3400-VOID-WORK-ORDER.
           MOVE WS-WO-ROW(WS-WO-FOUND-SUB) TO WORK-ORDER-STATUS-REC.
           MOVE "V" TO WST-STATUS.
           MOVE WS-TODAY TO WST-STATUS-DATE.
           MOVE WORK-ORDER-STATUS-REC TO WS-WO-ROW(WS-WO-FOUND-SUB).
           MOVE "Y" TO WS-WO-CHANGED-SW.
           DISPLAY "  WORK ORDER VOIDED       : " WS-WO-NUMBER-X.
           MOVE 0 TO WS-KEEP WS-DROPPED.
           PERFORM VARYING WS-CUTQ-SUB FROM 1 BY 1
               UNTIL WS-CUTQ-SUB > WS-CUTQ-COUNT
               IF WS-CUTQ-ROW(WS-CUTQ-SUB)(1:7) = WS-WO-NUMBER-X
                   ADD 1 TO WS-DROPPED
               ELSE
                   ADD 1 TO WS-KEEP
                   MOVE WS-CUTQ-ROW(WS-CUTQ-SUB) TO WS-CUTQ-ROW(WS-KEEP)
               END-IF
           END-PERFORM.
           MOVE WS-KEEP TO WS-CUTQ-COUNT.
           IF WS-DROPPED > 0
               MOVE "Y" TO WS-CUTQ-CHANGED-SW
               DISPLAY "  CUT-QUEUE LINES REMOVED : " WS-DROPPED
           END-IF.
           MOVE 0 TO WS-KEEP WS-DROPPED.
           PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
               UNTIL WS-LOT-SUB > WS-LOT-COUNT
               IF WS-LOT-ROW(WS-LOT-SUB)(1:7) = WS-WO-NUMBER-X
                   ADD 1 TO WS-DROPPED
                   MOVE WS-LOT-ROW(WS-LOT-SUB) TO LOT-ASSIGN-REC
                   PERFORM 3450-RETURN-ROLL-FOOTAGE
               ELSE
                   ADD 1 TO WS-KEEP
                   MOVE WS-LOT-ROW(WS-LOT-SUB) TO WS-LOT-ROW(WS-KEEP)
               END-IF
           END-PERFORM.
           MOVE WS-KEEP TO WS-LOT-COUNT.
           IF WS-DROPPED > 0
               MOVE "Y" TO WS-LOT-CHANGED-SW
               DISPLAY "  ROLL DRAWS RETURNED     : " WS-DROPPED
           END-IF.

       3450-RETURN-ROLL-FOOTAGE.
           PERFORM VARYING WS-ROLL-SUB FROM 1 BY 1
               UNTIL WS-ROLL-SUB > WS-ROLL-COUNT
               MOVE WS-ROLL-ROW(WS-ROLL-SUB) TO ROLL-REC
               IF RL-ROLL-ID = WL-ROLL-ID
                   ADD WL-FOOTAGE TO RL-FOOTAGE-REMAINING
                   MOVE ROLL-REC TO WS-ROLL-ROW(WS-ROLL-SUB)
                   MOVE "Y" TO WS-ROLL-CHANGED-SW
                   MOVE WS-ROLL-COUNT TO WS-ROLL-SUB
               END-IF
           END-PERFORM.

      * A DEPOSIT NOT YET APPLIED IS FLAGGED "R" -- OWED BACK TO THE
      * CUSTOMER AND LISTED AS SUCH ON THE HW15DEPE REPORT.
       3500-FLAG-DEPOSITS.
           MOVE 0 TO WS-REFUND-COUNT.
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
               UNTIL WS-DEP-SUB > WS-DEP-COUNT
               IF WS-DEP-ROW(WS-DEP-SUB)(1:5) = WS-ORDER-ID
                   AND WS-DEP-ROW(WS-DEP-SUB)(29:1) = "U"
                   MOVE "R" TO WS-DEP-ROW(WS-DEP-SUB)(29:1)
                   ADD 1 TO WS-REFUND-COUNT
               END-IF
           END-PERFORM.
           IF WS-REFUND-COUNT > 0
               MOVE "Y" TO WS-DEP-CHANGED-SW
               MOVE WS-DEPOSIT-TOTAL TO WS-AMOUNT-DISP
               DISPLAY "  DEPOSITS FLAGGED FOR REFUND: " WS-REFUND-COUNT
                   "  AMOUNT " WS-AMOUNT-DISP
           END-IF.

      * LINES MAY BE CHANGED OR REMOVED ONLY BEFORE PRICING.  A
      * PRICED ORDER IS CANCELLED AND KEYED AGAIN, SO THAT PRICING,
      * ALLOCATION, AND THE WORK ORDER ALL SEE THE NEW LINES.
       4000-CHANGE-ORDER.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           PERFORM 2050-ACCEPT-ORDER-ID.
           PERFORM 2100-LOCATE-ORDER.
           PERFORM 2500-SHOW-ORDER.
           IF NOT STAGE-ENTERED
               IF STAGE-PRICED OR STAGE-WO-OPEN
                   DISPLAY "ORDER " WS-ORDER-ID " IS ALREADY PRICED -- "
                       "CANCEL IT (CA) AND KEY IT AGAIN"
               ELSE
                   PERFORM 2900-REFUSE-STAGE
               END-IF
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK
               PERFORM 2800-ACCEPT-REASON
           END-IF.
           IF ENTRY-OK
               MOVE "N" TO WS-CHANGE-DONE-SW
               PERFORM UNTIL CHANGE-DONE
                   PERFORM 4100-LIST-ORDER-LINES
                   IF WS-OL-COUNT = 0
                       DISPLAY "  NO LINES LEFT ON THE ORDER"
                       MOVE "Y" TO WS-CHANGE-DONE-SW
                   ELSE
                       DISPLAY "LINE NUMBER (001-100, BLANK TO END): "
                           WITH NO ADVANCING
                       ACCEPT WS-IN-LINE
                       PERFORM 4150-SELECT-LINE
                   END-IF
               END-PERFORM
           END-IF.

       4100-LIST-ORDER-LINES.
           MOVE 0 TO WS-OL-COUNT.
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > WS-FEED-COUNT
               IF WS-FEED-ROW(WS-FEED-SUB)(22:5) = WS-ORDER-ID
                   AND WS-OL-COUNT < 100
                   ADD 1 TO WS-OL-COUNT
                   MOVE "F" TO WS-OL-SOURCE(WS-OL-COUNT)
                   MOVE WS-FEED-SUB TO WS-OL-ROW-SUB(WS-OL-COUNT)
                   MOVE WS-FEED-ROW(WS-FEED-SUB) TO WS-FEED-LINE
                   MOVE "FEED" TO OLL-SOURCE
                   PERFORM 4120-SHOW-ONE-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               IF WS-HOLD-ROW(WS-HOLD-SUB)(27:5) = WS-ORDER-ID
                   AND WS-OL-COUNT < 100
                   ADD 1 TO WS-OL-COUNT
                   MOVE "H" TO WS-OL-SOURCE(WS-OL-COUNT)
                   MOVE WS-HOLD-SUB TO WS-OL-ROW-SUB(WS-OL-COUNT)
                   MOVE WS-HOLD-ROW(WS-HOLD-SUB)(6:32) TO WS-FEED-LINE
                   MOVE "HELD" TO OLL-SOURCE
                   PERFORM 4120-SHOW-ONE-LINE
               END-IF
           END-PERFORM.

       4120-SHOW-ONE-LINE.
           MOVE WS-OL-COUNT      TO OLL-NUMBER.
           MOVE FL-SHAPE-TYPE    TO OLL-SHAPE.
           MOVE FL-SIZE-1        TO OLL-SIZE-1.
           MOVE FL-SIZE-2        TO OLL-SIZE-2.
           MOVE FL-SQ-FT-PRICE   TO OLL-PRICE.
           MOVE FL-MATERIAL-CODE TO OLL-MATERIAL.
           MOVE FL-EDGE-FINISH   TO OLL-FINISH.
           DISPLAY WS-OL-LIST-LINE.

       4150-SELECT-LINE.
           IF WS-IN-LINE = SPACES
               MOVE "Y" TO WS-CHANGE-DONE-SW
           ELSE
               IF WS-IN-LINE IS NOT NUMERIC
                   OR WS-IN-LINE-N = 0 OR WS-IN-LINE-N > WS-OL-COUNT
                   DISPLAY "NO SUCH LINE"
               ELSE
                   MOVE WS-IN-LINE-N TO WS-OL-SUB
                   DISPLAY "C=CHANGE D=REMOVE: " WITH NO ADVANCING
                   ACCEPT WS-IN-ACTION
                   EVALUATE WS-IN-ACTION
                       WHEN "C" WHEN "c"
                           PERFORM 4200-CHANGE-ONE-LINE
                       WHEN "D" WHEN "d"
                           PERFORM 4300-REMOVE-ONE-LINE
                       WHEN OTHER
                           DISPLAY "NOTHING DONE"
                   END-EVALUATE
               END-IF
           END-IF.

      * BLANK KEEPS A FIELD.  THE EDITS ARE THE ONES HW15OENT APPLIES
      * AT ENTRY; A HELD LINE STAYS HELD.
       4200-CHANGE-ONE-LINE.
           IF WS-OL-SOURCE(WS-OL-SUB) = "F"
               MOVE WS-FEED-ROW(WS-OL-ROW-SUB(WS-OL-SUB))
                   TO WS-FEED-LINE
           ELSE
               MOVE WS-HOLD-ROW(WS-OL-ROW-SUB(WS-OL-SUB))(6:32)
                   TO WS-FEED-LINE
           END-IF.
           MOVE WS-FEED-LINE TO WS-OLD-FEED-LINE.
           DISPLAY "BLANK KEEPS THE CURRENT VALUE".
           DISPLAY "SIZE 1 (FEET, 001-999): " WITH NO ADVANCING.
           ACCEPT WS-IN-SIZE-1.
           DISPLAY "SIZE 2 (FEET, 001-999): " WITH NO ADVANCING.
           ACCEPT WS-IN-SIZE-2.
           DISPLAY "SQ-FT PRICE (99999=999.99): " WITH NO ADVANCING.
           ACCEPT WS-IN-PRICE.
           DISPLAY "MATERIAL CODE (4 CHARS): " WITH NO ADVANCING.
           ACCEPT WS-IN-MATERIAL.
           DISPLAY "EDGE FINISH (B/S/F, N FOR NONE): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-FINISH.
           PERFORM 4400-EDIT-CHANGED-LINE.
           IF ENTRY-OK
               IF WS-FEED-LINE = WS-OLD-FEED-LINE
                   DISPLAY "  NOTHING CHANGED"
               ELSE
                   IF WS-OL-SOURCE(WS-OL-SUB) = "F"
                       MOVE WS-FEED-LINE
                           TO WS-FEED-ROW(WS-OL-ROW-SUB(WS-OL-SUB))
                       MOVE "Y" TO WS-FEED-CHANGED-SW
                   ELSE
                       MOVE WS-FEED-LINE
                        TO WS-HOLD-ROW(WS-OL-ROW-SUB(WS-OL-SUB))(6:32)
                       MOVE "Y" TO WS-HOLD-CHANGED-SW
                   END-IF
                   MOVE SPACES TO ORDER-CANCEL-REC
                   MOVE "L" TO OC-ACTION
                   MOVE 1 TO OC-LINE-COUNT
                   MOVE ZEROS TO OC-VALUE
                   STRING "WAS " WS-OLD-FEED-LINE(11:11) " "
                       WS-OLD-FEED-LINE(27:4) " "
                       WS-OLD-FEED-LINE(32:1)
                       DELIMITED BY SIZE INTO OC-NOTE
                   PERFORM 7000-WRITE-LOG-ROW
                   MOVE "ORDER LINE" TO SO-ACTION
                   MOVE WS-ORDER-ID TO SO-KEY
                   MOVE WS-OLD-FEED-LINE TO SO-BEFORE
                   MOVE WS-FEED-LINE TO SO-AFTER
                   PERFORM 0840-JOURNAL-THE-CHANGE
                   ADD 1 TO WS-LINE-ACTION-COUNT
                   DISPLAY "  LINE CHANGED"
               END-IF
           END-IF.
           MOVE "Y" TO WS-ENTRY-OK-SW.

       4300-REMOVE-ONE-LINE.
           MOVE SPACES TO ORDER-CANCEL-REC.
           IF WS-OL-SOURCE(WS-OL-SUB) = "F"
               MOVE WS-FEED-ROW(WS-OL-ROW-SUB(WS-OL-SUB))
                   TO WS-OLD-FEED-LINE
               PERFORM VARYING WS-FEED-SUB
                   FROM WS-OL-ROW-SUB(WS-OL-SUB) BY 1
                   UNTIL WS-FEED-SUB >= WS-FEED-COUNT
                   MOVE WS-FEED-ROW(WS-FEED-SUB + 1)
                       TO WS-FEED-ROW(WS-FEED-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-FEED-COUNT
               MOVE "Y" TO WS-FEED-CHANGED-SW
           ELSE
               MOVE WS-HOLD-ROW(WS-OL-ROW-SUB(WS-OL-SUB))(6:32)
                   TO WS-OLD-FEED-LINE
               PERFORM VARYING WS-HOLD-SUB
                   FROM WS-OL-ROW-SUB(WS-OL-SUB) BY 1
                   UNTIL WS-HOLD-SUB >= WS-HOLD-COUNT
                   MOVE WS-HOLD-ROW(WS-HOLD-SUB + 1)
                       TO WS-HOLD-ROW(WS-HOLD-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-HOLD-COUNT
               MOVE "Y" TO WS-HOLD-CHANGED-SW
           END-IF.
           MOVE "D" TO OC-ACTION.
           MOVE 1 TO OC-LINE-COUNT.
           MOVE ZEROS TO OC-VALUE.
           STRING "WAS " WS-OLD-FEED-LINE(11:11) " "
               WS-OLD-FEED-LINE(27:4) " " WS-OLD-FEED-LINE(32:1)
               DELIMITED BY SIZE INTO OC-NOTE.
           PERFORM 7000-WRITE-LOG-ROW.
           MOVE "ORDER LDEL" TO SO-ACTION.
           MOVE WS-ORDER-ID TO SO-KEY.
           MOVE WS-OLD-FEED-LINE TO SO-BEFORE.
           MOVE SPACES TO SO-AFTER.
           PERFORM 0840-JOURNAL-THE-CHANGE.
           ADD 1 TO WS-LINE-ACTION-COUNT.
           DISPLAY "  LINE REMOVED".

       4400-EDIT-CHANGED-LINE.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           IF WS-IN-SIZE-1 NOT = SPACES
               IF WS-IN-SIZE-1 IS NOT NUMERIC OR WS-IN-SIZE-1 = "000"
                   DISPLAY "INVALID SIZE-1 - ZERO OR NOT NUMERIC"
                   MOVE "N" TO WS-ENTRY-OK-SW
               ELSE
                   MOVE WS-IN-SIZE-1 TO WS-FEED-LINE(11:3)
               END-IF
           END-IF.
           IF ENTRY-OK AND WS-IN-SIZE-2 NOT = SPACES
               IF WS-IN-SIZE-2 IS NOT NUMERIC OR WS-IN-SIZE-2 = "000"
                   DISPLAY "INVALID SIZE-2 - ZERO OR NOT NUMERIC"
                   MOVE "N" TO WS-ENTRY-OK-SW
               ELSE
                   MOVE WS-IN-SIZE-2 TO WS-FEED-LINE(14:3)
               END-IF
           END-IF.
           IF ENTRY-OK AND WS-IN-PRICE NOT = SPACES
               IF WS-IN-PRICE IS NOT NUMERIC OR WS-IN-PRICE = "00000"
                   DISPLAY "INVALID SQ-FT-PRICE - ZERO OR NOT NUMERIC"
                   MOVE "N" TO WS-ENTRY-OK-SW
               ELSE
                   MOVE WS-IN-PRICE TO WS-FEED-LINE(17:5)
               END-IF
           END-IF.
           IF ENTRY-OK AND WS-IN-MATERIAL NOT = SPACES
               MOVE WS-IN-MATERIAL TO FL-MATERIAL-CODE
           END-IF.
           IF ENTRY-OK AND WS-IN-FINISH NOT = SPACE
               IF WS-IN-FINISH = "N" OR WS-IN-FINISH = "n"
                   MOVE SPACE TO FL-EDGE-FINISH
               ELSE
                   MOVE "N" TO WS-FIN-FOUND-SW
                   PERFORM VARYING WS-FIN-SUB FROM 1 BY 1
                       UNTIL WS-FIN-SUB > WS-FIN-COUNT
                       IF WS-FIN-CODE(WS-FIN-SUB) = WS-IN-FINISH
                           MOVE "Y" TO WS-FIN-FOUND-SW
                           MOVE WS-FIN-COUNT TO WS-FIN-SUB
                       END-IF
                   END-PERFORM
                   IF FINISH-FOUND
                       MOVE WS-IN-FINISH TO FL-EDGE-FINISH
                   ELSE
                       DISPLAY "NO RATE FOR EDGE FINISH "
                           WS-IN-FINISH
                       MOVE "N" TO WS-ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF.
           IF NOT ENTRY-OK
               DISPLAY "  LINE NOT CHANGED"
           END-IF.

      * THE LOG TOTALLED BY REASON CODE FOR SALES, WITH EVERY
      * ACTION IN THE DATE RANGE LISTED ABOVE THE TOTALS.
       5000-CANCELLATION-REPORT.
           DISPLAY "LOGGED FROM (CCYYMMDD, BLANK=ALL): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-FROM.
           DISPLAY "LOGGED THROUGH (CCYYMMDD, BLANK=ALL): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-THRU.
           IF WS-IN-FROM = SPACES
               MOVE LOW-VALUES TO WS-IN-FROM
           END-IF.
           IF WS-IN-THRU = SPACES
               MOVE HIGH-VALUES TO WS-IN-THRU
           END-IF.
           INITIALIZE WS-RSN-TOTALS.
           OPEN OUTPUT CANCEL-RPT-OUT.
           MOVE WS-TODAY TO RTT-RUN-DATE.
           WRITE CANCEL-RPT-REC FROM WS-RPT-TITLE.
           MOVE WS-IN-FROM TO RTR-FROM.
           MOVE WS-IN-THRU TO RTR-THRU.
           IF WS-IN-FROM = LOW-VALUES
               MOVE "START" TO RTR-FROM
           END-IF.
           IF WS-IN-THRU = HIGH-VALUES
               MOVE "TODAY" TO RTR-THRU
           END-IF.
           WRITE CANCEL-RPT-REC FROM WS-RPT-RANGE.
           MOVE SPACES TO CANCEL-RPT-REC.
           WRITE CANCEL-RPT-REC.
           WRITE CANCEL-RPT-REC FROM WS-RPT-DETAIL-HEAD.
           OPEN INPUT ORDER-CANCEL-LOG.
           IF WS-CANCEL-LOG-STATUS = "00"
               READ ORDER-CANCEL-LOG
               PERFORM UNTIL WS-CANCEL-LOG-STATUS > "00"
                   IF OC-LOG-DATE >= WS-IN-FROM
                       AND OC-LOG-DATE <= WS-IN-THRU
                       PERFORM 5100-REPORT-ONE-ACTION
                   END-IF
                   READ ORDER-CANCEL-LOG
               END-PERFORM
               CLOSE ORDER-CANCEL-LOG
           END-IF.
           MOVE SPACES TO CANCEL-RPT-REC.
           WRITE CANCEL-RPT-REC.
           WRITE CANCEL-RPT-REC FROM WS-RPT-SUMMARY-HEAD.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > 9
               IF WS-RT-CANCELS(WS-RSN-SUB) > 0
                   OR WS-RT-CHANGED(WS-RSN-SUB) > 0
                   OR WS-RT-REMOVED(WS-RSN-SUB) > 0
                   IF WS-RSN-SUB > 8
                       MOVE "??" TO RTS-CODE
                       MOVE "CODE NOT ON THE LIST" TO RTS-NAME
                   ELSE
                       MOVE WS-REASON-CODE(WS-RSN-SUB) TO RTS-CODE
                       MOVE WS-REASON-NAME(WS-RSN-SUB) TO RTS-NAME
                   END-IF
                   MOVE WS-RT-CANCELS(WS-RSN-SUB) TO RTS-CANCELS
                   MOVE WS-RT-VALUE(WS-RSN-SUB)   TO RTS-VALUE
                   MOVE WS-RT-CHANGED(WS-RSN-SUB) TO RTS-CHANGED
                   MOVE WS-RT-REMOVED(WS-RSN-SUB) TO RTS-REMOVED
                   WRITE CANCEL-RPT-REC FROM WS-RPT-SUMMARY
               END-IF
           END-PERFORM.
           CLOSE CANCEL-RPT-OUT.
           DISPLAY "  CANCELLATION REPORT WRITTEN".

       5100-REPORT-ONE-ACTION.
           MOVE OC-LOG-DATE    TO RTD-DATE.
           MOVE OC-ORDER-ID    TO RTD-ORDER.
           MOVE OC-CUST-NUMBER TO RTD-CUST.
           MOVE OC-ACTION      TO RTD-ACTION.
           MOVE OC-STAGE       TO RTD-STAGE.
           MOVE OC-REASON-CODE TO RTD-REASON.
           MOVE OC-USER-ID     TO RTD-USER.
           MOVE OC-VALUE       TO RTD-VALUE.
           MOVE OC-NOTE        TO RTD-NOTE.
           WRITE CANCEL-RPT-REC FROM WS-RPT-DETAIL.
           MOVE OC-REASON-CODE TO WS-IN-REASON.
           PERFORM 2850-FIND-REASON.
           IF WS-RSN-FOUND-SUB = 0
               MOVE 9 TO WS-RSN-FOUND-SUB
           END-IF.
           EVALUATE TRUE
               WHEN OC-ORDER-CANCELLED
                   ADD 1 TO WS-RT-CANCELS(WS-RSN-FOUND-SUB)
                   ADD OC-VALUE TO WS-RT-VALUE(WS-RSN-FOUND-SUB)
               WHEN OC-LINE-CHANGED
                   ADD 1 TO WS-RT-CHANGED(WS-RSN-FOUND-SUB)
               WHEN OC-LINE-REMOVED
                   ADD 1 TO WS-RT-REMOVED(WS-RSN-FOUND-SUB)
           END-EVALUATE.

       6000-REWRITE-CHANGED-FILES.
           IF FEED-CHANGED
               OPEN OUTPUT SHAPE-FEED
               PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > WS-FEED-COUNT
                   WRITE SHAPE-FEED-REC FROM WS-FEED-ROW(WS-FEED-SUB)
               END-PERFORM
               CLOSE SHAPE-FEED
           END-IF.
           IF HOLD-CHANGED
               OPEN OUTPUT CREDIT-HOLD-FILE
               PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                   WRITE CREDIT-HOLD-REC FROM WS-HOLD-ROW(WS-HOLD-SUB)
               END-PERFORM
               CLOSE CREDIT-HOLD-FILE
           END-IF.
           IF PRICED-CHANGED
               OPEN OUTPUT MATHOUT-FILE
               PERFORM VARYING WS-PRICED-SUB FROM 1 BY 1
                   UNTIL WS-PRICED-SUB > WS-PRICED-COUNT
                   WRITE MATHOUT-REC FROM WS-PRICED-ROW(WS-PRICED-SUB)
               END-PERFORM
               CLOSE MATHOUT-FILE
           END-IF.
           IF BACKLOG-CHANGED
               OPEN OUTPUT ORDER-BACKLOG
               PERFORM VARYING WS-BKLG-SUB FROM 1 BY 1
                   UNTIL WS-BKLG-SUB > WS-BKLG-COUNT
                   WRITE ORDER-BACKLOG-REC FROM WS-BKLG-ROW(WS-BKLG-SUB)
               END-PERFORM
               CLOSE ORDER-BACKLOG
           END-IF.
           IF REGISTER-CHANGED
               OPEN OUTPUT ALLOCATION-REG
               PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
                   WRITE ALLOCATION-REC FROM WS-REG-ROW(WS-REG-SUB)
               END-PERFORM
               CLOSE ALLOCATION-REG
           END-IF.
           IF BACKORDERS-CHANGED
               OPEN OUTPUT BACKORDER-FILE
               PERFORM VARYING WS-BO-SUB FROM 1 BY 1
                   UNTIL WS-BO-SUB > WS-BO-COUNT
                   WRITE BACKORDER-REC FROM WS-BO-ROW(WS-BO-SUB)
               END-PERFORM
               CLOSE BACKORDER-FILE
           END-IF.
           IF LEDGER-CHANGED
               OPEN OUTPUT MATERIAL-LEDGER
               PERFORM VARYING WS-LED-SUB FROM 1 BY 1
                   UNTIL WS-LED-SUB > WS-LED-COUNT
                   WRITE MATERIAL-LEDGER-REC FROM WS-LED-ROW(WS-LED-SUB)
               END-PERFORM
               CLOSE MATERIAL-LEDGER
           END-IF.
           IF WORK-ORDERS-CHANGED
               OPEN OUTPUT WORK-ORDER-STATUS
               PERFORM VARYING WS-WO-SUB FROM 1 BY 1
                   UNTIL WS-WO-SUB > WS-WO-COUNT
                   WRITE WORK-ORDER-STATUS-REC FROM WS-WO-ROW(WS-WO-SUB)
               END-PERFORM
               CLOSE WORK-ORDER-STATUS
           END-IF.
           IF CUT-QUEUE-CHANGED
               OPEN OUTPUT CUT-QUEUE
               PERFORM VARYING WS-CUTQ-SUB FROM 1 BY 1
                   UNTIL WS-CUTQ-SUB > WS-CUTQ-COUNT
                   WRITE CUT-QUEUE-REC FROM WS-CUTQ-ROW(WS-CUTQ-SUB)
               END-PERFORM
               CLOSE CUT-QUEUE
           END-IF.
           IF LOTS-CHANGED
               OPEN OUTPUT LOT-ASSIGNMENT
               PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                   UNTIL WS-LOT-SUB > WS-LOT-COUNT
                   WRITE LOT-ASSIGN-REC FROM WS-LOT-ROW(WS-LOT-SUB)
               END-PERFORM
               CLOSE LOT-ASSIGNMENT
           END-IF.
           IF ROLLS-CHANGED
               OPEN OUTPUT ROLL-FILE
               PERFORM VARYING WS-ROLL-SUB FROM 1 BY 1
                   UNTIL WS-ROLL-SUB > WS-ROLL-COUNT
                   WRITE ROLL-REC FROM WS-ROLL-ROW(WS-ROLL-SUB)
               END-PERFORM
               CLOSE ROLL-FILE
           END-IF.
           IF DEPOSITS-CHANGED
               OPEN OUTPUT DEPOSITS-HELD
               PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > WS-DEP-COUNT
                   WRITE DEPOSITS-HELD-REC FROM WS-DEP-ROW(WS-DEP-SUB)
               END-PERFORM
               CLOSE DEPOSITS-HELD
           END-IF.

      * THE CALLER HAS SET THE ACTION, LINE COUNT, VALUE, AND NOTE.
       7000-WRITE-LOG-ROW.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOW.
           MOVE WS-TODAY      TO OC-LOG-DATE.
           MOVE WS-NOW        TO OC-LOG-TIME.
           MOVE SO-USER-ID    TO OC-USER-ID.
           MOVE WS-ORDER-ID   TO OC-ORDER-ID.
           MOVE WS-ORDER-CUST TO OC-CUST-NUMBER.
           MOVE WS-STAGE-CODE TO OC-STAGE.
           MOVE WS-IN-REASON  TO OC-REASON-CODE.
           OPEN EXTEND ORDER-CANCEL-LOG.
           IF WS-CANCEL-LOG-STATUS = "35"
               OPEN OUTPUT ORDER-CANCEL-LOG
           END-IF.
           WRITE ORDER-CANCEL-REC.
           CLOSE ORDER-CANCEL-LOG.
