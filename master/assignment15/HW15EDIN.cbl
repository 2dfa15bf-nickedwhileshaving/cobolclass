       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW15EDIN.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Inbound EDI translator for purchase orders.  Reads the X12 850
      *purchase orders our trading partners send (one segment to a
      *line, as the VAN mailbox is unloaded), identifies the customer
      *from the interchange sender on the trading-partner file, and
      *checks every transaction set against the customer master, the
      *customer's ship-to sites, and the price book and contract
      *prices HW15NB prices from.  An accepted PO becomes an order
      *header on RUGORDH and one SHAPE-FILE-IN line per rug, exactly
      *as HW15OENT would have keyed it; a customer on credit hold has
      *the lines queued on RUGCHLD for HW15CREL instead.  The PO
      *number is kept against the order id on RUGEDIX so HW15BILL and
      *HW08NB can quote it back on the 810 invoice and 856 ship
      *notice.  Every functional group is answered with a 997
      *acknowledgment accepting or rejecting each set, and a rejected
      *set is listed with its reason on the EDI exception report.
      *The order header carries the customer's company code, so the
      *order is billed and booked by the entity the customer belongs
      *to.
      *
      *PO1 LINES CARRY THE RUG IN QUALIFIER PAIRS -- VP SHAPE TYPE,
      *IZ SIZE AS SSSXSSS IN FEET, MG MATERIAL CODE, FN EDGE-FINISH
      *CODE -- WITH THE QUANTITY OF RUGS IN PO102 AND THE PRICE PER
      *SQUARE FOOT IN PO104.  A BLANK PO104 TAKES THE AGREED PRICE; A
      *PRICE THAT DIFFERS FROM IT REJECTS THE SET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDI-850-IN ASSIGN TO WS-EDI-850-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EDI-850-STATUS.

           SELECT EDI-997-OUT ASSIGN TO WS-EDI-997-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EDI-997-STATUS.

           SELECT EDI-EXCEPT-RPT ASSIGN TO WS-EDI-EXCEPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EDI-EXCEPT-STATUS.

           SELECT EDI-PARTNER-IN ASSIGN TO WS-EDI-PARTNER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EDI-PARTNER-STATUS.

           SELECT EDI-XREF-FILE ASSIGN TO WS-EDI-XREF-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EDI-XREF-STATUS.

           SELECT EDI-CONTROL ASSIGN TO WS-EDI-CTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EDI-CTL-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO WS-CUSTOMER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT SHIP-TO-FILE ASSIGN TO WS-SHIP-TO-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHIP-TO-STATUS.

           SELECT PRICE-BOOK ASSIGN TO WS-PRICE-BOOK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRICE-BOOK-STATUS.

           SELECT CONTRACT-PRICE-IN ASSIGN TO WS-CONTRACT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT FINISH-PRICE-IN ASSIGN TO WS-FINISH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FINISH-STATUS.

           SELECT ORDER-HEADER-OUT ASSIGN TO WS-ORDER-HDR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDER-HDR-STATUS.

           SELECT SHAPE-FILE-OUT ASSIGN TO WS-SHAPE-IN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHAPE-FILE-STATUS.

           SELECT CREDIT-HOLD-FILE ASSIGN TO WS-CREDIT-HOLD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CREDIT-HOLD-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES, FALLING
      *  BACK TO THE DEVELOPMENT DEFAULTS SHOWN IN 1000:
      *      RUGE850 (INBOUND 850 PURCHASE ORDERS)
      *      RUGE997 (OUTBOUND 997 ACKNOWLEDGMENTS)
      *      RUGEDXR (EDI EXCEPTION REPORT)
      *      RUGEDIP (TRADING PARTNERS)  RUGEDIX (PO CROSS-REFERENCE)
      *      RUGEDCT (EDI CONTROL NUMBERS, SHARED WITH HW15BILL AND
      *               HW08NB)
      *      RUGCUST  RUGSHTO  RUGPBK  RUGCPRC  RUGFINP  RUGORDH
      *      SHAPEIN (THE HW15NB FEED)  RUGCHLD (CREDIT-HOLD QUEUE)

       DATA DIVISION.
       FILE SECTION.
       FD  EDI-850-IN
           RECORDING MODE IS F
           DATA RECORD IS EDI-850-REC.
       01 EDI-850-REC                 PIC X(256).

       FD  EDI-997-OUT
           RECORDING MODE IS F
           DATA RECORD IS EDI-997-REC.
       01 EDI-997-REC                 PIC X(120).

       FD  EDI-EXCEPT-RPT
           RECORDING MODE IS F
           DATA RECORD IS EDI-EXCEPT-REC.
       01 EDI-EXCEPT-REC              PIC X(80).

      * ONE ROW PER EDI CUSTOMER: THE INTERCHANGE AND GROUP IDS IT
      * SENDS UNDER, AND WHETHER IT TAKES 810 INVOICES AND 856 SHIP
      * NOTICES BACK.
       FD  EDI-PARTNER-IN
           RECORDING MODE IS F
           DATA RECORD IS EDI-PARTNER-REC.
       01 EDI-PARTNER-REC.
          05 TP-CUST-NUMBER           PIC X(05).
          05 TP-ISA-QUAL              PIC X(02).
          05 TP-ISA-ID                PIC X(15).
          05 TP-GS-ID                 PIC X(15).
          05 TP-SEND-810              PIC X(01).
          05 TP-SEND-856              PIC X(01).
          05 TP-ACTIVE-SW             PIC X(01).

      * THE CUSTOMER'S PO NUMBER BEHIND EACH ORDER THIS PROGRAM
      * OPENED.
       FD  EDI-XREF-FILE
           RECORDING MODE IS F
           DATA RECORD IS EDI-XREF-REC.
       01 EDI-XREF-REC.
          05 EX-ORDER-ID              PIC X(05).
          05 EX-CUST-NUMBER           PIC X(05).
          05 EX-PO-NUMBER             PIC X(22).
          05 EX-PO-DATE               PIC X(08).

       FD  EDI-CONTROL
           RECORDING MODE IS F
           DATA RECORD IS EDI-CONTROL-REC.
       01 EDI-CONTROL-REC.
          05 ECT-NEXT-ISA             PIC 9(09).
          05 ECT-NEXT-GROUP           PIC 9(09).
          05 ECT-NEXT-ORDER           PIC 9(04).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F
           DATA RECORD IS CUSTOMER-MASTER-REC.
       01 CUSTOMER-MASTER-REC.
          05 CM-CUST-NUMBER           PIC X(05).
          05 CM-BILL-TO-NAME          PIC X(25).
          05 CM-ADDRESS               PIC X(25).
          05 CM-STATE                 PIC X(02).
          05 CM-CREDIT-LIMIT          PIC 9(07)V99.
          05 CM-CREDIT-STATUS         PIC X(01).
          05 CM-TERMS-CODE            PIC X(03).
          05 CM-ACTIVE-SW             PIC X(01).
          05 CM-CASH-ONLY-SW          PIC X(01).
          05 CM-COMPANY               PIC X(02).

       FD  SHIP-TO-FILE
           RECORDING MODE IS F
           DATA RECORD IS SHIP-TO-REC.
       01 SHIP-TO-REC.
          05 ST-CUST-NUMBER           PIC X(05).
          05 ST-SHIP-TO-CODE          PIC X(03).
          05 FILLER                   PIC X(67).
          05 ST-ZIP                   PIC X(05).
          05 ST-ACTIVE-SW             PIC X(01).

       FD  PRICE-BOOK
           RECORDING MODE IS F
           DATA RECORD IS PRICE-BOOK-REC.
       01 PRICE-BOOK-REC.
          05 PB-SHAPE-TYPE            PIC X(10).
          05 PB-MATERIAL-CODE         PIC X(04).
          05 PB-UNIT-PRICE            PIC 9(03)V99.
          05 PB-EFFECTIVE-FROM        PIC X(08).

       FD  CONTRACT-PRICE-IN
           RECORDING MODE IS F
           DATA RECORD IS CONTRACT-PRICE-REC.
       01 CONTRACT-PRICE-REC.
          05 CP-CUST-NUMBER           PIC X(05).
          05 CP-SHAPE-TYPE            PIC X(10).
          05 CP-MATERIAL-CODE         PIC X(04).
          05 CP-UNIT-PRICE            PIC 9(03)V99.
          05 CP-EFF-FROM              PIC X(08).
          05 CP-EXPIRES               PIC X(08).

       FD  FINISH-PRICE-IN
           RECORDING MODE IS F
           DATA RECORD IS FINISH-PRICE-REC.
       01 FINISH-PRICE-REC.
          05 FP-FINISH-CODE           PIC X(01).
          05 FP-MATERIAL-CODE         PIC X(04).
          05 FP-RATE-PER-FOOT         PIC 9(02)V99.
          05 FP-FINISH-NAME           PIC X(12).

       FD  ORDER-HEADER-OUT
           RECORDING MODE IS F
           DATA RECORD IS ORDER-HEADER-REC.
       01 ORDER-HEADER-REC.
          05 OH-ORDER-ID              PIC X(05).
          05 OH-CUST-NUMBER           PIC X(05).
          05 OH-ORDER-DATE            PIC X(08).
          05 OH-SHIP-TO-ZIP           PIC X(05).
          05 OH-SALESPERSON-ID        PIC X(03).
          05 OH-SHIP-TO-CODE          PIC X(03).
      *   COMPANY THAT BILLS THE ORDER, FROM THE CUSTOMER MASTER.
          05 OH-COMPANY               PIC X(02).

       FD  SHAPE-FILE-OUT
           RECORDING MODE IS F
           DATA RECORD IS SHAPE-REC-OUT.
       01 SHAPE-REC-OUT               PIC X(32).

       FD  CREDIT-HOLD-FILE
           RECORDING MODE IS F
           DATA RECORD IS CREDIT-HOLD-REC.
       01 CREDIT-HOLD-REC.
          05 CHLD-CUST-NUMBER         PIC X(05).
          05 CHLD-LINE-IMAGE          PIC X(32).

       WORKING-STORAGE SECTION.
       01  WS-EDI-850-DSN             PIC X(80).
       01  WS-EDI-997-DSN             PIC X(80).
       01  WS-EDI-EXCEPT-DSN          PIC X(80).
       01  WS-EDI-PARTNER-DSN         PIC X(80).
       01  WS-EDI-XREF-DSN            PIC X(80).
       01  WS-EDI-CTL-DSN             PIC X(80).
       01  WS-CUSTOMER-DSN            PIC X(80).
       01  WS-SHIP-TO-DSN             PIC X(80).
       01  WS-PRICE-BOOK-DSN          PIC X(80).
       01  WS-CONTRACT-DSN            PIC X(80).
       01  WS-FINISH-DSN              PIC X(80).
       01  WS-ORDER-HDR-DSN           PIC X(80).
       01  WS-SHAPE-IN-DSN            PIC X(80).
       01  WS-CREDIT-HOLD-DSN         PIC X(80).
       01  WS-EDI-850-STATUS          PIC X(02) VALUE "00".
       01  WS-EDI-997-STATUS          PIC X(02) VALUE "00".
       01  WS-EDI-EXCEPT-STATUS       PIC X(02) VALUE "00".
       01  WS-EDI-PARTNER-STATUS      PIC X(02) VALUE "00".
       01  WS-EDI-XREF-STATUS         PIC X(02) VALUE "00".
       01  WS-EDI-CTL-STATUS          PIC X(02) VALUE "00".
       01  WS-CUSTOMER-STATUS         PIC X(02) VALUE "00".
       01  WS-SHIP-TO-STATUS          PIC X(02) VALUE "00".
       01  WS-PRICE-BOOK-STATUS       PIC X(02) VALUE "00".
       01  WS-CONTRACT-STATUS         PIC X(02) VALUE "00".
       01  WS-FINISH-STATUS           PIC X(02) VALUE "00".
       01  WS-ORDER-HDR-STATUS        PIC X(02) VALUE "00".
       01  WS-SHAPE-FILE-STATUS       PIC X(02) VALUE "00".
       01  WS-CREDIT-HOLD-STATUS      PIC X(02) VALUE "00".
       01  WS-EOF-850-SW              PIC X(01) VALUE "N".
           88 END-OF-850                    VALUE "Y".

       01  WS-TODAY                   PIC X(08).
       01  WS-NOW-TIME                PIC X(04).

      * OUR SIDE OF EVERY INTERCHANGE.
       01  WS-OUR-ISA-QUAL            PIC X(02) VALUE "ZZ".
       01  WS-OUR-ISA-ID              PIC X(15) VALUE "BESTRUGWORKS".
       01  WS-OUR-GS-ID               PIC X(15) VALUE "BESTRUGWORKS".

      * CONTROL NUMBERS CARRIED FROM RUN TO RUN -- INTERCHANGE AND
      * GROUP NUMBERS FOR EVERYTHING WE SEND, AND THE SEQUENCE BEHIND
      * THE E-PREFIXED ORDER IDS EDI ORDERS ARE GIVEN.
       01  WS-NEXT-ISA                PIC 9(09) VALUE 1.
       01  WS-NEXT-GROUP              PIC 9(09) VALUE 1.
       01  WS-NEXT-ORDER              PIC 9(04) VALUE 1.
       01  WS-NEW-ORDER-ID.
           05 FILLER                  PIC X(01) VALUE "E".
           05 WS-NEW-ORDER-SEQ        PIC 9(04).

       01  WS-TP-COUNT                PIC 9(02) VALUE 0.
       01  WS-TP-SUB                  PIC 9(02).
       01  WS-PARTNER-TABLE.
           05 WS-TP-ENTRY OCCURS 50 TIMES.
              10 WS-TP-CUST           PIC X(05).
              10 WS-TP-QUAL           PIC X(02).
              10 WS-TP-ID             PIC X(15).
              10 WS-TP-ACTIVE         PIC X(01).

       01  WS-CUST-COUNT              PIC 9(03) VALUE 0.
       01  WS-CUST-SUB                PIC 9(03).
       01  WS-CUSTOMER-TABLE.
           05 WS-CUST-ENTRY OCCURS 200 TIMES.
              10 WS-CUST-NUM          PIC X(05).
              10 WS-CUST-CRED-STAT    PIC X(01).
              10 WS-CUST-ACTIVE       PIC X(01).
              10 WS-CUST-COMPANY      PIC X(02).

       01  WS-SHIP-COUNT              PIC 9(04) VALUE 0.
       01  WS-SHIP-SUB                PIC 9(04).
       01  WS-SHIP-TO-TABLE.
           05 WS-SHIP-ENTRY OCCURS 500 TIMES.
              10 WS-SHIP-CUST         PIC X(05).
              10 WS-SHIP-CODE         PIC X(03).
              10 WS-SHIP-ZIP          PIC X(05).
              10 WS-SHIP-ACTIVE       PIC X(01).

       01  WS-PBK-COUNT               PIC 9(03) VALUE 0.
       01  WS-PBK-SUB                 PIC 9(03).
       01  WS-PRICE-BOOK-TABLE.
           05 WS-PBK-ENTRY OCCURS 200 TIMES.
              10 WS-PBK-SHAPE         PIC X(10).
              10 WS-PBK-MATERIAL      PIC X(04).
              10 WS-PBK-PRICE         PIC 9(03)V99.
              10 WS-PBK-EFF-FROM      PIC X(08).

       01  WS-CPR-COUNT               PIC 9(03) VALUE 0.
       01  WS-CPR-SUB                 PIC 9(03).
       01  WS-CONTRACT-TABLE.
           05 WS-CPR-ENTRY OCCURS 100 TIMES.
              10 WS-CPR-CUST          PIC X(05).
              10 WS-CPR-SHAPE         PIC X(10).
              10 WS-CPR-MATERIAL      PIC X(04).
              10 WS-CPR-PRICE         PIC 9(03)V99.
              10 WS-CPR-EFF           PIC X(08).
              10 WS-CPR-EXP           PIC X(08).

       01  WS-FIN-COUNT               PIC 9(02) VALUE 0.
       01  WS-FIN-SUB                 PIC 9(02).
       01  WS-FINISH-TABLE.
           05 WS-FIN-ENTRY OCCURS 50 TIMES.
              10 WS-FIN-CODE          PIC X(01).
              10 WS-FIN-MATERIAL      PIC X(04).
       01  WS-FIN-RATE-FOUND-SW       PIC X(01).
           88 FINISH-RATE-FOUND             VALUE "Y".

      * PO NUMBERS ALREADY TURNED INTO ORDERS, SO A PO THE PARTNER
      * SENDS TWICE -- OR A RERUN OF THE SAME MAILBOX -- IS CAUGHT.
       01  WS-XREF-COUNT              PIC 9(04) VALUE 0.
       01  WS-XREF-SUB                PIC 9(04).
       01  WS-XREF-TABLE.
           05 WS-XREF-ENTRY OCCURS 1000 TIMES.
              10 WS-XREF-CUST         PIC X(05).
              10 WS-XREF-PO           PIC X(22).
              10 WS-XREF-ORDER        PIC X(05).

      * THE SEGMENT JUST READ, SPLIT ON THE ELEMENT SEPARATOR.
      * WS-EL(1) IS THE SEGMENT ID, WS-EL(2) ITS FIRST ELEMENT.
       01  WS-SEG-TEXT                PIC X(256).
       01  WS-EL-COUNT                PIC 9(02).
       01  WS-SEG-ELEMENTS.
           05 WS-EL OCCURS 20 TIMES   PIC X(30).
       01  WS-EL-SUB                  PIC 9(02).

      * INTERCHANGE, GROUP, AND TRANSACTION-SET STATE.
       01  WS-IC-OPEN-SW              PIC X(01) VALUE "N".
           88 INTERCHANGE-OPEN              VALUE "Y".
       01  WS-IC-SENDER-QUAL          PIC X(02).
       01  WS-IC-SENDER-ID            PIC X(15).
       01  WS-IC-CUST                 PIC X(05).
       01  WS-IC-OUT-CONTROL          PIC 9(09).
       01  WS-GRP-OPEN-SW             PIC X(01) VALUE "N".
           88 GROUP-OPEN                    VALUE "Y".
       01  WS-GS-SENDER               PIC X(15).
       01  WS-GS-CONTROL              PIC X(09).
       01  WS-GRP-OUT-CONTROL         PIC 9(09).
       01  WS-GRP-SET-COUNT           PIC 9(05).
       01  WS-GRP-ACCEPT-COUNT        PIC 9(05).
       01  WS-SET-OPEN-SW             PIC X(01) VALUE "N".
           88 SET-OPEN                      VALUE "Y".
       01  WS-ST-TYPE                 PIC X(03).
       01  WS-ST-CONTROL              PIC X(09).
       01  WS-SET-SEG-COUNT           PIC 9(05).
       01  WS-SET-ERROR-SW            PIC X(01).
           88 SET-IN-ERROR                  VALUE "Y".
       01  WS-SET-REASON              PIC X(38).
       01  WS-SET-BAD-SEGMENT         PIC X(65).
       01  WS-SET-AK5-CODE            PIC X(01).
       01  WS-NEW-REASON              PIC X(38).
       01  WS-NEW-AK5-CODE            PIC X(01).
       01  WS-PO-PURPOSE              PIC X(02).
       01  WS-PO-NUMBER               PIC X(22).
       01  WS-PO-DATE                 PIC X(08).
       01  WS-PO-SHIP-CODE            PIC X(03).
       01  WS-PO-SHIP-ZIP             PIC X(05).
       01  WS-CTT-TEXT                PIC X(30).
       01  WS-PO-CUST-SUB             PIC 9(03).

      * THE SET'S PO1 LINES, HELD UNTIL THE SE TRAILER SAYS THE SET
      * IS WHOLE.
       01  WS-POL-COUNT               PIC 9(03) VALUE 0.
       01  WS-POL-SUB                 PIC 9(03).
       01  WS-PO-LINE-TABLE.
           05 WS-POL-ENTRY OCCURS 100 TIMES.
              10 WS-POL-SHAPE         PIC X(10).
              10 WS-POL-SIZE-1        PIC 9(03).
              10 WS-POL-SIZE-2        PIC 9(03).
              10 WS-POL-PRICE         PIC 9(03)V99.
              10 WS-POL-MATERIAL      PIC X(04).
              10 WS-POL-FINISH        PIC X(01).
              10 WS-POL-QTY           PIC 9(03).
       01  WS-COPY-SUB                PIC 9(03).

      * ONE PO1 BEING EDITED.
       01  WS-LN-SHAPE                PIC X(10).
       01  WS-LN-SIZE-TEXT            PIC X(30).
       01  WS-LN-MATERIAL             PIC X(04).
       01  WS-LN-FINISH               PIC X(01).
       01  WS-LN-SIZE-1               PIC 9(03).
       01  WS-LN-SIZE-2               PIC 9(03).
       01  WS-LN-QTY                  PIC 9(03).
       01  WS-LN-PRICE                PIC 9(03)V99.
       01  WS-IZ-TEXT-1               PIC X(10).
       01  WS-IZ-TEXT-2               PIC X(10).
       01  WS-AGREED-PRICE            PIC 9(03)V99.
       01  WS-AGREED-FOUND-SW         PIC X(01).
           88 AGREED-PRICE-FOUND            VALUE "Y".
       01  WS-BEST-EFF                PIC X(08).
       01  WS-PRICE-DATE              PIC X(08).
       01  WS-PRICE-DISP-1            PIC ZZ9.99.
       01  WS-PRICE-DISP-2            PIC ZZ9.99.

      * NUMERIC TEXT EDIT -- DIGITS AND AT MOST ONE DECIMAL POINT.
       01  WS-NUM-TEXT                PIC X(30).
       01  WS-NUM-LEN                 PIC 9(02).
       01  WS-NUM-DIGITS              PIC 9(02).
       01  WS-NUM-DOTS                PIC 9(02).
       01  WS-NUM-OK-SW               PIC X(01).
           88 NUMBER-OK                     VALUE "Y".
       01  WS-NUM-VALUE               PIC 9(07)V99.

      * THE SHAPE-FILE-IN LINE, LAID OUT AS HW15OENT BUILDS IT.
       01  WS-FEED-LINE.
           05 FL-SHAPE-TYPE           PIC X(10).
           05 FL-SIZE-1               PIC 9(03).
           05 FL-SIZE-2               PIC 9(03).
           05 FL-SQ-FT-PRICE          PIC 9(03)V99.
           05 FL-ORDER-ID             PIC X(05).
           05 FL-MATERIAL-CODE        PIC X(04).
           05 FL-OVERRIDE-IND         PIC X(01).
           05 FL-EDGE-FINISH          PIC X(01).

      * OUTBOUND 997 SEGMENT BUILD AREA.
       01  WS-OUT-SEG                 PIC X(120).
       01  WS-ACK-SEG-COUNT           PIC 9(05).
       01  WS-AK9-CODE                PIC X(01).

       01  WS-SETS-READ               PIC 9(05) VALUE 0.
       01  WS-SETS-ACCEPTED           PIC 9(05) VALUE 0.
       01  WS-SETS-REJECTED           PIC 9(05) VALUE 0.
       01  WS-ORDERS-WRITTEN          PIC 9(05) VALUE 0.
       01  WS-LINES-WRITTEN           PIC 9(05) VALUE 0.
       01  WS-LINES-HELD              PIC 9(05) VALUE 0.
       01  WS-SEGMENTS-READ           PIC 9(07) VALUE 0.
       01  WS-ACKS-WRITTEN            PIC 9(05) VALUE 0.

       01  WS-EXR-HDG1.
           05 FILLER                  PIC X(42) VALUE
              "EDI PURCHASE ORDER EXCEPTIONS -- HW15EDIN".
           05 FILLER                  PIC X(05) VALUE " RUN ".
           05 EXRH-RUN-DATE           PIC X(08).
       01  WS-EXR-HDG2.
           05 FILLER                  PIC X(16) VALUE "SENDER".
           05 FILLER                  PIC X(10) VALUE "SET".
           05 FILLER                  PIC X(16) VALUE "PO NUMBER".
           05 FILLER                  PIC X(06) VALUE "REASON".
       01  WS-EXR-LINE.
           05 EXR-SENDER              PIC X(15).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EXR-SET                 PIC X(09).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EXR-PO                  PIC X(15).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EXR-REASON              PIC X(38).
       01  WS-EXR-SEG-LINE.
           05 FILLER                  PIC X(06) VALUE ALL SPACES.
           05 FILLER                  PIC X(09) VALUE "SEGMENT: ".
           05 EXR-SEGMENT             PIC X(65).
       01  WS-EXR-TOTAL-LINE.
           05 EXRT-CAPTION            PIC X(30).
           05 EXRT-COUNT              PIC ZZ,ZZ9.

       01  WS-RUNSTAT-PARMS.
           05 RST-PROGRAM             PIC X(08).
           05 RST-RECORDS-READ        PIC 9(07).
           05 RST-RECORDS-WRITTEN     PIC 9(07).
           05 RST-RECORDS-REJECTED    PIC 9(07).
           05 RST-CONTROL-TOTAL       PIC 9(09)V99.
           05 RST-RETURN-CODE         PIC 9(02).

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW15EDIN - EDI PURCHASE ORDERS IN".
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-SEGMENT.
           PERFORM UNTIL END-OF-850
               PERFORM 2100-PROCESS-SEGMENT
               PERFORM 2000-READ-SEGMENT
           END-PERFORM.
      * A MAILBOX CUT OFF MID-INTERCHANGE STILL GETS ITS ANSWER.
           IF SET-OPEN
               MOVE "SE TRAILER MISSING" TO WS-NEW-REASON
               MOVE "2" TO WS-NEW-AK5-CODE
               PERFORM 2900-NOTE-SET-ERROR
               PERFORM 2800-CLOSE-SET
           END-IF.
           IF GROUP-OPEN
               PERFORM 3800-CLOSE-GROUP
           END-IF.
           IF INTERCHANGE-OPEN
               PERFORM 3900-CLOSE-INTERCHANGE
           END-IF.
           PERFORM 6000-FINISH-UP.
           MOVE "HW15EDIN" TO RST-PROGRAM.
           MOVE WS-SETS-READ TO RST-RECORDS-READ.
           MOVE WS-SETS-ACCEPTED TO RST-RECORDS-WRITTEN.
           MOVE WS-SETS-REJECTED TO RST-RECORDS-REJECTED.
           MOVE WS-LINES-WRITTEN TO RST-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL "RUNSTAT" USING WS-RUNSTAT-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           DISPLAY "HW15EDIN CONCLUDES".
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-EDI-850-DSN FROM ENVIRONMENT "RUGE850".
           IF WS-EDI-850-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15E850.dat"
               TO WS-EDI-850-DSN
           END-IF.
           ACCEPT WS-EDI-997-DSN FROM ENVIRONMENT "RUGE997".
           IF WS-EDI-997-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15E997.dat"
               TO WS-EDI-997-DSN
           END-IF.
           ACCEPT WS-EDI-EXCEPT-DSN FROM ENVIRONMENT "RUGEDXR".
           IF WS-EDI-EXCEPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15EDXR.rpt"
               TO WS-EDI-EXCEPT-DSN
           END-IF.
           ACCEPT WS-EDI-PARTNER-DSN FROM ENVIRONMENT "RUGEDIP".
           IF WS-EDI-PARTNER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15EDIP.dat"
               TO WS-EDI-PARTNER-DSN
           END-IF.
           ACCEPT WS-EDI-XREF-DSN FROM ENVIRONMENT "RUGEDIX".
           IF WS-EDI-XREF-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15EDIX.dat"
               TO WS-EDI-XREF-DSN
           END-IF.
           ACCEPT WS-EDI-CTL-DSN FROM ENVIRONMENT "RUGEDCT".
           IF WS-EDI-CTL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15EDCT.dat"
               TO WS-EDI-CTL-DSN
           END-IF.
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
           ACCEPT WS-FINISH-DSN FROM ENVIRONMENT "RUGFINP".
           IF WS-FINISH-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15FINP.dat"
               TO WS-FINISH-DSN
           END-IF.
           ACCEPT WS-ORDER-HDR-DSN FROM ENVIRONMENT "RUGORDH".
           IF WS-ORDER-HDR-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15ORDH.dat"
               TO WS-ORDER-HDR-DSN
           END-IF.
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE (9:4) TO WS-NOW-TIME.
           PERFORM 1100-LOAD-PARTNERS.
           PERFORM 1200-LOAD-CUSTOMERS.
           PERFORM 1300-LOAD-SHIP-TOS.
           PERFORM 1400-LOAD-PRICE-BOOK.
           PERFORM 1450-LOAD-CONTRACT-PRICES.
           PERFORM 1500-LOAD-FINISH-RATES.
           PERFORM 1600-LOAD-PO-XREF.
           PERFORM 1700-READ-EDI-CONTROL.
           OPEN INPUT EDI-850-IN.
           IF WS-EDI-850-STATUS NOT = "00"
               DISPLAY "NO 850 FILE TO TRANSLATE - STATUS "
                   WS-EDI-850-STATUS
               MOVE "Y" TO WS-EOF-850-SW
           END-IF.
           OPEN EXTEND EDI-997-OUT.
           IF WS-EDI-997-STATUS = "35"
               OPEN OUTPUT EDI-997-OUT
           END-IF.
           OPEN EXTEND ORDER-HEADER-OUT.
           IF WS-ORDER-HDR-STATUS = "35"
               OPEN OUTPUT ORDER-HEADER-OUT
           END-IF.
           OPEN EXTEND SHAPE-FILE-OUT.
           IF WS-SHAPE-FILE-STATUS = "35"
               OPEN OUTPUT SHAPE-FILE-OUT
           END-IF.
           OPEN EXTEND CREDIT-HOLD-FILE.
           IF WS-CREDIT-HOLD-STATUS = "35"
               OPEN OUTPUT CREDIT-HOLD-FILE
           END-IF.
           OPEN EXTEND EDI-XREF-FILE.
           IF WS-EDI-XREF-STATUS = "35"
               OPEN OUTPUT EDI-XREF-FILE
           END-IF.
           OPEN OUTPUT EDI-EXCEPT-RPT.
           MOVE WS-TODAY TO EXRH-RUN-DATE.
           WRITE EDI-EXCEPT-REC FROM WS-EXR-HDG1.
           WRITE EDI-EXCEPT-REC FROM WS-EXR-HDG2.

       1100-LOAD-PARTNERS.
           OPEN INPUT EDI-PARTNER-IN.
           IF WS-EDI-PARTNER-STATUS = "00"
               READ EDI-PARTNER-IN
               PERFORM UNTIL WS-EDI-PARTNER-STATUS > "00"
                          OR WS-TP-COUNT >= 50
                   ADD 1 TO WS-TP-COUNT
                   MOVE TP-CUST-NUMBER TO WS-TP-CUST(WS-TP-COUNT)
                   MOVE TP-ISA-QUAL    TO WS-TP-QUAL(WS-TP-COUNT)
                   MOVE TP-ISA-ID      TO WS-TP-ID(WS-TP-COUNT)
                   MOVE TP-ACTIVE-SW   TO WS-TP-ACTIVE(WS-TP-COUNT)
                   READ EDI-PARTNER-IN
               END-PERFORM
               CLOSE EDI-PARTNER-IN
           ELSE
               DISPLAY "TRADING PARTNER FILE NOT AVAILABLE - STATUS "
                   WS-EDI-PARTNER-STATUS " -- EVERY SET REJECTS"
           END-IF.

       1200-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-STATUS = "00"
               READ CUSTOMER-MASTER
               PERFORM UNTIL WS-CUSTOMER-STATUS > "00"
                          OR WS-CUST-COUNT >= 200
                   ADD 1 TO WS-CUST-COUNT
                   MOVE CM-CUST-NUMBER TO WS-CUST-NUM(WS-CUST-COUNT)
                   MOVE CM-CREDIT-STATUS
                       TO WS-CUST-CRED-STAT(WS-CUST-COUNT)
                   MOVE CM-ACTIVE-SW TO WS-CUST-ACTIVE(WS-CUST-COUNT)
                   MOVE CM-COMPANY TO WS-CUST-COMPANY(WS-CUST-COUNT)
                   READ CUSTOMER-MASTER
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           END-IF.

       1300-LOAD-SHIP-TOS.
           OPEN INPUT SHIP-TO-FILE.
           IF WS-SHIP-TO-STATUS = "00"
               READ SHIP-TO-FILE
               PERFORM UNTIL WS-SHIP-TO-STATUS > "00"
                          OR WS-SHIP-COUNT >= 500
                   ADD 1 TO WS-SHIP-COUNT
                   MOVE ST-CUST-NUMBER TO WS-SHIP-CUST(WS-SHIP-COUNT)
                   MOVE ST-SHIP-TO-CODE
                       TO WS-SHIP-CODE(WS-SHIP-COUNT)
                   MOVE ST-ZIP         TO WS-SHIP-ZIP(WS-SHIP-COUNT)
                   MOVE ST-ACTIVE-SW
                       TO WS-SHIP-ACTIVE(WS-SHIP-COUNT)
                   READ SHIP-TO-FILE
               END-PERFORM
               CLOSE SHIP-TO-FILE
           END-IF.

       1400-LOAD-PRICE-BOOK.
           OPEN INPUT PRICE-BOOK.
           IF WS-PRICE-BOOK-STATUS = "00"
               READ PRICE-BOOK
               PERFORM UNTIL WS-PRICE-BOOK-STATUS > "00"
                          OR WS-PBK-COUNT >= 200
                   ADD 1 TO WS-PBK-COUNT
                   MOVE WS-PBK-COUNT TO WS-PBK-SUB
                   MOVE PB-SHAPE-TYPE
                       TO WS-PBK-SHAPE(WS-PBK-SUB)
                   MOVE PB-MATERIAL-CODE
                       TO WS-PBK-MATERIAL(WS-PBK-SUB)
                   MOVE PB-UNIT-PRICE
                       TO WS-PBK-PRICE(WS-PBK-SUB)
                   MOVE PB-EFFECTIVE-FROM
                       TO WS-PBK-EFF-FROM(WS-PBK-SUB)
                   READ PRICE-BOOK
               END-PERFORM
               CLOSE PRICE-BOOK
           ELSE
               DISPLAY "PRICE BOOK NOT AVAILABLE - STATUS "
                   WS-PRICE-BOOK-STATUS
                   " -- ONLY CONTRACT-PRICED LINES CAN BE ACCEPTED"
           END-IF.

       1450-LOAD-CONTRACT-PRICES.
           OPEN INPUT CONTRACT-PRICE-IN.
           IF WS-CONTRACT-STATUS = "00"
               READ CONTRACT-PRICE-IN
               PERFORM UNTIL WS-CONTRACT-STATUS > "00"
                          OR WS-CPR-COUNT >= 100
                   ADD 1 TO WS-CPR-COUNT
                   MOVE CP-CUST-NUMBER
                       TO WS-CPR-CUST(WS-CPR-COUNT)
                   MOVE CP-SHAPE-TYPE
                       TO WS-CPR-SHAPE(WS-CPR-COUNT)
                   MOVE CP-MATERIAL-CODE
                       TO WS-CPR-MATERIAL(WS-CPR-COUNT)
                   MOVE CP-UNIT-PRICE
                       TO WS-CPR-PRICE(WS-CPR-COUNT)
                   MOVE CP-EFF-FROM
                       TO WS-CPR-EFF(WS-CPR-COUNT)
                   MOVE CP-EXPIRES
                       TO WS-CPR-EXP(WS-CPR-COUNT)
                   READ CONTRACT-PRICE-IN
               END-PERFORM
               CLOSE CONTRACT-PRICE-IN
           END-IF.

       1500-LOAD-FINISH-RATES.
           OPEN INPUT FINISH-PRICE-IN.
           IF WS-FINISH-STATUS = "00"
               READ FINISH-PRICE-IN
               PERFORM UNTIL WS-FINISH-STATUS > "00"
                          OR WS-FIN-COUNT >= 50
                   ADD 1 TO WS-FIN-COUNT
                   MOVE FP-FINISH-CODE TO WS-FIN-CODE(WS-FIN-COUNT)
                   MOVE FP-MATERIAL-CODE
                       TO WS-FIN-MATERIAL(WS-FIN-COUNT)
                   READ FINISH-PRICE-IN
               END-PERFORM
               CLOSE FINISH-PRICE-IN
           END-IF.

       1600-LOAD-PO-XREF.
           OPEN INPUT EDI-XREF-FILE.
           IF WS-EDI-XREF-STATUS = "00"
               READ EDI-XREF-FILE
               PERFORM UNTIL WS-EDI-XREF-STATUS > "00"
                          OR WS-XREF-COUNT >= 1000
                   ADD 1 TO WS-XREF-COUNT
                   MOVE EX-CUST-NUMBER TO WS-XREF-CUST(WS-XREF-COUNT)
                   MOVE EX-PO-NUMBER   TO WS-XREF-PO(WS-XREF-COUNT)
                   MOVE EX-ORDER-ID    TO WS-XREF-ORDER(WS-XREF-COUNT)
                   READ EDI-XREF-FILE
               END-PERFORM
               CLOSE EDI-XREF-FILE
           END-IF.

       1700-READ-EDI-CONTROL.
           OPEN INPUT EDI-CONTROL.
           IF WS-EDI-CTL-STATUS = "00"
               READ EDI-CONTROL
               IF WS-EDI-CTL-STATUS = "00"
                   MOVE ECT-NEXT-ISA   TO WS-NEXT-ISA
                   MOVE ECT-NEXT-GROUP TO WS-NEXT-GROUP
                   MOVE ECT-NEXT-ORDER TO WS-NEXT-ORDER
               END-IF
               CLOSE EDI-CONTROL
           END-IF.

      * BLANK LINES BETWEEN INTERCHANGES ARE SKIPPED.
       2000-READ-SEGMENT.
           MOVE SPACES TO WS-SEG-TEXT.
           PERFORM UNTIL END-OF-850 OR WS-SEG-TEXT NOT = SPACES
               READ EDI-850-IN
                   AT END
                       MOVE "Y" TO WS-EOF-850-SW
                   NOT AT END
                       MOVE EDI-850-REC TO WS-SEG-TEXT
               END-READ
           END-PERFORM.
           IF NOT END-OF-850
               ADD 1 TO WS-SEGMENTS-READ
               MOVE SPACES TO WS-SEG-ELEMENTS
               MOVE 0 TO WS-EL-COUNT
               UNSTRING WS-SEG-TEXT DELIMITED BY "*" OR "~"
                   INTO WS-EL(1)  WS-EL(2)  WS-EL(3)  WS-EL(4)
                        WS-EL(5)  WS-EL(6)  WS-EL(7)  WS-EL(8)
                        WS-EL(9)  WS-EL(10) WS-EL(11) WS-EL(12)
                        WS-EL(13) WS-EL(14) WS-EL(15) WS-EL(16)
                        WS-EL(17) WS-EL(18) WS-EL(19) WS-EL(20)
                   TALLYING IN WS-EL-COUNT
               END-UNSTRING
           END-IF.

      * ENVELOPE SEGMENTS OPEN AND CLOSE THE 997 AS THEY GO BY; A
      * SEGMENT INSIDE A SET IS COUNTED FOR THE SE CHECK AND ANY
      * SEGMENT THE TRANSLATOR DOES NOT USE (REF, DTM, PID, N3, N4)
      * IS PASSED OVER.
       2100-PROCESS-SEGMENT.
           IF SET-OPEN
               ADD 1 TO WS-SET-SEG-COUNT
           END-IF.
           EVALUATE WS-EL(1)
               WHEN "ISA"
                   PERFORM 2200-START-INTERCHANGE
               WHEN "GS"
                   PERFORM 2300-START-GROUP
               WHEN "ST"
                   PERFORM 2400-START-SET
               WHEN "BEG"
                   PERFORM 2500-TAKE-BEG
               WHEN "N1"
                   IF WS-EL(2) = "ST"
                       MOVE WS-EL(5) TO WS-PO-SHIP-CODE
                   END-IF
               WHEN "PO1"
                   PERFORM 2600-EDIT-PO-LINE THRU 2600-EXIT
               WHEN "CTT"
                   MOVE WS-EL(2) TO WS-CTT-TEXT
               WHEN "SE"
                   PERFORM 2700-END-SET THRU 2700-EXIT
               WHEN "GE"
                   IF SET-OPEN
                       MOVE "SE TRAILER MISSING" TO WS-NEW-REASON
                       MOVE "2" TO WS-NEW-AK5-CODE
                       PERFORM 2900-NOTE-SET-ERROR
                       PERFORM 2800-CLOSE-SET
                   END-IF
                   IF GROUP-OPEN
                       PERFORM 3800-CLOSE-GROUP
                   END-IF
               WHEN "IEA"
                   IF GROUP-OPEN
                       PERFORM 3800-CLOSE-GROUP
                   END-IF
                   IF INTERCHANGE-OPEN
                       PERFORM 3900-CLOSE-INTERCHANGE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * THE SENDER NAMES THE CUSTOMER.  THE ANSWERING INTERCHANGE
      * GOES BACK TO THE SAME SENDER WHETHER OR NOT IT IS KNOWN.
       2200-START-INTERCHANGE.
           IF GROUP-OPEN
               PERFORM 3800-CLOSE-GROUP
           END-IF.
           IF INTERCHANGE-OPEN
               PERFORM 3900-CLOSE-INTERCHANGE
           END-IF.
           MOVE WS-EL(6) TO WS-IC-SENDER-QUAL.
           MOVE WS-EL(7) TO WS-IC-SENDER-ID.
           MOVE SPACES TO WS-IC-CUST.
           PERFORM VARYING WS-TP-SUB FROM 1 BY 1
               UNTIL WS-TP-SUB > WS-TP-COUNT
               IF WS-TP-QUAL(WS-TP-SUB) = WS-IC-SENDER-QUAL
                   AND WS-TP-ID(WS-TP-SUB) = WS-IC-SENDER-ID
                   AND WS-TP-ACTIVE(WS-TP-SUB) NOT = "I"
                   MOVE WS-TP-CUST(WS-TP-SUB) TO WS-IC-CUST
                   MOVE WS-TP-COUNT TO WS-TP-SUB
               END-IF
           END-PERFORM.
           MOVE WS-NEXT-ISA TO WS-IC-OUT-CONTROL.
           ADD 1 TO WS-NEXT-ISA.
           MOVE SPACES TO WS-OUT-SEG.
           STRING "ISA*00*          *00*          *"
                      DELIMITED BY SIZE
                  WS-OUR-ISA-QUAL "*" WS-OUR-ISA-ID "*"
                  WS-IC-SENDER-QUAL "*" WS-IC-SENDER-ID "*"
                  WS-TODAY(3:6) "*" WS-NOW-TIME "*U*00401*"
                  WS-IC-OUT-CONTROL "*0*P*>~"
                      DELIMITED BY SIZE
               INTO WS-OUT-SEG
           END-STRING.
           WRITE EDI-997-REC FROM WS-OUT-SEG.
           MOVE "Y" TO WS-IC-OPEN-SW.

      * THE 997 GROUP, ITS ONE SET, AND THE AK1 ARE WRITTEN NOW; AN
      * AK2/AK5 PAIR FOLLOWS FOR EACH SET AS ITS SE IS READ.
       2300-START-GROUP.
           IF GROUP-OPEN
               PERFORM 3800-CLOSE-GROUP
           END-IF.
           MOVE WS-EL(3) TO WS-GS-SENDER.
           MOVE WS-EL(7) TO WS-GS-CONTROL.
           MOVE 0 TO WS-GRP-SET-COUNT WS-GRP-ACCEPT-COUNT.
           MOVE WS-NEXT-GROUP TO WS-GRP-OUT-CONTROL.
           ADD 1 TO WS-NEXT-GROUP.
           MOVE SPACES TO WS-OUT-SEG.
           STRING "GS*FA*" DELIMITED BY SIZE
                  WS-OUR-GS-ID DELIMITED BY SPACE
                  "*" DELIMITED BY SIZE
                  WS-GS-SENDER DELIMITED BY SPACE
                  "*" WS-TODAY "*" WS-NOW-TIME "*"
                  WS-GRP-OUT-CONTROL "*X*004010~"
                      DELIMITED BY SIZE
               INTO WS-OUT-SEG
           END-STRING.
           WRITE EDI-997-REC FROM WS-OUT-SEG.
           MOVE 0 TO WS-ACK-SEG-COUNT.
           MOVE "ST*997*0001~" TO WS-OUT-SEG.
           PERFORM 8000-WRITE-ACK-SEGMENT.
           MOVE SPACES TO WS-OUT-SEG.
           STRING "AK1*PO*" DELIMITED BY SIZE
                  WS-GS-CONTROL DELIMITED BY SPACE
                  "~" DELIMITED BY SIZE
               INTO WS-OUT-SEG
           END-STRING.
           PERFORM 8000-WRITE-ACK-SEGMENT.
           MOVE "Y" TO WS-GRP-OPEN-SW.

       2400-START-SET.
           IF SET-OPEN
               MOVE "SE TRAILER MISSING" TO WS-NEW-REASON
               MOVE "2" TO WS-NEW-AK5-CODE
               PERFORM 2900-NOTE-SET-ERROR
               PERFORM 2800-CLOSE-SET
           END-IF.
           MOVE "Y" TO WS-SET-OPEN-SW.
           MOVE 1 TO WS-SET-SEG-COUNT.
           MOVE WS-EL(2) TO WS-ST-TYPE.
           MOVE WS-EL(3) TO WS-ST-CONTROL.
           MOVE "N" TO WS-SET-ERROR-SW.
           MOVE SPACES TO WS-SET-REASON WS-SET-BAD-SEGMENT
                          WS-SET-AK5-CODE.
           MOVE SPACES TO WS-PO-PURPOSE WS-PO-NUMBER WS-PO-DATE
                          WS-PO-SHIP-CODE WS-PO-SHIP-ZIP
                          WS-CTT-TEXT.
           MOVE 0 TO WS-POL-COUNT.
           ADD 1 TO WS-SETS-READ.
           ADD 1 TO WS-GRP-SET-COUNT.
           IF WS-ST-TYPE NOT = "850"
               MOVE "TRANSACTION SET NOT SUPPORTED"
                   TO WS-NEW-REASON
               MOVE "1" TO WS-NEW-AK5-CODE
               PERFORM 2900-NOTE-SET-ERROR
           END-IF.
           IF WS-IC-CUST = SPACES
               MOVE "SENDER NOT A TRADING PARTNER" TO WS-NEW-REASON
               MOVE "5" TO WS-NEW-AK5-CODE
               PERFORM 2900-NOTE-SET-ERROR
           END-IF.

      * ONLY ORIGINAL PURCHASE ORDERS ARE TAKEN; CHANGES AND
      * CANCELLATIONS GO THROUGH HW15OCHG.
       2500-TAKE-BEG.
           MOVE WS-EL(2) TO WS-PO-PURPOSE.
           MOVE WS-EL(4) TO WS-PO-NUMBER.
           MOVE WS-EL(6) TO WS-PO-DATE.
           IF WS-PO-PURPOSE NOT = "00"
               MOVE "BEG PURPOSE NOT ORIGINAL (00)" TO WS-NEW-REASON
               MOVE "5" TO WS-NEW-AK5-CODE
               PERFORM 2900-NOTE-SET-ERROR
           END-IF.
           IF WS-PO-NUMBER = SPACES
               MOVE "BEG HAS NO PO NUMBER" TO WS-NEW-REASON
               MOVE "5" TO WS-NEW-AK5-CODE
               PERFORM 2900-NOTE-SET-ERROR
           END-IF.
           IF WS-PO-DATE IS NOT NUMERIC
               MOVE "BEG PO DATE NOT CCYYMMDD" TO WS-NEW-REASON
               MOVE "5" TO WS-NEW-AK5-CODE
               PERFORM 2900-NOTE-SET-ERROR
           END-IF.

      * ONE PO1 -- THE SAME EDITS HW15NB'S 2500-EDIT-SHAPE-RECORD
      * MAKES, PLUS THE PRICE CHECK AGAINST WHAT HW15NB WILL CHARGE.
       2600-EDIT-PO-LINE.
           MOVE SPACES TO WS-LN-SHAPE WS-LN-SIZE-TEXT WS-LN-MATERIAL
                          WS-LN-FINISH.
           PERFORM VARYING WS-EL-SUB FROM 7 BY 2
               UNTIL WS-EL-SUB > 19
               EVALUATE WS-EL(WS-EL-SUB)
                   WHEN "VP"
                       MOVE WS-EL(WS-EL-SUB + 1) TO WS-LN-SHAPE
                   WHEN "IZ"
                       MOVE WS-EL(WS-EL-SUB + 1) TO WS-LN-SIZE-TEXT
                   WHEN "MG"
                       MOVE WS-EL(WS-EL-SUB + 1) TO WS-LN-MATERIAL
                   WHEN "FN"
                       MOVE WS-EL(WS-EL-SUB + 1) TO WS-LN-FINISH
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF WS-POL-COUNT >= 100
               MOVE "MORE THAN 100 PO1 LINES" TO WS-NEW-REASON
               PERFORM 2950-NOTE-LINE-ERROR
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-EL(3) TO WS-NUM-TEXT.
           PERFORM 8100-CHECK-NUMBER.
           IF NOT NUMBER-OK OR WS-NUM-DOTS > 0
               OR WS-NUM-VALUE = 0 OR WS-NUM-VALUE > 999
               MOVE "PO1 QUANTITY MISSING OR NOT WHOLE"
                   TO WS-NEW-REASON
               PERFORM 2950-NOTE-LINE-ERROR
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-NUM-VALUE TO WS-LN-QTY.
           IF WS-LN-SHAPE = SPACES
               MOVE "PO1 HAS NO VP SHAPE TYPE" TO WS-NEW-REASON
               PERFORM 2950-NOTE-LINE-ERROR
               GO TO 2600-EXIT
           END-IF.
           MOVE SPACES TO WS-IZ-TEXT-1 WS-IZ-TEXT-2.
           UNSTRING WS-LN-SIZE-TEXT DELIMITED BY "X" OR "x"
               INTO WS-IZ-TEXT-1 WS-IZ-TEXT-2
           END-UNSTRING.
           MOVE WS-IZ-TEXT-1 TO WS-NUM-TEXT.
           PERFORM 8100-CHECK-NUMBER.
           IF NOT NUMBER-OK OR WS-NUM-DOTS > 0
               OR WS-NUM-VALUE = 0 OR WS-NUM-VALUE > 999
               MOVE "PO1 IZ SIZE NOT SSSXSSS" TO WS-NEW-REASON
               PERFORM 2950-NOTE-LINE-ERROR
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-NUM-VALUE TO WS-LN-SIZE-1.
           MOVE WS-IZ-TEXT-2 TO WS-NUM-TEXT.
           PERFORM 8100-CHECK-NUMBER.
           IF NOT NUMBER-OK OR WS-NUM-DOTS > 0
               OR WS-NUM-VALUE = 0 OR WS-NUM-VALUE > 999
               MOVE "PO1 IZ SIZE NOT SSSXSSS" TO WS-NEW-REASON
               PERFORM 2950-NOTE-LINE-ERROR
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-NUM-VALUE TO WS-LN-SIZE-2.
           IF WS-LN-MATERIAL = SPACES
               MOVE "PO1 HAS NO MG MATERIAL CODE" TO WS-NEW-REASON
               PERFORM 2950-NOTE-LINE-ERROR
               GO TO 2600-EXIT
           END-IF.
           PERFORM 2650-FIND-FINISH-RATE.
           IF NOT FINISH-RATE-FOUND
               MOVE "NO RATE FOR EDGE FINISH AND MATERIAL"
                   TO WS-NEW-REASON
               PERFORM 2950-NOTE-LINE-ERROR
               GO TO 2600-EXIT
           END-IF.
           PERFORM 2660-FIND-AGREED-PRICE.
           IF NOT AGREED-PRICE-FOUND
               MOVE "SHAPE/MATERIAL NOT ON THE PRICE BOOK"
                   TO WS-NEW-REASON
               PERFORM 2950-NOTE-LINE-ERROR
               GO TO 2600-EXIT
           END-IF.
           IF WS-EL(5) = SPACES
               MOVE WS-AGREED-PRICE TO WS-LN-PRICE
           ELSE
               MOVE WS-EL(5) TO WS-NUM-TEXT
               PERFORM 8100-CHECK-NUMBER
               IF NOT NUMBER-OK OR WS-NUM-VALUE > 999.99
                   MOVE "PO1 UNIT PRICE NOT NUMERIC" TO WS-NEW-REASON
                   PERFORM 2950-NOTE-LINE-ERROR
                   GO TO 2600-EXIT
               END-IF
               MOVE WS-NUM-VALUE TO WS-LN-PRICE
               IF WS-LN-PRICE NOT = WS-AGREED-PRICE
                   MOVE WS-LN-PRICE TO WS-PRICE-DISP-1
                   MOVE WS-AGREED-PRICE TO WS-PRICE-DISP-2
                   MOVE SPACES TO WS-NEW-REASON
                   STRING "PO PRICE " WS-PRICE-DISP-1
                          " NOT AGREED " WS-PRICE-DISP-2
                          DELIMITED BY SIZE
                       INTO WS-NEW-REASON
                   END-STRING
                   PERFORM 2950-NOTE-LINE-ERROR
                   GO TO 2600-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-POL-COUNT.
           MOVE WS-LN-SHAPE    TO WS-POL-SHAPE(WS-POL-COUNT).
           MOVE WS-LN-SIZE-1   TO WS-POL-SIZE-1(WS-POL-COUNT).
           MOVE WS-LN-SIZE-2   TO WS-POL-SIZE-2(WS-POL-COUNT).
           MOVE WS-LN-PRICE    TO WS-POL-PRICE(WS-POL-COUNT).
           MOVE WS-LN-MATERIAL TO WS-POL-MATERIAL(WS-POL-COUNT).
           MOVE WS-LN-FINISH   TO WS-POL-FINISH(WS-POL-COUNT).
           MOVE WS-LN-QTY      TO WS-POL-QTY(WS-POL-COUNT).

       2600-EXIT.
           EXIT.

      * A ROW FOR THE LINE'S OWN MATERIAL OR THE BLANK-MATERIAL ROW
      * WILL DO, AS IN HW15NB.  A PLAIN EDGE NEEDS NO RATE.
       2650-FIND-FINISH-RATE.
           IF WS-LN-FINISH = SPACE
               MOVE "Y" TO WS-FIN-RATE-FOUND-SW
           ELSE
               MOVE "N" TO WS-FIN-RATE-FOUND-SW
               PERFORM VARYING WS-FIN-SUB FROM 1 BY 1
                   UNTIL WS-FIN-SUB > WS-FIN-COUNT
                   IF WS-FIN-CODE(WS-FIN-SUB) = WS-LN-FINISH
                       AND (WS-FIN-MATERIAL(WS-FIN-SUB)
                               = WS-LN-MATERIAL
                            OR WS-FIN-MATERIAL(WS-FIN-SUB) = SPACES)
                       MOVE "Y" TO WS-FIN-RATE-FOUND-SW
                       MOVE WS-FIN-COUNT TO WS-FIN-SUB
                   END-IF
               END-PERFORM
           END-IF.

      * THE PRICE HW15NB WILL CHARGE ON THE PO DATE: A CONTRACT ROW
      * IN FORCE FOR THE CUSTOMER, ELSE THE LATEST BOOK ROW.
       2660-FIND-AGREED-PRICE.
           IF WS-PO-DATE IS NUMERIC
               MOVE WS-PO-DATE TO WS-PRICE-DATE
           ELSE
               MOVE WS-TODAY TO WS-PRICE-DATE
           END-IF.
           MOVE "N" TO WS-AGREED-FOUND-SW.
           MOVE SPACES TO WS-BEST-EFF.
           PERFORM VARYING WS-CPR-SUB FROM 1 BY 1
               UNTIL WS-CPR-SUB > WS-CPR-COUNT
               IF WS-CPR-CUST(WS-CPR-SUB) = WS-IC-CUST
                   AND WS-CPR-SHAPE(WS-CPR-SUB) = WS-LN-SHAPE
                   AND WS-CPR-MATERIAL(WS-CPR-SUB) = WS-LN-MATERIAL
                   AND WS-CPR-EFF(WS-CPR-SUB) <= WS-PRICE-DATE
                   AND WS-CPR-EXP(WS-CPR-SUB) >= WS-PRICE-DATE
                   AND (WS-BEST-EFF = SPACES
                        OR WS-CPR-EFF(WS-CPR-SUB) >= WS-BEST-EFF)
                   MOVE "Y" TO WS-AGREED-FOUND-SW
                   MOVE WS-CPR-PRICE(WS-CPR-SUB) TO WS-AGREED-PRICE
                   MOVE WS-CPR-EFF(WS-CPR-SUB) TO WS-BEST-EFF
               END-IF
           END-PERFORM.
           IF NOT AGREED-PRICE-FOUND
               PERFORM VARYING WS-PBK-SUB FROM 1 BY 1
                   UNTIL WS-PBK-SUB > WS-PBK-COUNT
                   IF WS-PBK-SHAPE(WS-PBK-SUB) = WS-LN-SHAPE
                       AND WS-PBK-MATERIAL(WS-PBK-SUB)
                           = WS-LN-MATERIAL
                       AND WS-PBK-EFF-FROM(WS-PBK-SUB)
                           <= WS-PRICE-DATE
                       AND WS-PBK-EFF-FROM(WS-PBK-SUB) > WS-BEST-EFF
                       MOVE "Y" TO WS-AGREED-FOUND-SW
                       MOVE WS-PBK-PRICE(WS-PBK-SUB)
                           TO WS-AGREED-PRICE
                       MOVE WS-PBK-EFF-FROM(WS-PBK-SUB)
                           TO WS-BEST-EFF
                   END-IF
               END-PERFORM
           END-IF.

      * THE TRAILER CHECKS, THEN THE HEADER-LEVEL EDITS THAT NEED
      * THE WHOLE SET, THEN THE ORDER IS WRITTEN OR THE SET REJECTED.
       2700-END-SET.
           IF NOT SET-OPEN
               GO TO 2700-EXIT
           END-IF.
           MOVE WS-EL(2) TO WS-NUM-TEXT.
           PERFORM 8100-CHECK-NUMBER.
           IF NOT NUMBER-OK OR WS-NUM-VALUE NOT = WS-SET-SEG-COUNT
               MOVE "SE SEGMENT COUNT DISAGREES" TO WS-NEW-REASON
               MOVE "4" TO WS-NEW-AK5-CODE
               PERFORM 2900-NOTE-SET-ERROR
           END-IF.
           IF WS-EL(3) NOT = WS-ST-CONTROL
               MOVE "SE CONTROL NUMBER DISAGREES WITH ST"
                   TO WS-NEW-REASON
               MOVE "3" TO WS-NEW-AK5-CODE
               PERFORM 2900-NOTE-SET-ERROR
           END-IF.
           MOVE "5" TO WS-NEW-AK5-CODE.
           IF WS-PO-PURPOSE = SPACES
               MOVE "NO BEG SEGMENT" TO WS-NEW-REASON
               PERFORM 2900-NOTE-SET-ERROR
           END-IF.
           MOVE 0 TO WS-PO-CUST-SUB.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
               IF WS-CUST-NUM(WS-CUST-SUB) = WS-IC-CUST
                   MOVE WS-CUST-SUB TO WS-PO-CUST-SUB
                   MOVE WS-CUST-COUNT TO WS-CUST-SUB
               END-IF
           END-PERFORM.
           IF WS-IC-CUST NOT = SPACES
               IF WS-PO-CUST-SUB = 0
                   MOVE "CUSTOMER NOT ON CUSTOMER MASTER"
                       TO WS-NEW-REASON
                   PERFORM 2900-NOTE-SET-ERROR
               ELSE
                   IF WS-CUST-ACTIVE(WS-PO-CUST-SUB) = "I"
                       MOVE "CUSTOMER IS INACTIVE" TO WS-NEW-REASON
                       PERFORM 2900-NOTE-SET-ERROR
                   END-IF
               END-IF
           END-IF.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
               IF WS-XREF-CUST(WS-XREF-SUB) = WS-IC-CUST
                   AND WS-XREF-PO(WS-XREF-SUB) = WS-PO-NUMBER
                   AND WS-PO-NUMBER NOT = SPACES
                   MOVE SPACES TO WS-NEW-REASON
                   STRING "DUPLICATE PO - ALREADY ORDER "
                          WS-XREF-ORDER(WS-XREF-SUB)
                          DELIMITED BY SIZE
                       INTO WS-NEW-REASON
                   END-STRING
                   PERFORM 2900-NOTE-SET-ERROR
                   MOVE WS-XREF-COUNT TO WS-XREF-SUB
               END-IF
           END-PERFORM.
           IF WS-PO-SHIP-CODE = SPACES
               MOVE "NO N1*ST SHIP-TO ON THE PO" TO WS-NEW-REASON
               PERFORM 2900-NOTE-SET-ERROR
           ELSE
               PERFORM VARYING WS-SHIP-SUB FROM 1 BY 1
                   UNTIL WS-SHIP-SUB > WS-SHIP-COUNT
                   IF WS-SHIP-CUST(WS-SHIP-SUB) = WS-IC-CUST
                       AND WS-SHIP-CODE(WS-SHIP-SUB)
                           = WS-PO-SHIP-CODE
                       AND WS-SHIP-ACTIVE(WS-SHIP-SUB) NOT = "I"
                       MOVE WS-SHIP-ZIP(WS-SHIP-SUB)
                           TO WS-PO-SHIP-ZIP
                       MOVE WS-SHIP-COUNT TO WS-SHIP-SUB
                   END-IF
               END-PERFORM
               IF WS-PO-SHIP-ZIP = SPACES
                   MOVE "SHIP-TO CODE NOT ON FILE FOR CUSTOMER"
                       TO WS-NEW-REASON
                   PERFORM 2900-NOTE-SET-ERROR
               END-IF
           END-IF.
           IF WS-POL-COUNT = 0
               MOVE "NO PO1 LINES" TO WS-NEW-REASON
               PERFORM 2900-NOTE-SET-ERROR
           END-IF.
           IF WS-CTT-TEXT NOT = SPACES
               MOVE WS-CTT-TEXT TO WS-NUM-TEXT
               PERFORM 8100-CHECK-NUMBER
               IF NOT NUMBER-OK OR WS-NUM-VALUE NOT = WS-POL-COUNT
                   MOVE "CTT LINE COUNT DISAGREES" TO WS-NEW-REASON
                   PERFORM 2900-NOTE-SET-ERROR
               END-IF
           END-IF.
           PERFORM 2800-CLOSE-SET.

       2700-EXIT.
           EXIT.

       2800-CLOSE-SET.
           IF SET-IN-ERROR
               PERFORM 3100-WRITE-EXCEPTION
               ADD 1 TO WS-SETS-REJECTED
           ELSE
               PERFORM 3000-POST-ORDER
               ADD 1 TO WS-SETS-ACCEPTED
               ADD 1 TO WS-GRP-ACCEPT-COUNT
           END-IF.
           MOVE SPACES TO WS-OUT-SEG.
           STRING "AK2*" DELIMITED BY SIZE
                  WS-ST-TYPE DELIMITED BY SPACE
                  "*" DELIMITED BY SIZE
                  WS-ST-CONTROL DELIMITED BY SPACE
                  "~" DELIMITED BY SIZE
               INTO WS-OUT-SEG
           END-STRING.
           PERFORM 8000-WRITE-ACK-SEGMENT.
           IF SET-IN-ERROR
               MOVE SPACES TO WS-OUT-SEG
               STRING "AK5*R*" WS-SET-AK5-CODE "~"
                   DELIMITED BY SIZE
                   INTO WS-OUT-SEG
               END-STRING
           ELSE
               MOVE "AK5*A~" TO WS-OUT-SEG
           END-IF.
           PERFORM 8000-WRITE-ACK-SEGMENT.
           MOVE "N" TO WS-SET-OPEN-SW.

      * THE FIRST FAULT FOUND IN A SET IS THE ONE REPORTED.
       2900-NOTE-SET-ERROR.
           IF NOT SET-IN-ERROR
               MOVE "Y" TO WS-SET-ERROR-SW
               MOVE WS-NEW-REASON TO WS-SET-REASON
               MOVE WS-NEW-AK5-CODE TO WS-SET-AK5-CODE
               IF WS-EL(1) NOT = "SE" AND WS-EL(1) NOT = "ST"
                   MOVE WS-SEG-TEXT TO WS-SET-BAD-SEGMENT
               END-IF
           END-IF.

       2950-NOTE-LINE-ERROR.
           MOVE "5" TO WS-NEW-AK5-CODE.
           PERFORM 2900-NOTE-SET-ERROR.

      * ONE ORDER PER ACCEPTED PO.  EACH RUG ORDERED IS ITS OWN
      * SHAPE-FILE-IN LINE, AS IF KEYED ONE AT A TIME.
       3000-POST-ORDER.
           MOVE WS-NEXT-ORDER TO WS-NEW-ORDER-SEQ.
           ADD 1 TO WS-NEXT-ORDER.
           MOVE WS-NEW-ORDER-ID   TO OH-ORDER-ID.
           MOVE WS-IC-CUST        TO OH-CUST-NUMBER.
           MOVE WS-PO-DATE        TO OH-ORDER-DATE.
           MOVE WS-PO-SHIP-ZIP    TO OH-SHIP-TO-ZIP.
           MOVE SPACES            TO OH-SALESPERSON-ID.
           MOVE WS-PO-SHIP-CODE   TO OH-SHIP-TO-CODE.
           MOVE WS-CUST-COMPANY(WS-PO-CUST-SUB) TO OH-COMPANY.
           WRITE ORDER-HEADER-REC.
           MOVE WS-NEW-ORDER-ID   TO EX-ORDER-ID.
           MOVE WS-IC-CUST        TO EX-CUST-NUMBER.
           MOVE WS-PO-NUMBER      TO EX-PO-NUMBER.
           MOVE WS-PO-DATE        TO EX-PO-DATE.
           WRITE EDI-XREF-REC.
           IF WS-XREF-COUNT < 1000
               ADD 1 TO WS-XREF-COUNT
               MOVE WS-IC-CUST TO WS-XREF-CUST(WS-XREF-COUNT)
               MOVE WS-PO-NUMBER TO WS-XREF-PO(WS-XREF-COUNT)
               MOVE WS-NEW-ORDER-ID TO WS-XREF-ORDER(WS-XREF-COUNT)
           END-IF.
           ADD 1 TO WS-ORDERS-WRITTEN.
           PERFORM VARYING WS-POL-SUB FROM 1 BY 1
               UNTIL WS-POL-SUB > WS-POL-COUNT
               MOVE WS-POL-SHAPE(WS-POL-SUB)    TO FL-SHAPE-TYPE
               MOVE WS-POL-SIZE-1(WS-POL-SUB)   TO FL-SIZE-1
               MOVE WS-POL-SIZE-2(WS-POL-SUB)   TO FL-SIZE-2
               MOVE WS-POL-PRICE(WS-POL-SUB)    TO FL-SQ-FT-PRICE
               MOVE WS-NEW-ORDER-ID             TO FL-ORDER-ID
               MOVE WS-POL-MATERIAL(WS-POL-SUB) TO FL-MATERIAL-CODE
               MOVE SPACE                       TO FL-OVERRIDE-IND
               MOVE WS-POL-FINISH(WS-POL-SUB)   TO FL-EDGE-FINISH
               PERFORM VARYING WS-COPY-SUB FROM 1 BY 1
                   UNTIL WS-COPY-SUB > WS-POL-QTY(WS-POL-SUB)
                   IF WS-CUST-CRED-STAT(WS-PO-CUST-SUB) = "H"
                       MOVE WS-IC-CUST   TO CHLD-CUST-NUMBER
                       MOVE WS-FEED-LINE TO CHLD-LINE-IMAGE
                       WRITE CREDIT-HOLD-REC
                       ADD 1 TO WS-LINES-HELD
                   ELSE
                       WRITE SHAPE-REC-OUT FROM WS-FEED-LINE
                       ADD 1 TO WS-LINES-WRITTEN
                   END-IF
               END-PERFORM
           END-PERFORM.
           DISPLAY "PO " WS-PO-NUMBER " FROM " WS-IC-CUST
               " ENTERED AS ORDER " WS-NEW-ORDER-ID.

       3100-WRITE-EXCEPTION.
           MOVE WS-IC-SENDER-ID TO EXR-SENDER.
           MOVE WS-ST-CONTROL   TO EXR-SET.
           MOVE WS-PO-NUMBER    TO EXR-PO.
           MOVE WS-SET-REASON   TO EXR-REASON.
           WRITE EDI-EXCEPT-REC FROM WS-EXR-LINE.
           IF WS-SET-BAD-SEGMENT NOT = SPACES
               MOVE WS-SET-BAD-SEGMENT TO EXR-SEGMENT
               WRITE EDI-EXCEPT-REC FROM WS-EXR-SEG-LINE
           END-IF.

      * AK9: ACCEPTED, REJECTED, OR PARTIALLY ACCEPTED.
       3800-CLOSE-GROUP.
           EVALUATE TRUE
               WHEN WS-GRP-ACCEPT-COUNT = WS-GRP-SET-COUNT
                   MOVE "A" TO WS-AK9-CODE
               WHEN WS-GRP-ACCEPT-COUNT = 0
                   MOVE "R" TO WS-AK9-CODE
               WHEN OTHER
                   MOVE "P" TO WS-AK9-CODE
           END-EVALUATE.
           MOVE SPACES TO WS-OUT-SEG.
           STRING "AK9*" WS-AK9-CODE "*"
                  WS-GRP-SET-COUNT "*" WS-GRP-SET-COUNT "*"
                  WS-GRP-ACCEPT-COUNT "~"
                      DELIMITED BY SIZE
               INTO WS-OUT-SEG
           END-STRING.
           PERFORM 8000-WRITE-ACK-SEGMENT.
           ADD 1 TO WS-ACK-SEG-COUNT.
           MOVE SPACES TO WS-OUT-SEG.
           STRING "SE*" WS-ACK-SEG-COUNT "*0001~"
                      DELIMITED BY SIZE
               INTO WS-OUT-SEG
           END-STRING.
           WRITE EDI-997-REC FROM WS-OUT-SEG.
           MOVE SPACES TO WS-OUT-SEG.
           STRING "GE*1*" WS-GRP-OUT-CONTROL "~"
                      DELIMITED BY SIZE
               INTO WS-OUT-SEG
           END-STRING.
           WRITE EDI-997-REC FROM WS-OUT-SEG.
           ADD 1 TO WS-ACKS-WRITTEN.
           MOVE "N" TO WS-GRP-OPEN-SW.

       3900-CLOSE-INTERCHANGE.
           MOVE SPACES TO WS-OUT-SEG.
           STRING "IEA*1*" WS-IC-OUT-CONTROL "~"
                      DELIMITED BY SIZE
               INTO WS-OUT-SEG
           END-STRING.
           WRITE EDI-997-REC FROM WS-OUT-SEG.
           MOVE "N" TO WS-IC-OPEN-SW.

       6000-FINISH-UP.
           MOVE "SETS RECEIVED" TO EXRT-CAPTION.
           MOVE WS-SETS-READ TO EXRT-COUNT.
           WRITE EDI-EXCEPT-REC FROM WS-EXR-TOTAL-LINE.
           MOVE "SETS ACCEPTED" TO EXRT-CAPTION.
           MOVE WS-SETS-ACCEPTED TO EXRT-COUNT.
           WRITE EDI-EXCEPT-REC FROM WS-EXR-TOTAL-LINE.
           MOVE "SETS REJECTED" TO EXRT-CAPTION.
           MOVE WS-SETS-REJECTED TO EXRT-COUNT.
           WRITE EDI-EXCEPT-REC FROM WS-EXR-TOTAL-LINE.
           MOVE "ORDERS OPENED" TO EXRT-CAPTION.
           MOVE WS-ORDERS-WRITTEN TO EXRT-COUNT.
           WRITE EDI-EXCEPT-REC FROM WS-EXR-TOTAL-LINE.
           MOVE "RUG LINES TO SHAPE-FILE-IN" TO EXRT-CAPTION.
           MOVE WS-LINES-WRITTEN TO EXRT-COUNT.
           WRITE EDI-EXCEPT-REC FROM WS-EXR-TOTAL-LINE.
           MOVE "RUG LINES HELD FOR CREDIT" TO EXRT-CAPTION.
           MOVE WS-LINES-HELD TO EXRT-COUNT.
           WRITE EDI-EXCEPT-REC FROM WS-EXR-TOTAL-LINE.
           IF WS-EDI-850-STATUS NOT = "35"
               CLOSE EDI-850-IN
           END-IF.
           CLOSE EDI-997-OUT
                 EDI-EXCEPT-RPT
                 EDI-XREF-FILE
                 ORDER-HEADER-OUT
                 SHAPE-FILE-OUT
                 CREDIT-HOLD-FILE.
           OPEN OUTPUT EDI-CONTROL.
           MOVE WS-NEXT-ISA   TO ECT-NEXT-ISA.
           MOVE WS-NEXT-GROUP TO ECT-NEXT-GROUP.
           MOVE WS-NEXT-ORDER TO ECT-NEXT-ORDER.
           WRITE EDI-CONTROL-REC.
           CLOSE EDI-CONTROL.
           DISPLAY "SEGMENTS READ   : " WS-SEGMENTS-READ.
           DISPLAY "SETS RECEIVED   : " WS-SETS-READ.
           DISPLAY "  ACCEPTED      : " WS-SETS-ACCEPTED.
           DISPLAY "  REJECTED      : " WS-SETS-REJECTED.
           DISPLAY "997S WRITTEN    : " WS-ACKS-WRITTEN.
           DISPLAY "RUG LINES FED   : " WS-LINES-WRITTEN.
           DISPLAY "RUG LINES HELD  : " WS-LINES-HELD.

      * EVERY 997 SEGMENT BETWEEN ST AND SE GOES THROUGH HERE SO
      * THE SE COUNT COMES OUT RIGHT.
       8000-WRITE-ACK-SEGMENT.
           WRITE EDI-997-REC FROM WS-OUT-SEG.
           ADD 1 TO WS-ACK-SEG-COUNT.

       8100-CHECK-NUMBER.
           MOVE 0 TO WS-NUM-LEN WS-NUM-DIGITS WS-NUM-DOTS.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE "N" TO WS-NUM-OK-SW.
           INSPECT WS-NUM-TEXT TALLYING WS-NUM-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT WS-NUM-TEXT TALLYING WS-NUM-DIGITS
               FOR ALL "0", ALL "1", ALL "2", ALL "3", ALL "4",
                   ALL "5", ALL "6", ALL "7", ALL "8", ALL "9".
           INSPECT WS-NUM-TEXT TALLYING WS-NUM-DOTS FOR ALL ".".
           IF WS-NUM-LEN > 0 AND WS-NUM-LEN < 11
               AND WS-NUM-DIGITS > 0
               AND WS-NUM-DIGITS + WS-NUM-DOTS = WS-NUM-LEN
               AND WS-NUM-DOTS < 2
               MOVE "Y" TO WS-NUM-OK-SW
               COMPUTE WS-NUM-VALUE = FUNCTION NUMVAL(WS-NUM-TEXT)
           END-IF.
