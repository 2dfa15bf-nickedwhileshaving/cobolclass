      *1297-WRITE-INVOICE-DOCUMENT writes invoices, posts a credit
      *open item (status M) to HW15AR.dat so the aging nets it
      *against the customer's balance, and queues the sales-tax
      *back-out for the next RUGTAXS filing worksheet HW15BILL
      *prints.  Tax backs out jurisdiction by jurisdiction at the
      *rates the order was invoiced at (RUGTAXD), so an exempt
      *jurisdiction gives no tax back.  Reason-code totals close
      *the loop on which material supplier keeps sending bad stock,
      *and the same totals by dye
      *lot -- from the lot HW15WORD cut the line's material from --
      *show which supplier lot was at fault.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-ADJ-STATUS.

           SELECT TAX-DETAIL-IN ASSIGN TO WS-TAX-DETAIL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-DETAIL-STATUS.

           SELECT REASON-RPT-OUT ASSIGN TO WS-REASON-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REASON-RPT-STATUS.

           SELECT LOT-ASSIGNMENT ASSIGN TO WS-LOT-ASSIGN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-ASSIGN-STATUS.

      *  DATASET NAMES RESOLVE FROM THE ENVIRONMENT VARIABLES BELOW,
      *  FALLING BACK TO DEVELOPMENT DEFAULTS SHOWN IN 0900:
      *      RUGRMA    SHAPEOUT   RUGORDH   RUGCUST   RUGTAXR
      *      RUGAR     RUGCMCT    RUGCMDOC  RUGTAXA   RUGRMAR
      *      RUGWLOT   RUGTAXD

       DATA DIVISION.
       FILE SECTION.
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

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F
          05 CM-BILL-TO-NAME          PIC X(25).
          05 CM-ADDRESS               PIC X(25).
          05 CM-STATE                 PIC X(02).
          05 FILLER                   PIC X(14).

       FD  TAX-RATE-TABLE
           RECORDING MODE IS F
           DATA RECORD IS CMEMO-DOC-REC.
       01 CMEMO-DOC-REC               PIC X(80).

      * TAX BACK-OUT QUEUE CONSUMED BY HW15BILL'S FILING
      * WORKSHEET -- ONE ROW PER CREDIT PER TAXING JURISDICTION.
       FD  TAX-ADJUST-OUT
           RECORDING MODE IS F
           DATA RECORD IS TAX-ADJUST-REC.
          05 TXA-STATE                PIC X(02).
          05 TXA-TAXABLE-CREDIT       PIC 9(08)V99.
          05 TXA-TAX-CREDIT           PIC 9(08)V99.
          05 TXA-LEVEL                PIC X(01).
          05 TXA-JURIS-NAME           PIC X(12).

      * THE JURISDICTIONS HW15BILL TAXED EACH INVOICE BY.
       FD  TAX-DETAIL-IN
           RECORDING MODE IS F
           DATA RECORD IS TAX-DETAIL-REC.
       01 TAX-DETAIL-REC.
          05 TD-ORDER-ID              PIC X(05).
          05 TD-INVOICE-NUMBER        PIC 9(07).
          05 TD-INV-DATE              PIC X(08).
          05 TD-STATE                 PIC X(02).
          05 TD-LEVEL                 PIC X(01).
          05 TD-JURIS-NAME            PIC X(12).
          05 TD-RATE                  PIC V9999.
          05 TD-TAXABLE               PIC 9(08)V99.
          05 TD-TAX                   PIC 9(07)V99.
          05 TD-EXEMPT-SW             PIC X(01).
          05 TD-CERT-NUMBER           PIC X(15).

       FD  REASON-RPT-OUT
           RECORDING MODE IS F
           DATA RECORD IS REASON-RPT-REC.
       01 REASON-RPT-REC              PIC X(80).

      * THE ROLLS HW15WORD DREW FOR EACH WORK ORDER'S MATERIAL.
       FD  LOT-ASSIGNMENT
           RECORDING MODE IS F
           DATA RECORD IS LOT-ASSIGN-REC.
       01 LOT-ASSIGN-REC.
          05 WL-WO-NUMBER             PIC 9(07).
          05 WL-ORDER-ID              PIC X(05).
          05 WL-MATERIAL-CODE         PIC X(04).
          05 WL-LOT-NUMBER            PIC X(10).
          05 WL-ROLL-ID               PIC 9(06).
          05 WL-FOOTAGE               PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       01  WS-RMA-TRANS-DSN           PIC X(80).
       01  WS-MATHOUT-DSN             PIC X(80).
       01  WS-CMEMO-DOCS-DSN          PIC X(80).
       01  WS-TAX-ADJ-DSN             PIC X(80).
       01  WS-REASON-RPT-DSN          PIC X(80).
       01  WS-LOT-ASSIGN-DSN          PIC X(80).
       01  WS-TAX-DETAIL-DSN          PIC X(80).

       01  WS-RMA-TRANS-STATUS        PIC X(02) VALUE "00".
       01  WS-MATHOUT-STATUS          PIC X(02) VALUE "00".
       01  WS-CMEMO-DOCS-STATUS       PIC X(02) VALUE "00".
       01  WS-TAX-ADJ-STATUS          PIC X(02) VALUE "00".
       01  WS-REASON-RPT-STATUS       PIC X(02) VALUE "00".
       01  WS-LOT-ASSIGN-STATUS       PIC X(02) VALUE "00".
       01  WS-TAX-DETAIL-STATUS       PIC X(02) VALUE "00".

      * THE ORIGINAL INVOICED LINES, LOADED PER ORDER IN SEQUENCE SO
      * THE RMA'S LINE NUMBER FINDS ITS LINE.
       01  WS-FOUND-CUST-STATE        PIC X(02).
       01  WS-FOUND-TAX-RATE          PIC V9999.

      * THE RETURNED ORDER'S JURISDICTIONS FROM ITS LATEST INVOICE;
      * AN ORDER INVOICED BEFORE RUGTAXD WAS KEPT BACKS OUT AT THE
      * CUSTOMER'S STATE RATE ALONE.
       01  WS-RTJ-COUNT               PIC 9(01) VALUE 0.
       01  WS-RTJ-SUB                 PIC 9(01).
       01  WS-RTJ-INVOICE             PIC 9(07).
       01  WS-RETURN-TAX-TABLE.
           05 WS-RTJ-ENTRY OCCURS 4 TIMES.
              10 WS-RTJ-STATE         PIC X(02).
              10 WS-RTJ-LEVEL         PIC X(01).
              10 WS-RTJ-NAME          PIC X(12).
              10 WS-RTJ-RATE          PIC V9999.
              10 WS-RTJ-EXEMPT-SW     PIC X(01).
                 88 RTJ-EXEMPT              VALUE "Y".
              10 WS-RTJ-TAX           PIC 9(06)V99.

       01  WS-NEXT-MEMO-NUMBER        PIC 9(07) VALUE 0500001.
       01  WS-TODAY                   PIC X(08).
       01  WS-CREDIT-AMOUNT           PIC 9(06)V99.
              10 WS-RSN-RETURNS       PIC 9(04).
              10 WS-RSN-CREDIT        PIC 9(08)V99.

      * LOTS THE ORDERS' MATERIALS WERE CUT FROM.  A LINE WHOSE
      * MATERIAL CAME FROM MORE THAN ONE LOT REPORTS AS MIXED; ONE
      * WITH NO ASSIGNMENT ON FILE REPORTS AS NO LOT.
       01  WS-WLOT-COUNT              PIC 9(04) VALUE 0.
       01  WS-WLOT-SUB                PIC 9(04).
       01  WS-LOT-ASSIGN-TABLE.
           05 WS-WLOT-ENTRY OCCURS 2000 TIMES.
              10 WS-WLOT-ORDER        PIC X(05).
              10 WS-WLOT-MATERIAL     PIC X(04).
              10 WS-WLOT-LOT          PIC X(10).
       01  WS-FOUND-LOT               PIC X(10).

      * REASON CODES ROLLED UP BY DYE LOT.
       01  WS-RLOT-COUNT              PIC 9(03) VALUE 0.
       01  WS-RLOT-SUB                PIC 9(03).
       01  WS-RLOT-SUB2               PIC 9(03).
       01  WS-RLOT-FOUND-SUB          PIC 9(03).
       01  WS-RLOT-FOUND-SW           PIC X(01).
           88 RMA-LOT-FOUND                 VALUE "Y".
       01  WS-REASON-LOT-TABLE.
           05 WS-RLOT-ENTRY OCCURS 200 TIMES.
              10 WS-RLOT-KEY.
                 15 WS-RLOT-LOT       PIC X(10).
                 15 WS-RLOT-MATERIAL  PIC X(04).
                 15 WS-RLOT-CODE      PIC X(02).
              10 WS-RLOT-RETURNS      PIC 9(04).
              10 WS-RLOT-CREDIT       PIC 9(08)V99.
       01  WS-RLOT-HOLD               PIC X(30).

       01  WS-DOC-HDR-LINE.
           05 FILLER                  PIC X(12)
                   VALUE "CREDIT MEMO ".
           05 DOC-MATERIAL            PIC X(04).
           05 FILLER                  PIC X(08) VALUE " REASON ".
           05 DOC-REASON              PIC X(02).
           05 FILLER                  PIC X(05) VALUE " LOT ".
           05 DOC-LOT                 PIC X(10).
       01  WS-DOC-AMOUNT-LINE.
           05 DOC-AMT-CAPTION         PIC X(14).
           05 DOC-AMT-VALUE           PIC $$$,$$$,$$9.99.
       01  WS-DOC-TAX-LINE.
           05 FILLER                  PIC X(04) VALUE ALL SPACES.
           05 DOCT-STATE              PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DOCT-LEVEL              PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DOCT-NAME               PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DOCT-RATE               PIC Z9.99.
           05 FILLER                  PIC X(02) VALUE "% ".
           05 DOCT-TAX                PIC $$$,$$9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DOCT-EXEMPT             PIC X(06).
       01  WS-DOC-TAX-PCT             PIC 9(02)V99.
       01  WS-DOC-CUT-LINE            PIC X(72) VALUE ALL "=".

       01  WS-REASON-LINE.
           05 RSL-RETURNS             PIC ZZZ9.
           05 FILLER                  PIC X(09) VALUE " CREDIT ".
           05 RSL-CREDIT              PIC $$,$$$,$$9.99.
       01  WS-REASON-LOT-LINE.
           05 RLL-LOT                 PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RLL-MATERIAL            PIC X(04).
           05 FILLER                  PIC X(08) VALUE " REASON ".
           05 RLL-CODE                PIC X(02).
           05 FILLER                  PIC X(10) VALUE " RETURNS ".
           05 RLL-RETURNS             PIC ZZZ9.
           05 FILLER                  PIC X(09) VALUE " CREDIT ".
           05 RLL-CREDIT              PIC $$,$$$,$$9.99.

       01  WS-GENRES-PARMS.
           05 GR-MODE                 PIC X(01).
           MOVE "C:\school\cobol\cobolclass\master\data\HW15RMA.rpt"
               TO WS-REASON-RPT-DSN
           END-IF.
           ACCEPT WS-LOT-ASSIGN-DSN FROM ENVIRONMENT "RUGWLOT".
           IF WS-LOT-ASSIGN-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15WLOT.dat"
               TO WS-LOT-ASSIGN-DSN
           END-IF.
           ACCEPT WS-TAX-DETAIL-DSN FROM ENVIRONMENT "RUGTAXD".
           IF WS-TAX-DETAIL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15TAXD.dat"
               TO WS-TAX-DETAIL-DSN
           END-IF.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 1300-LOAD-CUSTOMER-MASTER.
           PERFORM 1400-LOAD-TAX-RATES.
           PERFORM 1500-READ-CMEMO-CONTROL.
           PERFORM 1600-LOAD-LOT-ASSIGNMENTS.
           OPEN OUTPUT CMEMO-DOCS-OUT.
           OPEN EXTEND AR-OPEN-ITEM.
           IF WS-AR-OPEN-STATUS = "35"
               CLOSE CMEMO-CONTROL
           END-IF.

       1600-LOAD-LOT-ASSIGNMENTS.
           OPEN INPUT LOT-ASSIGNMENT.
           IF WS-LOT-ASSIGN-STATUS = "00"
               READ LOT-ASSIGNMENT
               PERFORM UNTIL WS-LOT-ASSIGN-STATUS > "00"
                          OR WS-WLOT-COUNT >= 2000
                   ADD 1 TO WS-WLOT-COUNT
                   MOVE WL-ORDER-ID
                       TO WS-WLOT-ORDER(WS-WLOT-COUNT)
                   MOVE WL-MATERIAL-CODE
                       TO WS-WLOT-MATERIAL(WS-WLOT-COUNT)
                   MOVE WL-LOT-NUMBER
                       TO WS-WLOT-LOT(WS-WLOT-COUNT)
                   READ LOT-ASSIGNMENT
               END-PERFORM
               CLOSE LOT-ASSIGNMENT
           END-IF.

       2000-PROCESS-ONE-RMA.
           PERFORM 2100-FIND-ORIGINAL-LINE.
           IF NOT RMA-LINE-FOUND
                       " HAS NO CUSTOMER"
               ELSE
                   PERFORM 2300-PRICE-THE-CREDIT
                   PERFORM 2400-FIND-LOT
                   PERFORM 3000-WRITE-CREDIT-MEMO
                   PERFORM 3100-POST-CREDIT-OPEN-ITEM
                   PERFORM 3200-QUEUE-TAX-BACKOUT
                   PERFORM 3300-ADD-REASON-TOTAL
                   PERFORM 3400-ADD-REASON-LOT-TOTAL
               END-IF
           END-IF.


      * THE CREDIT IS PRICED FROM THE ORIGINAL INVOICED AMOUNT --
      * THE WHOLE LINE, OR A PRO-RATA SHARE WHEN ONLY PART OF THE
      * AREA CAME BACK.  TAX BACKS OUT PER JURISDICTION AT THE
      * RATES THE ORDER WAS INVOICED AT, EACH ROUNDED ON ITS OWN.
       2300-PRICE-THE-CREDIT.
           IF RMA-AREA-RETURNED IS NUMERIC
               AND RMA-AREA-RETURNED > 0
           ELSE
               MOVE WS-FOUND-PRICE TO WS-CREDIT-AMOUNT
           END-IF.
           PERFORM 2350-FIND-INVOICE-TAX.
           MOVE ZEROS TO WS-TAX-CREDIT.
           PERFORM VARYING WS-RTJ-SUB FROM 1 BY 1
               UNTIL WS-RTJ-SUB > WS-RTJ-COUNT
               IF RTJ-EXEMPT(WS-RTJ-SUB)
                   MOVE ZEROS TO WS-RTJ-TAX(WS-RTJ-SUB)
               ELSE
                   COMPUTE WS-RTJ-TAX(WS-RTJ-SUB) ROUNDED
                       = WS-CREDIT-AMOUNT * WS-RTJ-RATE(WS-RTJ-SUB)
               END-IF
               ADD WS-RTJ-TAX(WS-RTJ-SUB) TO WS-TAX-CREDIT
           END-PERFORM.

      * THE ORDER'S ROWS FROM ITS HIGHEST-NUMBERED INVOICE.
       2350-FIND-INVOICE-TAX.
           MOVE 0 TO WS-RTJ-COUNT.
           MOVE ZEROS TO WS-RTJ-INVOICE.
           OPEN INPUT TAX-DETAIL-IN.
           IF WS-TAX-DETAIL-STATUS = "00"
               READ TAX-DETAIL-IN
               PERFORM UNTIL WS-TAX-DETAIL-STATUS > "00"
                   IF TD-ORDER-ID = RMA-ORDER-ID
                       AND TD-INVOICE-NUMBER >= WS-RTJ-INVOICE
                       IF TD-INVOICE-NUMBER > WS-RTJ-INVOICE
                           MOVE TD-INVOICE-NUMBER TO WS-RTJ-INVOICE
                           MOVE 0 TO WS-RTJ-COUNT
                       END-IF
                       IF WS-RTJ-COUNT < 4
                           ADD 1 TO WS-RTJ-COUNT
                           MOVE TD-STATE
                               TO WS-RTJ-STATE(WS-RTJ-COUNT)
                           MOVE TD-LEVEL
                               TO WS-RTJ-LEVEL(WS-RTJ-COUNT)
                           MOVE TD-JURIS-NAME
                               TO WS-RTJ-NAME(WS-RTJ-COUNT)
                           MOVE TD-RATE
                               TO WS-RTJ-RATE(WS-RTJ-COUNT)
                           MOVE TD-EXEMPT-SW
                               TO WS-RTJ-EXEMPT-SW(WS-RTJ-COUNT)
                       END-IF
                   END-IF
                   READ TAX-DETAIL-IN
               END-PERFORM
               CLOSE TAX-DETAIL-IN
           END-IF.
           IF WS-RTJ-COUNT = 0
               MOVE ZEROS TO WS-FOUND-TAX-RATE
               PERFORM VARYING WS-TAXR-SUB FROM 1 BY 1
                   UNTIL WS-TAXR-SUB > WS-TAXR-COUNT
                   IF WS-TAXR-STATE(WS-TAXR-SUB) = WS-FOUND-CUST-STATE
                       MOVE WS-TAXR-RATE(WS-TAXR-SUB)
                           TO WS-FOUND-TAX-RATE
                       MOVE WS-TAXR-COUNT TO WS-TAXR-SUB
                   END-IF
               END-PERFORM
               MOVE 1 TO WS-RTJ-COUNT
               MOVE WS-FOUND-CUST-STATE TO WS-RTJ-STATE(1)
               MOVE "S"                 TO WS-RTJ-LEVEL(1)
               MOVE SPACES              TO WS-RTJ-NAME(1)
               MOVE WS-FOUND-TAX-RATE   TO WS-RTJ-RATE(1)
               MOVE "N"                 TO WS-RTJ-EXEMPT-SW(1)
           END-IF.

       2400-FIND-LOT.
           MOVE "NO LOT" TO WS-FOUND-LOT.
           PERFORM VARYING WS-WLOT-SUB FROM 1 BY 1
               UNTIL WS-WLOT-SUB > WS-WLOT-COUNT
               IF WS-WLOT-ORDER(WS-WLOT-SUB) = RMA-ORDER-ID
                   AND WS-WLOT-MATERIAL(WS-WLOT-SUB)
                       = WS-FOUND-MATERIAL
                   IF WS-FOUND-LOT = "NO LOT"
                       MOVE WS-WLOT-LOT(WS-WLOT-SUB) TO WS-FOUND-LOT
                   ELSE
                       IF WS-WLOT-LOT(WS-WLOT-SUB) NOT = WS-FOUND-LOT
                           MOVE "MIXED" TO WS-FOUND-LOT
                           MOVE WS-WLOT-COUNT TO WS-WLOT-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3000-WRITE-CREDIT-MEMO.
           ADD 1 TO WS-MEMO-COUNT.
           MOVE WS-FOUND-SHAPE    TO DOC-SHAPE.
           MOVE WS-FOUND-MATERIAL TO DOC-MATERIAL.
           MOVE RMA-REASON-CODE   TO DOC-REASON.
           MOVE WS-FOUND-LOT      TO DOC-LOT.
           WRITE CMEMO-DOC-REC FROM WS-DOC-LINE-DETAIL.
           MOVE "CREDIT        " TO DOC-AMT-CAPTION.
           MOVE WS-CREDIT-AMOUNT TO DOC-AMT-VALUE.
           MOVE "TAX CREDIT    " TO DOC-AMT-CAPTION.
           MOVE WS-TAX-CREDIT    TO DOC-AMT-VALUE.
           WRITE CMEMO-DOC-REC FROM WS-DOC-AMOUNT-LINE.
           PERFORM VARYING WS-RTJ-SUB FROM 1 BY 1
               UNTIL WS-RTJ-SUB > WS-RTJ-COUNT
               PERFORM 3010-WRITE-TAX-LINE
           END-PERFORM.
           MOVE "TOTAL CREDIT  " TO DOC-AMT-CAPTION.
           COMPUTE DOC-AMT-VALUE = WS-CREDIT-AMOUNT + WS-TAX-CREDIT.
           WRITE CMEMO-DOC-REC FROM WS-DOC-AMOUNT-LINE.
           WRITE CMEMO-DOC-REC FROM WS-DOC-CUT-LINE.
           ADD 1 TO WS-NEXT-MEMO-NUMBER.

       3010-WRITE-TAX-LINE.
           MOVE WS-RTJ-STATE(WS-RTJ-SUB) TO DOCT-STATE.
           EVALUATE WS-RTJ-LEVEL(WS-RTJ-SUB)
               WHEN "S"   MOVE "STATE"    TO DOCT-LEVEL
               WHEN "C"   MOVE "COUNTY"   TO DOCT-LEVEL
               WHEN "T"   MOVE "CITY"     TO DOCT-LEVEL
               WHEN OTHER MOVE "DISTRICT" TO DOCT-LEVEL
           END-EVALUATE.
           MOVE WS-RTJ-NAME(WS-RTJ-SUB) TO DOCT-NAME.
           COMPUTE WS-DOC-TAX-PCT = WS-RTJ-RATE(WS-RTJ-SUB) * 100.
           MOVE WS-DOC-TAX-PCT TO DOCT-RATE.
           MOVE WS-RTJ-TAX(WS-RTJ-SUB) TO DOCT-TAX.
           IF RTJ-EXEMPT(WS-RTJ-SUB)
               MOVE "EXEMPT" TO DOCT-EXEMPT
           ELSE
               MOVE SPACES TO DOCT-EXEMPT
           END-IF.
           WRITE CMEMO-DOC-REC FROM WS-DOC-TAX-LINE.

      * STATUS "M" IS A CREDIT MEMO -- HW15AGE NETS IT AGAINST THE
      * CUSTOMER'S BUCKETS AND HW15CASH NEVER MATCHES A RECEIPT TO
      * IT.  THE AMOUNTS STAY UNSIGNED; THE STATUS CARRIES THE SIGN.
           ADD WS-CREDIT-AMOUNT TO WS-TOTAL-CREDITED.

       3200-QUEUE-TAX-BACKOUT.
           PERFORM VARYING WS-RTJ-SUB FROM 1 BY 1
               UNTIL WS-RTJ-SUB > WS-RTJ-COUNT
               IF WS-RTJ-TAX(WS-RTJ-SUB) > 0
                   MOVE WS-RTJ-STATE(WS-RTJ-SUB) TO TXA-STATE
                   MOVE WS-CREDIT-AMOUNT         TO TXA-TAXABLE-CREDIT
                   MOVE WS-RTJ-TAX(WS-RTJ-SUB)   TO TXA-TAX-CREDIT
                   MOVE WS-RTJ-LEVEL(WS-RTJ-SUB) TO TXA-LEVEL
                   MOVE WS-RTJ-NAME(WS-RTJ-SUB)  TO TXA-JURIS-NAME
                   WRITE TAX-ADJUST-REC
               END-IF
           END-PERFORM.

       3300-ADD-REASON-TOTAL.
           MOVE "N" TO WS-RSN-FOUND-SW.
           ADD 1 TO WS-RSN-RETURNS(WS-RSN-FOUND-SUB).
           ADD WS-CREDIT-AMOUNT TO WS-RSN-CREDIT(WS-RSN-FOUND-SUB).

       3400-ADD-REASON-LOT-TOTAL.
           MOVE "N" TO WS-RLOT-FOUND-SW.
           PERFORM VARYING WS-RLOT-SUB FROM 1 BY 1
               UNTIL WS-RLOT-SUB > WS-RLOT-COUNT
               IF WS-RLOT-LOT(WS-RLOT-SUB) = WS-FOUND-LOT
                   AND WS-RLOT-MATERIAL(WS-RLOT-SUB)
                       = WS-FOUND-MATERIAL
                   AND WS-RLOT-CODE(WS-RLOT-SUB) = RMA-REASON-CODE
                   MOVE "Y" TO WS-RLOT-FOUND-SW
                   MOVE WS-RLOT-SUB TO WS-RLOT-FOUND-SUB
                   MOVE WS-RLOT-COUNT TO WS-RLOT-SUB
               END-IF
           END-PERFORM.
           IF NOT RMA-LOT-FOUND
               IF WS-RLOT-COUNT >= 200
                   DISPLAY "LOT ROLLUP FULL -- ORDER " RMA-ORDER-ID
                       " LINE " RMA-LINE-NUMBER " NOT IN LOT TOTALS"
               ELSE
                   ADD 1 TO WS-RLOT-COUNT
                   MOVE WS-RLOT-COUNT TO WS-RLOT-FOUND-SUB
                   MOVE WS-FOUND-LOT
                       TO WS-RLOT-LOT(WS-RLOT-FOUND-SUB)
                   MOVE WS-FOUND-MATERIAL
                       TO WS-RLOT-MATERIAL(WS-RLOT-FOUND-SUB)
                   MOVE RMA-REASON-CODE
                       TO WS-RLOT-CODE(WS-RLOT-FOUND-SUB)
                   MOVE ZEROS TO WS-RLOT-RETURNS(WS-RLOT-FOUND-SUB)
                   MOVE ZEROS TO WS-RLOT-CREDIT(WS-RLOT-FOUND-SUB)
                   MOVE "Y" TO WS-RLOT-FOUND-SW
               END-IF
           END-IF.
           IF RMA-LOT-FOUND
               ADD 1 TO WS-RLOT-RETURNS(WS-RLOT-FOUND-SUB)
               ADD WS-CREDIT-AMOUNT
                   TO WS-RLOT-CREDIT(WS-RLOT-FOUND-SUB)
           END-IF.

       5000-WRITE-REASON-REPORT.
           OPEN OUTPUT REASON-RPT-OUT.
           MOVE "RETURNS BY REASON CODE -- HW15RMA"
               MOVE WS-RSN-CREDIT(WS-RSN-SUB)  TO RSL-CREDIT
               WRITE REASON-RPT-REC FROM WS-REASON-LINE
           END-PERFORM.
           MOVE SPACES TO REASON-RPT-REC.
           WRITE REASON-RPT-REC.
           MOVE "RETURNS BY DYE LOT AND REASON CODE"
               TO REASON-RPT-REC.
           WRITE REASON-RPT-REC.
           PERFORM 5100-SORT-REASON-LOTS.
           PERFORM VARYING WS-RLOT-SUB FROM 1 BY 1
               UNTIL WS-RLOT-SUB > WS-RLOT-COUNT
               MOVE WS-RLOT-LOT(WS-RLOT-SUB)      TO RLL-LOT
               MOVE WS-RLOT-MATERIAL(WS-RLOT-SUB) TO RLL-MATERIAL
               MOVE WS-RLOT-CODE(WS-RLOT-SUB)     TO RLL-CODE
               MOVE WS-RLOT-RETURNS(WS-RLOT-SUB)  TO RLL-RETURNS
               MOVE WS-RLOT-CREDIT(WS-RLOT-SUB)   TO RLL-CREDIT
               WRITE REASON-RPT-REC FROM WS-REASON-LOT-LINE
           END-PERFORM.
           CLOSE REASON-RPT-OUT.

      * LOT, THEN MATERIAL, THEN REASON, SO A BAD LOT'S RETURNS
      * PRINT TOGETHER.
       5100-SORT-REASON-LOTS.
           PERFORM VARYING WS-RLOT-SUB FROM 1 BY 1
               UNTIL WS-RLOT-SUB >= WS-RLOT-COUNT
               PERFORM VARYING WS-RLOT-SUB2 FROM 1 BY 1
                   UNTIL WS-RLOT-SUB2 > WS-RLOT-COUNT - WS-RLOT-SUB
                   IF WS-RLOT-KEY(WS-RLOT-SUB2)
                       > WS-RLOT-KEY(WS-RLOT-SUB2 + 1)
                       MOVE WS-RLOT-ENTRY(WS-RLOT-SUB2)
                           TO WS-RLOT-HOLD
                       MOVE WS-RLOT-ENTRY(WS-RLOT-SUB2 + 1)
                           TO WS-RLOT-ENTRY(WS-RLOT-SUB2)
                       MOVE WS-RLOT-HOLD
                           TO WS-RLOT-ENTRY(WS-RLOT-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       6000-FINISH-UP.
           CLOSE RMA-TRANS-IN CMEMO-DOCS-OUT AR-OPEN-ITEM
                 TAX-ADJUST-OUT.
