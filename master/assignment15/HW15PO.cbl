       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW15PO.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Purchase order generation.  Runs after HW15MISS on the reorder
      *queue it leaves -- every material whose on-hand plus what is
      *already on order sits below the reorder point.  Each material
      *is ordered from the preferred vendor on the material master,
      *for the reorder quantity there or the shortfall to the reorder
      *point if that is larger, at the master cost.  One numbered
      *purchase order per vendor, printed as a document to send and
      *written line by line to the open-PO file that HW15MRCV
      *receives against, HW15MISS counts as on order, and HW15POAG
      *ages.  Delivery is due the vendor's lead time from today.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REORDER-QUEUE ASSIGN TO WS-REORDER-Q-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REORDER-Q-STATUS.

           SELECT MATERIAL-MASTER ASSIGN TO WS-MATERIAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATERIAL-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO WS-VENDOR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDOR-STATUS.

           SELECT PO-CONTROL ASSIGN TO WS-PO-CTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-CTL-STATUS.

           SELECT OPEN-PO-FILE ASSIGN TO WS-OPEN-PO-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-PO-STATUS.

           SELECT PO-DOCS-OUT ASSIGN TO WS-PO-DOCS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-DOCS-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES RUGREOQ,
      *  RUGMATL, RUGVEND, RUGPCTL, RUGOPOF, AND RUGPODC, FALLING
      *  BACK TO THE DEVELOPMENT DEFAULTS SHOWN IN 0900.

       DATA DIVISION.
       FILE SECTION.
      * MATERIALS HW15MISS FOUND BELOW THE REORDER POINT WITH WHAT
      * IS ALREADY ON ORDER COUNTED.  CLEARED ONCE ORDERED.
       FD  REORDER-QUEUE
           RECORDING MODE IS F
           DATA RECORD IS REORDER-QUEUE-REC.
       01 REORDER-QUEUE-REC.
          05 RQ-MATERIAL-CODE         PIC X(04).
          05 RQ-ON-HAND               PIC S9(07)V99
                                      SIGN LEADING SEPARATE.
          05 RQ-ON-ORDER              PIC 9(07)V99.
          05 RQ-REORDER-POINT         PIC 9(06)V99.
          05 RQ-FLAG-DATE             PIC X(08).

      * PREFERRED VENDOR AND REORDER QUANTITY APPENDED PAST THE ROLL
      * WIDTH -- SPACES ON OLDER ROWS MEANS NO PREFERRED VENDOR.
       FD  MATERIAL-MASTER
           RECORDING MODE IS F
           DATA RECORD IS MATERIAL-MASTER-REC.
       01 MATERIAL-MASTER-REC.
          05 MM-MATERIAL-CODE         PIC X(04).
          05 MM-COST-PER-SQFT         PIC 9(03)V99.
          05 MM-WEIGHT-PER-SQFT       PIC 9(02)V99.
          05 MM-REORDER-POINT         PIC 9(06)V99.
          05 MM-ROLL-WIDTH            PIC 9(03).
          05 MM-PREFERRED-VENDOR      PIC X(05).
          05 MM-REORDER-QTY           PIC 9(06)V99.

      * THE CASH-DISCOUNT TERMS HW15APIN USES FOLLOW THE LEAD TIME.
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
          05 FILLER                   PIC X(07).

       FD  PO-CONTROL
           RECORDING MODE IS F
           DATA RECORD IS PO-CONTROL-REC.
       01 PO-CONTROL-REC.
          05 PCTL-NEXT-PO-NUMBER      PIC 9(06).

      * ONE ROW PER PURCHASE ORDER LINE.  STATUS O OPEN, P PARTLY
      * RECEIVED, C CLOSED.
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

       FD  PO-DOCS-OUT
           RECORDING MODE IS F
           DATA RECORD IS PO-DOC-REC.
       01 PO-DOC-REC                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REORDER-Q-DSN           PIC X(80).
       01  WS-MATERIAL-DSN            PIC X(80).
       01  WS-VENDOR-DSN              PIC X(80).
       01  WS-PO-CTL-DSN              PIC X(80).
       01  WS-OPEN-PO-DSN             PIC X(80).
       01  WS-PO-DOCS-DSN             PIC X(80).

       01  WS-REORDER-Q-STATUS        PIC X(02) VALUE "00".
       01  WS-MATERIAL-STATUS         PIC X(02) VALUE "00".
       01  WS-VENDOR-STATUS           PIC X(02) VALUE "00".
       01  WS-PO-CTL-STATUS           PIC X(02) VALUE "00".
       01  WS-OPEN-PO-STATUS          PIC X(02) VALUE "00".
       01  WS-PO-DOCS-STATUS          PIC X(02) VALUE "00".

       01  WS-TODAY                   PIC X(08).
       01  WS-DATE-N                  PIC 9(08).
       01  WS-DUE-INT                 PIC 9(08).
       01  WS-NEXT-PO-NUMBER          PIC 9(06) VALUE 500001.

       01  WS-MATL-COUNT              PIC 9(02) VALUE 0.
       01  WS-MATL-SUB                PIC 9(02).
       01  WS-MATL-FOUND-SUB          PIC 9(02).
       01  WS-MATERIAL-TABLE.
           05 WS-MATL-ENTRY OCCURS 50 TIMES.
              10 WS-MATL-CODE         PIC X(04).
              10 WS-MATL-COST         PIC 9(03)V99.
              10 WS-MATL-VENDOR       PIC X(05).
              10 WS-MATL-REORDER-QTY  PIC 9(06)V99.

       01  WS-VEND-COUNT              PIC 9(03) VALUE 0.
       01  WS-VEND-SUB                PIC 9(03).
       01  WS-VEND-FOUND-SUB          PIC 9(03).
       01  WS-VENDOR-TABLE.
           05 WS-VEND-ENTRY OCCURS 200 TIMES.
              10 WS-VEND-ID           PIC X(05).
              10 WS-VEND-NAME         PIC X(25).
              10 WS-VEND-ADDRESS      PIC X(25).
              10 WS-VEND-CITY         PIC X(15).
              10 WS-VEND-STATE        PIC X(02).
              10 WS-VEND-ZIP          PIC X(05).
              10 WS-VEND-TERMS        PIC X(10).
              10 WS-VEND-LEAD-DAYS    PIC 9(03).

      * THE MATERIALS TO ORDER, SORTED BY VENDOR THEN MATERIAL SO
      * EACH VENDOR'S LINES COME TOGETHER ON ONE PURCHASE ORDER.
       01  WS-REQ-COUNT               PIC 9(02) VALUE 0.
       01  WS-REQ-SUB                 PIC 9(02).
       01  WS-REQ-SUB2                PIC 9(02).
       01  WS-REQUEST-TABLE.
           05 WS-REQ-ENTRY OCCURS 50 TIMES.
              10 WS-REQ-KEY.
                 15 WS-REQ-VENDOR     PIC X(05).
                 15 WS-REQ-MATERIAL   PIC X(04).
              10 WS-REQ-QTY           PIC 9(07)V99.
              10 WS-REQ-COST          PIC 9(03)V99.
              10 WS-REQ-VEND-SUB      PIC 9(03).
       01  WS-REQ-HOLD                PIC X(26).
       01  WS-SHORTFALL               PIC S9(08)V99.

       01  WS-CUR-VENDOR              PIC X(05).
       01  WS-PO-LINE-COUNT           PIC 9(02) VALUE 0.
       01  WS-PO-TOTAL                PIC 9(08)V99 VALUE 0.
       01  WS-LINE-EXTENDED           PIC 9(08)V99.
       01  WS-DUE-DATE                PIC X(08).
       01  WS-PO-COUNT                PIC 9(04) VALUE 0.
       01  WS-PO-LINES-WRITTEN        PIC 9(04) VALUE 0.
       01  WS-NOT-ORDERED-COUNT       PIC 9(04) VALUE 0.

       01  WS-DOC-HDR-LINE.
           05 FILLER                  PIC X(15)
                   VALUE "PURCHASE ORDER ".
           05 DOC-PO-NUMBER           PIC 9(06).
           05 FILLER                  PIC X(08) VALUE "   DATE ".
           05 DOC-PO-DATE             PIC X(08).
       01  WS-DOC-VENDOR-LINE.
           05 FILLER                  PIC X(04) VALUE "TO: ".
           05 DOC-VENDOR-NAME         PIC X(25).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DOC-VENDOR-ID           PIC X(05).
       01  WS-DOC-ADDRESS-LINE.
           05 FILLER                  PIC X(04) VALUE ALL SPACES.
           05 DOC-ADDRESS             PIC X(25).
       01  WS-DOC-CITY-LINE.
           05 FILLER                  PIC X(04) VALUE ALL SPACES.
           05 DOC-CITY                PIC X(15).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DOC-STATE               PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DOC-ZIP                 PIC X(05).
       01  WS-DOC-TERMS-LINE.
           05 FILLER                  PIC X(07) VALUE "TERMS: ".
           05 DOC-TERMS               PIC X(10).
           05 FILLER                  PIC X(15)
                   VALUE "   DELIVER BY: ".
           05 DOC-DUE-DATE            PIC X(08).
       01  WS-DOC-COL-LINE.
           05 FILLER                  PIC X(31)
                   VALUE "  LN MATL    SQ FT ORDERED  UNI".
           05 FILLER                  PIC X(25)
                   VALUE "T COST         EXTENDED".
       01  WS-DOC-DETAIL.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 DOCD-LINE               PIC 9(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DOCD-MATERIAL           PIC X(04).
           05 FILLER                  PIC X(03) VALUE ALL SPACES.
           05 DOCD-QTY                PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(03) VALUE ALL SPACES.
           05 DOCD-COST               PIC ZZ9.99.
           05 FILLER                  PIC X(03) VALUE ALL SPACES.
           05 DOCD-EXTENDED           PIC $$$,$$$,$$9.99.
       01  WS-DOC-TOTAL-LINE.
           05 FILLER                  PIC X(10) VALUE "PO TOTAL: ".
           05 DOC-TOTAL               PIC $$$,$$$,$$9.99.
       01  WS-DOC-CUT-LINE            PIC X(72) VALUE ALL "=".

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW15PO BEGINS".
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SORT-REQUESTS.
           MOVE SPACES TO WS-CUR-VENDOR.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT
               IF WS-REQ-VENDOR(WS-REQ-SUB) NOT = WS-CUR-VENDOR
                   IF WS-PO-LINE-COUNT > 0
                       PERFORM 3300-FINISH-PURCHASE-ORDER
                   END-IF
                   PERFORM 3100-START-PURCHASE-ORDER
               END-IF
               PERFORM 3200-ADD-PO-LINE
           END-PERFORM.
           IF WS-PO-LINE-COUNT > 0
               PERFORM 3300-FINISH-PURCHASE-ORDER
           END-IF.
           PERFORM 6000-FINISH-UP.
           DISPLAY "PURCHASE ORDERS WRITTEN: " WS-PO-COUNT.
           DISPLAY "PO LINES WRITTEN       : " WS-PO-LINES-WRITTEN.
           DISPLAY "MATERIALS NOT ORDERED  : " WS-NOT-ORDERED-COUNT.
           IF WS-NOT-ORDERED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "HW15PO CONCLUDES".
           GOBACK.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-REORDER-Q-DSN FROM ENVIRONMENT "RUGREOQ".
           IF WS-REORDER-Q-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15REOQ.dat"
               TO WS-REORDER-Q-DSN
           END-IF.
           ACCEPT WS-MATERIAL-DSN FROM ENVIRONMENT "RUGMATL".
           IF WS-MATERIAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15MATL.dat"
               TO WS-MATERIAL-DSN
           END-IF.
           ACCEPT WS-VENDOR-DSN FROM ENVIRONMENT "RUGVEND".
           IF WS-VENDOR-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15VEND.dat"
               TO WS-VENDOR-DSN
           END-IF.
           ACCEPT WS-PO-CTL-DSN FROM ENVIRONMENT "RUGPCTL".
           IF WS-PO-CTL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15PCTL.dat"
               TO WS-PO-CTL-DSN
           END-IF.
           ACCEPT WS-OPEN-PO-DSN FROM ENVIRONMENT "RUGOPOF".
           IF WS-OPEN-PO-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15OPOF.dat"
               TO WS-OPEN-PO-DSN
           END-IF.
           ACCEPT WS-PO-DOCS-DSN FROM ENVIRONMENT "RUGPODC".
           IF WS-PO-DOCS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15PO.rpt"
               TO WS-PO-DOCS-DSN
           END-IF.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM 1100-LOAD-MATERIALS.
           PERFORM 1200-LOAD-VENDORS.
           PERFORM 1300-READ-PO-CONTROL.
           PERFORM 1400-LOAD-REORDER-QUEUE.
           OPEN OUTPUT PO-DOCS-OUT.
           OPEN EXTEND OPEN-PO-FILE.
           IF WS-OPEN-PO-STATUS = "35"
               OPEN OUTPUT OPEN-PO-FILE
           END-IF.

       1100-LOAD-MATERIALS.
           OPEN INPUT MATERIAL-MASTER.
           IF WS-MATERIAL-STATUS = "00"
               READ MATERIAL-MASTER
               PERFORM UNTIL WS-MATERIAL-STATUS > "00"
                          OR WS-MATL-COUNT >= 50
                   ADD 1 TO WS-MATL-COUNT
                   MOVE MM-MATERIAL-CODE
                       TO WS-MATL-CODE(WS-MATL-COUNT)
                   IF MM-COST-PER-SQFT IS NUMERIC
                       MOVE MM-COST-PER-SQFT
                           TO WS-MATL-COST(WS-MATL-COUNT)
                   ELSE
                       MOVE ZEROS TO WS-MATL-COST(WS-MATL-COUNT)
                   END-IF
                   MOVE MM-PREFERRED-VENDOR
                       TO WS-MATL-VENDOR(WS-MATL-COUNT)
                   IF MM-REORDER-QTY IS NUMERIC
                       MOVE MM-REORDER-QTY
                           TO WS-MATL-REORDER-QTY(WS-MATL-COUNT)
                   ELSE
                       MOVE ZEROS
                           TO WS-MATL-REORDER-QTY(WS-MATL-COUNT)
                   END-IF
                   READ MATERIAL-MASTER
               END-PERFORM
               CLOSE MATERIAL-MASTER
           ELSE
               DISPLAY "MATERIAL MASTER NOT AVAILABLE - STATUS "
                   WS-MATERIAL-STATUS
           END-IF.

       1200-LOAD-VENDORS.
           OPEN INPUT VENDOR-MASTER.
           IF WS-VENDOR-STATUS = "00"
               READ VENDOR-MASTER
               PERFORM UNTIL WS-VENDOR-STATUS > "00"
                          OR WS-VEND-COUNT >= 200
                   ADD 1 TO WS-VEND-COUNT
                   MOVE VN-VENDOR-ID TO WS-VEND-ID(WS-VEND-COUNT)
                   MOVE VN-NAME      TO WS-VEND-NAME(WS-VEND-COUNT)
                   MOVE VN-ADDRESS   TO WS-VEND-ADDRESS(WS-VEND-COUNT)
                   MOVE VN-CITY      TO WS-VEND-CITY(WS-VEND-COUNT)
                   MOVE VN-STATE     TO WS-VEND-STATE(WS-VEND-COUNT)
                   MOVE VN-ZIP       TO WS-VEND-ZIP(WS-VEND-COUNT)
                   MOVE VN-TERMS     TO WS-VEND-TERMS(WS-VEND-COUNT)
                   IF VN-LEAD-DAYS IS NUMERIC
                       MOVE VN-LEAD-DAYS
                           TO WS-VEND-LEAD-DAYS(WS-VEND-COUNT)
                   ELSE
                       MOVE ZEROS TO WS-VEND-LEAD-DAYS(WS-VEND-COUNT)
                   END-IF
                   READ VENDOR-MASTER
               END-PERFORM
               CLOSE VENDOR-MASTER
           ELSE
               DISPLAY "VENDOR MASTER NOT AVAILABLE - STATUS "
                   WS-VENDOR-STATUS " -- NOTHING CAN BE ORDERED"
           END-IF.

       1300-READ-PO-CONTROL.
           OPEN INPUT PO-CONTROL.
           IF WS-PO-CTL-STATUS = "00"
               READ PO-CONTROL
               IF WS-PO-CTL-STATUS = "00"
                   MOVE PCTL-NEXT-PO-NUMBER TO WS-NEXT-PO-NUMBER
               END-IF
               CLOSE PO-CONTROL
           END-IF.

      * A MATERIAL WITH NO PREFERRED VENDOR, OR ONE NOT ON THE VENDOR
      * MASTER, IS REPORTED AND LEFT FOR THE BUYER.
       1400-LOAD-REORDER-QUEUE.
           OPEN INPUT REORDER-QUEUE.
           IF WS-REORDER-Q-STATUS = "00"
               READ REORDER-QUEUE
               PERFORM UNTIL WS-REORDER-Q-STATUS > "00"
                   PERFORM 1410-ADD-REQUEST
                   READ REORDER-QUEUE
               END-PERFORM
               CLOSE REORDER-QUEUE
           ELSE
               DISPLAY "REORDER QUEUE NOT AVAILABLE - STATUS "
                   WS-REORDER-Q-STATUS " -- NOTHING TO ORDER"
           END-IF.

       1410-ADD-REQUEST.
           MOVE 0 TO WS-MATL-FOUND-SUB.
           PERFORM VARYING WS-MATL-SUB FROM 1 BY 1
               UNTIL WS-MATL-SUB > WS-MATL-COUNT
               IF WS-MATL-CODE(WS-MATL-SUB) = RQ-MATERIAL-CODE
                   MOVE WS-MATL-SUB TO WS-MATL-FOUND-SUB
                   MOVE WS-MATL-COUNT TO WS-MATL-SUB
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-VEND-FOUND-SUB.
           IF WS-MATL-FOUND-SUB > 0
               PERFORM VARYING WS-VEND-SUB FROM 1 BY 1
                   UNTIL WS-VEND-SUB > WS-VEND-COUNT
                   IF WS-VEND-ID(WS-VEND-SUB)
                       = WS-MATL-VENDOR(WS-MATL-FOUND-SUB)
                       MOVE WS-VEND-SUB TO WS-VEND-FOUND-SUB
                       MOVE WS-VEND-COUNT TO WS-VEND-SUB
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN WS-VEND-FOUND-SUB = 0
                   DISPLAY "MATERIAL " RQ-MATERIAL-CODE
                       " HAS NO PREFERRED VENDOR ON FILE -- NOT ORDERED"
                   ADD 1 TO WS-NOT-ORDERED-COUNT
               WHEN WS-REQ-COUNT >= 50
                   DISPLAY "MATERIAL " RQ-MATERIAL-CODE
                       " -- OVER 50 MATERIALS TO ORDER, NOT ORDERED"
                   ADD 1 TO WS-NOT-ORDERED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REQ-COUNT
                   MOVE WS-MATL-VENDOR(WS-MATL-FOUND-SUB)
                       TO WS-REQ-VENDOR(WS-REQ-COUNT)
                   MOVE RQ-MATERIAL-CODE
                       TO WS-REQ-MATERIAL(WS-REQ-COUNT)
                   MOVE WS-MATL-COST(WS-MATL-FOUND-SUB)
                       TO WS-REQ-COST(WS-REQ-COUNT)
                   MOVE WS-VEND-FOUND-SUB
                       TO WS-REQ-VEND-SUB(WS-REQ-COUNT)
                   COMPUTE WS-SHORTFALL = RQ-REORDER-POINT
                       - RQ-ON-HAND - RQ-ON-ORDER
                   IF WS-SHORTFALL
                       > WS-MATL-REORDER-QTY(WS-MATL-FOUND-SUB)
                       MOVE WS-SHORTFALL TO WS-REQ-QTY(WS-REQ-COUNT)
                   ELSE
                       MOVE WS-MATL-REORDER-QTY(WS-MATL-FOUND-SUB)
                           TO WS-REQ-QTY(WS-REQ-COUNT)
                   END-IF
           END-EVALUATE.

       2000-SORT-REQUESTS.
           IF WS-REQ-COUNT > 1
               PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB >= WS-REQ-COUNT
                   PERFORM VARYING WS-REQ-SUB2 FROM 1 BY 1
                       UNTIL WS-REQ-SUB2 > WS-REQ-COUNT - WS-REQ-SUB
                       IF WS-REQ-KEY(WS-REQ-SUB2)
                           > WS-REQ-KEY(WS-REQ-SUB2 + 1)
                           MOVE WS-REQ-ENTRY(WS-REQ-SUB2)
                               TO WS-REQ-HOLD
                           MOVE WS-REQ-ENTRY(WS-REQ-SUB2 + 1)
                               TO WS-REQ-ENTRY(WS-REQ-SUB2)
                           MOVE WS-REQ-HOLD
                               TO WS-REQ-ENTRY(WS-REQ-SUB2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       3100-START-PURCHASE-ORDER.
           MOVE WS-REQ-VENDOR(WS-REQ-SUB)   TO WS-CUR-VENDOR.
           MOVE WS-REQ-VEND-SUB(WS-REQ-SUB) TO WS-VEND-SUB.
           MOVE WS-TODAY TO WS-DATE-N.
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-N)
               + WS-VEND-LEAD-DAYS(WS-VEND-SUB).
           COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           MOVE WS-DATE-N TO WS-DUE-DATE.
           MOVE WS-NEXT-PO-NUMBER TO DOC-PO-NUMBER.
           MOVE WS-TODAY          TO DOC-PO-DATE.
           WRITE PO-DOC-REC FROM WS-DOC-HDR-LINE.
           MOVE WS-VEND-NAME(WS-VEND-SUB)    TO DOC-VENDOR-NAME.
           MOVE WS-VEND-ID(WS-VEND-SUB)      TO DOC-VENDOR-ID.
           WRITE PO-DOC-REC FROM WS-DOC-VENDOR-LINE.
           MOVE WS-VEND-ADDRESS(WS-VEND-SUB) TO DOC-ADDRESS.
           WRITE PO-DOC-REC FROM WS-DOC-ADDRESS-LINE.
           MOVE WS-VEND-CITY(WS-VEND-SUB)    TO DOC-CITY.
           MOVE WS-VEND-STATE(WS-VEND-SUB)   TO DOC-STATE.
           MOVE WS-VEND-ZIP(WS-VEND-SUB)     TO DOC-ZIP.
           WRITE PO-DOC-REC FROM WS-DOC-CITY-LINE.
           MOVE WS-VEND-TERMS(WS-VEND-SUB)   TO DOC-TERMS.
           MOVE WS-DUE-DATE                  TO DOC-DUE-DATE.
           WRITE PO-DOC-REC FROM WS-DOC-TERMS-LINE.
           WRITE PO-DOC-REC FROM WS-DOC-COL-LINE.
           MOVE 0 TO WS-PO-LINE-COUNT.
           MOVE 0 TO WS-PO-TOTAL.

       3200-ADD-PO-LINE.
           ADD 1 TO WS-PO-LINE-COUNT.
           COMPUTE WS-LINE-EXTENDED ROUNDED =
               WS-REQ-QTY(WS-REQ-SUB) * WS-REQ-COST(WS-REQ-SUB).
           ADD WS-LINE-EXTENDED TO WS-PO-TOTAL.
           MOVE WS-PO-LINE-COUNT            TO DOCD-LINE.
           MOVE WS-REQ-MATERIAL(WS-REQ-SUB) TO DOCD-MATERIAL.
           MOVE WS-REQ-QTY(WS-REQ-SUB)      TO DOCD-QTY.
           MOVE WS-REQ-COST(WS-REQ-SUB)     TO DOCD-COST.
           MOVE WS-LINE-EXTENDED            TO DOCD-EXTENDED.
           WRITE PO-DOC-REC FROM WS-DOC-DETAIL.
           MOVE WS-NEXT-PO-NUMBER           TO PO-NUMBER.
           MOVE WS-PO-LINE-COUNT            TO PO-LINE-NUMBER.
           MOVE WS-CUR-VENDOR               TO PO-VENDOR-ID.
           MOVE WS-REQ-MATERIAL(WS-REQ-SUB) TO PO-MATERIAL-CODE.
           MOVE WS-TODAY                    TO PO-ORDER-DATE.
           MOVE WS-DUE-DATE                 TO PO-DUE-DATE.
           MOVE WS-REQ-QTY(WS-REQ-SUB)      TO PO-QTY-ORDERED.
           MOVE ZEROS                       TO PO-QTY-RECEIVED.
           MOVE WS-REQ-COST(WS-REQ-SUB)     TO PO-UNIT-COST.
           MOVE "O"                         TO PO-LINE-STATUS.
           MOVE SPACES                      TO PO-LAST-RECEIPT-DATE.
           WRITE OPEN-PO-REC.
           ADD 1 TO WS-PO-LINES-WRITTEN.

       3300-FINISH-PURCHASE-ORDER.
           MOVE WS-PO-TOTAL TO DOC-TOTAL.
           WRITE PO-DOC-REC FROM WS-DOC-TOTAL-LINE.
           WRITE PO-DOC-REC FROM WS-DOC-CUT-LINE.
           DISPLAY "  PO " WS-NEXT-PO-NUMBER " TO " WS-CUR-VENDOR
               " -- " WS-PO-LINE-COUNT " LINES".
           ADD 1 TO WS-PO-COUNT.
           ADD 1 TO WS-NEXT-PO-NUMBER.
           MOVE 0 TO WS-PO-LINE-COUNT.

      * THE QUEUE IS CLEARED ONCE ORDERED; THE NEXT HW15MISS RUN
      * COUNTS THESE LINES AS ON ORDER AND DOES NOT QUEUE THEM AGAIN.
       6000-FINISH-UP.
           CLOSE PO-DOCS-OUT OPEN-PO-FILE.
           IF WS-REORDER-Q-STATUS NOT = "35"
               OPEN OUTPUT REORDER-QUEUE
               CLOSE REORDER-QUEUE
           END-IF.
           OPEN OUTPUT PO-CONTROL.
           MOVE WS-NEXT-PO-NUMBER TO PCTL-NEXT-PO-NUMBER.
           WRITE PO-CONTROL-REC.
           CLOSE PO-CONTROL.
