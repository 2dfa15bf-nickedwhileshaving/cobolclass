       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW15POAG.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  10/15/2026.
      *Open purchase order aging.  Every purchase order line HW15PO
      *wrote that is not yet received in full, by vendor and due date,
      *with the quantity still to come and how many days past the
      *delivery date the vendor is.  Each vendor ends with a count of
      *its late lines and the report closes with the outstanding
      *quantity in aging buckets, so the buyer sees which suppliers
      *are holding up the shop.  Return code 4 when anything is late.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-PO-FILE ASSIGN TO WS-OPEN-PO-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-PO-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO WS-VENDOR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDOR-STATUS.

           SELECT AGING-RPT-OUT ASSIGN TO WS-AGING-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGING-RPT-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES RUGOPOF,
      *  RUGVEND, AND RUGPOAG, FALLING BACK TO THE DEVELOPMENT
      *  DEFAULTS SHOWN IN 0900.

       DATA DIVISION.
       FILE SECTION.
      * ONE ROW PER PURCHASE ORDER LINE HW15PO WROTE.  STATUS O OPEN,
      * P PARTLY RECEIVED, C CLOSED.
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

       FD  AGING-RPT-OUT
           RECORDING MODE IS F
           DATA RECORD IS AGING-RPT-REC.
       01 AGING-RPT-REC               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-OPEN-PO-DSN             PIC X(80).
       01  WS-VENDOR-DSN              PIC X(80).
       01  WS-AGING-RPT-DSN           PIC X(80).

       01  WS-OPEN-PO-STATUS          PIC X(02) VALUE "00".
       01  WS-VENDOR-STATUS           PIC X(02) VALUE "00".
       01  WS-AGING-RPT-STATUS        PIC X(02) VALUE "00".

       01  WS-TODAY                   PIC X(08).
       01  WS-DATE-N                  PIC 9(08).
       01  WS-TODAY-INT               PIC 9(08).
       01  WS-DUE-INT                 PIC 9(08).
       01  WS-DAYS-LATE               PIC S9(05).

       01  WS-VEND-COUNT              PIC 9(03) VALUE 0.
       01  WS-VEND-SUB                PIC 9(03).
       01  WS-VENDOR-TABLE.
           05 WS-VEND-ENTRY OCCURS 200 TIMES.
              10 WS-VEND-ID           PIC X(05).
              10 WS-VEND-NAME         PIC X(25).
       01  WS-FOUND-VENDOR-NAME       PIC X(25).

      * OPEN LINES, SORTED BY VENDOR, DUE DATE, THEN PO AND LINE.
       01  WS-AGE-COUNT               PIC 9(04) VALUE 0.
       01  WS-AGE-SUB                 PIC 9(04).
       01  WS-AGE-SUB2                PIC 9(04).
       01  WS-AGE-TABLE.
           05 WS-AGE-ENTRY OCCURS 2000 TIMES.
              10 WS-AGE-KEY.
                 15 WS-AGE-VENDOR     PIC X(05).
                 15 WS-AGE-DUE-DATE   PIC X(08).
                 15 WS-AGE-PO         PIC 9(06).
                 15 WS-AGE-LINE       PIC 9(02).
              10 WS-AGE-MATERIAL      PIC X(04).
              10 WS-AGE-OUTSTANDING   PIC 9(07)V99.
              10 WS-AGE-STATUS        PIC X(01).
       01  WS-AGE-HOLD                PIC X(35).
       01  WS-SKIPPED-COUNT           PIC 9(04) VALUE 0.

       01  WS-CUR-VENDOR              PIC X(05).
       01  WS-VEND-LINES              PIC 9(04) VALUE 0.
       01  WS-VEND-LATE               PIC 9(04) VALUE 0.
       01  WS-LATE-LINES              PIC 9(04) VALUE 0.

      * OUTSTANDING QUANTITY BY AGE: NOT YET DUE, 1-7, 8-30, AND
      * OVER 30 DAYS LATE.
       01  WS-BUCKET-TABLE.
           05 WS-BUCKET-QTY OCCURS 4 TIMES PIC 9(09)V99.
       01  WS-BUCKET-SUB              PIC 9(01).
       01  WS-BUCKET-NAMES.
           05 FILLER                  PIC X(14) VALUE "NOT YET DUE   ".
           05 FILLER                  PIC X(14) VALUE "1-7 DAYS LATE ".
           05 FILLER                  PIC X(14) VALUE "8-30 DAYS LATE".
           05 FILLER                  PIC X(14) VALUE "OVER 30 LATE  ".
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME OCCURS 4 TIMES PIC X(14).

       01  WS-HEADING-1.
           05 FILLER                  PIC X(31)
                   VALUE "OPEN PURCHASE ORDER AGING -- HW".
           05 FILLER                  PIC X(15)
                   VALUE "15POAG   AS OF ".
           05 HDG-TODAY               PIC X(08).
       01  WS-HEADING-2.
           05 FILLER                  PIC X(31)
                   VALUE "VENDOR NAME                    ".
           05 FILLER                  PIC X(31)
                   VALUE "PO     LN MATL DUE DATE  OUTSTA".
           05 FILLER                  PIC X(20)
                   VALUE "NDING  DAYS LATE".
       01  WS-DETAIL-LINE.
           05 DTL-VENDOR              PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DTL-VENDOR-NAME         PIC X(25).
           05 DTL-PO                  PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DTL-LINE                PIC 9(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DTL-MATERIAL            PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DTL-DUE-DATE            PIC X(08).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 DTL-OUTSTANDING         PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 DTL-DAYS-LATE           PIC ZZZZ9-.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 DTL-FLAG                PIC X(07).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DTL-PARTIAL             PIC X(07).
       01  WS-VENDOR-TOTAL-LINE.
           05 FILLER                  PIC X(06) VALUE ALL SPACES.
           05 FILLER                  PIC X(14) VALUE "VENDOR TOTAL: ".
           05 VTL-LINES               PIC ZZZ9.
           05 FILLER                  PIC X(13) VALUE " OPEN LINES, ".
           05 VTL-LATE                PIC ZZZ9.
           05 FILLER                  PIC X(05) VALUE " LATE".
       01  WS-BUCKET-LINE.
           05 BKL-NAME                PIC X(14).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 BKL-QTY                 PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(05) VALUE " SQFT".

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW15POAG BEGINS".
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SORT-LINES.
           PERFORM 3000-WRITE-AGING-REPORT.
           DISPLAY "OPEN PO LINES: " WS-AGE-COUNT.
           DISPLAY "LINES LATE   : " WS-LATE-LINES.
           IF WS-LATE-LINES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "HW15POAG CONCLUDES".
           GOBACK.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-OPEN-PO-DSN FROM ENVIRONMENT "RUGOPOF".
           IF WS-OPEN-PO-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15OPOF.dat"
               TO WS-OPEN-PO-DSN
           END-IF.
           ACCEPT WS-VENDOR-DSN FROM ENVIRONMENT "RUGVEND".
           IF WS-VENDOR-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15VEND.dat"
               TO WS-VENDOR-DSN
           END-IF.
           ACCEPT WS-AGING-RPT-DSN FROM ENVIRONMENT "RUGPOAG".
           IF WS-AGING-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15POAG.rpt"
               TO WS-AGING-RPT-DSN
           END-IF.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-DATE-N.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-N).
           MOVE ZEROS TO WS-BUCKET-TABLE.
           PERFORM 1100-LOAD-VENDORS.
           PERFORM 1200-LOAD-OPEN-LINES.

       1100-LOAD-VENDORS.
           OPEN INPUT VENDOR-MASTER.
           IF WS-VENDOR-STATUS = "00"
               READ VENDOR-MASTER
               PERFORM UNTIL WS-VENDOR-STATUS > "00"
                          OR WS-VEND-COUNT >= 200
                   ADD 1 TO WS-VEND-COUNT
                   MOVE VN-VENDOR-ID TO WS-VEND-ID(WS-VEND-COUNT)
                   MOVE VN-NAME      TO WS-VEND-NAME(WS-VEND-COUNT)
                   READ VENDOR-MASTER
               END-PERFORM
               CLOSE VENDOR-MASTER
           END-IF.

       1200-LOAD-OPEN-LINES.
           OPEN INPUT OPEN-PO-FILE.
           IF WS-OPEN-PO-STATUS = "00"
               READ OPEN-PO-FILE
               PERFORM UNTIL WS-OPEN-PO-STATUS > "00"
                   IF PO-LINE-STATUS NOT = "C"
                       IF WS-AGE-COUNT < 2000
                           ADD 1 TO WS-AGE-COUNT
                           MOVE PO-VENDOR-ID
                               TO WS-AGE-VENDOR(WS-AGE-COUNT)
                           MOVE PO-DUE-DATE
                               TO WS-AGE-DUE-DATE(WS-AGE-COUNT)
                           MOVE PO-NUMBER TO WS-AGE-PO(WS-AGE-COUNT)
                           MOVE PO-LINE-NUMBER
                               TO WS-AGE-LINE(WS-AGE-COUNT)
                           MOVE PO-MATERIAL-CODE
                               TO WS-AGE-MATERIAL(WS-AGE-COUNT)
                           MOVE PO-LINE-STATUS
                               TO WS-AGE-STATUS(WS-AGE-COUNT)
                           IF PO-QTY-ORDERED > PO-QTY-RECEIVED
                               COMPUTE WS-AGE-OUTSTANDING(WS-AGE-COUNT)
                                   = PO-QTY-ORDERED - PO-QTY-RECEIVED
                           ELSE
                               MOVE ZEROS
                                   TO WS-AGE-OUTSTANDING(WS-AGE-COUNT)
                           END-IF
                       ELSE
                           ADD 1 TO WS-SKIPPED-COUNT
                       END-IF
                   END-IF
                   READ OPEN-PO-FILE
               END-PERFORM
               CLOSE OPEN-PO-FILE
           ELSE
               DISPLAY "OPEN-PO FILE NOT AVAILABLE - STATUS "
                   WS-OPEN-PO-STATUS " -- NOTHING TO AGE"
           END-IF.
           IF WS-SKIPPED-COUNT > 0
               DISPLAY "OVER 2000 OPEN LINES -- " WS-SKIPPED-COUNT
                   " NOT AGED"
               MOVE 4 TO RETURN-CODE
           END-IF.

       2000-SORT-LINES.
           IF WS-AGE-COUNT > 1
               PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                   UNTIL WS-AGE-SUB >= WS-AGE-COUNT
                   PERFORM VARYING WS-AGE-SUB2 FROM 1 BY 1
                       UNTIL WS-AGE-SUB2 > WS-AGE-COUNT - WS-AGE-SUB
                       IF WS-AGE-KEY(WS-AGE-SUB2)
                           > WS-AGE-KEY(WS-AGE-SUB2 + 1)
                           MOVE WS-AGE-ENTRY(WS-AGE-SUB2)
                               TO WS-AGE-HOLD
                           MOVE WS-AGE-ENTRY(WS-AGE-SUB2 + 1)
                               TO WS-AGE-ENTRY(WS-AGE-SUB2)
                           MOVE WS-AGE-HOLD
                               TO WS-AGE-ENTRY(WS-AGE-SUB2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       3000-WRITE-AGING-REPORT.
           OPEN OUTPUT AGING-RPT-OUT.
           MOVE WS-TODAY TO HDG-TODAY.
           WRITE AGING-RPT-REC FROM WS-HEADING-1.
           WRITE AGING-RPT-REC FROM WS-HEADING-2.
           MOVE SPACES TO WS-CUR-VENDOR.
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > WS-AGE-COUNT
               IF WS-AGE-VENDOR(WS-AGE-SUB) NOT = WS-CUR-VENDOR
                   IF WS-VEND-LINES > 0
                       PERFORM 3200-WRITE-VENDOR-TOTAL
                   END-IF
                   MOVE WS-AGE-VENDOR(WS-AGE-SUB) TO WS-CUR-VENDOR
                   PERFORM 3050-FIND-VENDOR-NAME
               END-IF
               PERFORM 3100-WRITE-AGED-LINE
           END-PERFORM.
           IF WS-VEND-LINES > 0
               PERFORM 3200-WRITE-VENDOR-TOTAL
           END-IF.
           MOVE SPACES TO AGING-RPT-REC.
           WRITE AGING-RPT-REC.
           MOVE "OUTSTANDING QUANTITY BY AGE" TO AGING-RPT-REC.
           WRITE AGING-RPT-REC.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
               MOVE WS-BUCKET-NAME(WS-BUCKET-SUB) TO BKL-NAME
               MOVE WS-BUCKET-QTY(WS-BUCKET-SUB)  TO BKL-QTY
               WRITE AGING-RPT-REC FROM WS-BUCKET-LINE
           END-PERFORM.
           CLOSE AGING-RPT-OUT.

       3050-FIND-VENDOR-NAME.
           MOVE "** NOT ON VENDOR MASTER" TO WS-FOUND-VENDOR-NAME.
           PERFORM VARYING WS-VEND-SUB FROM 1 BY 1
               UNTIL WS-VEND-SUB > WS-VEND-COUNT
               IF WS-VEND-ID(WS-VEND-SUB) = WS-CUR-VENDOR
                   MOVE WS-VEND-NAME(WS-VEND-SUB)
                       TO WS-FOUND-VENDOR-NAME
                   MOVE WS-VEND-COUNT TO WS-VEND-SUB
               END-IF
           END-PERFORM.

       3100-WRITE-AGED-LINE.
           ADD 1 TO WS-VEND-LINES.
           MOVE WS-AGE-DUE-DATE(WS-AGE-SUB) TO WS-DATE-N.
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-N).
           COMPUTE WS-DAYS-LATE = WS-TODAY-INT - WS-DUE-INT.
           EVALUATE TRUE
               WHEN WS-DAYS-LATE <= 0
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-DAYS-LATE <= 7
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-DAYS-LATE <= 30
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE.
           ADD WS-AGE-OUTSTANDING(WS-AGE-SUB)
               TO WS-BUCKET-QTY(WS-BUCKET-SUB).
           MOVE WS-AGE-VENDOR(WS-AGE-SUB)      TO DTL-VENDOR.
           MOVE WS-FOUND-VENDOR-NAME           TO DTL-VENDOR-NAME.
           MOVE WS-AGE-PO(WS-AGE-SUB)          TO DTL-PO.
           MOVE WS-AGE-LINE(WS-AGE-SUB)        TO DTL-LINE.
           MOVE WS-AGE-MATERIAL(WS-AGE-SUB)    TO DTL-MATERIAL.
           MOVE WS-AGE-DUE-DATE(WS-AGE-SUB)    TO DTL-DUE-DATE.
           MOVE WS-AGE-OUTSTANDING(WS-AGE-SUB) TO DTL-OUTSTANDING.
           IF WS-DAYS-LATE > 0
               MOVE WS-DAYS-LATE TO DTL-DAYS-LATE
               MOVE "** LATE" TO DTL-FLAG
               ADD 1 TO WS-VEND-LATE
               ADD 1 TO WS-LATE-LINES
           ELSE
               MOVE ZEROS  TO DTL-DAYS-LATE
               MOVE SPACES TO DTL-FLAG
           END-IF.
           IF WS-AGE-STATUS(WS-AGE-SUB) = "P"
               MOVE "PARTIAL" TO DTL-PARTIAL
           ELSE
               MOVE SPACES TO DTL-PARTIAL
           END-IF.
           WRITE AGING-RPT-REC FROM WS-DETAIL-LINE.

       3200-WRITE-VENDOR-TOTAL.
           MOVE WS-VEND-LINES TO VTL-LINES.
           MOVE WS-VEND-LATE  TO VTL-LATE.
           WRITE AGING-RPT-REC FROM WS-VENDOR-TOTAL-LINE.
           MOVE 0 TO WS-VEND-LINES.
           MOVE 0 TO WS-VEND-LATE.
