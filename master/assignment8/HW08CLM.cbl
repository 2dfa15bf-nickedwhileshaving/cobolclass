       IDENTIFICATION DIVISION.
       PROGRAM-ID. HW08CLM.
       AUTHOR. NIKOLINA BEST.
       DATE-WRITTEN. 10/15/2026.
      * CARRIER CLAIMS FOR LOST AND DAMAGED SHIPMENTS.  THE CLAIMS
      * FILE IS KEYED BY TRACKING NUMBER, ONE CLAIM PER PACKAGE.
      * A LOST CLAIM OPENS BY ITSELF FOR EVERY PACKAGE HW08OPEN TOOK
      * AS LOST (ITS FAR-OVERDUE FILE); A DAMAGE CLAIM IS OPENED BY
      * TRANSACTION, QUOTING THE CREDIT MEMO HW15RMA ISSUED FOR THE
      * RETURNED RUG.  EACH CLAIM CARRIES THE PACKAGE'S DECLARED
      * VALUE (SHP-DECLARED) AND THE REPLACEMENT COST -- THE ORDER'S
      * MATERIAL COST FROM MATHOUT PLUS ITS LABOR FROM THE HW16JOBC
      * LEDGER, SPREAD OVER ITS PACKAGES BY DECLARED VALUE -- AND
      * CLAIMS THE REPLACEMENT COST UP TO THE DECLARED VALUE.
      * TRANSACTIONS THEN MOVE A FILED CLAIM TO PAID OR DENIED.  A
      * PAID CLAIM WAITS FLAGGED "N" UNTIL HW15GL JOURNALS THE
      * RECOVERY AGAINST FREIGHT EXPENSE.  THE REPORT AGES WHAT IS
      * STILL OUTSTANDING, CARRIER BY CARRIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMS-MASTER ASSIGN TO WS-CLAIMS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLAIMS-STATUS.

           SELECT SHIPMENT-STATUS ASSIGN TO WS-SHIP-STAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHIP-STAT-STATUS.

           SELECT FAR-OVERDUE-IN ASSIGN TO WS-FAR-OVD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FAR-OVD-STATUS.

           SELECT CLAIM-TRANS-IN ASSIGN TO WS-CLAIM-TRANS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLAIM-TRANS-STATUS.

           SELECT MATHOUT-IN ASSIGN TO WS-MATHOUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATHOUT-STATUS.

           SELECT LABOR-LEDGER-IN ASSIGN TO WS-LABOR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LABOR-STATUS.

           SELECT CLAIM-AGING-RPT ASSIGN TO WS-CLAIM-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLAIM-RPT-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES SHIPCLM,
      *  SHIPSTAT, SHIPFOVD, SHIPCLMT, SHAPEOUT, RUGLABR, AND
      *  SHIPCLMR, FALLING BACK TO THE DEVELOPMENT DEFAULTS.

       DATA DIVISION.
       FILE SECTION.
      * STATUS F = FILED, P = PAID, D = DENIED.  TYPE L = LOST,
      * D = DAMAGED.  THE POSTED FLAG IS "N" ON A PAID CLAIM UNTIL
      * HW15GL JOURNALS THE RECOVERY, THEN "P".
       FD  CLAIMS-MASTER
           RECORDING MODE IS F
           DATA RECORD IS CLAIMS-MASTER-REC.
       01 CLAIMS-MASTER-REC           PIC X(96).

       FD  SHIPMENT-STATUS
           RECORDING MODE IS F
           DATA RECORD IS SHIPMENT-STATUS-REC.
       01 SHIPMENT-STATUS-REC.
          05 SHP-TRACKING-NUMBER      PIC 9(10).
          05 SHP-ORDER-ID             PIC X(05).
          05 SHP-ZIP                  PIC X(05).
          05 SHP-SERVICE              PIC X(01).
          05 SHP-SHIP-DATE            PIC X(08).
          05 SHP-PROMISED-DAYS        PIC 9(01).
          05 SHP-STATUS               PIC X(01).
          05 SHP-DELIVERED-DATE       PIC X(08).
          05 SHP-WEIGHT               PIC 9(03)V99.
          05 SHP-COST                 PIC 9(05)V99.
          05 SHP-DECLARED             PIC 9(07)V99.
          05 SHP-CARRIER              PIC X(04).
          05 SHP-MASTER-TRACKING      PIC 9(10).
          05 SHP-PIECE-NUMBER         PIC 9(02).
          05 SHP-PIECE-COUNT          PIC 9(02).

      * SHIPMENT STATUS ROWS OF THE PACKAGES HW08OPEN TOOK AS LOST.
       FD  FAR-OVERDUE-IN
           RECORDING MODE IS F
           DATA RECORD IS FAR-OVERDUE-REC.
       01 FAR-OVERDUE-REC.
          05 FOV-TRACKING-NUMBER      PIC 9(10).
          05 FILLER                   PIC X(68).

      * ACTION D = OPEN A DAMAGE CLAIM (RMA CREDIT MEMO REQUIRED),
      * L = OPEN A LOST CLAIM BY HAND, P = CARRIER PAID (AMOUNT
      * REQUIRED), X = CARRIER DENIED.  A BLANK DATE IS TODAY.
       FD  CLAIM-TRANS-IN
           RECORDING MODE IS F
           DATA RECORD IS CLAIM-TRANS-REC.
       01 CLAIM-TRANS-REC.
          05 CT-ACTION                PIC X(01).
          05 CT-TRACKING-NUMBER       PIC 9(10).
          05 CT-RMA-MEMO              PIC 9(07).
          05 CT-AMOUNT                PIC 9(07)V99.
          05 CT-DATE                  PIC X(08).
          05 CT-CARRIER-REF           PIC X(15).

       FD  MATHOUT-IN
           RECORDING MODE IS F
           DATA RECORD IS MATHOUT-REC-IN.
       01 MATHOUT-REC-IN.
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

      * NO LEDGER (HW16JOBC NOT YET RUN) COSTS MATERIAL ONLY.
       FD  LABOR-LEDGER-IN
           RECORDING MODE IS F
           DATA RECORD IS LABOR-LEDGER-REC.
       01 LABOR-LEDGER-REC.
          05 LAB-WO-NUMBER            PIC 9(07).
          05 LAB-ORDER-ID             PIC X(05).
          05 LAB-EMP-NUMBER           PIC X(05).
          05 LAB-WORK-DATE            PIC X(06).
          05 LAB-HOURS                PIC 9(03)V99.
          05 LAB-RATE                 PIC 9(02)V99.
          05 LAB-BURDEN-PCT           PIC 9(02)V99.
          05 LAB-WAGE-COST            PIC 9(05)V99.
          05 LAB-BURDEN-COST          PIC 9(05)V99.

       FD  CLAIM-AGING-RPT
           RECORDING MODE IS F
           DATA RECORD IS CLAIM-RPT-REC.
       01 CLAIM-RPT-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CLAIMS-DSN               PIC X(80).
       01 WS-SHIP-STAT-DSN            PIC X(80).
       01 WS-FAR-OVD-DSN              PIC X(80).
       01 WS-CLAIM-TRANS-DSN          PIC X(80).
       01 WS-MATHOUT-DSN              PIC X(80).
       01 WS-LABOR-DSN                PIC X(80).
       01 WS-CLAIM-RPT-DSN            PIC X(80).
       01 WS-CLAIMS-STATUS            PIC X(02) VALUE "00".
       01 WS-SHIP-STAT-STATUS         PIC X(02) VALUE "00".
       01 WS-FAR-OVD-STATUS           PIC X(02) VALUE "00".
       01 WS-CLAIM-TRANS-STATUS       PIC X(02) VALUE "00".
       01 WS-MATHOUT-STATUS           PIC X(02) VALUE "00".
       01 WS-LABOR-STATUS             PIC X(02) VALUE "00".
       01 WS-CLAIM-RPT-STATUS         PIC X(02) VALUE "00".

       01  WS-GENRES-PARMS.
           05 GR-MODE                 PIC X(01).
           05 GR-LOGICAL-NAME         PIC X(12).
           05 GR-DSN                  PIC X(80).

      * THE CLAIMS FILE, HELD WHOLE AND REWRITTEN.
       01 WS-CLAIM-COUNT              PIC 9(04) VALUE 0.
       01 WS-CLAIM-SUB                PIC 9(04).
       01 WS-CLAIM-FOUND-SUB          PIC 9(04).
       01 WS-CLAIM-OVERFLOW-SW        PIC X(01) VALUE "N".
          88 CLAIM-TABLE-OVERFLOW           VALUE "Y".
       01 WS-CLAIMS-CHANGED-SW        PIC X(01) VALUE "N".
          88 CLAIMS-CHANGED                 VALUE "Y".
       01 WS-CLAIM-TABLE.
          05 WS-CLAIM-ENTRY OCCURS 2000 TIMES.
             10 WS-CLM-REC            PIC X(96).
       01 WS-CLM-WORK.
          05 CLW-TRACKING             PIC 9(10).
          05 CLW-ORDER-ID             PIC X(05).
          05 CLW-CARRIER              PIC X(04).
          05 CLW-TYPE                 PIC X(01).
             88 CLW-LOST                    VALUE "L".
             88 CLW-DAMAGED                 VALUE "D".
          05 CLW-STATUS               PIC X(01).
             88 CLW-FILED                   VALUE "F".
             88 CLW-PAID                    VALUE "P".
             88 CLW-DENIED                  VALUE "D".
          05 CLW-FILED-DATE           PIC X(08).
          05 CLW-STATUS-DATE          PIC X(08).
          05 CLW-RMA-MEMO             PIC 9(07).
          05 CLW-DECLARED             PIC 9(07)V99.
          05 CLW-REPLACEMENT          PIC 9(07)V99.
          05 CLW-CLAIM-AMOUNT         PIC 9(07)V99.
          05 CLW-PAID-AMOUNT          PIC 9(07)V99.
          05 CLW-CARRIER-REF          PIC X(15).
          05 CLW-POSTED-FLAG          PIC X(01).

      * THE SHIPMENT STATUS FILE, FOR WHAT EACH PACKAGE DECLARED.
       01 WS-SHIP-COUNT               PIC 9(04) VALUE 0.
       01 WS-SHIP-SUB                 PIC 9(04).
       01 WS-SHIP-FOUND-SUB           PIC 9(04).
       01 WS-SHIPMENT-TABLE.
          05 WS-SHIP-ENTRY OCCURS 2000 TIMES.
             10 WS-SHP-TRACKING       PIC 9(10).
             10 WS-SHP-ORDER          PIC X(05).
             10 WS-SHP-CARRIER        PIC X(04).
             10 WS-SHP-DECLARED       PIC 9(07)V99.

      * EACH ORDER'S MATERIAL AND LABOR COST, AND THE DECLARED VALUE
      * OF ALL ITS PACKAGES TO SPREAD THEM BY.
       01 WS-OCS-COUNT                PIC 9(04) VALUE 0.
       01 WS-OCS-SUB                  PIC 9(04).
       01 WS-OCS-FOUND-SUB            PIC 9(04).
       01 WS-FIND-ORDER               PIC X(05).
       01 WS-ORDER-COST-TABLE.
          05 WS-OCS-ENTRY OCCURS 1000 TIMES.
             10 WS-OCS-ORDER          PIC X(05).
             10 WS-OCS-MATERIAL       PIC 9(07)V99.
             10 WS-OCS-LABOR          PIC 9(07)V99.
             10 WS-OCS-DECLARED       PIC 9(08)V99.

      * THE CLAIM BEING OPENED.
       01 WS-NEW-TRACKING             PIC 9(10).
       01 WS-NEW-TYPE                 PIC X(01).
       01 WS-NEW-RMA-MEMO             PIC 9(07).
       01 WS-NEW-DATE                 PIC X(08).
       01 WS-NEW-CARRIER-REF          PIC X(15).
       01 WS-ORDER-COST               PIC 9(08)V99.

       01 WS-TODAY                    PIC X(08).
       01 WS-TODAY-INT                PIC 9(08).
       01 WS-FILED-INT                PIC 9(08).
       01 WS-CLAIM-AGE                PIC S9(05).
       01 WS-REJECT-REASON            PIC X(40).

       01 WS-TRANS-COUNT              PIC 9(05) VALUE 0.
       01 WS-LOST-READ-COUNT          PIC 9(05) VALUE 0.
       01 WS-OPENED-COUNT             PIC 9(05) VALUE 0.
       01 WS-PAID-COUNT               PIC 9(05) VALUE 0.
       01 WS-DENIED-COUNT             PIC 9(05) VALUE 0.
       01 WS-REJECTED-COUNT           PIC 9(05) VALUE 0.
       01 WS-RECOVERED-TOTAL          PIC 9(09)V99 VALUE 0.

      * PER-CARRIER AGING.  BUCKETS ARE DAYS SINCE THE CLAIM WAS
      * FILED: 0-30, 31-60, 61-90, OVER 90.
       01 WS-CAG-COUNT                PIC 9(02) VALUE 0.
       01 WS-CAG-SUB                  PIC 9(02).
       01 WS-CAG-FOUND-SUB            PIC 9(02).
       01 WS-BUCKET                   PIC 9(01).
       01 WS-CARRIER-AGING-TABLE.
          05 WS-CAG-ENTRY OCCURS 20 TIMES.
             10 WS-CAG-CARRIER        PIC X(04).
             10 WS-CAG-OPEN-COUNT     PIC 9(05).
             10 WS-CAG-OPEN-AMOUNT    PIC 9(09)V99.
             10 WS-CAG-BUCKET-AMT     PIC 9(09)V99 OCCURS 4 TIMES.
             10 WS-CAG-PAID-COUNT     PIC 9(05).
             10 WS-CAG-PAID-AMOUNT    PIC 9(09)V99.
             10 WS-CAG-DENIED-COUNT   PIC 9(05).
             10 WS-CAG-DENIED-AMOUNT  PIC 9(09)V99.
       01 WS-GRAND-OPEN-COUNT         PIC 9(05) VALUE 0.
       01 WS-GRAND-OPEN-AMOUNT        PIC 9(09)V99 VALUE 0.

       01 WS-ACTIVITY-LINE.
          05 ACT-TAG                  PIC X(16).
          05 ACT-TRACKING             PIC 9(10).
          05 FILLER                   PIC X(01) VALUE SPACE.
          05 ACT-ORDER                PIC X(05).
          05 FILLER                   PIC X(01) VALUE SPACE.
          05 ACT-CARRIER              PIC X(04).
          05 FILLER                   PIC X(01) VALUE SPACE.
          05 ACT-TEXT                 PIC X(42).

       01 WS-AMOUNT-TEXT.
          05 FILLER                   PIC X(07) VALUE "CLAIMS ".
          05 ATX-CLAIMED              PIC Z,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(05) VALUE " REPL".
          05 ATX-REPLACEMENT          PIC Z,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(06) VALUE SPACES.

       01 WS-PAID-TEXT.
          05 FILLER                   PIC X(05) VALUE "PAID ".
          05 PTX-PAID                 PIC Z,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(04) VALUE " OF ".
          05 PTX-CLAIMED              PIC Z,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(09) VALUE SPACES.

       01 WS-AGING-DETAIL.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 AGD-TRACKING             PIC 9(10).
          05 FILLER                   PIC X(01) VALUE SPACE.
          05 AGD-ORDER                PIC X(05).
          05 FILLER                   PIC X(01) VALUE SPACE.
          05 AGD-TYPE                 PIC X(07).
          05 FILLER                   PIC X(07) VALUE " FILED ".
          05 AGD-FILED                PIC X(08).
          05 FILLER                   PIC X(01) VALUE SPACE.
          05 AGD-AGE                  PIC ZZZZ9.
          05 FILLER                   PIC X(06) VALUE " DAYS ".
          05 AGD-CLAIMED              PIC Z,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(01) VALUE SPACE.
          05 AGD-RMA                  PIC X(07).

       01 WS-AGING-CARRIER-LINE.
          05 FILLER                   PIC X(08) VALUE "CARRIER ".
          05 AGC-CARRIER              PIC X(04).
          05 FILLER                   PIC X(06) VALUE " OPEN ".
          05 AGC-OPEN-COUNT           PIC ZZ,ZZ9.
          05 FILLER                   PIC X(01) VALUE SPACE.
          05 AGC-OPEN-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(06) VALUE " PAID ".
          05 AGC-PAID-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(08) VALUE " DENIED ".
          05 AGC-DENIED-COUNT         PIC ZZ,ZZ9.

       01 WS-AGING-BUCKET-LINE.
          05 FILLER                   PIC X(09) VALUE "    0-30 ".
          05 AGB-BUCKET-1             PIC ZZZ,ZZ9.99.
          05 FILLER                   PIC X(08) VALUE "  31-60 ".
          05 AGB-BUCKET-2             PIC ZZZ,ZZ9.99.
          05 FILLER                   PIC X(08) VALUE "  61-90 ".
          05 AGB-BUCKET-3             PIC ZZZ,ZZ9.99.
          05 FILLER                   PIC X(10) VALUE "  OVER 90 ".
          05 AGB-BUCKET-4             PIC ZZZ,ZZ9.99.

       01 WS-AGING-TOTAL-LINE.
          05 FILLER                   PIC X(18)
                  VALUE "ALL CARRIERS OPEN ".
          05 AGT-OPEN-COUNT           PIC ZZ,ZZ9.
          05 FILLER                   PIC X(01) VALUE SPACE.
          05 AGT-OPEN-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.

       01  WS-RUNSTAT-PARMS.
           05 RST-PROGRAM             PIC X(08).
           05 RST-RECORDS-READ        PIC 9(07).
           05 RST-RECORDS-WRITTEN     PIC 9(07).
           05 RST-RECORDS-REJECTED    PIC 9(07).
           05 RST-CONTROL-TOTAL       PIC 9(09)V99.
           05 RST-RETURN-CODE         PIC 9(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "HW08CLM - CARRIER CLAIMS".
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 1000-LOAD-CLAIMS.
           IF CLAIM-TABLE-OVERFLOW
               DISPLAY "CLAIMS FILE HOLDS MORE THAN 2000 RECORDS"
                   " -- A REWRITE WOULD DROP THE OVERFLOW."
               DISPLAY "NO CHANGES MADE."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1200-LOAD-ORDER-COSTS.
           PERFORM 1100-LOAD-SHIPMENTS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-TODAY)).
           OPEN OUTPUT CLAIM-AGING-RPT.
           MOVE "CARRIER CLAIMS -- HW08CLM" TO CLAIM-RPT-REC.
           WRITE CLAIM-RPT-REC.
           MOVE SPACES TO CLAIM-RPT-REC.
           WRITE CLAIM-RPT-REC.
           PERFORM 2000-OPEN-LOST-CLAIMS.
           PERFORM 3000-APPLY-TRANSACTIONS.
           IF CLAIMS-CHANGED
               PERFORM 5000-REWRITE-CLAIMS
           END-IF.
           PERFORM 6000-AGING-REPORT.
           CLOSE CLAIM-AGING-RPT.
           DISPLAY "TRANSACTIONS READ : " WS-TRANS-COUNT.
           DISPLAY "LOST PACKAGES READ: " WS-LOST-READ-COUNT.
           DISPLAY "CLAIMS OPENED     : " WS-OPENED-COUNT.
           DISPLAY "CLAIMS PAID       : " WS-PAID-COUNT.
           DISPLAY "CLAIMS DENIED     : " WS-DENIED-COUNT.
           DISPLAY "REJECTED          : " WS-REJECTED-COUNT.
           DISPLAY "RECOVERED         : " WS-RECOVERED-TOTAL.
           DISPLAY "OUTSTANDING       : " WS-GRAND-OPEN-COUNT
               " CLAIMING " WS-GRAND-OPEN-AMOUNT.
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "HW08CLM" TO RST-PROGRAM.
           COMPUTE RST-RECORDS-READ
               = WS-TRANS-COUNT + WS-LOST-READ-COUNT.
           COMPUTE RST-RECORDS-WRITTEN
               = WS-OPENED-COUNT + WS-PAID-COUNT + WS-DENIED-COUNT.
           MOVE WS-REJECTED-COUNT TO RST-RECORDS-REJECTED.
           MOVE WS-RECOVERED-TOTAL TO RST-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL "RUNSTAT" USING WS-RUNSTAT-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           DISPLAY "HW08CLM CONCLUDES".
           GOBACK.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-CLAIMS-DSN FROM ENVIRONMENT "SHIPCLM".
           IF WS-CLAIMS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW08CLM.dat"
               TO WS-CLAIMS-DSN
           END-IF.
           ACCEPT WS-SHIP-STAT-DSN FROM ENVIRONMENT "SHIPSTAT".
           IF WS-SHIP-STAT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW08SHIP.dat"
               TO WS-SHIP-STAT-DSN
           END-IF.
           ACCEPT WS-FAR-OVD-DSN FROM ENVIRONMENT "SHIPFOVD".
           IF WS-FAR-OVD-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW08FOVD.dat"
               TO WS-FAR-OVD-DSN
           END-IF.
           ACCEPT WS-CLAIM-TRANS-DSN FROM ENVIRONMENT "SHIPCLMT".
           IF WS-CLAIM-TRANS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW08CLMT.dat"
               TO WS-CLAIM-TRANS-DSN
           END-IF.
           ACCEPT WS-MATHOUT-DSN FROM ENVIRONMENT "SHAPEOUT".
           IF WS-MATHOUT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\MATHOUT.dat"
               TO WS-MATHOUT-DSN
           END-IF.
      * GENERATION MANAGEMENT (IN FORCE ONLY WHEN GENMGMT=Y) --
      * RESOLVE THE CURRENT GENERATION THROUGH THE INDEX.
           MOVE "R" TO GR-MODE.
           MOVE "SHAPEOUT" TO GR-LOGICAL-NAME.
           MOVE WS-MATHOUT-DSN TO GR-DSN.
           CALL "GENRES" USING WS-GENRES-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           MOVE GR-DSN TO WS-MATHOUT-DSN.
           ACCEPT WS-LABOR-DSN FROM ENVIRONMENT "RUGLABR".
           IF WS-LABOR-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15LABR.dat"
               TO WS-LABOR-DSN
           END-IF.
           ACCEPT WS-CLAIM-RPT-DSN FROM ENVIRONMENT "SHIPCLMR".
           IF WS-CLAIM-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW08CLM.rpt"
               TO WS-CLAIM-RPT-DSN
           END-IF.

       1000-LOAD-CLAIMS.
           OPEN INPUT CLAIMS-MASTER.
           IF WS-CLAIMS-STATUS = "00"
               READ CLAIMS-MASTER
               PERFORM UNTIL WS-CLAIMS-STATUS > "00"
                          OR WS-CLAIM-COUNT >= 2000
                   ADD 1 TO WS-CLAIM-COUNT
                   MOVE CLAIMS-MASTER-REC
                       TO WS-CLM-REC(WS-CLAIM-COUNT)
                   READ CLAIMS-MASTER
               END-PERFORM
               IF WS-CLAIM-COUNT >= 2000
                   AND WS-CLAIMS-STATUS = "00"
                   MOVE "Y" TO WS-CLAIM-OVERFLOW-SW
               END-IF
               CLOSE CLAIMS-MASTER
           END-IF.
           DISPLAY "CLAIMS ON FILE    : " WS-CLAIM-COUNT.

       1100-LOAD-SHIPMENTS.
           OPEN INPUT SHIPMENT-STATUS.
           IF WS-SHIP-STAT-STATUS = "00"
               READ SHIPMENT-STATUS
               PERFORM UNTIL WS-SHIP-STAT-STATUS > "00"
                          OR WS-SHIP-COUNT >= 2000
                   ADD 1 TO WS-SHIP-COUNT
                   MOVE SHP-TRACKING-NUMBER
                       TO WS-SHP-TRACKING(WS-SHIP-COUNT)
                   MOVE SHP-ORDER-ID TO WS-SHP-ORDER(WS-SHIP-COUNT)
                   MOVE SHP-CARRIER  TO WS-SHP-CARRIER(WS-SHIP-COUNT)
                   IF SHP-DECLARED IS NUMERIC
                       MOVE SHP-DECLARED
                           TO WS-SHP-DECLARED(WS-SHIP-COUNT)
                   ELSE
                       MOVE 0 TO WS-SHP-DECLARED(WS-SHIP-COUNT)
                   END-IF
                   MOVE SHP-ORDER-ID TO WS-FIND-ORDER
                   PERFORM 1300-FIND-ORDER-COST
                   IF WS-OCS-FOUND-SUB > 0
                       ADD WS-SHP-DECLARED(WS-SHIP-COUNT)
                           TO WS-OCS-DECLARED(WS-OCS-FOUND-SUB)
                   END-IF
                   READ SHIPMENT-STATUS
               END-PERFORM
               CLOSE SHIPMENT-STATUS
           ELSE
               DISPLAY "SHIPMENT STATUS FILE NOT AVAILABLE - STATUS "
                   WS-SHIP-STAT-STATUS
           END-IF.

      * MATERIAL COST FROM EVERY PRICED LINE OF THE ORDER, LABOR
      * (WAGES PLUS BURDEN) FROM EVERY LEDGER ROW BOOKED TO IT.
       1200-LOAD-ORDER-COSTS.
           OPEN INPUT MATHOUT-IN.
           IF WS-MATHOUT-STATUS = "00"
               READ MATHOUT-IN
               PERFORM UNTIL WS-MATHOUT-STATUS > "00"
                   IF MI-SIZE-1 IS NUMERIC AND MI-SIZE-2 IS NUMERIC
                       AND MI-MATL-COST-OUT IS NUMERIC
                       MOVE MI-ORDER-ID TO WS-FIND-ORDER
                       PERFORM 1300-FIND-ORDER-COST
                       IF WS-OCS-FOUND-SUB > 0
                           ADD MI-MATL-COST-OUT
                               TO WS-OCS-MATERIAL(WS-OCS-FOUND-SUB)
                       END-IF
                   END-IF
                   READ MATHOUT-IN
               END-PERFORM
               CLOSE MATHOUT-IN
           ELSE
               DISPLAY "MATHOUT FILE NOT AVAILABLE - STATUS "
                   WS-MATHOUT-STATUS " -- NO MATERIAL COST"
           END-IF.
           OPEN INPUT LABOR-LEDGER-IN.
           IF WS-LABOR-STATUS = "00"
               READ LABOR-LEDGER-IN
               PERFORM UNTIL WS-LABOR-STATUS > "00"
                   IF LAB-WAGE-COST IS NUMERIC
                       AND LAB-BURDEN-COST IS NUMERIC
                       MOVE LAB-ORDER-ID TO WS-FIND-ORDER
                       PERFORM 1300-FIND-ORDER-COST
                       IF WS-OCS-FOUND-SUB > 0
                           ADD LAB-WAGE-COST LAB-BURDEN-COST
                               TO WS-OCS-LABOR(WS-OCS-FOUND-SUB)
                       END-IF
                   END-IF
                   READ LABOR-LEDGER-IN
               END-PERFORM
               CLOSE LABOR-LEDGER-IN
           END-IF.

      * FINDS WS-FIND-ORDER, ADDING IT WHEN THERE IS ROOM.  ZERO
      * WHEN THE TABLE IS FULL.
       1300-FIND-ORDER-COST.
           MOVE 0 TO WS-OCS-FOUND-SUB.
           PERFORM VARYING WS-OCS-SUB FROM 1 BY 1
               UNTIL WS-OCS-SUB > WS-OCS-COUNT
               IF WS-OCS-ORDER(WS-OCS-SUB) = WS-FIND-ORDER
                   MOVE WS-OCS-SUB TO WS-OCS-FOUND-SUB
                   MOVE WS-OCS-COUNT TO WS-OCS-SUB
               END-IF
           END-PERFORM.
           IF WS-OCS-FOUND-SUB = 0 AND WS-OCS-COUNT < 1000
               ADD 1 TO WS-OCS-COUNT
               MOVE WS-OCS-COUNT TO WS-OCS-FOUND-SUB
               MOVE WS-FIND-ORDER TO WS-OCS-ORDER(WS-OCS-COUNT)
               MOVE 0 TO WS-OCS-MATERIAL(WS-OCS-COUNT)
                         WS-OCS-LABOR(WS-OCS-COUNT)
                         WS-OCS-DECLARED(WS-OCS-COUNT)
           END-IF.

      * EVERY PACKAGE HW08OPEN TOOK AS LOST GETS A LOST CLAIM; ONE
      * ALREADY CLAIMED ON AN EARLIER RUN IS PASSED OVER QUIETLY.
       2000-OPEN-LOST-CLAIMS.
           OPEN INPUT FAR-OVERDUE-IN.
           IF WS-FAR-OVD-STATUS = "00"
               READ FAR-OVERDUE-IN
               PERFORM UNTIL WS-FAR-OVD-STATUS > "00"
                   ADD 1 TO WS-LOST-READ-COUNT
                   IF FOV-TRACKING-NUMBER IS NUMERIC
                       MOVE FOV-TRACKING-NUMBER TO WS-NEW-TRACKING
                       PERFORM 4000-FIND-CLAIM
                       IF WS-CLAIM-FOUND-SUB = 0
                           MOVE "L"      TO WS-NEW-TYPE
                           MOVE 0        TO WS-NEW-RMA-MEMO
                           MOVE WS-TODAY TO WS-NEW-DATE
                           MOVE SPACES   TO WS-NEW-CARRIER-REF
                           PERFORM 2100-OPEN-CLAIM THRU 2100-EXIT
                       END-IF
                   END-IF
                   READ FAR-OVERDUE-IN
               END-PERFORM
               CLOSE FAR-OVERDUE-IN
           END-IF.

      * OPENS A FILED CLAIM FOR WS-NEW-TRACKING.  THE REPLACEMENT
      * COST IS THE ORDER'S MATERIAL PLUS LABOR, IN PROPORTION TO
      * THE PACKAGE'S SHARE OF THE ORDER'S DECLARED VALUE; THE CLAIM
      * IS THAT COST, HELD TO THE DECLARED VALUE WHEN ONE WAS MADE.
       2100-OPEN-CLAIM.
           MOVE 0 TO WS-SHIP-FOUND-SUB.
           PERFORM VARYING WS-SHIP-SUB FROM 1 BY 1
               UNTIL WS-SHIP-SUB > WS-SHIP-COUNT
               IF WS-SHP-TRACKING(WS-SHIP-SUB) = WS-NEW-TRACKING
                   MOVE WS-SHIP-SUB TO WS-SHIP-FOUND-SUB
                   MOVE WS-SHIP-COUNT TO WS-SHIP-SUB
               END-IF
           END-PERFORM.
           IF WS-SHIP-FOUND-SUB = 0
               MOVE "NO SHIPMENT FOR THIS TRACKING NUMBER"
                   TO WS-REJECT-REASON
               PERFORM 3900-REJECT
               GO TO 2100-EXIT
           END-IF.
           IF WS-CLAIM-COUNT >= 2000
               MOVE "CLAIMS FILE FULL" TO WS-REJECT-REASON
               PERFORM 3900-REJECT
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO WS-CLM-WORK.
           MOVE WS-NEW-TRACKING TO CLW-TRACKING.
           MOVE WS-SHP-ORDER(WS-SHIP-FOUND-SUB)   TO CLW-ORDER-ID.
           MOVE WS-SHP-CARRIER(WS-SHIP-FOUND-SUB) TO CLW-CARRIER.
           MOVE WS-NEW-TYPE TO CLW-TYPE.
           MOVE "F" TO CLW-STATUS.
           MOVE WS-NEW-DATE TO CLW-FILED-DATE CLW-STATUS-DATE.
           MOVE WS-NEW-RMA-MEMO TO CLW-RMA-MEMO.
           MOVE WS-SHP-DECLARED(WS-SHIP-FOUND-SUB) TO CLW-DECLARED.
           MOVE WS-SHP-ORDER(WS-SHIP-FOUND-SUB) TO WS-FIND-ORDER.
           PERFORM 1300-FIND-ORDER-COST.
           MOVE 0 TO CLW-REPLACEMENT.
           IF WS-OCS-FOUND-SUB > 0
               COMPUTE WS-ORDER-COST
                   = WS-OCS-MATERIAL(WS-OCS-FOUND-SUB)
                   + WS-OCS-LABOR(WS-OCS-FOUND-SUB)
               IF WS-OCS-DECLARED(WS-OCS-FOUND-SUB) > 0
                   AND CLW-DECLARED
                       < WS-OCS-DECLARED(WS-OCS-FOUND-SUB)
                   COMPUTE CLW-REPLACEMENT ROUNDED
                       = WS-ORDER-COST * CLW-DECLARED
                       / WS-OCS-DECLARED(WS-OCS-FOUND-SUB)
               ELSE
                   MOVE WS-ORDER-COST TO CLW-REPLACEMENT
               END-IF
           END-IF.
           MOVE CLW-REPLACEMENT TO CLW-CLAIM-AMOUNT.
           IF CLW-DECLARED > 0 AND CLW-CLAIM-AMOUNT > CLW-DECLARED
               MOVE CLW-DECLARED TO CLW-CLAIM-AMOUNT
           END-IF.
           MOVE 0 TO CLW-PAID-AMOUNT.
           MOVE WS-NEW-CARRIER-REF TO CLW-CARRIER-REF.
           MOVE SPACE TO CLW-POSTED-FLAG.
           ADD 1 TO WS-CLAIM-COUNT.
           MOVE WS-CLM-WORK TO WS-CLM-REC(WS-CLAIM-COUNT).
           MOVE "Y" TO WS-CLAIMS-CHANGED-SW.
           ADD 1 TO WS-OPENED-COUNT.
           IF CLW-LOST
               MOVE "OPENED LOST" TO ACT-TAG
           ELSE
               MOVE "OPENED DAMAGED" TO ACT-TAG
           END-IF.
           MOVE CLW-CLAIM-AMOUNT TO ATX-CLAIMED.
           MOVE CLW-REPLACEMENT  TO ATX-REPLACEMENT.
           MOVE WS-AMOUNT-TEXT   TO ACT-TEXT.
           PERFORM 3800-WRITE-ACTIVITY.
       2100-EXIT.
           EXIT.

       3000-APPLY-TRANSACTIONS.
           OPEN INPUT CLAIM-TRANS-IN.
           IF WS-CLAIM-TRANS-STATUS = "00"
               READ CLAIM-TRANS-IN
               PERFORM UNTIL WS-CLAIM-TRANS-STATUS > "00"
                   ADD 1 TO WS-TRANS-COUNT
                   PERFORM 3100-APPLY-ONE-TRANSACTION
                       THRU 3100-EXIT
                   READ CLAIM-TRANS-IN
               END-PERFORM
               CLOSE CLAIM-TRANS-IN
           END-IF.

       3100-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-CLM-WORK.
           IF CT-TRACKING-NUMBER IS NOT NUMERIC
               MOVE 0 TO WS-NEW-TRACKING
               MOVE "TRACKING NUMBER NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM 3900-REJECT
               GO TO 3100-EXIT
           END-IF.
           MOVE CT-TRACKING-NUMBER TO WS-NEW-TRACKING.
           PERFORM 4000-FIND-CLAIM.
           MOVE WS-TODAY TO WS-NEW-DATE.
           IF CT-DATE IS NUMERIC
               MOVE CT-DATE TO WS-NEW-DATE
           END-IF.
           EVALUATE CT-ACTION
               WHEN "D"
               WHEN "L"
                   IF WS-CLAIM-FOUND-SUB > 0
                       MOVE "CLAIM ALREADY ON FILE" TO WS-REJECT-REASON
                       PERFORM 3900-REJECT
                       GO TO 3100-EXIT
                   END-IF
                   MOVE 0 TO WS-NEW-RMA-MEMO
                   IF CT-RMA-MEMO IS NUMERIC
                       MOVE CT-RMA-MEMO TO WS-NEW-RMA-MEMO
                   END-IF
                   IF CT-ACTION = "D" AND WS-NEW-RMA-MEMO = 0
                       MOVE "DAMAGE CLAIM NEEDS THE RMA CREDIT MEMO"
                           TO WS-REJECT-REASON
                       PERFORM 3900-REJECT
                       GO TO 3100-EXIT
                   END-IF
                   MOVE CT-ACTION TO WS-NEW-TYPE
                   MOVE CT-CARRIER-REF TO WS-NEW-CARRIER-REF
                   PERFORM 2100-OPEN-CLAIM THRU 2100-EXIT
               WHEN "P"
               WHEN "X"
                   IF WS-CLAIM-FOUND-SUB = 0
                       MOVE "NO CLAIM FOR THIS TRACKING NUMBER"
                           TO WS-REJECT-REASON
                       PERFORM 3900-REJECT
                       GO TO 3100-EXIT
                   END-IF
                   MOVE WS-CLM-REC(WS-CLAIM-FOUND-SUB) TO WS-CLM-WORK
                   IF NOT CLW-FILED
                       MOVE "CLAIM ALREADY SETTLED" TO WS-REJECT-REASON
                       PERFORM 3900-REJECT
                       GO TO 3100-EXIT
                   END-IF
                   IF CT-ACTION = "P"
                       PERFORM 3200-CLAIM-PAID THRU 3200-EXIT
                   ELSE
                       PERFORM 3300-CLAIM-DENIED
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
                   PERFORM 3900-REJECT
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      * THE RECOVERY WAITS ON THE CLAIM, FLAGGED "N", FOR HW15GL.
       3200-CLAIM-PAID.
           IF CT-AMOUNT IS NOT NUMERIC OR CT-AMOUNT = 0
               MOVE "PAID CLAIM NEEDS THE AMOUNT PAID"
                   TO WS-REJECT-REASON
               PERFORM 3900-REJECT
               GO TO 3200-EXIT
           END-IF.
           MOVE "P" TO CLW-STATUS.
           MOVE WS-NEW-DATE TO CLW-STATUS-DATE.
           MOVE CT-AMOUNT TO CLW-PAID-AMOUNT.
           MOVE "N" TO CLW-POSTED-FLAG.
           IF CT-CARRIER-REF NOT = SPACES
               MOVE CT-CARRIER-REF TO CLW-CARRIER-REF
           END-IF.
           MOVE WS-CLM-WORK TO WS-CLM-REC(WS-CLAIM-FOUND-SUB).
           MOVE "Y" TO WS-CLAIMS-CHANGED-SW.
           ADD 1 TO WS-PAID-COUNT.
           ADD CT-AMOUNT TO WS-RECOVERED-TOTAL.
           MOVE "PAID" TO ACT-TAG.
           MOVE CLW-PAID-AMOUNT  TO PTX-PAID.
           MOVE CLW-CLAIM-AMOUNT TO PTX-CLAIMED.
           MOVE WS-PAID-TEXT     TO ACT-TEXT.
           PERFORM 3800-WRITE-ACTIVITY.
       3200-EXIT.
           EXIT.

       3300-CLAIM-DENIED.
           MOVE "D" TO CLW-STATUS.
           MOVE WS-NEW-DATE TO CLW-STATUS-DATE.
           IF CT-CARRIER-REF NOT = SPACES
               MOVE CT-CARRIER-REF TO CLW-CARRIER-REF
           END-IF.
           MOVE WS-CLM-WORK TO WS-CLM-REC(WS-CLAIM-FOUND-SUB).
           MOVE "Y" TO WS-CLAIMS-CHANGED-SW.
           ADD 1 TO WS-DENIED-COUNT.
           MOVE "DENIED" TO ACT-TAG.
           MOVE CLW-CLAIM-AMOUNT TO ATX-CLAIMED.
           MOVE CLW-REPLACEMENT  TO ATX-REPLACEMENT.
           MOVE WS-AMOUNT-TEXT   TO ACT-TEXT.
           PERFORM 3800-WRITE-ACTIVITY.

       3800-WRITE-ACTIVITY.
           MOVE CLW-TRACKING TO ACT-TRACKING.
           MOVE CLW-ORDER-ID TO ACT-ORDER.
           MOVE CLW-CARRIER  TO ACT-CARRIER.
           WRITE CLAIM-RPT-REC FROM WS-ACTIVITY-LINE.

       3900-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.
           DISPLAY "CLAIM " WS-NEW-TRACKING " REJECTED - "
               WS-REJECT-REASON.
           MOVE "REJECTED" TO ACT-TAG.
           MOVE WS-NEW-TRACKING TO ACT-TRACKING.
           MOVE SPACES TO ACT-ORDER ACT-CARRIER.
           MOVE WS-REJECT-REASON TO ACT-TEXT.
           WRITE CLAIM-RPT-REC FROM WS-ACTIVITY-LINE.

       4000-FIND-CLAIM.
           MOVE 0 TO WS-CLAIM-FOUND-SUB.
           PERFORM VARYING WS-CLAIM-SUB FROM 1 BY 1
               UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
               IF WS-CLM-REC(WS-CLAIM-SUB)(1:10) = WS-NEW-TRACKING
                   MOVE WS-CLAIM-SUB TO WS-CLAIM-FOUND-SUB
                   MOVE WS-CLAIM-COUNT TO WS-CLAIM-SUB
               END-IF
           END-PERFORM.

       5000-REWRITE-CLAIMS.
           OPEN OUTPUT CLAIMS-MASTER.
           PERFORM VARYING WS-CLAIM-SUB FROM 1 BY 1
               UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
               MOVE WS-CLM-REC(WS-CLAIM-SUB) TO CLAIMS-MASTER-REC
               WRITE CLAIMS-MASTER-REC
           END-PERFORM.
           CLOSE CLAIMS-MASTER.

      * OUTSTANDING (FILED) CLAIMS LISTED UNDER THEIR CARRIER WITH
      * THEIR AGE, THEN THE CARRIER'S OPEN TOTAL BY AGE AND WHAT IT
      * HAS PAID AND DENIED TO DATE.
       6000-AGING-REPORT.
           PERFORM VARYING WS-CLAIM-SUB FROM 1 BY 1
               UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
               MOVE WS-CLM-REC(WS-CLAIM-SUB) TO WS-CLM-WORK
               PERFORM 6100-FIND-CARRIER
               IF WS-CAG-FOUND-SUB > 0
                   EVALUATE TRUE
                       WHEN CLW-FILED
                           ADD 1 TO WS-CAG-OPEN-COUNT(WS-CAG-FOUND-SUB)
                           ADD CLW-CLAIM-AMOUNT
                            TO WS-CAG-OPEN-AMOUNT(WS-CAG-FOUND-SUB)
                       WHEN CLW-PAID
                           ADD 1 TO WS-CAG-PAID-COUNT(WS-CAG-FOUND-SUB)
                           ADD CLW-PAID-AMOUNT
                            TO WS-CAG-PAID-AMOUNT(WS-CAG-FOUND-SUB)
                       WHEN CLW-DENIED
                           ADD 1
                            TO WS-CAG-DENIED-COUNT(WS-CAG-FOUND-SUB)
                           ADD CLW-CLAIM-AMOUNT
                            TO WS-CAG-DENIED-AMOUNT(WS-CAG-FOUND-SUB)
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE SPACES TO CLAIM-RPT-REC.
           WRITE CLAIM-RPT-REC.
           MOVE "OUTSTANDING CLAIMS BY CARRIER" TO CLAIM-RPT-REC.
           WRITE CLAIM-RPT-REC.
           PERFORM VARYING WS-CAG-SUB FROM 1 BY 1
               UNTIL WS-CAG-SUB > WS-CAG-COUNT
               PERFORM 6200-REPORT-ONE-CARRIER
           END-PERFORM.
           MOVE WS-GRAND-OPEN-COUNT  TO AGT-OPEN-COUNT.
           MOVE WS-GRAND-OPEN-AMOUNT TO AGT-OPEN-AMOUNT.
           MOVE SPACES TO CLAIM-RPT-REC.
           WRITE CLAIM-RPT-REC.
           WRITE CLAIM-RPT-REC FROM WS-AGING-TOTAL-LINE.

       6100-FIND-CARRIER.
           MOVE 0 TO WS-CAG-FOUND-SUB.
           PERFORM VARYING WS-CAG-SUB FROM 1 BY 1
               UNTIL WS-CAG-SUB > WS-CAG-COUNT
               IF WS-CAG-CARRIER(WS-CAG-SUB) = CLW-CARRIER
                   MOVE WS-CAG-SUB TO WS-CAG-FOUND-SUB
                   MOVE WS-CAG-COUNT TO WS-CAG-SUB
               END-IF
           END-PERFORM.
           IF WS-CAG-FOUND-SUB = 0 AND WS-CAG-COUNT < 20
               ADD 1 TO WS-CAG-COUNT
               MOVE WS-CAG-COUNT TO WS-CAG-FOUND-SUB
               INITIALIZE WS-CAG-ENTRY(WS-CAG-COUNT)
               MOVE CLW-CARRIER TO WS-CAG-CARRIER(WS-CAG-COUNT)
           END-IF.

       6200-REPORT-ONE-CARRIER.
           MOVE SPACES TO CLAIM-RPT-REC.
           WRITE CLAIM-RPT-REC.
           PERFORM VARYING WS-CLAIM-SUB FROM 1 BY 1
               UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
               MOVE WS-CLM-REC(WS-CLAIM-SUB) TO WS-CLM-WORK
               IF CLW-FILED
                   AND CLW-CARRIER = WS-CAG-CARRIER(WS-CAG-SUB)
                   PERFORM 6300-AGE-ONE-CLAIM
               END-IF
           END-PERFORM.
           MOVE WS-CAG-CARRIER(WS-CAG-SUB)      TO AGC-CARRIER.
           MOVE WS-CAG-OPEN-COUNT(WS-CAG-SUB)   TO AGC-OPEN-COUNT.
           MOVE WS-CAG-OPEN-AMOUNT(WS-CAG-SUB)  TO AGC-OPEN-AMOUNT.
           MOVE WS-CAG-PAID-AMOUNT(WS-CAG-SUB)  TO AGC-PAID-AMOUNT.
           MOVE WS-CAG-DENIED-COUNT(WS-CAG-SUB) TO AGC-DENIED-COUNT.
           WRITE CLAIM-RPT-REC FROM WS-AGING-CARRIER-LINE.
           MOVE WS-CAG-BUCKET-AMT(WS-CAG-SUB, 1) TO AGB-BUCKET-1.
           MOVE WS-CAG-BUCKET-AMT(WS-CAG-SUB, 2) TO AGB-BUCKET-2.
           MOVE WS-CAG-BUCKET-AMT(WS-CAG-SUB, 3) TO AGB-BUCKET-3.
           MOVE WS-CAG-BUCKET-AMT(WS-CAG-SUB, 4) TO AGB-BUCKET-4.
           WRITE CLAIM-RPT-REC FROM WS-AGING-BUCKET-LINE.
           ADD WS-CAG-OPEN-COUNT(WS-CAG-SUB)  TO WS-GRAND-OPEN-COUNT.
           ADD WS-CAG-OPEN-AMOUNT(WS-CAG-SUB) TO WS-GRAND-OPEN-AMOUNT.

       6300-AGE-ONE-CLAIM.
           IF CLW-FILED-DATE IS NUMERIC
               COMPUTE WS-FILED-INT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(CLW-FILED-DATE))
               COMPUTE WS-CLAIM-AGE = WS-TODAY-INT - WS-FILED-INT
           ELSE
               MOVE 0 TO WS-CLAIM-AGE
           END-IF.
           EVALUATE TRUE
               WHEN WS-CLAIM-AGE <= 30
                   MOVE 1 TO WS-BUCKET
               WHEN WS-CLAIM-AGE <= 60
                   MOVE 2 TO WS-BUCKET
               WHEN WS-CLAIM-AGE <= 90
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE.
           ADD CLW-CLAIM-AMOUNT
               TO WS-CAG-BUCKET-AMT(WS-CAG-SUB, WS-BUCKET).
           MOVE CLW-TRACKING   TO AGD-TRACKING.
           MOVE CLW-ORDER-ID   TO AGD-ORDER.
           IF CLW-LOST
               MOVE "LOST"    TO AGD-TYPE
           ELSE
               MOVE "DAMAGED" TO AGD-TYPE
           END-IF.
           MOVE CLW-FILED-DATE   TO AGD-FILED.
           MOVE WS-CLAIM-AGE     TO AGD-AGE.
           MOVE CLW-CLAIM-AMOUNT TO AGD-CLAIMED.
           MOVE SPACES TO AGD-RMA.
           IF CLW-RMA-MEMO IS NUMERIC AND CLW-RMA-MEMO > 0
               MOVE CLW-RMA-MEMO TO AGD-RMA
           END-IF.
           WRITE CLAIM-RPT-REC FROM WS-AGING-DETAIL.
