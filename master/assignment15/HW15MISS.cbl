       PROGRAM-ID.    HW15MISS.
       AUTHOR.        NIKOLINA BEST.
       DATE-WRITTEN.  09/02/2026.
      *Posts material issues from the allocation register HW15ALOC
      *writes -- the same AREA-OUT square footage HW15NB computes
      *per MM-MATERIAL-CODE -- against the perpetual ledger HW15MRCV
      *maintains, then prints the reorder report: every material
      *whose on-hand sits below the reorder point on the material
      *master, plus a variance line (receipts less issues against
      *on-hand) that finally puts a number on the scrap.  Only
      *allocated lines are issued, so stock reserved for them is
      *already on the shelf; a backordered line is issued on the
      *run after HW15MRCV releases it.  Runs once per pricing run,
      *right after HW15ALOC.  The AREA-OUT issue is the rug, not the
      *roll it was cut from: once HW15CUT has laid an order out on
      *the roll, its consumption queue carries the true roll square
      *footage, and the difference is posted here as an adjusting
      *issue so the ledger's issues are what actually came off the
      *rolls.  Stock already on order counts toward the reorder
      *point: open purchase order lines (ordered less received) are
      *shown beside on-hand, a material is flagged only when both
      *together fall short, and each flagged material is written to
      *the reorder queue HW15PO turns into purchase orders.  The
      *run's issues and roll-consumption adjustments are valued at
      *the material master's cost per square foot and journaled to
      *GLPOST as cost of goods sold against material inventory.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOCATION-REG ASSIGN TO WS-ALLOC-REG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLOC-REG-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO WS-BACKORDER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKORDER-STATUS.

           SELECT MATERIAL-LEDGER ASSIGN TO WS-MATL-LEDGER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REORDER-RPT-STATUS.

           SELECT CUT-CONSUMPTION ASSIGN TO WS-CUT-CONS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUT-CONS-STATUS.

           SELECT OPEN-PO-FILE ASSIGN TO WS-OPEN-PO-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-PO-STATUS.

           SELECT REORDER-QUEUE ASSIGN TO WS-REORDER-Q-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REORDER-Q-STATUS.

           SELECT ACCOUNT-MAP-IN ASSIGN TO WS-ACCT-MAP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCT-MAP-STATUS.

           SELECT GL-JOURNAL-OUT ASSIGN TO WS-GL-JOURNAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-JOURNAL-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES RUGALOC,
      *  RUGBORD, RUGMINV, RUGMATL, RUGMIRPT, RUGCUTC, RUGOPOF,
      *  RUGREOQ, RUGAMAP, AND RUGMGLJ, FALLING BACK TO THE
      *  DEVELOPMENT DEFAULTS SHOWN IN 0900.

       DATA DIVISION.
       FILE SECTION.
      * ONE ROW PER ALLOCATED LINE; THE FIRST 74 BYTES ARE THE
      * PRICED LINE AS HW15NB WROTE IT TO MATHOUT.
       FD  ALLOCATION-REG
           RECORDING MODE IS F
           DATA RECORD IS ALLOCATION-REC.
       01 ALLOCATION-REC.
          05 AL-LINE-IMAGE.
             10 MI-SHAPE-TYPE         PIC X(10).
             10 MI-SIZE-1             PIC 9(03).
             10 MI-SIZE-2             PIC 9(03).
             10 FILLER                PIC X(05).
             10 MI-ORDER-ID           PIC X(05).
             10 MI-MATERIAL-CODE      PIC X(04).
             10 MI-OVERRIDE-IND       PIC X(01).
             10 MI-AREA-OUT           PIC 9(06)V99.
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
          05 FILLER                   PIC X(77).

       FD  MATERIAL-LEDGER
           RECORDING MODE IS F
                                      SIGN LEADING SEPARATE.
          05 MINV-RECEIPTS-YTD        PIC 9(08)V99.
          05 MINV-ISSUES-YTD          PIC 9(08)V99.
          05 MINV-ALLOCATED           PIC 9(07)V99.

      * REORDER POINT APPENDED PAST THE LEGACY MATERIAL MASTER
      * FIELDS -- SPACES ON OLDER ROWS MEANS NO REORDER CHECK.  THE
      * ROLL WIDTH AND PURCHASING FIELDS PAST IT ARE NOT USED HERE.
       FD  MATERIAL-MASTER
           RECORDING MODE IS F
           DATA RECORD IS MATERIAL-MASTER-REC.
          05 MM-COST-PER-SQFT         PIC 9(03)V99.
          05 MM-WEIGHT-PER-SQFT       PIC 9(02)V99.
          05 MM-REORDER-POINT         PIC 9(06)V99.
          05 FILLER                   PIC X(16).

       FD  REORDER-RPT-OUT
           RECORDING MODE IS F
           DATA RECORD IS REORDER-RPT-REC.
       01 REORDER-RPT-REC             PIC X(90).

      * ONE ROW PER WORK ORDER AND MATERIAL HW15CUT PLANNED SINCE
      * THE LAST RUN -- CLEARED ONCE POSTED.
       FD  CUT-CONSUMPTION
           RECORDING MODE IS F
           DATA RECORD IS CUT-CONSUMPTION-REC.
       01 CUT-CONSUMPTION-REC.
          05 CC-WO-NUMBER             PIC 9(07).
          05 CC-ORDER-ID              PIC X(05).
          05 CC-MATERIAL-CODE         PIC X(04).
          05 CC-NET-AREA              PIC 9(07)V99.
          05 CC-ROLL-SQFT             PIC 9(07)V99.
          05 CC-REMNANT-SQFT          PIC 9(07)V99.
          05 CC-WASTE-SQFT            PIC 9(07)V99.

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

      * EVERY MATERIAL FLAGGED THIS RUN, FOR HW15PO.  REPLACED EACH
      * RUN; HW15PO CLEARS IT ONCE ORDERED.
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

       FD  ACCOUNT-MAP-IN
           RECORDING MODE IS F
           DATA RECORD IS ACCOUNT-MAP-REC.
       01 ACCOUNT-MAP-REC.
          05 AMAP-TYPE                PIC X(01).
          05 AMAP-KEY                 PIC X(15).
          05 AMAP-ACCOUNT             PIC X(06).

      * MATERIAL JOURNAL, SHARED WITH HW15MRCV AND POSTED BY GLPOST.
       FD  GL-JOURNAL-OUT
           RECORDING MODE IS F
           DATA RECORD IS GL-JOURNAL-REC.
       01 GL-JOURNAL-REC              PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-ALLOC-REG-DSN           PIC X(80).
       01  WS-BACKORDER-DSN           PIC X(80).
       01  WS-MATL-LEDGER-DSN         PIC X(80).
       01  WS-MATERIAL-DSN            PIC X(80).
       01  WS-REORDER-RPT-DSN         PIC X(80).
       01  WS-CUT-CONS-DSN            PIC X(80).
       01  WS-OPEN-PO-DSN             PIC X(80).
       01  WS-REORDER-Q-DSN           PIC X(80).
       01  WS-ACCT-MAP-DSN            PIC X(80).
       01  WS-GL-JOURNAL-DSN          PIC X(80).

       01  WS-ALLOC-REG-STATUS        PIC X(02) VALUE "00".
       01  WS-BACKORDER-STATUS        PIC X(02) VALUE "00".
       01  WS-MATL-LEDGER-STATUS      PIC X(02) VALUE "00".
       01  WS-MATERIAL-STATUS         PIC X(02) VALUE "00".
       01  WS-REORDER-RPT-STATUS      PIC X(02) VALUE "00".
       01  WS-CUT-CONS-STATUS         PIC X(02) VALUE "00".
       01  WS-OPEN-PO-STATUS          PIC X(02) VALUE "00".
       01  WS-REORDER-Q-STATUS        PIC X(02) VALUE "00".
       01  WS-ACCT-MAP-STATUS         PIC X(02) VALUE "00".
       01  WS-GL-JOURNAL-STATUS       PIC X(02) VALUE "00".
       01  WS-TODAY                   PIC X(08).

       01  WS-LED-COUNT               PIC 9(02) VALUE 0.
       01  WS-LED-SUB                 PIC 9(02).
              10 WS-LED-ON-HAND       PIC S9(07)V99.
              10 WS-LED-RECEIPTS      PIC 9(08)V99.
              10 WS-LED-ISSUES        PIC 9(08)V99.
              10 WS-LED-ALLOCATED     PIC 9(07)V99.
              10 WS-LED-CUT-ADJ       PIC S9(07)V99.

       01  WS-RP-COUNT                PIC 9(02) VALUE 0.
       01  WS-RP-SUB                  PIC 9(02).
           05 WS-RP-ENTRY OCCURS 50 TIMES.
              10 WS-RP-MATERIAL       PIC X(04).
              10 WS-RP-POINT          PIC 9(06)V99.
              10 WS-RP-COST           PIC 9(03)V99.
       01  WS-FOUND-REORDER-POINT     PIC 9(06)V99.
       01  WS-UNIT-COST               PIC 9(03)V99.
       01  WS-MOVE-VALUE              PIC S9(09)V99.
      * NET COST OF THE RUN'S ISSUES AND CUT ADJUSTMENTS; NEGATIVE
      * WHEN REMNANT CUTS GAVE BACK MORE THAN WAS ISSUED.
       01  WS-ISSUE-VALUE             PIC S9(09)V99 VALUE 0.
       01  WS-TOTAL-DEBITS            PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS           PIC 9(11)V99 VALUE 0.

       01  WS-MAP-COUNT               PIC 9(03) VALUE 0.
       01  WS-MAP-SUB                 PIC 9(03).
       01  WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 150 TIMES.
              10 WS-MAP-TYPE          PIC X(01).
              10 WS-MAP-KEY           PIC X(15).
              10 WS-MAP-ACCT          PIC X(06).
       01  WS-LOOKUP-KEY              PIC X(15).
       01  WS-RESOLVED-ACCT           PIC X(06).

      * ONE JOURNAL PER RUN, TAGGED WITH THE RUN TIME SO TWO RUNS IN
      * A DAY POST UNDER DIFFERENT JOURNAL IDS.
       01  WS-GL-JRN-HDR.
           05 FILLER                  PIC X(04) VALUE "JRN ".
           05 JRN-PROGRAM.
              10 FILLER               PIC X(02) VALUE "MI".
              10 JRN-RUN-TIME         PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 JRN-RUN-DATE            PIC X(08).

       01  WS-GL-JOURNAL-LINE.
           05 GLJ-ACCT-NO             PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GLJ-ACCOUNT             PIC X(22).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GLJ-DEPT                PIC X(15).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GLJ-DC                  PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GLJ-AMOUNT              PIC 9(09)V99.

       01  WS-GL-TOTAL-LINE.
           05 FILLER                  PIC X(08) VALUE "BALANCE ".
           05 GLT-DEBITS              PIC 9(11)V99.
           05 FILLER                  PIC X(03) VALUE " / ".
           05 GLT-CREDITS             PIC 9(11)V99.

       01  WS-PERCTL-PARMS.
           05 PC-FUNCTION             PIC X(01).
           05 PC-PROGRAM              PIC X(08).
           05 PC-PERIOD               PIC X(06).
           05 PC-NOTE                 PIC X(40).
           05 PC-RESULT               PIC X(01).

      * QUANTITY STILL TO COME IN ON OPEN PURCHASE ORDER LINES.
       01  WS-OO-COUNT                PIC 9(02) VALUE 0.
       01  WS-OO-SUB                  PIC 9(02).
       01  WS-ON-ORDER-TABLE.
           05 WS-OO-ENTRY OCCURS 50 TIMES.
              10 WS-OO-MATERIAL       PIC X(04).
              10 WS-OO-QTY            PIC 9(07)V99.
       01  WS-FOUND-ON-ORDER          PIC 9(07)V99.
       01  WS-PO-OUTSTANDING          PIC 9(07)V99.
       01  WS-AVAILABLE               PIC S9(08)V99.

      * THE REGISTER IS REWRITTEN WITH THE ISSUED FLAGS SET.  A ROW
      * ISSUED ON AN EARLIER DAY WITH NOTHING PENDING IS DROPPED;
      * TODAY'S STAY SO A HW15ALOC RERUN STILL SEES THEIR ORDERS, AND
      * SO DO ROWS OF AN ORDER WITH A LINE STILL ON BACKORDER -- THE
      * RELEASE FLAGS THE WHOLE ORDER FOR HW15WORD AND HW15ACK.
       01  WS-REG-COUNT               PIC 9(04) VALUE 0.
       01  WS-REG-SUB                 PIC 9(04).
       01  WS-REG-TABLE.
           05 WS-REG-ROW OCCURS 1000 TIMES PIC X(98).
       01  WS-REG-DROPPED             PIC 9(04) VALUE 0.
       01  WS-BO-COUNT                PIC 9(04) VALUE 0.
       01  WS-BO-SUB                  PIC 9(04).
       01  WS-BO-ORDER-TABLE.
           05 WS-BO-ORDER OCCURS 1000 TIMES PIC X(05).
       01  WS-BO-FOUND-SW             PIC X(01).
           88 ORDER-ON-BACKORDER            VALUE "Y".

       01  WS-LINE-COUNT              PIC 9(05) VALUE 0.
       01  WS-ISSUED-SQFT             PIC 9(08)V99 VALUE 0.
       01  WS-REORDER-FLAG-COUNT      PIC 9(02) VALUE 0.
       01  WS-VARIANCE                PIC S9(08)V99.
       01  WS-CUT-ADJUST              PIC S9(07)V99.
       01  WS-CUT-PLAN-COUNT          PIC 9(04) VALUE 0.

       01  WS-REORDER-LINE.
           05 ROL-MATERIAL            PIC X(04).
           05 ROL-ON-HAND             PIC ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(09) VALUE " REORDER ".
           05 ROL-POINT               PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(10) VALUE " ON ORDER ".
           05 ROL-ON-ORDER            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 ROL-FLAG                PIC X(09).
       01  WS-VARIANCE-LINE.
           05 VRL-ISSUES              PIC ZZZZ,ZZ9.99.
           05 FILLER                  PIC X(10) VALUE " VARIANCE ".
           05 VRL-VARIANCE            PIC ZZZ,ZZ9.99-.
       01  WS-CUT-ADJ-LINE.
           05 CAL-MATERIAL            PIC X(04).
           05 FILLER                  PIC X(34)
                   VALUE " ROLL CONSUMPTION ADJUSTED ISSUES ".
           05 CAL-ADJUST              PIC ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-DRIVER.
           DISPLAY "HW15MISS BEGINS".
           PERFORM 0800-CHECK-POSTING-PERIOD.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
               MOVE WS-REG-ROW(WS-REG-SUB) TO ALLOCATION-REC
               IF AL-ISSUED-SW NOT = "Y"
                   ADD 1 TO WS-LINE-COUNT
                   PERFORM 3000-POST-ISSUE
                   MOVE "Y" TO AL-ISSUED-SW
                   MOVE ALLOCATION-REC TO WS-REG-ROW(WS-REG-SUB)
               END-IF
           END-PERFORM.
           PERFORM 3500-POST-CUT-CONSUMPTION.
           PERFORM 5000-WRITE-REORDER-REPORT.
           PERFORM 6000-REWRITE-LEDGER.
           PERFORM 6100-REWRITE-REGISTER.
           IF WS-ISSUE-VALUE NOT = 0
               PERFORM 7000-WRITE-MATERIAL-JOURNAL
           END-IF.
           DISPLAY "LINES ISSUED     : " WS-LINE-COUNT.
           DISPLAY "SQFT ISSUED      : " WS-ISSUED-SQFT.
           DISPLAY "CUT PLANS POSTED : " WS-CUT-PLAN-COUNT.
           DISPLAY "REGISTER ROWS CLEARED: " WS-REG-DROPPED.
           DISPLAY "MATERIALS TO ORDER: " WS-REORDER-FLAG-COUNT.
           IF WS-REORDER-FLAG-COUNT > 0
               MOVE 4 TO RETURN-CODE
           DISPLAY "HW15MISS CONCLUDES".
           GOBACK.

      * ISSUES ARE JOURNALED INTO TODAY'S PERIOD, SO THE RUN IS
      * REFUSED ONCE THAT PERIOD HAS BEEN CLOSED.
       0800-CHECK-POSTING-PERIOD.
           MOVE "C" TO PC-FUNCTION.
           MOVE "HW15MISS" TO PC-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:6) TO PC-PERIOD.
           MOVE SPACES TO PC-NOTE.
           MOVE "O" TO PC-RESULT.
           CALL "PERCTL" USING WS-PERCTL-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF PC-RESULT = "C"
               MOVE "H" TO PC-FUNCTION
               MOVE "MATERIAL ISSUE RUN REFUSED - PERIOD CLOSED"
                   TO PC-NOTE
               CALL "PERCTL" USING WS-PERCTL-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
               DISPLAY "*** POSTING PERIOD " PC-PERIOD
                   " IS CLOSED -- RUN REFUSED AND HELD ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       0900-RESOLVE-FILE-NAMES.
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
           MOVE "C:\school\cobol\cobolclass\master\data\HW15MISS.rpt"
               TO WS-REORDER-RPT-DSN
           END-IF.
           ACCEPT WS-CUT-CONS-DSN FROM ENVIRONMENT "RUGCUTC".
           IF WS-CUT-CONS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CUTC.dat"
               TO WS-CUT-CONS-DSN
           END-IF.
           ACCEPT WS-OPEN-PO-DSN FROM ENVIRONMENT "RUGOPOF".
           IF WS-OPEN-PO-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15OPOF.dat"
               TO WS-OPEN-PO-DSN
           END-IF.
           ACCEPT WS-REORDER-Q-DSN FROM ENVIRONMENT "RUGREOQ".
           IF WS-REORDER-Q-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15REOQ.dat"
               TO WS-REORDER-Q-DSN
           END-IF.
           ACCEPT WS-ACCT-MAP-DSN FROM ENVIRONMENT "RUGAMAP".
           IF WS-ACCT-MAP-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15AMAP.dat"
               TO WS-ACCT-MAP-DSN
           END-IF.
           ACCEPT WS-GL-JOURNAL-DSN FROM ENVIRONMENT "RUGMGLJ".
           IF WS-GL-JOURNAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15MGLJ.dat"
               TO WS-GL-JOURNAL-DSN
           END-IF.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE (9:6) TO JRN-RUN-TIME.
           PERFORM 1050-LOAD-REGISTER.
           PERFORM 1060-LOAD-BACKORDER-ORDERS.
           PERFORM 1100-LOAD-LEDGER.
           PERFORM 1200-LOAD-REORDER-POINTS.
           PERFORM 1300-LOAD-ON-ORDER.
           PERFORM 1400-LOAD-ACCOUNT-MAP.

       1050-LOAD-REGISTER.
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
                   DISPLAY "ALLOCATION REGISTER OVER 1000 ROWS -- "
                       "NOTHING ISSUED"
                   CLOSE ALLOCATION-REG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE ALLOCATION-REG
           ELSE
               DISPLAY "ALLOCATION REGISTER NOT AVAILABLE - STATUS "
                   WS-ALLOC-REG-STATUS " -- NOTHING TO ISSUE"
           END-IF.

       1060-LOAD-BACKORDER-ORDERS.
           OPEN INPUT BACKORDER-FILE.
           IF WS-BACKORDER-STATUS = "00"
               READ BACKORDER-FILE
               PERFORM UNTIL WS-BACKORDER-STATUS > "00"
                          OR WS-BO-COUNT >= 1000
                   ADD 1 TO WS-BO-COUNT
                   MOVE BO-ORDER-ID TO WS-BO-ORDER(WS-BO-COUNT)
                   READ BACKORDER-FILE
               END-PERFORM
               CLOSE BACKORDER-FILE
           END-IF.

       1100-LOAD-LEDGER.
           OPEN INPUT MATERIAL-LEDGER.
                       TO WS-LED-RECEIPTS(WS-LED-COUNT)
                   MOVE MINV-ISSUES-YTD
                       TO WS-LED-ISSUES(WS-LED-COUNT)
                   MOVE ZEROS TO WS-LED-CUT-ADJ(WS-LED-COUNT)
                   IF MINV-ALLOCATED IS NUMERIC
                       MOVE MINV-ALLOCATED
                           TO WS-LED-ALLOCATED(WS-LED-COUNT)
                   ELSE
                       MOVE ZEROS TO WS-LED-ALLOCATED(WS-LED-COUNT)
                   END-IF
                   READ MATERIAL-LEDGER
               END-PERFORM
               CLOSE MATERIAL-LEDGER
                   ELSE
                       MOVE ZEROS TO WS-RP-POINT(WS-RP-COUNT)
                   END-IF
                   IF MM-COST-PER-SQFT IS NUMERIC
                       MOVE MM-COST-PER-SQFT
                           TO WS-RP-COST(WS-RP-COUNT)
                   ELSE
                       MOVE ZEROS TO WS-RP-COST(WS-RP-COUNT)
                   END-IF
                   READ MATERIAL-MASTER
               END-PERFORM
               CLOSE MATERIAL-MASTER
           END-IF.

      * CLOSED LINES ARE HISTORY; AN OPEN OR PART-RECEIVED LINE
      * STILL HAS ORDERED LESS RECEIVED TO COME.
       1300-LOAD-ON-ORDER.
           OPEN INPUT OPEN-PO-FILE.
           IF WS-OPEN-PO-STATUS = "00"
               READ OPEN-PO-FILE
               PERFORM UNTIL WS-OPEN-PO-STATUS > "00"
                   IF PO-LINE-STATUS NOT = "C"
                       AND PO-QTY-ORDERED > PO-QTY-RECEIVED
                       COMPUTE WS-PO-OUTSTANDING
                           = PO-QTY-ORDERED - PO-QTY-RECEIVED
                       PERFORM 1350-ADD-ON-ORDER
                   END-IF
                   READ OPEN-PO-FILE
               END-PERFORM
               CLOSE OPEN-PO-FILE
           END-IF.

       1350-ADD-ON-ORDER.
           MOVE 0 TO WS-LED-FOUND-SUB.
           PERFORM VARYING WS-OO-SUB FROM 1 BY 1
               UNTIL WS-OO-SUB > WS-OO-COUNT
               IF WS-OO-MATERIAL(WS-OO-SUB) = PO-MATERIAL-CODE
                   MOVE WS-OO-SUB TO WS-LED-FOUND-SUB
                   MOVE WS-OO-COUNT TO WS-OO-SUB
               END-IF
           END-PERFORM.
           IF WS-LED-FOUND-SUB = 0 AND WS-OO-COUNT < 50
               ADD 1 TO WS-OO-COUNT
               MOVE WS-OO-COUNT TO WS-LED-FOUND-SUB
               MOVE PO-MATERIAL-CODE TO WS-OO-MATERIAL(WS-OO-COUNT)
               MOVE ZEROS TO WS-OO-QTY(WS-OO-COUNT)
           END-IF.
           IF WS-LED-FOUND-SUB > 0
               ADD WS-PO-OUTSTANDING TO WS-OO-QTY(WS-LED-FOUND-SUB)
           END-IF.

       1400-LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-IN.
           IF WS-ACCT-MAP-STATUS = "00"
               READ ACCOUNT-MAP-IN
               PERFORM UNTIL WS-ACCT-MAP-STATUS > "00"
                          OR WS-MAP-COUNT >= 150
                   ADD 1 TO WS-MAP-COUNT
                   MOVE AMAP-TYPE TO WS-MAP-TYPE(WS-MAP-COUNT)
                   MOVE AMAP-KEY  TO WS-MAP-KEY(WS-MAP-COUNT)
                   MOVE AMAP-ACCOUNT TO WS-MAP-ACCT(WS-MAP-COUNT)
                   READ ACCOUNT-MAP-IN
               END-PERFORM
               CLOSE ACCOUNT-MAP-IN
           END-IF.

       3000-POST-ISSUE.
           PERFORM 3050-FIND-OR-ADD-MATERIAL.
      * THE ISSUE CONSUMES THE RESERVATION HW15ALOC OR HW15MRCV MADE.
           IF MISS-MATL-FOUND
               SUBTRACT MI-AREA-OUT
                   FROM WS-LED-ON-HAND(WS-LED-FOUND-SUB)
               ADD MI-AREA-OUT
                   TO WS-LED-ISSUES(WS-LED-FOUND-SUB)
               IF WS-LED-ALLOCATED(WS-LED-FOUND-SUB) > MI-AREA-OUT
                   SUBTRACT MI-AREA-OUT
                       FROM WS-LED-ALLOCATED(WS-LED-FOUND-SUB)
               ELSE
                   MOVE ZEROS TO WS-LED-ALLOCATED(WS-LED-FOUND-SUB)
               END-IF
               ADD MI-AREA-OUT TO WS-ISSUED-SQFT
               PERFORM 3080-FIND-UNIT-COST
               COMPUTE WS-MOVE-VALUE ROUNDED
                   = MI-AREA-OUT * WS-UNIT-COST
               ADD WS-MOVE-VALUE TO WS-ISSUE-VALUE
           END-IF.

      * LOOKS UP MI-MATERIAL-CODE ON THE LEDGER, ADDING A ROW FOR A
      * MATERIAL ISSUED BEFORE IT WAS EVER RECEIVED.
       3050-FIND-OR-ADD-MATERIAL.
           MOVE "N" TO WS-LED-FOUND-SW.
           PERFORM VARYING WS-LED-SUB FROM 1 BY 1
               UNTIL WS-LED-SUB > WS-LED-COUNT
                   MOVE ZEROS TO WS-LED-ON-HAND(WS-LED-FOUND-SUB)
                   MOVE ZEROS TO WS-LED-RECEIPTS(WS-LED-FOUND-SUB)
                   MOVE ZEROS TO WS-LED-ISSUES(WS-LED-FOUND-SUB)
                   MOVE ZEROS TO WS-LED-ALLOCATED(WS-LED-FOUND-SUB)
                   MOVE ZEROS TO WS-LED-CUT-ADJ(WS-LED-FOUND-SUB)
               END-IF
           END-IF.

      * STANDARD COST OF MI-MATERIAL-CODE; A MATERIAL NOT ON THE
      * MASTER IS ISSUED AT ZERO AND SHOWS ON THE VALUATION REPORT.
       3080-FIND-UNIT-COST.
           MOVE ZEROS TO WS-UNIT-COST.
           PERFORM VARYING WS-RP-SUB FROM 1 BY 1
               UNTIL WS-RP-SUB > WS-RP-COUNT
               IF WS-RP-MATERIAL(WS-RP-SUB) = MI-MATERIAL-CODE
                   MOVE WS-RP-COST(WS-RP-SUB) TO WS-UNIT-COST
                   MOVE WS-RP-COUNT TO WS-RP-SUB
               END-IF
           END-PERFORM.

      * THE RUG'S AREA WAS ISSUED WHEN ITS LINE WAS; THE PLAN'S ROLL
      * FOOTAGE REPLACES IT.  A PIECE CUT FROM A REMNANT TOOK NOTHING
      * OFF A ROLL, SO THE ADJUSTMENT CAN GIVE AREA BACK.
       3500-POST-CUT-CONSUMPTION.
           OPEN INPUT CUT-CONSUMPTION.
           IF WS-CUT-CONS-STATUS = "00"
               READ CUT-CONSUMPTION
               PERFORM UNTIL WS-CUT-CONS-STATUS > "00"
                   ADD 1 TO WS-CUT-PLAN-COUNT
                   MOVE CC-MATERIAL-CODE TO MI-MATERIAL-CODE
                   PERFORM 3050-FIND-OR-ADD-MATERIAL
                   IF MISS-MATL-FOUND
                       COMPUTE WS-CUT-ADJUST
                           = CC-ROLL-SQFT - CC-NET-AREA
                       SUBTRACT WS-CUT-ADJUST
                           FROM WS-LED-ON-HAND(WS-LED-FOUND-SUB)
                       ADD WS-CUT-ADJUST
                           TO WS-LED-CUT-ADJ(WS-LED-FOUND-SUB)
                       PERFORM 3080-FIND-UNIT-COST
                       COMPUTE WS-MOVE-VALUE ROUNDED
                           = WS-CUT-ADJUST * WS-UNIT-COST
                       ADD WS-MOVE-VALUE TO WS-ISSUE-VALUE
                       IF WS-CUT-ADJUST < 0
                           AND WS-LED-ISSUES(WS-LED-FOUND-SUB)
                               < 0 - WS-CUT-ADJUST
                           MOVE ZEROS
                               TO WS-LED-ISSUES(WS-LED-FOUND-SUB)
                       ELSE
                           COMPUTE WS-LED-ISSUES(WS-LED-FOUND-SUB)
                               = WS-LED-ISSUES(WS-LED-FOUND-SUB)
                               + WS-CUT-ADJUST
                       END-IF
                   END-IF
                   READ CUT-CONSUMPTION
               END-PERFORM
               CLOSE CUT-CONSUMPTION
               OPEN OUTPUT CUT-CONSUMPTION
               CLOSE CUT-CONSUMPTION
           END-IF.

       5000-WRITE-REORDER-REPORT.
           OPEN OUTPUT REORDER-RPT-OUT.
           OPEN OUTPUT REORDER-QUEUE.
           MOVE "MATERIAL INVENTORY AND REORDER -- HW15MISS"
               TO REORDER-RPT-REC.
           WRITE REORDER-RPT-REC.
                       MOVE WS-RP-COUNT TO WS-RP-SUB
                   END-IF
               END-PERFORM
               MOVE ZEROS TO WS-FOUND-ON-ORDER
               PERFORM VARYING WS-OO-SUB FROM 1 BY 1
                   UNTIL WS-OO-SUB > WS-OO-COUNT
                   IF WS-OO-MATERIAL(WS-OO-SUB)
                           = WS-LED-MATERIAL(WS-LED-SUB)
                       MOVE WS-OO-QTY(WS-OO-SUB)
                           TO WS-FOUND-ON-ORDER
                       MOVE WS-OO-COUNT TO WS-OO-SUB
                   END-IF
               END-PERFORM
               COMPUTE WS-AVAILABLE = WS-LED-ON-HAND(WS-LED-SUB)
                   + WS-FOUND-ON-ORDER
               MOVE WS-LED-MATERIAL(WS-LED-SUB) TO ROL-MATERIAL
               MOVE WS-LED-ON-HAND(WS-LED-SUB)  TO ROL-ON-HAND
               MOVE WS-FOUND-REORDER-POINT      TO ROL-POINT
               MOVE WS-FOUND-ON-ORDER           TO ROL-ON-ORDER
      * BELOW THE POINT ON THE SHELF BUT COVERED BY WHAT IS COMING
      * IS SHOWN, NOT ORDERED AGAIN.
               EVALUATE TRUE
                   WHEN WS-FOUND-REORDER-POINT = 0
                       MOVE SPACES TO ROL-FLAG
                   WHEN WS-AVAILABLE < WS-FOUND-REORDER-POINT
                       MOVE "** ORDER" TO ROL-FLAG
                       ADD 1 TO WS-REORDER-FLAG-COUNT
                       MOVE WS-LED-MATERIAL(WS-LED-SUB)
                           TO RQ-MATERIAL-CODE
                       MOVE WS-LED-ON-HAND(WS-LED-SUB) TO RQ-ON-HAND
                       MOVE WS-FOUND-ON-ORDER TO RQ-ON-ORDER
                       MOVE WS-FOUND-REORDER-POINT
                           TO RQ-REORDER-POINT
                       MOVE WS-TODAY TO RQ-FLAG-DATE
                       WRITE REORDER-QUEUE-REC
                   WHEN WS-LED-ON-HAND(WS-LED-SUB)
                           < WS-FOUND-REORDER-POINT
                       MOVE "ON ORDER" TO ROL-FLAG
                   WHEN OTHER
                       MOVE SPACES TO ROL-FLAG
               END-EVALUATE
               WRITE REORDER-RPT-REC FROM WS-REORDER-LINE
      * THE VARIANCE LINE: WHAT THE BOOKS SAY SHOULD BE ON THE
      * SHELF (RECEIPTS LESS ISSUES) AGAINST WHAT IS -- A NON-ZERO
               MOVE WS-LED-ISSUES(WS-LED-SUB)   TO VRL-ISSUES
               MOVE WS-VARIANCE                 TO VRL-VARIANCE
               WRITE REORDER-RPT-REC FROM WS-VARIANCE-LINE
               IF WS-LED-CUT-ADJ(WS-LED-SUB) NOT = 0
                   MOVE WS-LED-MATERIAL(WS-LED-SUB) TO CAL-MATERIAL
                   MOVE WS-LED-CUT-ADJ(WS-LED-SUB)  TO CAL-ADJUST
                   WRITE REORDER-RPT-REC FROM WS-CUT-ADJ-LINE
               END-IF
           END-PERFORM.
           CLOSE REORDER-RPT-OUT REORDER-QUEUE.

       6000-REWRITE-LEDGER.
           OPEN OUTPUT MATERIAL-LEDGER.
               MOVE WS-LED-RECEIPTS(WS-LED-SUB)
                   TO MINV-RECEIPTS-YTD
               MOVE WS-LED-ISSUES(WS-LED-SUB)   TO MINV-ISSUES-YTD
               MOVE WS-LED-ALLOCATED(WS-LED-SUB)
                   TO MINV-ALLOCATED
               WRITE MATERIAL-LEDGER-REC
           END-PERFORM.
           CLOSE MATERIAL-LEDGER.

       6100-REWRITE-REGISTER.
           IF WS-ALLOC-REG-STATUS NOT = "35"
               OPEN OUTPUT ALLOCATION-REG
               PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
                   MOVE WS-REG-ROW(WS-REG-SUB) TO ALLOCATION-REC
                   PERFORM 6150-CHECK-BACKORDER
                   IF AL-ISSUED-SW = "Y"
                       AND AL-WO-PENDING-SW NOT = "Y"
                       AND AL-ACK-PENDING-SW NOT = "Y"
                       AND AL-ALLOC-DATE < WS-TODAY
                       AND NOT ORDER-ON-BACKORDER
                       ADD 1 TO WS-REG-DROPPED
                   ELSE
                       WRITE ALLOCATION-REC
                   END-IF
               END-PERFORM
               CLOSE ALLOCATION-REG
           END-IF.

       6150-CHECK-BACKORDER.
           MOVE "N" TO WS-BO-FOUND-SW.
           PERFORM VARYING WS-BO-SUB FROM 1 BY 1
               UNTIL WS-BO-SUB > WS-BO-COUNT
               IF WS-BO-ORDER(WS-BO-SUB) = MI-ORDER-ID
                   MOVE "Y" TO WS-BO-FOUND-SW
                   MOVE WS-BO-COUNT TO WS-BO-SUB
               END-IF
           END-PERFORM.

      * THE RUN'S NET ISSUE COST MOVES FROM INVENTORY TO COST OF
      * GOODS SOLD -- OR BACK, WHEN CUT ADJUSTMENTS RETURNED MORE
      * THAN WAS ISSUED.  APPENDED TO THE MATERIAL JOURNAL FILE,
      * WHICH GLPOST EMPTIES ONCE EVERY JOURNAL ON IT HAS POSTED.
       7000-WRITE-MATERIAL-JOURNAL.
           OPEN EXTEND GL-JOURNAL-OUT.
           IF WS-GL-JOURNAL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL-OUT
           END-IF.
           MOVE WS-TODAY TO JRN-RUN-DATE.
           WRITE GL-JOURNAL-REC FROM WS-GL-JRN-HDR.
           MOVE SPACES TO GLJ-DEPT.
           IF WS-ISSUE-VALUE > 0
               MOVE WS-ISSUE-VALUE TO GLJ-AMOUNT
           ELSE
               COMPUTE GLJ-AMOUNT = 0 - WS-ISSUE-VALUE
           END-IF.
           MOVE "COGS" TO WS-LOOKUP-KEY.
           PERFORM 7100-RESOLVE-ACCOUNT.
           MOVE "COST OF GOODS SOLD"  TO GLJ-ACCOUNT.
           IF WS-ISSUE-VALUE > 0
               MOVE "D"               TO GLJ-DC
           ELSE
               MOVE "C"               TO GLJ-DC
           END-IF.
           WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE.
           MOVE "INVTY" TO WS-LOOKUP-KEY.
           PERFORM 7100-RESOLVE-ACCOUNT.
           MOVE "MATERIAL INVENTORY"  TO GLJ-ACCOUNT.
           IF WS-ISSUE-VALUE > 0
               MOVE "C"               TO GLJ-DC
           ELSE
               MOVE "D"               TO GLJ-DC
           END-IF.
           WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE.
           MOVE GLJ-AMOUNT TO WS-TOTAL-DEBITS.
           MOVE GLJ-AMOUNT TO WS-TOTAL-CREDITS.
           MOVE WS-TOTAL-DEBITS  TO GLT-DEBITS.
           MOVE WS-TOTAL-CREDITS TO GLT-CREDITS.
           WRITE GL-JOURNAL-REC FROM WS-GL-TOTAL-LINE.
           CLOSE GL-JOURNAL-OUT.
           DISPLAY "MATERIAL JOURNAL " JRN-PROGRAM
               " WRITTEN -- DEBITS " GLT-DEBITS " = CREDITS "
               GLT-CREDITS.

       7100-RESOLVE-ACCOUNT.
           MOVE SPACES TO WS-RESOLVED-ACCT.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
               IF WS-MAP-TYPE(WS-MAP-SUB) = "L"
                   AND WS-MAP-KEY(WS-MAP-SUB) = WS-LOOKUP-KEY
                   MOVE WS-MAP-ACCT(WS-MAP-SUB)
                       TO WS-RESOLVED-ACCT
                   MOVE WS-MAP-COUNT TO WS-MAP-SUB
               END-IF
           END-PERFORM.
           MOVE WS-RESOLVED-ACCT TO GLJ-ACCT-NO.
