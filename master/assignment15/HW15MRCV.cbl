      *first use), a physical-count adjustment sets the on-hand
      *straight after a shelf count, and the listing shows where
      *every material stands.  HW15MISS posts the issue side from
      *the allocation register.  Once a receipt or a count leaves
      *free stock (on-hand less allocated) on a material, the lines
      *HW15ALOC put on backorder for it are released oldest order
      *first onto the allocation register; an order whose last
      *backordered line is released is flagged for HW15WORD and
      *HW15ACK to pick up on their next run.  Each receipt is also
      *recorded as a roll with its dye lot and footage on the roll
      *file, which HW15WORD draws from when it assigns a work order
      *to a single lot.  A receipt is taken against the purchase
      *order line HW15PO raised for it: the line's material comes from
      *the PO, the quantity is added to what it has received, and the
      *line is marked partly received or, once the ordered quantity is
      *in, closed.  A receipt with no PO (a return, a sample) is still
      *taken by material code.  Each session's receipts are valued
      *at the material master's cost per square foot and journaled
      *to GLPOST as a debit to material inventory and a credit to
      *received-not-invoiced, which HW15APPY clears when the vendor's
      *invoice is put on the books; a count adjustment moves the
      *difference between inventory and shrinkage.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATL-LEDGER-STATUS.

           SELECT ALLOCATION-REG ASSIGN TO WS-ALLOC-REG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLOC-REG-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO WS-BACKORDER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKORDER-STATUS.

           SELECT ROLL-FILE ASSIGN TO WS-ROLL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROLL-STATUS.

           SELECT OPEN-PO-FILE ASSIGN TO WS-OPEN-PO-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-PO-STATUS.

           SELECT MATERIAL-MASTER ASSIGN TO WS-MATERIAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATERIAL-STATUS.

           SELECT ACCOUNT-MAP-IN ASSIGN TO WS-ACCT-MAP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCT-MAP-STATUS.

           SELECT GL-JOURNAL-OUT ASSIGN TO WS-GL-JOURNAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-JOURNAL-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES RUGMINV,
      *  RUGALOC, RUGBORD, RUGROLL, RUGOPOF, RUGMATL, RUGAMAP, AND
      *  RUGMGLJ, FALLING BACK TO THE DEVELOPMENT DEFAULTS.

       DATA DIVISION.
       FILE SECTION.
                                      SIGN LEADING SEPARATE.
          05 MINV-RECEIPTS-YTD        PIC 9(08)V99.
          05 MINV-ISSUES-YTD          PIC 9(08)V99.
          05 MINV-ALLOCATED           PIC 9(07)V99.

      * ONE ROW PER ALLOCATED LINE; THE FIRST 74 BYTES ARE THE
      * PRICED LINE AS HW15NB WROTE IT TO MATHOUT.
       FD  ALLOCATION-REG
           RECORDING MODE IS F
           DATA RECORD IS ALLOCATION-REC.
       01 ALLOCATION-REC.
          05 AL-LINE-IMAGE.
             10 FILLER                PIC X(21).
             10 AL-ORDER-ID           PIC X(05).
             10 FILLER                PIC X(48).
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
          05 BO-LINE-IMAGE.
             10 FILLER                PIC X(21).
             10 BO-ORDER-ID           PIC X(05).
             10 BO-MATERIAL-CODE      PIC X(04).
             10 FILLER                PIC X(01).
             10 BO-AREA-OUT           PIC 9(06)V99.
             10 FILLER                PIC X(35).
          05 BO-CUST-NUMBER           PIC X(05).
          05 BO-ORDER-DATE            PIC X(08).
          05 BO-SHORTFALL             PIC 9(06)V99.
          05 BO-BACKORDER-DATE        PIC X(08).

      * ONE ROW PER ROLL RECEIVED.  THE REMAINING FOOTAGE IS DRAWN
      * DOWN BY HW15WORD AS WORK ORDERS ARE ASSIGNED TO THE ROLL.
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

       FD  MATERIAL-MASTER
           RECORDING MODE IS F
           DATA RECORD IS MATERIAL-MASTER-REC.
       01 MATERIAL-MASTER-REC.
          05 MM-MATERIAL-CODE         PIC X(04).
          05 MM-COST-PER-SQFT         PIC 9(03)V99.
          05 FILLER                   PIC X(28).

       FD  ACCOUNT-MAP-IN
           RECORDING MODE IS F
           DATA RECORD IS ACCOUNT-MAP-REC.
       01 ACCOUNT-MAP-REC.
          05 AMAP-TYPE                PIC X(01).
          05 AMAP-KEY                 PIC X(15).
          05 AMAP-ACCOUNT             PIC X(06).

      * MATERIAL JOURNAL, SHARED WITH HW15MISS AND POSTED BY GLPOST.
       FD  GL-JOURNAL-OUT
           RECORDING MODE IS F
           DATA RECORD IS GL-JOURNAL-REC.
       01 GL-JOURNAL-REC              PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-MATL-LEDGER-DSN         PIC X(80).
       01  WS-ALLOC-REG-DSN           PIC X(80).
       01  WS-BACKORDER-DSN           PIC X(80).
       01  WS-ROLL-DSN                PIC X(80).
       01  WS-OPEN-PO-DSN             PIC X(80).
       01  WS-MATL-LEDGER-STATUS      PIC X(02) VALUE "00".
       01  WS-ALLOC-REG-STATUS        PIC X(02) VALUE "00".
       01  WS-BACKORDER-STATUS        PIC X(02) VALUE "00".
       01  WS-ROLL-STATUS             PIC X(02) VALUE "00".
       01  WS-OPEN-PO-STATUS          PIC X(02) VALUE "00".
       01  WS-MATERIAL-DSN            PIC X(80).
       01  WS-ACCT-MAP-DSN            PIC X(80).
       01  WS-GL-JOURNAL-DSN          PIC X(80).
       01  WS-MATERIAL-STATUS         PIC X(02) VALUE "00".
       01  WS-ACCT-MAP-STATUS         PIC X(02) VALUE "00".
       01  WS-GL-JOURNAL-STATUS       PIC X(02) VALUE "00".
       01  WS-TODAY                   PIC X(08).

      * STANDARD COST PER SQUARE FOOT FROM THE MATERIAL MASTER.  A
      * MATERIAL NOT ON THE MASTER IS MOVED AT ZERO AND REPORTED.
       01  WS-MCOST-COUNT             PIC 9(02) VALUE 0.
       01  WS-MCOST-SUB               PIC 9(02).
       01  WS-MCOST-TABLE.
           05 WS-MCOST-ENTRY OCCURS 50 TIMES.
              10 WS-MCOST-MATERIAL    PIC X(04).
              10 WS-MCOST-COST        PIC 9(03)V99.
       01  WS-UNIT-COST               PIC 9(03)V99.
       01  WS-OLD-ON-HAND             PIC S9(07)V99.
       01  WS-MOVE-VALUE              PIC S9(09)V99.
       01  WS-RECEIPT-VALUE           PIC 9(09)V99 VALUE 0.
       01  WS-ADJUST-VALUE            PIC S9(09)V99 VALUE 0.
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

      * ONE JOURNAL PER SESSION, TAGGED WITH THE START TIME SO TWO
      * SESSIONS IN A DAY POST UNDER DIFFERENT JOURNAL IDS.
       01  WS-GL-JRN-HDR.
           05 FILLER                  PIC X(04) VALUE "JRN ".
           05 JRN-PROGRAM.
              10 FILLER               PIC X(02) VALUE "MR".
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

       01  WS-LED-COUNT               PIC 9(02) VALUE 0.
       01  WS-LED-SUB                 PIC 9(02).
              10 WS-LED-ON-HAND       PIC S9(07)V99.
              10 WS-LED-RECEIPTS      PIC 9(08)V99.
              10 WS-LED-ISSUES        PIC 9(08)V99.
              10 WS-LED-ALLOCATED     PIC 9(07)V99.

      * OPEN BACKORDERS, KEPT OLDEST ORDER FIRST SO A RELEASE GOES
      * TO THE CUSTOMER WHO HAS WAITED LONGEST.
       01  WS-BO-COUNT                PIC 9(04) VALUE 0.
       01  WS-BO-SUB                  PIC 9(04).
       01  WS-SORT-SUB1               PIC 9(04).
       01  WS-SORT-SUB2               PIC 9(04).
       01  WS-BACKORDER-TABLE.
           05 WS-BO-ENTRY OCCURS 1000 TIMES.
              10 WS-BO-KEY.
                 15 WS-BO-KEY-DATE    PIC X(08).
                 15 WS-BO-KEY-ORDER   PIC X(05).
              10 WS-BO-ROW            PIC X(103).
       01  WS-BO-HOLD                 PIC X(116).
       01  WS-BO-FOUND-SW             PIC X(01).
           88 ORDER-STILL-BACKORDERED       VALUE "Y".

       01  WS-REG-COUNT               PIC 9(04) VALUE 0.
       01  WS-REG-SUB                 PIC 9(04).
       01  WS-REG-TABLE.
           05 WS-REG-ROW OCCURS 1000 TIMES PIC X(98).

       01  WS-AVAILABLE               PIC S9(07)V99.
       01  WS-RELEASE-STOP-SW         PIC X(01).
           88 RELEASE-STOPPED               VALUE "Y".
       01  WS-RELEASE-ORDER           PIC X(05).
       01  WS-RELEASE-COUNT           PIC 9(04) VALUE 0.
       01  WS-ORDERS-RELEASED         PIC 9(04) VALUE 0.

       01  CharIn                     PIC X(02).
           88 ExitCharacter                 VALUE "x", "X".
       01  WS-IN-MATERIAL             PIC X(04).
       01  WS-IN-QTY                  PIC X(09).
       01  WS-IN-QTY-N                PIC 9(07)V99.
       01  WS-IN-LOT                  PIC X(10).
       01  WS-IN-PO-KEY.
           05 WS-IN-PO                PIC X(06).
           05 WS-IN-PO-LINE           PIC X(02).
       01  WS-RECEIPT-OK-SW           PIC X(01).
           88 RECEIPT-OK                     VALUE "Y".

      * THE OPEN-PO FILE IS REWRITTEN WHEN A RECEIPT POSTS TO A LINE,
      * SO IT MUST FIT THE TABLE WHOLE.
       01  WS-PO-COUNT                PIC 9(04) VALUE 0.
       01  WS-PO-SUB                  PIC 9(04).
       01  WS-PO-FOUND-SUB            PIC 9(04).
       01  WS-PO-TABLE.
           05 WS-PO-ENTRY OCCURS 2000 TIMES.
              10 WS-PO-KEY            PIC X(08).
              10 FILLER               PIC X(57).
       01  WS-PO-CHANGED-SW           PIC X(01) VALUE "N".
           88 OPEN-POS-CHANGED               VALUE "Y".
       01  WS-PO-OUTSTANDING          PIC 9(07)V99.

      * ROLLS RECEIVED THIS SESSION, APPENDED TO THE ROLL FILE AT
      * THE END.  ROLL IDS CONTINUE FROM THE HIGHEST ON FILE.
       01  WS-LAST-ROLL-ID            PIC 9(06) VALUE 0.
       01  WS-NEW-ROLL-COUNT          PIC 9(03) VALUE 0.
       01  WS-NEW-ROLL-SUB            PIC 9(03).
       01  WS-NEW-ROLL-TABLE.
           05 WS-NEW-ROLL-ROW OCCURS 100 TIMES PIC X(46).
       01  WS-RECEIPT-COUNT           PIC 9(04) VALUE 0.
       01  WS-FILE-CHANGED-SW         PIC X(01) VALUE "N".
           88 LEDGER-CHANGED                 VALUE "Y".

       0000-DRIVER.
           DISPLAY "HW15MRCV - MATERIAL RECEIPTS ENTRY".
           PERFORM 0800-CHECK-POSTING-PERIOD.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE.
           DISPLAY "RC=RECEIPT AJ=ADJUST LI=LIST X=EXIT - "
               WITH NO ADVANCING.
           IF LEDGER-CHANGED
               PERFORM 6000-REWRITE-LEDGER
           END-IF.
           IF WS-RELEASE-COUNT > 0
               PERFORM 6100-REWRITE-BACKORDERS
               PERFORM 6200-REWRITE-REGISTER
           END-IF.
           IF WS-NEW-ROLL-COUNT > 0
               PERFORM 6300-APPEND-ROLLS
           END-IF.
           IF OPEN-POS-CHANGED
               PERFORM 6400-REWRITE-OPEN-POS
           END-IF.
           IF WS-RECEIPT-VALUE > 0 OR WS-ADJUST-VALUE NOT = 0
               PERFORM 7000-WRITE-MATERIAL-JOURNAL
           END-IF.
           DISPLAY "RECEIPTS POSTED: " WS-RECEIPT-COUNT.
           DISPLAY "BACKORDER LINES RELEASED: " WS-RELEASE-COUNT.
           DISPLAY "ORDERS RELEASED IN FULL : " WS-ORDERS-RELEASED.
           DISPLAY "HW15MRCV CONCLUDES".
           GOBACK.

      * RECEIPTS AND COUNTS ARE JOURNALED INTO TODAY'S PERIOD, SO A
      * SESSION IS REFUSED ONCE THAT PERIOD HAS BEEN CLOSED.
       0800-CHECK-POSTING-PERIOD.
           MOVE "C" TO PC-FUNCTION.
           MOVE "HW15MRCV" TO PC-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:6) TO PC-PERIOD.
           MOVE SPACES TO PC-NOTE.
           MOVE "O" TO PC-RESULT.
           CALL "PERCTL" USING WS-PERCTL-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF PC-RESULT = "C"
               MOVE "H" TO PC-FUNCTION
               MOVE "RECEIPTS SESSION REFUSED - PERIOD CLOSED"
                   TO PC-NOTE
               CALL "PERCTL" USING WS-PERCTL-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
               DISPLAY "*** POSTING PERIOD " PC-PERIOD
                   " IS CLOSED -- SESSION REFUSED AND HELD ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       1000-INITIALIZE.
           ACCEPT WS-MATL-LEDGER-DSN FROM ENVIRONMENT "RUGMINV".
           IF WS-MATL-LEDGER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15MINV.dat"
               TO WS-MATL-LEDGER-DSN
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
           ACCEPT WS-ROLL-DSN FROM ENVIRONMENT "RUGROLL".
           IF WS-ROLL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15ROLL.dat"
               TO WS-ROLL-DSN
           END-IF.
           ACCEPT WS-OPEN-PO-DSN FROM ENVIRONMENT "RUGOPOF".
           IF WS-OPEN-PO-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15OPOF.dat"
               TO WS-OPEN-PO-DSN
           END-IF.
           ACCEPT WS-MATERIAL-DSN FROM ENVIRONMENT "RUGMATL".
           IF WS-MATERIAL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15MATL.dat"
               TO WS-MATERIAL-DSN
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE (9:6) TO JRN-RUN-TIME.
           OPEN INPUT MATERIAL-LEDGER.
           IF WS-MATL-LEDGER-STATUS = "35"
               DISPLAY "LEDGER NOT FOUND -- STARTING EMPTY"
                           TO WS-LED-RECEIPTS(WS-LED-COUNT)
                       MOVE MINV-ISSUES-YTD
                           TO WS-LED-ISSUES(WS-LED-COUNT)
                       IF MINV-ALLOCATED IS NUMERIC
                           MOVE MINV-ALLOCATED
                               TO WS-LED-ALLOCATED(WS-LED-COUNT)
                       ELSE
                           MOVE ZEROS
                               TO WS-LED-ALLOCATED(WS-LED-COUNT)
                       END-IF
                       READ MATERIAL-LEDGER
                   END-PERFORM
                   CLOSE MATERIAL-LEDGER
               END-IF
           END-IF.
           DISPLAY "MATERIALS ON LEDGER: " WS-LED-COUNT.
           PERFORM 1200-LOAD-BACKORDERS.
           PERFORM 1300-LOAD-REGISTER.
           PERFORM 1400-FIND-LAST-ROLL.
           PERFORM 1500-LOAD-OPEN-POS.
           PERFORM 1600-LOAD-MATERIAL-COSTS.
           PERFORM 1700-LOAD-ACCOUNT-MAP.
           DISPLAY "LINES ON BACKORDER : " WS-BO-COUNT.
           DISPLAY "PURCHASE ORDER LINES: " WS-PO-COUNT.

      * BOTH FILES ARE REWRITTEN WHEN A LINE IS RELEASED, SO EACH
      * MUST FIT ITS TABLE WHOLE -- STOP RATHER THAN LOSE A LINE.
       1200-LOAD-BACKORDERS.
           OPEN INPUT BACKORDER-FILE.
           IF WS-BACKORDER-STATUS = "00"
               READ BACKORDER-FILE
               PERFORM UNTIL WS-BACKORDER-STATUS > "00"
                          OR WS-BO-COUNT >= 1000
                   ADD 1 TO WS-BO-COUNT
                   MOVE BO-ORDER-DATE TO WS-BO-KEY-DATE(WS-BO-COUNT)
                   MOVE BO-ORDER-ID TO WS-BO-KEY-ORDER(WS-BO-COUNT)
                   MOVE BACKORDER-REC TO WS-BO-ROW(WS-BO-COUNT)
                   READ BACKORDER-FILE
               END-PERFORM
               IF WS-BACKORDER-STATUS = "00"
                   DISPLAY "BACKORDER FILE OVER 1000 LINES -- "
                       "RECEIPTS NOT TAKEN"
                   CLOSE BACKORDER-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE BACKORDER-FILE
           END-IF.
           PERFORM VARYING WS-SORT-SUB1 FROM 1 BY 1
               UNTIL WS-SORT-SUB1 >= WS-BO-COUNT
               PERFORM VARYING WS-SORT-SUB2 FROM 1 BY 1
                   UNTIL WS-SORT-SUB2 >
                       WS-BO-COUNT - WS-SORT-SUB1
                   IF WS-BO-KEY(WS-SORT-SUB2) >
                           WS-BO-KEY(WS-SORT-SUB2 + 1)
                       MOVE WS-BO-ENTRY(WS-SORT-SUB2)
                           TO WS-BO-HOLD
                       MOVE WS-BO-ENTRY(WS-SORT-SUB2 + 1)
                           TO WS-BO-ENTRY(WS-SORT-SUB2)
                       MOVE WS-BO-HOLD
                           TO WS-BO-ENTRY(WS-SORT-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

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
                   DISPLAY "ALLOCATION REGISTER OVER 1000 ROWS -- "
                       "RECEIPTS NOT TAKEN"
                   CLOSE ALLOCATION-REG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE ALLOCATION-REG
           END-IF.

       1400-FIND-LAST-ROLL.
           OPEN INPUT ROLL-FILE.
           IF WS-ROLL-STATUS = "00"
               READ ROLL-FILE
               PERFORM UNTIL WS-ROLL-STATUS > "00"
                   IF RL-ROLL-ID IS NUMERIC
                       AND RL-ROLL-ID > WS-LAST-ROLL-ID
                       MOVE RL-ROLL-ID TO WS-LAST-ROLL-ID
                   END-IF
                   READ ROLL-FILE
               END-PERFORM
               CLOSE ROLL-FILE
           END-IF.

       1500-LOAD-OPEN-POS.
           OPEN INPUT OPEN-PO-FILE.
           IF WS-OPEN-PO-STATUS = "00"
               READ OPEN-PO-FILE
               PERFORM UNTIL WS-OPEN-PO-STATUS > "00"
                          OR WS-PO-COUNT >= 2000
                   ADD 1 TO WS-PO-COUNT
                   MOVE OPEN-PO-REC TO WS-PO-ENTRY(WS-PO-COUNT)
                   READ OPEN-PO-FILE
               END-PERFORM
               IF WS-OPEN-PO-STATUS = "00"
                   DISPLAY "OPEN-PO FILE OVER 2000 LINES -- "
                       "RECEIPTS NOT TAKEN"
                   CLOSE OPEN-PO-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE OPEN-PO-FILE
           END-IF.

       1600-LOAD-MATERIAL-COSTS.
           OPEN INPUT MATERIAL-MASTER.
           IF WS-MATERIAL-STATUS = "00"
               READ MATERIAL-MASTER
               PERFORM UNTIL WS-MATERIAL-STATUS > "00"
                          OR WS-MCOST-COUNT >= 50
                   IF MM-COST-PER-SQFT IS NUMERIC
                       ADD 1 TO WS-MCOST-COUNT
                       MOVE MM-MATERIAL-CODE
                           TO WS-MCOST-MATERIAL(WS-MCOST-COUNT)
                       MOVE MM-COST-PER-SQFT
                           TO WS-MCOST-COST(WS-MCOST-COUNT)
                   END-IF
                   READ MATERIAL-MASTER
               END-PERFORM
               CLOSE MATERIAL-MASTER
           ELSE
               DISPLAY "MATERIAL MASTER NOT AVAILABLE - STATUS "
                   WS-MATERIAL-STATUS " -- MOVEMENTS NOT VALUED"
           END-IF.

       1700-LOAD-ACCOUNT-MAP.
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

       1800-FIND-UNIT-COST.
           MOVE 0 TO WS-UNIT-COST.
           PERFORM VARYING WS-MCOST-SUB FROM 1 BY 1
               UNTIL WS-MCOST-SUB > WS-MCOST-COUNT
               IF WS-MCOST-MATERIAL(WS-MCOST-SUB) = WS-IN-MATERIAL
                   MOVE WS-MCOST-COST(WS-MCOST-SUB) TO WS-UNIT-COST
                   MOVE WS-MCOST-COUNT TO WS-MCOST-SUB
               END-IF
           END-PERFORM.
           IF WS-UNIT-COST = 0
               DISPLAY "  NO STANDARD COST FOR " WS-IN-MATERIAL
                   " -- NOT VALUED ON THE MATERIAL JOURNAL"
           END-IF.

       1100-FIND-OR-ADD-MATERIAL.
           MOVE "N" TO WS-LED-FOUND-SW.
                   MOVE ZEROS TO WS-LED-ON-HAND(WS-LED-FOUND-SUB)
                   MOVE ZEROS TO WS-LED-RECEIPTS(WS-LED-FOUND-SUB)
                   MOVE ZEROS TO WS-LED-ISSUES(WS-LED-FOUND-SUB)
                   MOVE ZEROS TO WS-LED-ALLOCATED(WS-LED-FOUND-SUB)
               ELSE
                   DISPLAY "LEDGER TABLE FULL -- NOT POSTED"
               END-IF
           END-IF.

       2000-ENTER-RECEIPT.
           MOVE 0 TO WS-PO-FOUND-SUB.
           MOVE "Y" TO WS-RECEIPT-OK-SW.
           DISPLAY "PO NUMBER (6 DIGITS, BLANK IF NONE): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-PO.
           IF WS-IN-PO = SPACES
               DISPLAY "MATERIAL CODE (4 CHARS): " WITH NO ADVANCING
               ACCEPT WS-IN-MATERIAL
           ELSE
               DISPLAY "PO LINE (2 DIGITS): " WITH NO ADVANCING
               ACCEPT WS-IN-PO-LINE
               PERFORM 2050-FIND-PO-LINE
           END-IF.
           IF RECEIPT-OK
               PERFORM 2010-ACCEPT-QUANTITY
           END-IF.

       2010-ACCEPT-QUANTITY.
           DISPLAY "SQUARE FEET RECEIVED (999999999=9999999.99): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-QTY.
           DISPLAY "DYE LOT NUMBER (10 CHARS): " WITH NO ADVANCING.
           ACCEPT WS-IN-LOT.
           IF WS-IN-QTY IS NOT NUMERIC
               DISPLAY "QUANTITY NOT NUMERIC -- NOT POSTED"
           ELSE
               IF WS-IN-LOT = SPACES
                   DISPLAY "DYE LOT IS REQUIRED -- NOT POSTED"
               ELSE
                   IF WS-NEW-ROLL-COUNT >= 100
                       DISPLAY "100 ROLLS THIS SESSION -- EXIT AND "
                           "RESTART TO POST MORE"
                   ELSE
                       PERFORM 2100-POST-RECEIPT
                   END-IF
               END-IF
           END-IF.

      * A CLOSED LINE TAKES NO MORE RECEIPTS; THE MATERIAL RECEIVED
      * IS THE ONE THE LINE ORDERED.
       2050-FIND-PO-LINE.
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
               UNTIL WS-PO-SUB > WS-PO-COUNT
               IF WS-PO-KEY(WS-PO-SUB) = WS-IN-PO-KEY
                   MOVE WS-PO-SUB TO WS-PO-FOUND-SUB
                   MOVE WS-PO-COUNT TO WS-PO-SUB
               END-IF
           END-PERFORM.
           IF WS-PO-FOUND-SUB = 0
               DISPLAY "PO " WS-IN-PO " LINE " WS-IN-PO-LINE
                   " NOT ON FILE -- NOT POSTED"
               MOVE "N" TO WS-RECEIPT-OK-SW
           ELSE
               MOVE WS-PO-ENTRY(WS-PO-FOUND-SUB) TO OPEN-PO-REC
               IF PO-LINE-STATUS = "C"
                   DISPLAY "PO " WS-IN-PO " LINE " WS-IN-PO-LINE
                       " IS CLOSED -- NOT POSTED"
                   MOVE "N" TO WS-RECEIPT-OK-SW
               ELSE
                   MOVE PO-MATERIAL-CODE TO WS-IN-MATERIAL
                   DISPLAY "  MATERIAL " PO-MATERIAL-CODE
                       " VENDOR " PO-VENDOR-ID
                       " ORDERED " PO-QTY-ORDERED
                       " RECEIVED " PO-QTY-RECEIVED
               END-IF
           END-IF.

       2100-POST-RECEIPT.
           MOVE WS-IN-QTY TO WS-IN-QTY-N.
           PERFORM 1100-FIND-OR-ADD-MATERIAL.
           IF MRCV-MATL-FOUND
               ADD WS-IN-QTY-N
                   TO WS-LED-ON-HAND(WS-LED-FOUND-SUB)
               ADD WS-IN-QTY-N
                   TO WS-LED-RECEIPTS(WS-LED-FOUND-SUB)
               PERFORM 1800-FIND-UNIT-COST
               COMPUTE WS-MOVE-VALUE ROUNDED
                   = WS-IN-QTY-N * WS-UNIT-COST
               ADD WS-MOVE-VALUE TO WS-RECEIPT-VALUE
               MOVE "Y" TO WS-FILE-CHANGED-SW
               ADD 1 TO WS-RECEIPT-COUNT
               ADD 1 TO WS-LAST-ROLL-ID
               MOVE WS-LAST-ROLL-ID TO RL-ROLL-ID
               MOVE WS-IN-MATERIAL  TO RL-MATERIAL-CODE
               MOVE WS-IN-LOT       TO RL-LOT-NUMBER
               MOVE WS-TODAY        TO RL-RECEIVED-DATE
               MOVE WS-IN-QTY-N     TO RL-FOOTAGE-RECEIVED
               MOVE WS-IN-QTY-N     TO RL-FOOTAGE-REMAINING
               ADD 1 TO WS-NEW-ROLL-COUNT
               MOVE ROLL-REC TO WS-NEW-ROLL-ROW(WS-NEW-ROLL-COUNT)
               MOVE WS-LED-ON-HAND(WS-LED-FOUND-SUB)
                   TO WS-ON-HAND-DISP
               DISPLAY "  POSTED -- " WS-IN-MATERIAL
                   " ON HAND " WS-ON-HAND-DISP
               DISPLAY "  ROLL " WS-LAST-ROLL-ID " LOT " WS-IN-LOT
               IF WS-PO-FOUND-SUB > 0
                   PERFORM 2200-RECEIVE-PO-LINE
               END-IF
               PERFORM 5000-RELEASE-BACKORDERS
           END-IF.

      * AN OVER-SHIPMENT IS TAKEN AND CLOSES THE LINE.
       2200-RECEIVE-PO-LINE.
           MOVE WS-PO-ENTRY(WS-PO-FOUND-SUB) TO OPEN-PO-REC.
           ADD WS-IN-QTY-N TO PO-QTY-RECEIVED.
           MOVE WS-TODAY TO PO-LAST-RECEIPT-DATE.
           IF PO-QTY-RECEIVED < PO-QTY-ORDERED
               MOVE "P" TO PO-LINE-STATUS
               COMPUTE WS-PO-OUTSTANDING
                   = PO-QTY-ORDERED - PO-QTY-RECEIVED
               DISPLAY "  PO " PO-NUMBER " LINE " PO-LINE-NUMBER
                   " PARTLY RECEIVED -- " WS-PO-OUTSTANDING
                   " STILL TO COME"
           ELSE
               MOVE "C" TO PO-LINE-STATUS
               DISPLAY "  PO " PO-NUMBER " LINE " PO-LINE-NUMBER
                   " RECEIVED IN FULL -- CLOSED"
           END-IF.
           MOVE OPEN-PO-REC TO WS-PO-ENTRY(WS-PO-FOUND-SUB).
           MOVE "Y" TO WS-PO-CHANGED-SW.

      * A PHYSICAL COUNT SETS THE ON-HAND STRAIGHT; THE RECEIPTS
      * AND ISSUES COLUMNS KEEP ACCUMULATING SO THE VARIANCE LINE
               MOVE WS-IN-QTY TO WS-IN-QTY-N
               PERFORM 1100-FIND-OR-ADD-MATERIAL
               IF MRCV-MATL-FOUND
                   MOVE WS-LED-ON-HAND(WS-LED-FOUND-SUB)
                       TO WS-OLD-ON-HAND
                   MOVE WS-IN-QTY-N
                       TO WS-LED-ON-HAND(WS-LED-FOUND-SUB)
                   PERFORM 1800-FIND-UNIT-COST
                   COMPUTE WS-MOVE-VALUE ROUNDED
                       = (WS-IN-QTY-N - WS-OLD-ON-HAND) * WS-UNIT-COST
                   ADD WS-MOVE-VALUE TO WS-ADJUST-VALUE
                   MOVE "Y" TO WS-FILE-CHANGED-SW
                   DISPLAY "  ON-HAND SET TO COUNT FOR "
                       WS-IN-MATERIAL
                   PERFORM 5000-RELEASE-BACKORDERS
               END-IF
           END-IF.

                   " ON HAND " WS-ON-HAND-DISP
                   " RECEIPTS " WS-LED-RECEIPTS(WS-LED-SUB)
                   " ISSUES " WS-LED-ISSUES(WS-LED-SUB)
                   " ALLOCATED " WS-LED-ALLOCATED(WS-LED-SUB)
           END-PERFORM.

      * RELEASE THE MATERIAL'S BACKORDERED LINES OLDEST ORDER FIRST
      * WHILE FREE STOCK COVERS THEM WHOLE.  THE FIRST LINE THAT DOES
      * NOT FIT STOPS THE RELEASE, SO A SMALLER, NEWER LINE NEVER
      * JUMPS THE QUEUE AHEAD OF AN OLDER ORDER.
       5000-RELEASE-BACKORDERS.
           COMPUTE WS-AVAILABLE
               = WS-LED-ON-HAND(WS-LED-FOUND-SUB)
               - WS-LED-ALLOCATED(WS-LED-FOUND-SUB).
           MOVE "N" TO WS-RELEASE-STOP-SW.
           MOVE 1 TO WS-BO-SUB.
           PERFORM UNTIL WS-BO-SUB > WS-BO-COUNT OR RELEASE-STOPPED
               MOVE WS-BO-ROW(WS-BO-SUB) TO BACKORDER-REC
               IF BO-MATERIAL-CODE NOT = WS-IN-MATERIAL
                   ADD 1 TO WS-BO-SUB
               ELSE
                   IF BO-AREA-OUT > WS-AVAILABLE
                       MOVE "Y" TO WS-RELEASE-STOP-SW
                   ELSE
                       IF WS-REG-COUNT >= 1000
                           DISPLAY "ALLOCATION REGISTER FULL -- "
                               "RELEASE STOPPED"
                           MOVE "Y" TO WS-RELEASE-STOP-SW
                       ELSE
                           PERFORM 5100-RELEASE-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       5100-RELEASE-LINE.
           ADD BO-AREA-OUT TO WS-LED-ALLOCATED(WS-LED-FOUND-SUB).
           SUBTRACT BO-AREA-OUT FROM WS-AVAILABLE.
           MOVE "Y" TO WS-FILE-CHANGED-SW.
           MOVE BO-LINE-IMAGE     TO AL-LINE-IMAGE.
           MOVE BO-CUST-NUMBER    TO AL-CUST-NUMBER.
           MOVE BO-ORDER-DATE     TO AL-ORDER-DATE.
           MOVE WS-TODAY          TO AL-ALLOC-DATE.
           MOVE "N" TO AL-ISSUED-SW.
           MOVE "N" TO AL-WO-PENDING-SW.
           MOVE "N" TO AL-ACK-PENDING-SW.
           ADD 1 TO WS-REG-COUNT.
           MOVE ALLOCATION-REC TO WS-REG-ROW(WS-REG-COUNT).
           ADD 1 TO WS-RELEASE-COUNT.
           MOVE BO-ORDER-ID TO WS-RELEASE-ORDER.
           DISPLAY "  RELEASED -- ORDER " BO-ORDER-ID
               " CUSTOMER " BO-CUST-NUMBER " " BO-AREA-OUT " SQFT".
      * CLOSE THE GAP; WS-BO-SUB NOW POINTS AT THE NEXT LINE.
           PERFORM VARYING WS-SORT-SUB1 FROM WS-BO-SUB BY 1
               UNTIL WS-SORT-SUB1 >= WS-BO-COUNT
               MOVE WS-BO-ENTRY(WS-SORT-SUB1 + 1)
                   TO WS-BO-ENTRY(WS-SORT-SUB1)
           END-PERFORM.
           SUBTRACT 1 FROM WS-BO-COUNT.
           PERFORM 5200-FLAG-IF-ORDER-COMPLETE.

      * WITH NO LINE OF THE ORDER LEFT ON BACKORDER, EVERY REGISTER
      * ROW FOR IT IS FLAGGED SO HW15WORD AND HW15ACK ACT ON IT.
       5200-FLAG-IF-ORDER-COMPLETE.
           MOVE "N" TO WS-BO-FOUND-SW.
           PERFORM VARYING WS-SORT-SUB1 FROM 1 BY 1
               UNTIL WS-SORT-SUB1 > WS-BO-COUNT
               IF WS-BO-KEY-ORDER(WS-SORT-SUB1) = WS-RELEASE-ORDER
                   MOVE "Y" TO WS-BO-FOUND-SW
                   MOVE WS-BO-COUNT TO WS-SORT-SUB1
               END-IF
           END-PERFORM.
           IF NOT ORDER-STILL-BACKORDERED
               ADD 1 TO WS-ORDERS-RELEASED
               PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
                   MOVE WS-REG-ROW(WS-REG-SUB) TO ALLOCATION-REC
                   IF AL-ORDER-ID = WS-RELEASE-ORDER
                       MOVE "Y" TO AL-WO-PENDING-SW
                       MOVE "Y" TO AL-ACK-PENDING-SW
                       MOVE ALLOCATION-REC TO WS-REG-ROW(WS-REG-SUB)
                   END-IF
               END-PERFORM
               DISPLAY "  ORDER " WS-RELEASE-ORDER
                   " NOW FULLY ALLOCATED"
           END-IF.

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

       6100-REWRITE-BACKORDERS.
           OPEN OUTPUT BACKORDER-FILE.
           PERFORM VARYING WS-BO-SUB FROM 1 BY 1
               UNTIL WS-BO-SUB > WS-BO-COUNT
               MOVE WS-BO-ROW(WS-BO-SUB) TO BACKORDER-REC
               WRITE BACKORDER-REC
           END-PERFORM.
           CLOSE BACKORDER-FILE.

       6200-REWRITE-REGISTER.
           OPEN OUTPUT ALLOCATION-REG.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
               MOVE WS-REG-ROW(WS-REG-SUB) TO ALLOCATION-REC
               WRITE ALLOCATION-REC
           END-PERFORM.
           CLOSE ALLOCATION-REG.

       6300-APPEND-ROLLS.
           OPEN EXTEND ROLL-FILE.
           IF WS-ROLL-STATUS = "35"
               OPEN OUTPUT ROLL-FILE
           END-IF.
           PERFORM VARYING WS-NEW-ROLL-SUB FROM 1 BY 1
               UNTIL WS-NEW-ROLL-SUB > WS-NEW-ROLL-COUNT
               MOVE WS-NEW-ROLL-ROW(WS-NEW-ROLL-SUB) TO ROLL-REC
               WRITE ROLL-REC
           END-PERFORM.
           CLOSE ROLL-FILE.

       6400-REWRITE-OPEN-POS.
           OPEN OUTPUT OPEN-PO-FILE.
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
               UNTIL WS-PO-SUB > WS-PO-COUNT
               MOVE WS-PO-ENTRY(WS-PO-SUB) TO OPEN-PO-REC
               WRITE OPEN-PO-REC
           END-PERFORM.
           CLOSE OPEN-PO-FILE.

      * RECEIPTS DEBIT INVENTORY AGAINST THE RECEIVED-NOT-INVOICED
      * ACCRUAL; THE NET OF THE SESSION'S COUNT ADJUSTMENTS MOVES
      * BETWEEN INVENTORY AND SHRINKAGE IN WHICHEVER DIRECTION IT
      * FELL.  APPENDED TO THE MATERIAL JOURNAL FILE, WHICH GLPOST
      * EMPTIES ONCE EVERY JOURNAL ON IT HAS POSTED.
       7000-WRITE-MATERIAL-JOURNAL.
           OPEN EXTEND GL-JOURNAL-OUT.
           IF WS-GL-JOURNAL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL-OUT
           END-IF.
           MOVE WS-TODAY TO JRN-RUN-DATE.
           WRITE GL-JOURNAL-REC FROM WS-GL-JRN-HDR.
           MOVE SPACES TO GLJ-DEPT.
           IF WS-RECEIPT-VALUE > 0
               MOVE "INVTY" TO WS-LOOKUP-KEY
               PERFORM 7100-RESOLVE-ACCOUNT
               MOVE "MATERIAL INVENTORY"  TO GLJ-ACCOUNT
               MOVE "D"                   TO GLJ-DC
               MOVE WS-RECEIPT-VALUE      TO GLJ-AMOUNT
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
               ADD WS-RECEIPT-VALUE TO WS-TOTAL-DEBITS
               MOVE "APACR" TO WS-LOOKUP-KEY
               PERFORM 7100-RESOLVE-ACCOUNT
               MOVE "RECEIVED NOT INVOICED" TO GLJ-ACCOUNT
               MOVE "C"                   TO GLJ-DC
               MOVE WS-RECEIPT-VALUE      TO GLJ-AMOUNT
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
               ADD WS-RECEIPT-VALUE TO WS-TOTAL-CREDITS
           END-IF.
           IF WS-ADJUST-VALUE NOT = 0
               MOVE "INVTY" TO WS-LOOKUP-KEY
               PERFORM 7100-RESOLVE-ACCOUNT
               MOVE "MATERIAL INVENTORY"  TO GLJ-ACCOUNT
               IF WS-ADJUST-VALUE > 0
                   MOVE "D"               TO GLJ-DC
                   MOVE WS-ADJUST-VALUE   TO GLJ-AMOUNT
               ELSE
                   MOVE "C"               TO GLJ-DC
                   COMPUTE GLJ-AMOUNT = 0 - WS-ADJUST-VALUE
               END-IF
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
               ADD GLJ-AMOUNT TO WS-TOTAL-DEBITS
               MOVE "INVSH" TO WS-LOOKUP-KEY
               PERFORM 7100-RESOLVE-ACCOUNT
               MOVE "INVENTORY SHRINKAGE" TO GLJ-ACCOUNT
               IF WS-ADJUST-VALUE > 0
                   MOVE "C"               TO GLJ-DC
               ELSE
                   MOVE "D"               TO GLJ-DC
               END-IF
               WRITE GL-JOURNAL-REC FROM WS-GL-JOURNAL-LINE
               ADD GLJ-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.
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
