       DATE-WRITTEN. 08/22/2026.
      * OPEN-SHIPMENTS REPORT: ANYTHING ON THE SHIPMENT STATUS FILE
      * STILL UNDELIVERED PAST ITS ZONE'S PROMISED TRANSIT DAYS.
      * AN OVERDUE PACKAGE OF A MULTI-PIECE SHIPMENT IS FLAGGED AS A
      * MISSING PIECE WITH HOW MANY OF ITS SHIPMENT ARE CONFIRMED.
      * A PACKAGE MORE THAN WS-CLAIM-DAYS PAST ITS PROMISE IS TAKEN
      * AS LOST: IT IS MARKED ON THE LISTING AND WRITTEN TO THE
      * FAR-OVERDUE FILE, FROM WHICH HW08CLM OPENS THE CARRIER CLAIM.
      * BOTH TESTS COUNT BUSINESS DAYS ON THE SHARED CALENDAR
      * (BUSCAL) -- NO CARRIER IS LATE FOR A WEEKEND OR A BANK
      * HOLIDAY.  THE DAYS SHOWN ON THE LISTING ARE CALENDAR DAYS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-RPT-STATUS.

           SELECT FAR-OVERDUE-OUT ASSIGN TO WS-FAR-OVD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FAR-OVD-STATUS.

      *  DATASET NAMES RESOLVE FROM ENVIRONMENT VARIABLES SHIPSTAT,
      *  SHIPOPEN, AND SHIPFOVD, FALLING BACK TO THE DEVELOPMENT
      *  DEFAULTS.

       DATA DIVISION.
       FILE SECTION.
          05 SHP-WEIGHT               PIC 9(03)V99.
          05 SHP-COST                 PIC 9(05)V99.
          05 SHP-DECLARED             PIC 9(07)V99.
          05 SHP-CARRIER              PIC X(04).
          05 SHP-MASTER-TRACKING      PIC 9(10).
          05 SHP-PIECE-NUMBER         PIC 9(02).
          05 SHP-PIECE-COUNT          PIC 9(02).

       FD  OPEN-SHIP-RPT
           RECORDING MODE IS F
           DATA RECORD IS OPEN-SHIP-REC.
       01 OPEN-SHIP-REC               PIC X(80).

      * THE SHIPMENT STATUS ROW OF EACH PACKAGE TAKEN AS LOST.
       FD  FAR-OVERDUE-OUT
           RECORDING MODE IS F
           DATA RECORD IS FAR-OVERDUE-REC.
       01 FAR-OVERDUE-REC             PIC X(78).

       WORKING-STORAGE SECTION.
       01 WS-SHIP-STAT-DSN            PIC X(80).
       01 WS-OPEN-RPT-DSN             PIC X(80).
       01 WS-SHIP-STAT-STATUS         PIC X(02) VALUE "00".
       01 WS-OPEN-RPT-STATUS          PIC X(02) VALUE "00".
       01 WS-FAR-OVD-DSN              PIC X(80).
       01 WS-FAR-OVD-STATUS           PIC X(02) VALUE "00".
       01 WS-CLAIM-DAYS               PIC 9(03) VALUE 10.
       01 WS-FAR-OVERDUE-COUNT        PIC 9(05) VALUE 0.

       01 WS-TODAY-INT                PIC 9(08).
       01 WS-SHIP-INT                 PIC 9(08).
       01 WS-DAYS-IN-TRANSIT          PIC S9(05).
       01 WS-TODAY                    PIC X(08).
       01 WS-DUE-DATE                 PIC X(08).
       01 WS-LOST-DATE                PIC X(08).
       01 WS-BUSCAL-PARMS.
          05 BC-FUNCTION              PIC X(01).
          05 BC-DATE-1                PIC X(08).
          05 BC-DAYS                  PIC 9(03).
          05 BC-DATE-2                PIC X(08).
          05 BC-RESULT                PIC X(01).
       01 WS-OVERDUE-COUNT            PIC 9(05) VALUE 0.
       01 WS-OPEN-COUNT               PIC 9(05) VALUE 0.
       01 WS-MISSING-COUNT            PIC 9(05) VALUE 0.

      * CONFIRMED PACKAGES PER MASTER TRACKING NUMBER, FROM A FIRST
      * PASS OF THE FILE.
       01 WS-MST-COUNT                PIC 9(04) VALUE 0.
       01 WS-MST-SUB                  PIC 9(04).
       01 WS-MASTER-TABLE.
          05 WS-MST-ENTRY OCCURS 2000 TIMES.
             10 WS-MST-TRACKING       PIC 9(10).
             10 WS-MST-CONFIRMED      PIC 9(02).
       01 WS-MST-FOUND-CONFIRMED      PIC 9(02).

       01 WS-OPEN-LINE.
          05 OPL-TRACKING             PIC 9(10).
          05 FILLER                   PIC X(17)
                  VALUE " DAYS IN TRANSIT".

       01 WS-MISSING-LINE.
          05 FILLER                   PIC X(12)
                  VALUE "      PIECE ".
          05 MSL-PIECE-NUMBER         PIC 9(02).
          05 FILLER                   PIC X(04) VALUE " OF ".
          05 MSL-PIECE-COUNT          PIC 9(02).
          05 FILLER                   PIC X(08) VALUE " MASTER ".
          05 MSL-MASTER               PIC 9(10).
          05 FILLER                   PIC X(12) VALUE " MISSING -- ".
          05 MSL-CONFIRMED            PIC Z9.
          05 FILLER                   PIC X(04) VALUE " OF ".
          05 MSL-OF-COUNT             PIC Z9.
          05 FILLER                   PIC X(10) VALUE " CONFIRMED".

       01 WS-FAR-OVERDUE-LINE.
          05 FILLER                   PIC X(06) VALUE SPACES.
          05 FILLER                   PIC X(40)
                  VALUE "** FAR PAST PROMISE -- CLAIM AS LOST **".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "HW08OPEN - OPEN SHIPMENTS PAST PROMISE".
           MOVE "C:\school\cobol\cobolclass\master\data\HW08OPEN.rpt"
               TO WS-OPEN-RPT-DSN
           END-IF.
           ACCEPT WS-FAR-OVD-DSN FROM ENVIRONMENT "SHIPFOVD".
           IF WS-FAR-OVD-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW08FOVD.dat"
               TO WS-FAR-OVD-DSN
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-TODAY)).
           OPEN OUTPUT OPEN-SHIP-RPT.
           OPEN OUTPUT FAR-OVERDUE-OUT.
           MOVE "OPEN SHIPMENTS PAST PROMISED TRANSIT -- HW08OPEN"
               TO OPEN-SHIP-REC.
           WRITE OPEN-SHIP-REC.
           PERFORM 1000-COUNT-CONFIRMED.
           OPEN INPUT SHIPMENT-STATUS.
           IF WS-SHIP-STAT-STATUS NOT = "00"
               DISPLAY "SHIPMENT STATUS FILE NOT AVAILABLE - STATUS "
               CLOSE SHIPMENT-STATUS
           END-IF.
           CLOSE OPEN-SHIP-RPT.
           CLOSE FAR-OVERDUE-OUT.
           DISPLAY "OPEN SHIPMENTS   : " WS-OPEN-COUNT.
           DISPLAY "PAST PROMISE     : " WS-OVERDUE-COUNT.
           DISPLAY "MISSING PIECES   : " WS-MISSING-COUNT.
           DISPLAY "TAKEN AS LOST    : " WS-FAR-OVERDUE-COUNT.
           IF WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "HW08OPEN CONCLUDES".
           GOBACK.

      * HELD (CONFIRMED) PACKAGES COUNTED UNDER THEIR MASTER.
       1000-COUNT-CONFIRMED.
           OPEN INPUT SHIPMENT-STATUS.
           IF WS-SHIP-STAT-STATUS = "00"
               READ SHIPMENT-STATUS
               PERFORM UNTIL WS-SHIP-STAT-STATUS > "00"
                   IF SHP-STATUS = "C"
                       PERFORM 1100-ADD-CONFIRMED
                   END-IF
                   READ SHIPMENT-STATUS
               END-PERFORM
               CLOSE SHIPMENT-STATUS
           END-IF.

       1100-ADD-CONFIRMED.
           PERFORM VARYING WS-MST-SUB FROM 1 BY 1
               UNTIL WS-MST-SUB > WS-MST-COUNT
                  OR WS-MST-TRACKING(WS-MST-SUB) = SHP-MASTER-TRACKING
               CONTINUE
           END-PERFORM.
           IF WS-MST-SUB > WS-MST-COUNT
               IF WS-MST-COUNT < 2000
                   ADD 1 TO WS-MST-COUNT
                   MOVE SHP-MASTER-TRACKING
                       TO WS-MST-TRACKING(WS-MST-COUNT)
                   MOVE 1 TO WS-MST-CONFIRMED(WS-MST-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-MST-CONFIRMED(WS-MST-SUB)
           END-IF.

      * DUE = SHIP DATE PLUS THE PROMISED TRANSIT DAYS, LOST = DUE
      * PLUS WS-CLAIM-DAYS MORE, ALL IN BUSINESS DAYS.  A SHIP DATE
      * THAT IS NOT A DATE MAKES THE PACKAGE OVERDUE AND LOST.
       2000-CHECK-OVERDUE.
           MOVE LOW-VALUES TO WS-DUE-DATE WS-LOST-DATE.
           MOVE 99999 TO WS-DAYS-IN-TRANSIT.
           IF SHP-SHIP-DATE IS NUMERIC
               COMPUTE WS-SHIP-INT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(SHP-SHIP-DATE))
               COMPUTE WS-DAYS-IN-TRANSIT
                   = WS-TODAY-INT - WS-SHIP-INT
               MOVE "A" TO BC-FUNCTION
               MOVE SHP-SHIP-DATE TO BC-DATE-1
               MOVE SHP-PROMISED-DAYS TO BC-DAYS
               PERFORM 2050-CALL-BUSCAL
               MOVE BC-DATE-2 TO WS-DUE-DATE
               COMPUTE BC-DAYS = SHP-PROMISED-DAYS + WS-CLAIM-DAYS
               PERFORM 2050-CALL-BUSCAL
               MOVE BC-DATE-2 TO WS-LOST-DATE
           END-IF.
           IF WS-TODAY > WS-DUE-DATE
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE SHP-TRACKING-NUMBER TO OPL-TRACKING
               MOVE SHP-ORDER-ID        TO OPL-ORDER
               MOVE SHP-SHIP-DATE       TO OPL-SHIP-DATE
               MOVE WS-DAYS-IN-TRANSIT  TO OPL-DAYS
               WRITE OPEN-SHIP-REC FROM WS-OPEN-LINE
               IF SHP-PIECE-COUNT IS NUMERIC
                   AND SHP-PIECE-COUNT > 1
                   PERFORM 2100-LIST-MISSING-PIECE
               END-IF
               IF WS-TODAY > WS-LOST-DATE
                   ADD 1 TO WS-FAR-OVERDUE-COUNT
                   WRITE OPEN-SHIP-REC FROM WS-FAR-OVERDUE-LINE
                   WRITE FAR-OVERDUE-REC FROM SHIPMENT-STATUS-REC
               END-IF
           END-IF.

      * WHEN THE CALENDAR CANNOT BE REACHED THE DAYS ARE COUNTED AS
      * CALENDAR DAYS, AS THEY ALWAYS WERE.
       2050-CALL-BUSCAL.
           CALL "BUSCAL" USING WS-BUSCAL-PARMS
               ON EXCEPTION MOVE "2" TO BC-RESULT
           END-CALL.
           IF BC-RESULT NOT = "0"
               COMPUTE WS-SHIP-INT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(SHP-SHIP-DATE)) + BC-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-SHIP-INT)
                   TO BC-DATE-2
           END-IF.

       2100-LIST-MISSING-PIECE.
           ADD 1 TO WS-MISSING-COUNT.
           MOVE 0 TO WS-MST-FOUND-CONFIRMED.
           PERFORM VARYING WS-MST-SUB FROM 1 BY 1
               UNTIL WS-MST-SUB > WS-MST-COUNT
               IF WS-MST-TRACKING(WS-MST-SUB) = SHP-MASTER-TRACKING
                   MOVE WS-MST-CONFIRMED(WS-MST-SUB)
                       TO WS-MST-FOUND-CONFIRMED
                   MOVE WS-MST-COUNT TO WS-MST-SUB
               END-IF
           END-PERFORM.
           MOVE SHP-PIECE-NUMBER       TO MSL-PIECE-NUMBER.
           MOVE SHP-PIECE-COUNT        TO MSL-PIECE-COUNT
                                          MSL-OF-COUNT.
           MOVE SHP-MASTER-TRACKING    TO MSL-MASTER.
           MOVE WS-MST-FOUND-CONFIRMED TO MSL-CONFIRMED.
           WRITE OPEN-SHIP-REC FROM WS-MISSING-LINE.
