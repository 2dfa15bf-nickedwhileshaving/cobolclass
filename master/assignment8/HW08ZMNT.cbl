      * TWICE AND SILENTLY SENT EVERYTHING TO THE OUTSIDE SERVICE
      * AREA DEFAULT).  ADD, CHANGE, AND DELETE ZONE ROWS WITH
      * FIELD-LEVEL EDITS ON PREFIX, DAYS, RATE, AND THE EFFECTIVE
      * DATE THAT LETS NEXT YEAR'S RATES LOAD AHEAD OF TIME.  EACH
      * CARRIER KEEPS ITS OWN ROWS, TAGGED WITH ITS CODE; THE PRIMARY
      * CARRIER'S ROWS CARRY NO CODE, SO THE ORDER DESK AND BILLING
      * KEEP PRICING FROM THEM.  THE CARRIER MASTER -- NAME, MODE,
      * WEIGHT LIMITS, MINIMUM CHARGE -- IS KEPT HERE AS WELL.
      * A SIGNED-ON SESSION LOCKS BOTH FILES (DSNLOCK, EXCLUSIVE)
      * WHILE IT RUNS.  A FILE THE SHIPPING CHAIN OR ANOTHER SESSION
      * HOLDS CAN BE LISTED BUT NOT UPDATED, AND THE OPERATOR IS
      * TOLD WHO HOLDS IT AND SINCE WHEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ZIP-ZONE-STATUS.

           SELECT CARRIER-MASTER ASSIGN TO WS-CARRIER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARRIER-STATUS.

      *  DATASET NAMES ARE RESOLVED FROM ENVIRONMENT VARIABLES ZIPZONE
      *  AND SHIPCARR, FALLING BACK TO THE DEVELOPMENT DEFAULTS.

       DATA DIVISION.
       FILE SECTION.
          05 ZZ-NAME                  PIC X(20).
          05 ZZ-RATE                  PIC X(04).
          05 ZZ-EFF-FROM              PIC X(08).
          05 ZZ-CARRIER               PIC X(04).
      * OLDER PREFIX ROWS (WITH OR WITHOUT SERVICE AND DATE) READ
      * THROUGH THESE VIEWS AND ARE WIDENED TO FULL RANGES ON LOAD,
      * THE SAME WAY HW08NB AND HW15BILL TAKE THEM, SO A REWRITE
          05 ZZL-EFF-FROM             PIC X(08).
          05 FILLER                   PIC X(09).

       FD  CARRIER-MASTER
           RECORDING MODE IS F
           DATA RECORD IS CARRIER-MASTER-REC.
       01 CARRIER-MASTER-REC          PIC X(47).

       WORKING-STORAGE SECTION.
       01 WS-ZIP-ZONE-DSN             PIC X(80).
       01 WS-ZIP-ZONE-STATUS          PIC X(02) VALUE "00".
       01 WS-CARRIER-DSN              PIC X(80).
       01 WS-CARRIER-STATUS           PIC X(02) VALUE "00".

      * THE CARRIER MASTER, KEPT WHOLE AND REWRITTEN ON EVERY CHANGE.
      * PER-PACKAGE LIMIT (PARCEL) AND MINIMUM WEIGHT (LTL) OF ZERO
      * MEAN NO LIMIT.
       01 WS-CARRIER-COUNT            PIC 9(02) VALUE 0.
       01 WS-CARRIER-SUB              PIC 9(02).
       01 WS-CARRIER-FOUND-SUB        PIC 9(02) VALUE 0.
       01 WS-PRIMARY-CARRIER          PIC X(04) VALUE SPACES.
       01 WS-CARRIER-TABLE.
          05 WS-CARRIER-ENTRY OCCURS 20 TIMES.
             10 WS-CARR-CODE          PIC X(04).
             10 WS-CARR-NAME          PIC X(20).
             10 WS-CARR-MODE          PIC X(01).
             10 WS-CARR-MAX-WEIGHT    PIC 9(03)V99.
             10 WS-CARR-MIN-WEIGHT    PIC 9(03)V99.
             10 WS-CARR-MIN-CHARGE    PIC 9(05)V99.
             10 WS-CARR-PRIMARY       PIC X(01).
             10 WS-CARR-ACTIVE        PIC X(01).
      *      BLANK TAKES THE STANDARD DIVISOR FOR THE MODE.
             10 WS-CARR-DIM-DIVISOR   PIC X(03).
       01 WS-IN-CARRIER               PIC X(04).

       01 WS-ZONE-COUNT               PIC 9(04) VALUE 0.
       01 WS-ZONE-SUB                 PIC 9(04).
             10 WS-ZONE-NAME          PIC X(20).
             10 WS-ZONE-RATE          PIC X(04).
             10 WS-ZONE-EFF           PIC X(08).
             10 WS-ZONE-CARRIER       PIC X(04).

       01 CharIn                      PIC X(02).
          88 ExitCharacter                 VALUE "x", "X".
          88 ChangeZone                    VALUE "CH", "ch".
          88 DeleteZone                    VALUE "DE", "de".
          88 ListZones                     VALUE "LI", "li".
          88 CarrierUpdate                 VALUE "CA", "ca".
          88 ListCarriers                  VALUE "CL", "cl".

       01 WS-IN-LOW                   PIC X(05).
       01 WS-IN-HIGH                  PIC X(05).
          05 SO-BEFORE                PIC X(60).
          05 SO-AFTER                 PIC X(60).

      * DATASET ENQUEUE (DSNLOCK) ON THE ZONE AND CARRIER FILES.  AN
      * ABSENT MODULE MEANS NO LOCKING IS IN FORCE YET.
       01 WS-DSNLOCK-PARMS.
          05 DL-FUNCTION              PIC X(01).
          05 DL-HOLDER                PIC X(08).
          05 DL-USER                  PIC X(08).
          05 DL-LOGICAL               PIC X(12).
          05 DL-MODE                  PIC X(01).
          05 DL-RESULT                PIC X(01).
             88 DL-HELD                   VALUE "4".
          05 DL-HELD-BY               PIC X(08).
          05 DL-HELD-USER             PIC X(08).
          05 DL-HELD-MODE             PIC X(01).
          05 DL-HELD-DATE             PIC X(08).
          05 DL-HELD-TIME             PIC X(06).
          05 DL-COUNT                 PIC 9(03).
       01 WS-ZONE-LOCK-SW             PIC X(01) VALUE "N".
          88 ZONES-IN-USE                  VALUE "Y".
       01 WS-CARRIER-LOCK-SW          PIC X(01) VALUE "N".
          88 CARRIERS-IN-USE               VALUE "Y".
       01 WS-ZONE-HELD-MSG            PIC X(60).
       01 WS-CARRIER-HELD-MSG         PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "HW08ZMNT - ZIP ZONE TABLE MAINTENANCE".
           MOVE "C:\school\cobol\cobolclass\master\data\ZIPZONE.dat"
               TO WS-ZIP-ZONE-DSN
           END-IF.
           ACCEPT WS-CARRIER-DSN FROM ENVIRONMENT "SHIPCARR".
           IF WS-CARRIER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW08CARR.dat"
               TO WS-CARRIER-DSN
           END-IF.
           PERFORM 1000-LOAD-ZONE-TABLE.
           PERFORM 1050-LOAD-CARRIERS.
           IF ZONE-TABLE-OVERFLOW
               DISPLAY "ZONE FILE HOLDS MORE THAN 1000 ROWS -- A "
                   "REWRITE WOULD DROP THE OVERFLOW."
               GOBACK
           END-IF.
           PERFORM 0800-OPERATOR-SIGN-ON.
           IF SIGNED-ON
               PERFORM 0820-LOCK-THE-FILES
           END-IF.
           DISPLAY "AD=ADD CH=CHANGE DE=DELETE LI=LIST CA=CARRIER "
               "CL=CARRIERS X=EXIT - " WITH NO ADVANCING.
           ACCEPT CharIn.
           PERFORM UNTIL ExitCharacter
               EVALUATE TRUE
                   WHEN ChangeZone AND SO-AUTH-LEVEL < 2
                       DISPLAY "RATE CHANGES NEED LEVEL 2 -- "
                           "REFUSED"
                   WHEN AddZone AND ZONES-IN-USE
                       DISPLAY WS-ZONE-HELD-MSG
                       DISPLAY "LIST ONLY -- UPDATE REFUSED"
                   WHEN ChangeZone AND ZONES-IN-USE
                       DISPLAY WS-ZONE-HELD-MSG
                       DISPLAY "LIST ONLY -- UPDATE REFUSED"
                   WHEN DeleteZone AND ZONES-IN-USE
                       DISPLAY WS-ZONE-HELD-MSG
                       DISPLAY "LIST ONLY -- UPDATE REFUSED"
                   WHEN CarrierUpdate AND NOT SIGNED-ON
                       DISPLAY "NOT SIGNED ON -- UPDATE REFUSED"
                   WHEN CarrierUpdate AND SO-AUTH-LEVEL < 2
                       DISPLAY "CARRIER CHANGES NEED LEVEL 2 -- "
                           "REFUSED"
                   WHEN CarrierUpdate AND CARRIERS-IN-USE
                       DISPLAY WS-CARRIER-HELD-MSG
                       DISPLAY "LIST ONLY -- UPDATE REFUSED"
                   WHEN CarrierUpdate
                       PERFORM 7000-UPDATE-CARRIER
                   WHEN ListCarriers
                       PERFORM 7500-LIST-CARRIERS
                   WHEN AddZone
                       PERFORM 2000-ADD-ZONE
                   WHEN ChangeZone
                   WHEN OTHER
                       DISPLAY "UNKNOWN FUNCTION CODE: " CharIn
               END-EVALUATE
               DISPLAY "AD=ADD CH=CHANGE DE=DELETE LI=LIST CA=CARRIER "
                   "CL=CARRIERS X=EXIT - " WITH NO ADVANCING
               ACCEPT CharIn
           END-PERFORM.
           IF SIGNED-ON
               MOVE "R" TO DL-FUNCTION
               MOVE "HW08ZMNT" TO DL-HOLDER
               MOVE SO-USER-ID TO DL-USER
               CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.
           DISPLAY "HW08ZMNT CONCLUDES".
           GOBACK.

                       "UPDATES LOCKED"
           END-CALL.

      * EACH FILE IS LOCKED ON ITS OWN, SO A SHIPPING RUN READING
      * ONLY THE CARRIER MASTER STILL LEAVES THE ZONE ROWS OPEN.
       0820-LOCK-THE-FILES.
           MOVE "L" TO DL-FUNCTION.
           MOVE "HW08ZMNT" TO DL-HOLDER.
           MOVE SO-USER-ID TO DL-USER.
           MOVE "ZIPZONE" TO DL-LOGICAL.
           MOVE "X" TO DL-MODE.
           MOVE "0" TO DL-RESULT.
           CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF DL-HELD
               MOVE "Y" TO WS-ZONE-LOCK-SW
               MOVE SPACES TO WS-ZONE-HELD-MSG
               STRING "ZONE FILE IN USE BY " DL-HELD-BY " "
                   DL-HELD-USER " SINCE " DL-HELD-DATE " "
                   DL-HELD-TIME DELIMITED BY SIZE
                   INTO WS-ZONE-HELD-MSG
               DISPLAY WS-ZONE-HELD-MSG
           END-IF.
           MOVE "SHIPCARR" TO DL-LOGICAL.
           MOVE "X" TO DL-MODE.
           MOVE "0" TO DL-RESULT.
           CALL "DSNLOCK" USING WS-DSNLOCK-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF DL-HELD
               MOVE "Y" TO WS-CARRIER-LOCK-SW
               MOVE SPACES TO WS-CARRIER-HELD-MSG
               STRING "CARRIER MASTER IN USE BY " DL-HELD-BY " "
                   DL-HELD-USER " SINCE " DL-HELD-DATE " "
                   DL-HELD-TIME DELIMITED BY SIZE
                   INTO WS-CARRIER-HELD-MSG
               DISPLAY WS-CARRIER-HELD-MSG
           END-IF.

       0850-JOURNAL-THE-CHANGE.
           MOVE "J" TO SO-FUNCTION.
           MOVE "HW08ZMNT" TO SO-PROGRAM.
               WS-ZONE-NAME(WS-ZONE-FOUND-SUB)
               WS-ZONE-RATE(WS-ZONE-FOUND-SUB)
               WS-ZONE-EFF(WS-ZONE-FOUND-SUB)
               WS-ZONE-CARRIER(WS-ZONE-FOUND-SUB)
               DELIMITED BY SIZE INTO SO-AFTER.

       1000-LOAD-ZONE-TABLE.
                               TO WS-ZONE-RATE(WS-ZONE-SUB)
                           MOVE ZZ-EFF-FROM
                               TO WS-ZONE-EFF(WS-ZONE-SUB)
                           MOVE ZZ-CARRIER
                               TO WS-ZONE-CARRIER(WS-ZONE-SUB)
                       WHEN ZZ3-SERVICE = "G" OR "2" OR "O"
      * OLDER PREFIX ROW WITH A SERVICE LEVEL -- WIDEN THE PREFIX
      * TO A FULL RANGE ON THE WAY IN.
                               TO WS-ZONE-NAME(WS-ZONE-SUB)
                           MOVE ZZ3-RATE
                               TO WS-ZONE-RATE(WS-ZONE-SUB)
                           MOVE SPACES
                               TO WS-ZONE-CARRIER(WS-ZONE-SUB)
                           IF ZZ3-EFF-FROM IS NUMERIC
                               MOVE ZZ3-EFF-FROM
                                   TO WS-ZONE-EFF(WS-ZONE-SUB)
                               TO WS-ZONE-NAME(WS-ZONE-SUB)
                           MOVE ZZL-RATE
                               TO WS-ZONE-RATE(WS-ZONE-SUB)
                           MOVE SPACES
                               TO WS-ZONE-CARRIER(WS-ZONE-SUB)
                           IF ZZL-EFF-FROM IS NUMERIC
                               MOVE ZZL-EFF-FROM
                                   TO WS-ZONE-EFF(WS-ZONE-SUB)
           END-IF.
           DISPLAY "ZONE ROWS ON FILE: " WS-ZONE-COUNT.

       1050-LOAD-CARRIERS.
           OPEN INPUT CARRIER-MASTER.
           IF WS-CARRIER-STATUS = "00"
               READ CARRIER-MASTER
               PERFORM UNTIL WS-CARRIER-STATUS > "00"
                          OR WS-CARRIER-COUNT >= 20
                   ADD 1 TO WS-CARRIER-COUNT
                   MOVE CARRIER-MASTER-REC
                       TO WS-CARRIER-ENTRY(WS-CARRIER-COUNT)
                   IF WS-CARR-PRIMARY(WS-CARRIER-COUNT) = "Y"
                       MOVE WS-CARR-CODE(WS-CARRIER-COUNT)
                           TO WS-PRIMARY-CARRIER
                   END-IF
                   READ CARRIER-MASTER
               END-PERFORM
               CLOSE CARRIER-MASTER
           END-IF.
           IF WS-PRIMARY-CARRIER = SPACES AND WS-CARRIER-COUNT > 0
               MOVE WS-CARR-CODE(1) TO WS-PRIMARY-CARRIER
           END-IF.
           DISPLAY "CARRIERS ON FILE : " WS-CARRIER-COUNT.

       1060-FIND-CARRIER.
           MOVE 0 TO WS-CARRIER-FOUND-SUB.
           PERFORM VARYING WS-CARRIER-SUB FROM 1 BY 1
               UNTIL WS-CARRIER-SUB > WS-CARRIER-COUNT
               IF WS-CARR-CODE(WS-CARRIER-SUB) = WS-IN-CARRIER
                   MOVE WS-CARRIER-SUB TO WS-CARRIER-FOUND-SUB
                   MOVE WS-CARRIER-COUNT TO WS-CARRIER-SUB
               END-IF
           END-PERFORM.

      * THE CARRIER A ZONE ROW BELONGS TO.  BLANK, OR THE PRIMARY'S
      * OWN CODE, IS STORED BLANK; ANY OTHER CODE MUST BE ON THE
      * CARRIER MASTER.
       1100-ACCEPT-CARRIER.
           DISPLAY "CARRIER CODE (BLANK = PRIMARY): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-CARRIER.
           IF WS-IN-CARRIER = WS-PRIMARY-CARRIER
               MOVE SPACES TO WS-IN-CARRIER
           END-IF.
           IF WS-IN-CARRIER NOT = SPACES
               PERFORM 1060-FIND-CARRIER
               IF WS-CARRIER-FOUND-SUB = 0
                   MOVE "N" TO WS-EDIT-OK-SW
                   DISPLAY "CARRIER " WS-IN-CARRIER
                       " IS NOT ON THE CARRIER MASTER"
               END-IF
           END-IF.

       1200-FIND-ZONE-ROW.
      * A ROW IS IDENTIFIED BY ITS CARRIER, LOW ZIP, SERVICE, AND
      * EFFECTIVE DATE SO NEXT YEAR'S RATE CAN SIT BESIDE THIS
      * YEAR'S AND EACH CARRIER'S RATE BESIDE THE OTHERS'.
           MOVE "N" TO WS-ZONE-FOUND-SW.
           PERFORM VARYING WS-ZONE-SUB FROM 1 BY 1
               UNTIL WS-ZONE-SUB > WS-ZONE-COUNT
               IF WS-ZONE-LOW(WS-ZONE-SUB) = WS-IN-LOW
                   AND WS-ZONE-CARRIER(WS-ZONE-SUB) = WS-IN-CARRIER
                   AND WS-ZONE-SVC(WS-ZONE-SUB) = WS-IN-SVC
                   AND WS-ZONE-EFF(WS-ZONE-SUB) = WS-IN-EFF
                   MOVE "Y" TO WS-ZONE-FOUND-SW
           END-IF.

       2000-ADD-ZONE.
           MOVE "Y" TO WS-EDIT-OK-SW.
           PERFORM 1100-ACCEPT-CARRIER.
           IF ZMNT-EDIT-OK
               DISPLAY "LOW ZIP (5 DIGITS): " WITH NO ADVANCING
               ACCEPT WS-IN-LOW
               PERFORM 1300-EDIT-RANGE
           END-IF.
           IF ZMNT-EDIT-OK
               DISPLAY "HIGH ZIP (5 DIGITS): " WITH NO ADVANCING
               ACCEPT WS-IN-HIGH
           MOVE WS-IN-HIGH   TO WS-ZONE-HIGH(WS-ZONE-FOUND-SUB).
           MOVE WS-IN-SVC    TO WS-ZONE-SVC(WS-ZONE-FOUND-SUB).
           MOVE WS-IN-EFF    TO WS-ZONE-EFF(WS-ZONE-FOUND-SUB).
           MOVE WS-IN-CARRIER TO WS-ZONE-CARRIER(WS-ZONE-FOUND-SUB).
           DISPLAY "ZONE CODE (1 CHAR): " WITH NO ADVANCING.
           ACCEPT WS-IN-FIELD.
           MOVE WS-IN-FIELD(1:1) TO WS-ZONE-CODE(WS-ZONE-FOUND-SUB).
           PERFORM 6000-REWRITE-ZONE-FILE.
           MOVE "ADD" TO SO-ACTION.
           MOVE SPACES TO SO-KEY.
           STRING WS-IN-CARRIER WS-IN-LOW "/" WS-IN-SVC "/" WS-IN-EFF
               DELIMITED BY SIZE INTO SO-KEY.
           MOVE SPACES TO SO-BEFORE.
           PERFORM 0860-BUILD-ROW-IMAGE.
           DISPLAY "ZONE ROW ADDED.".

       3000-CHANGE-ZONE.
           MOVE "Y" TO WS-EDIT-OK-SW.
           PERFORM 1100-ACCEPT-CARRIER.
           DISPLAY "LOW ZIP OF THE ROW TO CHANGE: "
               WITH NO ADVANCING.
           ACCEPT WS-IN-LOW.
               PERFORM 6000-REWRITE-ZONE-FILE
               MOVE "CHANGE" TO SO-ACTION
               MOVE SPACES TO SO-KEY
               STRING WS-IN-CARRIER WS-IN-LOW "/" WS-IN-SVC "/"
                   WS-IN-EFF DELIMITED BY SIZE INTO SO-KEY
               PERFORM 0860-BUILD-ROW-IMAGE
               PERFORM 0850-JOURNAL-THE-CHANGE
               DISPLAY "ZONE ROW UPDATED."
           END-IF.

       4000-DELETE-ZONE.
           MOVE "Y" TO WS-EDIT-OK-SW.
           PERFORM 1100-ACCEPT-CARRIER.
           DISPLAY "LOW ZIP OF THE ROW TO DELETE: "
               WITH NO ADVANCING.
           ACCEPT WS-IN-LOW.
               PERFORM 6000-REWRITE-ZONE-FILE
               MOVE "DELETE" TO SO-ACTION
               MOVE SPACES TO SO-KEY
               STRING WS-IN-CARRIER WS-IN-LOW "/" WS-IN-SVC "/"
                   WS-IN-EFF DELIMITED BY SIZE INTO SO-KEY
               MOVE SPACES TO SO-AFTER
               PERFORM 0850-JOURNAL-THE-CHANGE
               DISPLAY "ZONE ROW DELETED."
                       WS-ZONE-DAYS(WS-ZONE-SUB) "D "
                       WS-ZONE-NAME(WS-ZONE-SUB) " RATE "
                       WS-ZONE-RATE(WS-ZONE-SUB) " EFF "
                       WS-ZONE-EFF(WS-ZONE-SUB) " CARRIER "
                       WS-ZONE-CARRIER(WS-ZONE-SUB)
           END-PERFORM.

       6000-REWRITE-ZONE-FILE.
               MOVE WS-ZONE-NAME(WS-ZONE-SUB)   TO ZZ-NAME
               MOVE WS-ZONE-RATE(WS-ZONE-SUB)   TO ZZ-RATE
               MOVE WS-ZONE-EFF(WS-ZONE-SUB)    TO ZZ-EFF-FROM
               MOVE WS-ZONE-CARRIER(WS-ZONE-SUB) TO ZZ-CARRIER
               WRITE ZIP-ZONE-REC
           END-PERFORM.
           CLOSE ZIP-ZONE-FILE.

      * ADD A CARRIER, OR CHANGE ONE ALREADY ON FILE.  A CARRIER IS
      * RETIRED BY MARKING IT INACTIVE, NEVER DELETED, SO ITS ZONE
      * ROWS AND OLD SHIPMENTS STILL AUDIT.  MAKING ONE CARRIER
      * PRIMARY TAKES THE FLAG OFF THE OTHERS.
       7000-UPDATE-CARRIER.
           DISPLAY "CARRIER CODE (4 CHARS): " WITH NO ADVANCING.
           ACCEPT WS-IN-CARRIER.
           IF WS-IN-CARRIER = SPACES
               DISPLAY "CARRIER CODE IS REQUIRED"
           ELSE
               PERFORM 1060-FIND-CARRIER
               IF WS-CARRIER-FOUND-SUB = 0
                   IF WS-CARRIER-COUNT >= 20
                       DISPLAY "CARRIER TABLE FULL"
                   ELSE
                       ADD 1 TO WS-CARRIER-COUNT
                       MOVE WS-CARRIER-COUNT TO WS-CARRIER-FOUND-SUB
                       MOVE SPACES
                           TO WS-CARRIER-ENTRY(WS-CARRIER-FOUND-SUB)
                       MOVE WS-IN-CARRIER
                           TO WS-CARR-CODE(WS-CARRIER-FOUND-SUB)
                       MOVE "P" TO WS-CARR-MODE(WS-CARRIER-FOUND-SUB)
                       MOVE 0
                           TO WS-CARR-MAX-WEIGHT(WS-CARRIER-FOUND-SUB)
                       MOVE 0
                           TO WS-CARR-MIN-WEIGHT(WS-CARRIER-FOUND-SUB)
                       MOVE 0
                           TO WS-CARR-MIN-CHARGE(WS-CARRIER-FOUND-SUB)
                       MOVE "N"
                           TO WS-CARR-PRIMARY(WS-CARRIER-FOUND-SUB)
                       MOVE "Y"
                           TO WS-CARR-ACTIVE(WS-CARRIER-FOUND-SUB)
                       MOVE SPACES TO SO-BEFORE
                       MOVE "CARR ADD" TO SO-ACTION
                       PERFORM 7100-ACCEPT-CARRIER-FIELDS
                   END-IF
               ELSE
                   MOVE WS-CARRIER-ENTRY(WS-CARRIER-FOUND-SUB)
                       TO SO-BEFORE
                   MOVE "CARR CHG" TO SO-ACTION
                   PERFORM 7100-ACCEPT-CARRIER-FIELDS
               END-IF
           END-IF.

      * BLANK KEEPS THE CURRENT VALUE OF EACH FIELD.
       7100-ACCEPT-CARRIER-FIELDS.
           DISPLAY "NAME (" WS-CARR-NAME(WS-CARRIER-FOUND-SUB) "): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-FIELD.
           IF WS-IN-FIELD NOT = SPACES
               MOVE WS-IN-FIELD TO WS-CARR-NAME(WS-CARRIER-FOUND-SUB)
           END-IF.
           DISPLAY "MODE P=PARCEL L=LTL ("
               WS-CARR-MODE(WS-CARRIER-FOUND-SUB) "): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-FIELD.
           IF WS-IN-FIELD(1:1) = "P" OR "L"
               MOVE WS-IN-FIELD(1:1)
                   TO WS-CARR-MODE(WS-CARRIER-FOUND-SUB)
           END-IF.
           DISPLAY "PACKAGE WEIGHT LIMIT, 0 = NONE (99999=999.99): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-FIELD.
           IF WS-IN-FIELD(1:5) IS NUMERIC
               MOVE WS-IN-FIELD(1:5)
                   TO WS-CARR-MAX-WEIGHT(WS-CARRIER-FOUND-SUB)
           END-IF.
           DISPLAY "MINIMUM WEIGHT, 0 = NONE (99999=999.99): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-FIELD.
           IF WS-IN-FIELD(1:5) IS NUMERIC
               MOVE WS-IN-FIELD(1:5)
                   TO WS-CARR-MIN-WEIGHT(WS-CARRIER-FOUND-SUB)
           END-IF.
           DISPLAY "MINIMUM CHARGE (9999999=99999.99): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-FIELD.
           IF WS-IN-FIELD(1:7) IS NUMERIC
               MOVE WS-IN-FIELD(1:7)
                   TO WS-CARR-MIN-CHARGE(WS-CARRIER-FOUND-SUB)
           END-IF.
           DISPLAY "DIM DIVISOR, 000 = ACTUAL WEIGHT ONLY ("
               WS-CARR-DIM-DIVISOR(WS-CARRIER-FOUND-SUB) "): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-FIELD.
           IF WS-IN-FIELD(1:3) IS NUMERIC
               MOVE WS-IN-FIELD(1:3)
                   TO WS-CARR-DIM-DIVISOR(WS-CARRIER-FOUND-SUB)
           END-IF.
           DISPLAY "ACTIVE Y/N (" WS-CARR-ACTIVE(WS-CARRIER-FOUND-SUB)
               "): " WITH NO ADVANCING.
           ACCEPT WS-IN-FIELD.
           IF WS-IN-FIELD(1:1) = "Y" OR "N"
               MOVE WS-IN-FIELD(1:1)
                   TO WS-CARR-ACTIVE(WS-CARRIER-FOUND-SUB)
           END-IF.
           DISPLAY "PRIMARY CARRIER Y/N ("
               WS-CARR-PRIMARY(WS-CARRIER-FOUND-SUB) "): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-FIELD.
           IF WS-IN-FIELD(1:1) = "Y"
               PERFORM VARYING WS-CARRIER-SUB FROM 1 BY 1
                   UNTIL WS-CARRIER-SUB > WS-CARRIER-COUNT
                   MOVE "N" TO WS-CARR-PRIMARY(WS-CARRIER-SUB)
               END-PERFORM
               MOVE "Y" TO WS-CARR-PRIMARY(WS-CARRIER-FOUND-SUB)
               MOVE WS-IN-CARRIER TO WS-PRIMARY-CARRIER
           END-IF.
           IF WS-IN-FIELD(1:1) = "N"
               MOVE "N" TO WS-CARR-PRIMARY(WS-CARRIER-FOUND-SUB)
           END-IF.
           PERFORM 7900-REWRITE-CARRIERS.
           MOVE WS-IN-CARRIER TO SO-KEY.
           MOVE WS-CARRIER-ENTRY(WS-CARRIER-FOUND-SUB) TO SO-AFTER.
           PERFORM 0850-JOURNAL-THE-CHANGE.
           DISPLAY "CARRIER " WS-IN-CARRIER " SAVED.".

       7500-LIST-CARRIERS.
           PERFORM VARYING WS-CARRIER-SUB FROM 1 BY 1
               UNTIL WS-CARRIER-SUB > WS-CARRIER-COUNT
               DISPLAY WS-CARR-CODE(WS-CARRIER-SUB) " "
                       WS-CARR-NAME(WS-CARRIER-SUB) " "
                       WS-CARR-MODE(WS-CARRIER-SUB) " MAX "
                       WS-CARR-MAX-WEIGHT(WS-CARRIER-SUB) " MIN "
                       WS-CARR-MIN-WEIGHT(WS-CARRIER-SUB) " MINCHG "
                       WS-CARR-MIN-CHARGE(WS-CARRIER-SUB) " PRIMARY "
                       WS-CARR-PRIMARY(WS-CARRIER-SUB) " ACTIVE "
                       WS-CARR-ACTIVE(WS-CARRIER-SUB) " DIM "
                       WS-CARR-DIM-DIVISOR(WS-CARRIER-SUB)
           END-PERFORM.

       7900-REWRITE-CARRIERS.
           OPEN OUTPUT CARRIER-MASTER.
           PERFORM VARYING WS-CARRIER-SUB FROM 1 BY 1
               UNTIL WS-CARRIER-SUB > WS-CARRIER-COUNT
               MOVE WS-CARRIER-ENTRY(WS-CARRIER-SUB)
                   TO CARRIER-MASTER-REC
               WRITE CARRIER-MASTER-REC
           END-PERFORM.
           CLOSE CARRIER-MASTER.
