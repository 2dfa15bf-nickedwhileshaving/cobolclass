           SELECT INQUIRY-RESPONSES ASSIGN TO WS-RESPONSE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESPONSE-STATUS.

           SELECT VICE-PRESIDENTS-FILE ASSIGN TO WS-VP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VP-FILE-STATUS.

           SELECT ELECTIONS-FILE ASSIGN TO WS-ELECTION-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELECTION-FILE-STATUS.
000450*  DATASET NAME IS RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
000451*  -NAMES FROM ENVIRONMENT VARIABLE USPRES, FALLING BACK TO
000452*  THE DEVELOPMENT DEFAULT SHOWN THERE WHEN NOT SET. THE ERROR
000456*  AN OPERAND) IS RESOLVED AGAINST THE TABLE AND A FORMATTED
000457*  RESPONSE WITH A MATCHED/NOT-MATCHED DISPOSITION IS WRITTEN
000458*  TO HW19RESP (SO OVERNIGHT JOBS CAN QUERY THE TABLE).
      *  VICE PRESIDENTS (ENV VAR USVP) ARE KEPT BY PRESIDENT NUMBER
      *  AND TERM YEARS, AND ELECTION RESULTS (ENV VAR USELECT) BY
      *  ELECTION YEAR; EITHER FILE MAY BE ABSENT UNTIL MT MODE ADDS
      *  ITS FIRST ROW.  VP (A 2-DIGIT PRESIDENT NUMBER OR A YEAR),
      *  EL (AN ELECTION YEAR), AND LC (LANDSLIDES AND CLOSE
      *  ELECTIONS) ANSWER AT THE PROMPT AND ON THE REQUEST FILE.
004600
004700 DATA DIVISION.
004800
             88 REQ-BY-NAME                VALUE "NA", "na".
             88 REQ-LIST-ALL               VALUE "LA", "la".
             88 REQ-BY-DATE                VALUE "DT", "dt".
             88 REQ-VICE-PRESIDENT         VALUE "VP", "vp".
             88 REQ-ELECTION               VALUE "EL", "el".
             88 REQ-MARGIN-REPORT          VALUE "LC", "lc".
          05 REQ-OPERAND               PIC X(25).

       FD  INQUIRY-RESPONSES
           DATA RECORD IS INQUIRY-RESPONSE-REC.
       01 INQUIRY-RESPONSE-REC         PIC X(90).

       FD  VICE-PRESIDENTS-FILE
           RECORDING MODE IS F
           DATA RECORD IS VP-FILE-REC.
       01 VP-FILE-REC.
          05 VPF-PRES-NUMBER           PIC X(02).
          05 VPF-NAME                  PIC X(25).
          05 VPF-TERM-START            PIC X(04).
          05 VPF-TERM-END              PIC X(04).
          05 VPF-PARTY                 PIC X(15).

      * POPULAR-VOTE PERCENTAGES ARE ZERO FOR THE ELECTIONS BEFORE A
      * POPULAR VOTE WAS COUNTED.
       FD  ELECTIONS-FILE
           RECORDING MODE IS F
           DATA RECORD IS ELECTION-FILE-REC.
       01 ELECTION-FILE-REC.
          05 ELF-YEAR                  PIC X(04).
          05 ELF-WINNER                PIC X(25).
          05 ELF-RUNNER-UP             PIC X(25).
          05 ELF-WINNER-EV             PIC 9(03).
          05 ELF-RUNNER-UP-EV          PIC 9(03).
          05 ELF-TOTAL-EV              PIC 9(03).
          05 ELF-WINNER-POP            PIC 9(02)V9.
          05 ELF-RUNNER-UP-POP         PIC 9(02)V9.


007600 WORKING-STORAGE SECTION.
009100 01 WS-PRESIDENTS-STATUS       PIC X(02) VALUE "00".
          05 WS-PRESIDENT-SUB          PIC 9(02).

       01 WS-MISC.
          05 WS-THE-PROMPT.
             10 FILLER                 PIC X(28)
                  VALUE "WHICH PRESIDENT? (NBR/LA/NA/".
             10 FILLER                 PIC X(26)
                  VALUE "YR/DT/PS/TA/VP/EL/LC/MT/X)".

       01 CharIn PIC X(02).
           88 ExitCharacter VALUE "x", "X".
           88 PartyStats    VALUE "PS", "ps".
           88 DateSearch    VALUE "DT", "dt".
           88 TimelineAudit VALUE "TA", "ta".
           88 VicePresSearch VALUE "VP", "vp".
           88 ElectionSearch VALUE "EL", "el".
           88 MarginReport  VALUE "LC", "lc".

       01 WS-MAINT-POSITION          PIC 9(02).
       01 WS-MAINT-NAME              PIC X(25).
       01 WS-PREV-END-NUM            PIC 9(04).
       01 WS-PREV-SUB                PIC 9(02).

      * VICE PRESIDENTS AND ELECTION RESULTS.  EACH LOOKUP BUILDS ITS
      * ANSWER IN WS-RESPONSE-LINE, WHICH GOES TO THE SCREEN OR, IN A
      * BATCH RUN, TO THE RESPONSE FILE.
       01 WS-VP-DSN                  PIC X(80).
       01 WS-ELECTION-DSN            PIC X(80).
       01 WS-VP-FILE-STATUS          PIC X(02) VALUE "00".
       01 WS-ELECTION-FILE-STATUS    PIC X(02) VALUE "00".
       01 WS-BATCH-RUN-SW            PIC X(01) VALUE "N".
          88 BATCH-INQUIRY-RUN            VALUE "Y".
       01 WS-VP-COUNT                PIC 9(02) VALUE 0.
       01 WS-VP-SUB                  PIC 9(02).
       01 WS-VP-FOUND-SUB            PIC 9(02).
       01 WS-VP-MATCH-COUNT          PIC 9(02).
       01 WS-VP-KEY-IN               PIC X(04).
       01 WS-VP-KEY-KIND             PIC X(01).
          88 VP-KEY-IS-PRESIDENT          VALUE "P".
          88 VP-KEY-IS-YEAR               VALUE "Y".
          88 VP-KEY-INVALID               VALUE "X".
       01 WS-VP-TABLE.
          05 WS-VP-ENTRY OCCURS 99 TIMES.
             10 WS-VP-PRES-NUMBER    PIC X(02).
             10 WS-VP-NAME           PIC X(25).
             10 WS-VP-TERM-START     PIC X(04).
             10 WS-VP-TERM-END       PIC X(04).
             10 WS-VP-PARTY          PIC X(15).
       01 WS-VP-TEMP-ENTRY           PIC X(50).
       01 WS-EL-COUNT                PIC 9(02) VALUE 0.
       01 WS-EL-SUB                  PIC 9(02).
       01 WS-EL-FOUND-SUB            PIC 9(02).
       01 WS-EL-TABLE.
          05 WS-EL-ENTRY OCCURS 99 TIMES.
             10 WS-EL-DATA.
                15 WS-EL-YEAR        PIC X(04).
                15 WS-EL-WINNER      PIC X(25).
                15 WS-EL-RUNNER-UP   PIC X(25).
                15 WS-EL-WINNER-EV   PIC 9(03).
                15 WS-EL-RUNNER-UP-EV PIC 9(03).
                15 WS-EL-TOTAL-EV    PIC 9(03).
                15 WS-EL-WINNER-POP  PIC 9(02)V9.
                15 WS-EL-RUNNER-UP-POP PIC 9(02)V9.
             10 WS-EL-MARGIN-EV      PIC S9(03).
             10 WS-EL-MARGIN-PCT     PIC S9(03)V9.
             10 WS-EL-CLASS          PIC X(01).
                88 EL-LANDSLIDE           VALUE "L".
                88 EL-CLOSE               VALUE "C".
       01 WS-EL-TEMP-ENTRY           PIC X(77).

      * A LANDSLIDE IS A WINNER WITH THIS SHARE OF THE ELECTORAL VOTE
      * OR MORE; A CLOSE ELECTION IS ONE DECIDED BY LESS THAN THIS
      * SHARE.  BOTH ARE PERCENTAGES AND ARE QUOTED ON THE LC REPORT.
       01 WS-LANDSLIDE-SHARE         PIC 9(03) VALUE 75.
       01 WS-CLOSE-MARGIN            PIC 9(03) VALUE 10.
       01 WS-WINNER-SHARE            PIC 9(03)V9.
       01 WS-EDIT-THRESHOLD          PIC ZZ9.
       01 WS-RANK-COUNT              PIC 9(02).
       01 WS-RANK-SUB                PIC 9(02).
       01 WS-RANK-CLASS              PIC X(01).
       01 WS-RANK-ORDER              PIC X(01).
          88 RANK-WIDEST-FIRST            VALUE "W".
       01 WS-RANK-TEMP               PIC 9(02).
       01 WS-RANK-SWAP-SW            PIC X(01).
          88 RANK-SWAP-NEEDED             VALUE "Y".
       01 WS-RANK-TABLE.
          05 WS-RANK-EL-SUB OCCURS 99 TIMES PIC 9(02).

       01 WS-MAINT-TABLE             PIC X(01).
          88 MAINT-PRESIDENTS             VALUE "P", "p", " ".
          88 MAINT-VICE-PRESIDENTS        VALUE "V", "v".
          88 MAINT-ELECTIONS              VALUE "E", "e".
       01 WS-MAINT-ACTION            PIC X(01).
          88 MAINT-CHANGE                 VALUE "C", "c".
          88 MAINT-DELETE                 VALUE "D", "d".
       01 WS-MAINT-PRES-NO           PIC X(02).
       01 WS-MAINT-YEAR              PIC X(04).
       01 WS-MAINT-END-YEAR          PIC X(04).
       01 WS-MAINT-PARTY             PIC X(15).
       01 WS-MAINT-RUNNER-UP         PIC X(25).
       01 WS-MAINT-NUM-IN            PIC X(06).
       01 WS-MAINT-NUM               PIC 9(03)V9.
       01 WS-MAINT-NUM-SW            PIC X(01).
          88 MAINT-NUMBERS-GOOD           VALUE "Y".
       01 WS-MAINT-WIN-EV            PIC 9(03).
       01 WS-MAINT-RUN-EV            PIC 9(03).
       01 WS-MAINT-TOTAL-EV          PIC 9(03).
       01 WS-MAINT-WIN-POP           PIC 9(02)V9.
       01 WS-MAINT-RUN-POP           PIC 9(02)V9.

       01 WS-EDIT-POP-PCT.
          05 WS-EDIT-POP             PIC Z9.9.
          05 FILLER                  PIC X(01) VALUE "%".
       01 WS-VP-LINE.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 VPL-PRES-NUMBER         PIC X(02).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 VPL-PRES-NAME           PIC X(25).
          05 FILLER                  PIC X(04) VALUE " VP ".
          05 VPL-NAME                PIC X(25).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 VPL-TERM-START          PIC X(04).
          05 FILLER                  PIC X(01) VALUE "-".
          05 VPL-TERM-END            PIC X(04).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 VPL-PARTY               PIC X(15).
       01 WS-ELECTION-LINE.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 ELL-YEAR                PIC X(04).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 ELL-ROLE                PIC X(12).
          05 ELL-NAME                PIC X(25).
          05 FILLER                  PIC X(04) VALUE " EV ".
          05 ELL-EV                  PIC ZZ9.
          05 FILLER                  PIC X(04) VALUE " OF ".
          05 ELL-TOTAL-EV            PIC ZZ9.
          05 FILLER                  PIC X(10) VALUE "  POPULAR ".
          05 ELL-POP                 PIC X(05).
       01 WS-MARGIN-LINE.
          05 FILLER                  PIC X(07) VALUE SPACES.
          05 FILLER                  PIC X(12) VALUE "MARGIN    : ".
          05 MGL-EV                  PIC ---9.
          05 FILLER                  PIC X(18)
                  VALUE " ELECTORAL VOTES, ".
          05 MGL-PCT                 PIC ---9.9.
          05 FILLER                  PIC X(24)
                  VALUE "% OF THE ELECTORAL VOTE ".
          05 MGL-NOTE                PIC X(12).
       01 WS-MARGIN-DETAIL.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 MDL-RANK                PIC Z9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 MDL-YEAR                PIC X(04).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 MDL-WINNER              PIC X(25).
          05 FILLER                  PIC X(06) VALUE " OVER ".
          05 MDL-RUNNER-UP           PIC X(25).
          05 MDL-WINNER-EV           PIC ZZ9.
          05 FILLER                  PIC X(01) VALUE "-".
          05 MDL-RUNNER-UP-EV        PIC ZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 MDL-MARGIN-PCT          PIC ---9.9.
          05 FILLER                  PIC X(01) VALUE "%".



009400 PROCEDURE DIVISION.
                             PERFORM 3000-TIMELINE-AUDIT
                           ELSE
                             IF MaintainMode
                               PERFORM 6050-MAINTAIN-TABLES
                             ELSE
                              IF VicePresSearch
                               PERFORM 2600-LOOKUP-VICE-PRESIDENT
                              ELSE
                               IF ElectionSearch
                                PERFORM 2750-LOOKUP-ELECTION
                               ELSE
                                IF MarginReport
                                 PERFORM 3500-ELECTION-MARGIN-REPORT
                                ELSE
                                 PERFORM
                                   2000-LOOKUP-DISPLAY-CHOSEN-PRESIDENT
                                END-IF
                               END-IF
                              END-IF
                             END-IF
                           END-IF
                         END-IF

       7000-BATCH-INQUIRY-MODE.
           DISPLAY "HW19NB RUNNING IN BATCH INQUIRY MODE".
           MOVE "Y" TO WS-BATCH-RUN-SW.
           OPEN OUTPUT INQUIRY-RESPONSES.
           READ INQUIRY-REQUESTS.
           PERFORM UNTIL WS-REQUEST-STATUS > "00"
                   PERFORM 7400-RESPOND-BY-NAME
               WHEN REQ-BY-DATE
                   PERFORM 7500-RESPOND-BY-DATE
               WHEN REQ-VICE-PRESIDENT
                   PERFORM 7600-RESPOND-VICE-PRESIDENT
               WHEN REQ-ELECTION
                   PERFORM 7700-RESPOND-ELECTION
               WHEN REQ-MARGIN-REPORT
                   PERFORM 7800-RESPOND-MARGIN-REPORT
               WHEN OTHER
                   MOVE "  NOT-MATCHED - UNKNOWN REQUEST CODE"
                       TO INQUIRY-RESPONSE-REC
               WRITE INQUIRY-RESPONSE-REC
           END-IF.

       7600-RESPOND-VICE-PRESIDENT.
           MOVE REQ-OPERAND(1:4) TO WS-VP-KEY-IN.
           PERFORM 2610-FIND-VICE-PRESIDENTS.
           EVALUATE TRUE
               WHEN VP-KEY-INVALID
                   MOVE "  NOT-MATCHED - INVALID PRESIDENT OR YEAR"
                       TO INQUIRY-RESPONSE-REC
               WHEN WS-VP-MATCH-COUNT = 0
                   MOVE "  NOT-MATCHED - NO VICE PRESIDENT ON FILE"
                       TO INQUIRY-RESPONSE-REC
               WHEN OTHER
                   MOVE "  MATCHED" TO INQUIRY-RESPONSE-REC
           END-EVALUATE.
           WRITE INQUIRY-RESPONSE-REC.

       7700-RESPOND-ELECTION.
           MOVE REQ-OPERAND(1:4) TO WS-SEARCH-YEAR-IN.
           PERFORM 2760-FIND-ELECTION.
           EVALUATE TRUE
               WHEN WS-SEARCH-YEAR-IN IS NOT NUMERIC
                   MOVE "  NOT-MATCHED - YEAR MUST BE FOUR DIGITS"
                       TO INQUIRY-RESPONSE-REC
               WHEN WS-EL-FOUND-SUB = 0
                   MOVE "  NOT-MATCHED - NO ELECTION ON FILE FOR YEAR"
                       TO INQUIRY-RESPONSE-REC
               WHEN OTHER
                   MOVE "  MATCHED" TO INQUIRY-RESPONSE-REC
           END-EVALUATE.
           WRITE INQUIRY-RESPONSE-REC.

       7800-RESPOND-MARGIN-REPORT.
           PERFORM 3500-ELECTION-MARGIN-REPORT.
           IF WS-EL-COUNT = 0
               MOVE "  NOT-MATCHED - NO ELECTIONS ON FILE"
                   TO INQUIRY-RESPONSE-REC
           ELSE
               MOVE "  MATCHED - MARGIN REPORT" TO INQUIRY-RESPONSE-REC
           END-IF.
           WRITE INQUIRY-RESPONSE-REC.

       0900-RESOLVE-FILE-NAMES.
           ACCEPT WS-PRESIDENTS-DSN FROM ENVIRONMENT "USPRES".
           IF WS-PRESIDENTS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW19RESP.dat"
               TO WS-RESPONSE-DSN
           END-IF.
           ACCEPT WS-VP-DSN FROM ENVIRONMENT "USVP".
           IF WS-VP-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\USVP.dat"
               TO WS-VP-DSN
           END-IF.
           ACCEPT WS-ELECTION-DSN FROM ENVIRONMENT "USELECT".
           IF WS-ELECTION-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\USELECT.dat"
               TO WS-ELECTION-DSN
           END-IF.

       0850-LOG-FILE-ERROR.
           OPEN EXTEND BATCH-ERROR-LOG.
013900       READ WS-PRESIDENTS
014200     END-PERFORM.
           CLOSE WS-PRESIDENTS.
           PERFORM 1100-LOAD-VICE-PRESIDENTS.
           PERFORM 1200-LOAD-ELECTIONS.

      * A MISSING VICE-PRESIDENT OR ELECTION FILE IS AN EMPTY ONE --
      * MT MODE WRITES IT WHEN THE FIRST ROW IS ADDED.
       1100-LOAD-VICE-PRESIDENTS.
           MOVE 0 TO WS-VP-COUNT.
           OPEN INPUT VICE-PRESIDENTS-FILE.
           IF WS-VP-FILE-STATUS = "00"
               READ VICE-PRESIDENTS-FILE
               PERFORM UNTIL WS-VP-FILE-STATUS > "00"
                   IF WS-VP-COUNT < 99
                       ADD 1 TO WS-VP-COUNT
                       MOVE VP-FILE-REC TO WS-VP-ENTRY(WS-VP-COUNT)
                   END-IF
                   READ VICE-PRESIDENTS-FILE
               END-PERFORM
               CLOSE VICE-PRESIDENTS-FILE
           ELSE
               IF WS-VP-FILE-STATUS NOT = "35"
                   MOVE "1100-LOAD-VICE-PRES" TO WS-ERR-PARAGRAPH-NAME
                   MOVE "VICE-PRESIDENTS-FILE" TO WS-ERR-FILE-NAME
                   MOVE WS-VP-FILE-STATUS TO WS-ERR-STATUS-CODE
                   PERFORM 0850-LOG-FILE-ERROR
               END-IF
           END-IF.

       1200-LOAD-ELECTIONS.
           MOVE 0 TO WS-EL-COUNT.
           OPEN INPUT ELECTIONS-FILE.
           IF WS-ELECTION-FILE-STATUS = "00"
               READ ELECTIONS-FILE
               PERFORM UNTIL WS-ELECTION-FILE-STATUS > "00"
                   IF WS-EL-COUNT < 99
                       ADD 1 TO WS-EL-COUNT
                       MOVE ELECTION-FILE-REC
                           TO WS-EL-DATA(WS-EL-COUNT)
                   END-IF
                   READ ELECTIONS-FILE
               END-PERFORM
               CLOSE ELECTIONS-FILE
           ELSE
               IF WS-ELECTION-FILE-STATUS NOT = "35"
                   MOVE "1200-LOAD-ELECTIONS" TO WS-ERR-PARAGRAPH-NAME
                   MOVE "ELECTIONS-FILE" TO WS-ERR-FILE-NAME
                   MOVE WS-ELECTION-FILE-STATUS TO WS-ERR-STATUS-CODE
                   PERFORM 0850-LOG-FILE-ERROR
               END-IF
           END-IF.

       2000-LOOKUP-DISPLAY-CHOSEN-PRESIDENT.
           MOVE CharIn TO WS-PRESIDENT-SUB.
               DISPLAY "NO PRESIDENT NAME MATCHED YOUR SEARCH."
           END-IF.

      * VICE PRESIDENTS BY PRESIDENT NUMBER (TWO DIGITS) OR BY YEAR,
      * WHERE A TRANSITION YEAR SHOWS BOTH.
       2600-LOOKUP-VICE-PRESIDENT.
           DISPLAY "ENTER A PRESIDENT NUMBER (2 DIGITS) OR A YEAR: "
               WITH NO ADVANCING.
           ACCEPT WS-VP-KEY-IN.
           PERFORM 2610-FIND-VICE-PRESIDENTS.
           EVALUATE TRUE
               WHEN VP-KEY-INVALID
                   DISPLAY "ENTER 2 DIGITS FOR A PRESIDENT OR 4 FOR A "
                       "YEAR"
               WHEN WS-VP-MATCH-COUNT = 0
                   DISPLAY "NO VICE PRESIDENT ON FILE FOR "
                       WS-VP-KEY-IN
           END-EVALUATE.

       2610-FIND-VICE-PRESIDENTS.
           MOVE 0 TO WS-VP-MATCH-COUNT.
           EVALUATE TRUE
               WHEN WS-VP-KEY-IN(1:2) IS NUMERIC
                   AND WS-VP-KEY-IN(3:2) = SPACES
                   MOVE "P" TO WS-VP-KEY-KIND
               WHEN WS-VP-KEY-IN IS NUMERIC
                   MOVE "Y" TO WS-VP-KEY-KIND
                   MOVE WS-VP-KEY-IN TO WS-SEARCH-YEAR
               WHEN OTHER
                   MOVE "X" TO WS-VP-KEY-KIND
           END-EVALUATE.
           IF NOT VP-KEY-INVALID
               PERFORM VARYING WS-VP-SUB FROM 1 BY 1
                   UNTIL WS-VP-SUB > WS-VP-COUNT
                   PERFORM 2620-TEST-ONE-VICE-PRESIDENT
               END-PERFORM
           END-IF.

       2620-TEST-ONE-VICE-PRESIDENT.
           MOVE "N" TO WS-YEAR-MATCH-SW.
           IF VP-KEY-IS-PRESIDENT
               IF WS-VP-PRES-NUMBER(WS-VP-SUB) = WS-VP-KEY-IN(1:2)
                   MOVE "Y" TO WS-YEAR-MATCH-SW
               END-IF
           ELSE
               IF WS-VP-TERM-START(WS-VP-SUB) IS NUMERIC
                   AND WS-VP-TERM-END(WS-VP-SUB) IS NUMERIC
                   MOVE WS-VP-TERM-START(WS-VP-SUB)
                       TO WS-TERM-START-NUM
                   MOVE WS-VP-TERM-END(WS-VP-SUB) TO WS-TERM-END-NUM
                   IF WS-SEARCH-YEAR >= WS-TERM-START-NUM
                       AND WS-SEARCH-YEAR <= WS-TERM-END-NUM
                       MOVE "Y" TO WS-YEAR-MATCH-SW
                   END-IF
               END-IF
           END-IF.
           IF YEAR-MATCH-FOUND
               ADD 1 TO WS-VP-MATCH-COUNT
               PERFORM 2650-FORMAT-VP-LINE
               PERFORM 2690-EMIT-LINE
           END-IF.

       2650-FORMAT-VP-LINE.
           MOVE WS-VP-PRES-NUMBER(WS-VP-SUB) TO VPL-PRES-NUMBER.
           MOVE SPACES TO VPL-PRES-NAME.
           IF WS-VP-PRES-NUMBER(WS-VP-SUB) IS NUMERIC
               MOVE WS-VP-PRES-NUMBER(WS-VP-SUB) TO WS-PRESIDENT-SUB
               IF WS-PRESIDENT-SUB >= 1 AND
                       WS-PRESIDENT-SUB <= WS-PRESIDENT-COUNT
                   MOVE WS-PRESIDENTS-NAME(WS-PRESIDENT-SUB)
                       TO VPL-PRES-NAME
               END-IF
           END-IF.
           MOVE WS-VP-NAME(WS-VP-SUB)       TO VPL-NAME.
           MOVE WS-VP-TERM-START(WS-VP-SUB) TO VPL-TERM-START.
           MOVE WS-VP-TERM-END(WS-VP-SUB)   TO VPL-TERM-END.
           MOVE WS-VP-PARTY(WS-VP-SUB)      TO VPL-PARTY.
           MOVE WS-VP-LINE TO WS-RESPONSE-LINE.

       2690-EMIT-LINE.
           IF BATCH-INQUIRY-RUN
               WRITE INQUIRY-RESPONSE-REC FROM WS-RESPONSE-LINE
           ELSE
               DISPLAY WS-RESPONSE-LINE
           END-IF.

      * ONE ELECTION YEAR -- WINNER, RUNNER-UP, AND THE MARGIN.
       2750-LOOKUP-ELECTION.
           DISPLAY "ENTER THE ELECTION YEAR: " WITH NO ADVANCING.
           ACCEPT WS-SEARCH-YEAR-IN.
           PERFORM 2760-FIND-ELECTION.
           IF WS-SEARCH-YEAR-IN IS NOT NUMERIC
               DISPLAY "THE YEAR MUST BE FOUR DIGITS"
           ELSE
               IF WS-EL-FOUND-SUB = 0
                   DISPLAY "NO ELECTION ON FILE FOR "
                       WS-SEARCH-YEAR-IN
               END-IF
           END-IF.

       2760-FIND-ELECTION.
           MOVE 0 TO WS-EL-FOUND-SUB.
           IF WS-SEARCH-YEAR-IN IS NUMERIC
               PERFORM VARYING WS-EL-SUB FROM 1 BY 1
                   UNTIL WS-EL-SUB > WS-EL-COUNT
                   IF WS-EL-YEAR(WS-EL-SUB) = WS-SEARCH-YEAR-IN
                       MOVE WS-EL-SUB TO WS-EL-FOUND-SUB
                       MOVE WS-EL-COUNT TO WS-EL-SUB
                   END-IF
               END-PERFORM
               IF WS-EL-FOUND-SUB > 0
                   PERFORM 2770-WRITE-ELECTION-LINES
               END-IF
           END-IF.

       2770-WRITE-ELECTION-LINES.
           MOVE WS-EL-FOUND-SUB TO WS-EL-SUB.
           MOVE WS-EL-YEAR(WS-EL-SUB)      TO ELL-YEAR.
           MOVE "WINNER    : "             TO ELL-ROLE.
           MOVE WS-EL-WINNER(WS-EL-SUB)    TO ELL-NAME.
           MOVE WS-EL-WINNER-EV(WS-EL-SUB) TO ELL-EV.
           MOVE WS-EL-TOTAL-EV(WS-EL-SUB)  TO ELL-TOTAL-EV.
           IF WS-EL-WINNER-POP(WS-EL-SUB) = 0
               MOVE "N/A" TO ELL-POP
           ELSE
               MOVE WS-EL-WINNER-POP(WS-EL-SUB) TO WS-EDIT-POP
               MOVE WS-EDIT-POP-PCT TO ELL-POP
           END-IF.
           MOVE WS-ELECTION-LINE TO WS-RESPONSE-LINE.
           PERFORM 2690-EMIT-LINE.
           MOVE SPACES                        TO ELL-YEAR.
           MOVE "RUNNER-UP : "                TO ELL-ROLE.
           MOVE WS-EL-RUNNER-UP(WS-EL-SUB)    TO ELL-NAME.
           MOVE WS-EL-RUNNER-UP-EV(WS-EL-SUB) TO ELL-EV.
           IF WS-EL-RUNNER-UP-POP(WS-EL-SUB) = 0
               MOVE "N/A" TO ELL-POP
           ELSE
               MOVE WS-EL-RUNNER-UP-POP(WS-EL-SUB) TO WS-EDIT-POP
               MOVE WS-EDIT-POP-PCT TO ELL-POP
           END-IF.
           MOVE WS-ELECTION-LINE TO WS-RESPONSE-LINE.
           PERFORM 2690-EMIT-LINE.
           PERFORM 3510-CLASSIFY-ELECTION.
           MOVE WS-EL-MARGIN-EV(WS-EL-SUB)  TO MGL-EV.
           MOVE WS-EL-MARGIN-PCT(WS-EL-SUB) TO MGL-PCT.
           EVALUATE TRUE
               WHEN EL-LANDSLIDE(WS-EL-SUB)
                   MOVE "(LANDSLIDE)" TO MGL-NOTE
               WHEN EL-CLOSE(WS-EL-SUB)
                   MOVE "(CLOSE)" TO MGL-NOTE
               WHEN OTHER
                   MOVE SPACES TO MGL-NOTE
           END-EVALUATE.
           MOVE WS-MARGIN-LINE TO WS-RESPONSE-LINE.
           PERFORM 2690-EMIT-LINE.

      * WHO WAS PRESIDENT IN A GIVEN YEAR -- A TRANSITION YEAR
      * WHERE ONE TERM ENDS AND THE NEXT BEGINS SHOWS BOTH.
       2700-LOOKUP-BY-YEAR.
               MOVE WS-PRESIDENT-SUB TO WS-PREV-SUB
           END-IF.

      *****************************************************************
      * LANDSLIDES AND CLOSE ELECTIONS.  THE MARGIN IS THE WINNER'S
      * ELECTORAL VOTES LESS THE RUNNER-UP'S, AS A SHARE OF ALL THE
      * ELECTORAL VOTES CAST, SO ELECTIONS OF DIFFERENT SIZES RANK
      * TOGETHER.  LANDSLIDES RANK WIDEST FIRST, CLOSE ELECTIONS
      * NARROWEST FIRST; A WINNER WITH FEWER ELECTORAL VOTES THAN THE
      * RUNNER-UP (CHOSEN BY THE HOUSE) HAS A NEGATIVE MARGIN.
      *****************************************************************
       3500-ELECTION-MARGIN-REPORT.
           PERFORM VARYING WS-EL-SUB FROM 1 BY 1
               UNTIL WS-EL-SUB > WS-EL-COUNT
               PERFORM 3510-CLASSIFY-ELECTION
           END-PERFORM.
           MOVE "ELECTIONS RANKED BY ELECTORAL MARGIN"
               TO WS-RESPONSE-LINE.
           PERFORM 2690-EMIT-LINE.
           MOVE SPACES TO WS-RESPONSE-LINE.
           MOVE WS-LANDSLIDE-SHARE TO WS-EDIT-THRESHOLD.
           STRING "LANDSLIDES -- WINNER TOOK "
               FUNCTION TRIM(WS-EDIT-THRESHOLD)
               "% OR MORE OF THE ELECTORAL VOTE"
               DELIMITED BY SIZE INTO WS-RESPONSE-LINE.
           PERFORM 2690-EMIT-LINE.
           MOVE "L" TO WS-RANK-CLASS.
           MOVE "W" TO WS-RANK-ORDER.
           PERFORM 3520-RANK-ELECTIONS.
           PERFORM 3530-WRITE-RANKED-LINES.
           MOVE SPACES TO WS-RESPONSE-LINE.
           PERFORM 2690-EMIT-LINE.
           MOVE WS-CLOSE-MARGIN TO WS-EDIT-THRESHOLD.
           STRING "CLOSE ELECTIONS -- DECIDED BY LESS THAN "
               FUNCTION TRIM(WS-EDIT-THRESHOLD)
               "% OF THE ELECTORAL VOTE"
               DELIMITED BY SIZE INTO WS-RESPONSE-LINE.
           PERFORM 2690-EMIT-LINE.
           MOVE "C" TO WS-RANK-CLASS.
           MOVE "N" TO WS-RANK-ORDER.
           PERFORM 3520-RANK-ELECTIONS.
           PERFORM 3530-WRITE-RANKED-LINES.

       3510-CLASSIFY-ELECTION.
           MOVE 0 TO WS-EL-MARGIN-EV(WS-EL-SUB).
           MOVE 0 TO WS-EL-MARGIN-PCT(WS-EL-SUB).
           MOVE SPACE TO WS-EL-CLASS(WS-EL-SUB).
           IF WS-EL-WINNER-EV(WS-EL-SUB) IS NUMERIC
               AND WS-EL-RUNNER-UP-EV(WS-EL-SUB) IS NUMERIC
               AND WS-EL-TOTAL-EV(WS-EL-SUB) IS NUMERIC
               AND WS-EL-TOTAL-EV(WS-EL-SUB) > 0
               COMPUTE WS-EL-MARGIN-EV(WS-EL-SUB)
                   = WS-EL-WINNER-EV(WS-EL-SUB)
                   - WS-EL-RUNNER-UP-EV(WS-EL-SUB)
               COMPUTE WS-EL-MARGIN-PCT(WS-EL-SUB) ROUNDED
                   = WS-EL-MARGIN-EV(WS-EL-SUB) * 100
                   / WS-EL-TOTAL-EV(WS-EL-SUB)
               COMPUTE WS-WINNER-SHARE ROUNDED
                   = WS-EL-WINNER-EV(WS-EL-SUB) * 100
                   / WS-EL-TOTAL-EV(WS-EL-SUB)
               IF WS-WINNER-SHARE >= WS-LANDSLIDE-SHARE
                   MOVE "L" TO WS-EL-CLASS(WS-EL-SUB)
               ELSE
                   IF WS-EL-MARGIN-PCT(WS-EL-SUB) < WS-CLOSE-MARGIN
                       MOVE "C" TO WS-EL-CLASS(WS-EL-SUB)
                   END-IF
               END-IF
           END-IF.

       3520-RANK-ELECTIONS.
           MOVE 0 TO WS-RANK-COUNT.
           PERFORM VARYING WS-EL-SUB FROM 1 BY 1
               UNTIL WS-EL-SUB > WS-EL-COUNT
               IF WS-EL-CLASS(WS-EL-SUB) = WS-RANK-CLASS
                   ADD 1 TO WS-RANK-COUNT
                   MOVE WS-EL-SUB TO WS-RANK-EL-SUB(WS-RANK-COUNT)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SORT-SUB1 FROM 1 BY 1
               UNTIL WS-SORT-SUB1 >= WS-RANK-COUNT
               PERFORM VARYING WS-SORT-SUB2 FROM 1 BY 1
                   UNTIL WS-SORT-SUB2 >
                       WS-RANK-COUNT - WS-SORT-SUB1
                   PERFORM 3525-COMPARE-MARGINS
                   IF RANK-SWAP-NEEDED
                       MOVE WS-RANK-EL-SUB(WS-SORT-SUB2)
                           TO WS-RANK-TEMP
                       MOVE WS-RANK-EL-SUB(WS-SORT-SUB2 + 1)
                           TO WS-RANK-EL-SUB(WS-SORT-SUB2)
                       MOVE WS-RANK-TEMP
                           TO WS-RANK-EL-SUB(WS-SORT-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3525-COMPARE-MARGINS.
           MOVE "N" TO WS-RANK-SWAP-SW.
           IF RANK-WIDEST-FIRST
               IF WS-EL-MARGIN-PCT(WS-RANK-EL-SUB(WS-SORT-SUB2))
                   < WS-EL-MARGIN-PCT(WS-RANK-EL-SUB(WS-SORT-SUB2 + 1))
                   MOVE "Y" TO WS-RANK-SWAP-SW
               END-IF
           ELSE
               IF WS-EL-MARGIN-PCT(WS-RANK-EL-SUB(WS-SORT-SUB2))
                   > WS-EL-MARGIN-PCT(WS-RANK-EL-SUB(WS-SORT-SUB2 + 1))
                   MOVE "Y" TO WS-RANK-SWAP-SW
               END-IF
           END-IF.

       3530-WRITE-RANKED-LINES.
           IF WS-RANK-COUNT = 0
               MOVE "  NONE ON FILE" TO WS-RESPONSE-LINE
               PERFORM 2690-EMIT-LINE
           END-IF.
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > WS-RANK-COUNT
               MOVE WS-RANK-EL-SUB(WS-RANK-SUB) TO WS-EL-SUB
               MOVE WS-RANK-SUB                    TO MDL-RANK
               MOVE WS-EL-YEAR(WS-EL-SUB)          TO MDL-YEAR
               MOVE WS-EL-WINNER(WS-EL-SUB)        TO MDL-WINNER
               MOVE WS-EL-RUNNER-UP(WS-EL-SUB)     TO MDL-RUNNER-UP
               MOVE WS-EL-WINNER-EV(WS-EL-SUB)     TO MDL-WINNER-EV
               MOVE WS-EL-RUNNER-UP-EV(WS-EL-SUB)  TO MDL-RUNNER-UP-EV
               MOVE WS-EL-MARGIN-PCT(WS-EL-SUB)    TO MDL-MARGIN-PCT
               MOVE WS-MARGIN-DETAIL TO WS-RESPONSE-LINE
               PERFORM 2690-EMIT-LINE
           END-PERFORM.

       5000-LIST-ALL.
           PERFORM VARYING WS-PRESIDENT-SUB FROM 1 BY 1
             UNTIL WS-PRESIDENT-SUB > WS-PRESIDENT-COUNT
           END-PERFORM.
           CLOSE WS-PRESIDENTS.

      * MT MODE -- THE PRESIDENTS TABLE (A BLANK ANSWER KEEPS THE OLD
      * NAME CORRECTION), THE VICE PRESIDENTS, OR THE ELECTIONS.
       6050-MAINTAIN-TABLES.
           DISPLAY "MAINTAIN WHICH TABLE? P = PRESIDENTS, "
               "V = VICE PRESIDENTS, E = ELECTIONS: ".
           ACCEPT WS-MAINT-TABLE.
           EVALUATE TRUE
               WHEN MAINT-PRESIDENTS
                   PERFORM 6000-MAINTAIN-PRESIDENT
               WHEN MAINT-VICE-PRESIDENTS
                   PERFORM 6200-MAINTAIN-VICE-PRESIDENT
               WHEN MAINT-ELECTIONS
                   PERFORM 6400-MAINTAIN-ELECTION
               WHEN OTHER
                   DISPLAY "NOTHING MAINTAINED."
           END-EVALUATE.

      * A VICE PRESIDENT IS KEYED BY THE PRESIDENT'S NUMBER AND THE
      * YEAR THE VICE PRESIDENT'S TERM STARTED.  A KEY ON FILE CAN BE
      * CHANGED OR DELETED; A NEW KEY IS ADDED.
       6200-MAINTAIN-VICE-PRESIDENT.
           DISPLAY "PRESIDENT NUMBER (2 DIGITS): " WITH NO ADVANCING.
           ACCEPT WS-MAINT-PRES-NO.
           DISPLAY "VICE PRESIDENT'S TERM START YEAR: "
               WITH NO ADVANCING.
           ACCEPT WS-MAINT-YEAR.
           IF WS-MAINT-PRES-NO IS NOT NUMERIC
               OR WS-MAINT-YEAR IS NOT NUMERIC
               DISPLAY "THE PRESIDENT NUMBER AND YEAR MUST BE NUMERIC"
           ELSE
               MOVE WS-MAINT-PRES-NO TO WS-PRESIDENT-SUB
               IF WS-PRESIDENT-SUB >= 1 AND
                       WS-PRESIDENT-SUB <= WS-PRESIDENT-COUNT
                   PERFORM 6205-FIND-AND-MAINTAIN-VP
               ELSE
                   DISPLAY "The president was not found."
               END-IF
           END-IF.

       6205-FIND-AND-MAINTAIN-VP.
           MOVE 0 TO WS-VP-FOUND-SUB.
           PERFORM VARYING WS-VP-SUB FROM 1 BY 1
               UNTIL WS-VP-SUB > WS-VP-COUNT
               IF WS-VP-PRES-NUMBER(WS-VP-SUB) = WS-MAINT-PRES-NO
                   AND WS-VP-TERM-START(WS-VP-SUB) = WS-MAINT-YEAR
                   MOVE WS-VP-SUB TO WS-VP-FOUND-SUB
                   MOVE WS-VP-COUNT TO WS-VP-SUB
               END-IF
           END-PERFORM.
           IF WS-VP-FOUND-SUB > 0
               MOVE WS-VP-FOUND-SUB TO WS-VP-SUB
               PERFORM 2650-FORMAT-VP-LINE
               DISPLAY "ON FILE:"
               DISPLAY WS-RESPONSE-LINE
               DISPLAY "C TO CHANGE IT, D TO DELETE IT, ANYTHING ELSE "
                   "TO LEAVE IT: " WITH NO ADVANCING
               ACCEPT WS-MAINT-ACTION
               EVALUATE TRUE
                   WHEN MAINT-CHANGE
                       PERFORM 6210-ACCEPT-VP-DETAILS
                   WHEN MAINT-DELETE
                       PERFORM 6220-DELETE-VP
                   WHEN OTHER
                       DISPLAY "NOTHING CHANGED."
               END-EVALUATE
           ELSE
               IF WS-VP-COUNT < 99
                   DISPLAY "NOT ON FILE -- ADDING IT"
                   PERFORM 6210-ACCEPT-VP-DETAILS
               ELSE
                   DISPLAY "THE VICE-PRESIDENT TABLE IS FULL"
               END-IF
           END-IF.

       6210-ACCEPT-VP-DETAILS.
           DISPLAY "VICE PRESIDENT'S NAME: " WITH NO ADVANCING.
           ACCEPT WS-MAINT-NAME.
           DISPLAY "TERM END YEAR: " WITH NO ADVANCING.
           ACCEPT WS-MAINT-END-YEAR.
           DISPLAY "PARTY: " WITH NO ADVANCING.
           ACCEPT WS-MAINT-PARTY.
           IF WS-MAINT-NAME = SPACES
               OR WS-MAINT-END-YEAR IS NOT NUMERIC
               OR WS-MAINT-END-YEAR < WS-MAINT-YEAR
               DISPLAY "A NAME AND A TERM END NOT BEFORE THE START ARE "
                   "REQUIRED -- NOTHING CHANGED"
           ELSE
               IF WS-VP-FOUND-SUB = 0
                   ADD 1 TO WS-VP-COUNT
                   MOVE WS-VP-COUNT TO WS-VP-FOUND-SUB
                   MOVE WS-MAINT-PRES-NO
                       TO WS-VP-PRES-NUMBER(WS-VP-FOUND-SUB)
                   MOVE WS-MAINT-YEAR
                       TO WS-VP-TERM-START(WS-VP-FOUND-SUB)
               END-IF
               MOVE WS-MAINT-NAME     TO WS-VP-NAME(WS-VP-FOUND-SUB)
               MOVE WS-MAINT-END-YEAR TO WS-VP-TERM-END(WS-VP-FOUND-SUB)
               MOVE WS-MAINT-PARTY    TO WS-VP-PARTY(WS-VP-FOUND-SUB)
               IF WS-PRESIDENTS-TERM-START(WS-PRESIDENT-SUB) IS NUMERIC
                   AND WS-PRESIDENTS-TERM-END(WS-PRESIDENT-SUB)
                       IS NUMERIC
                   IF WS-MAINT-YEAR <
                           WS-PRESIDENTS-TERM-START(WS-PRESIDENT-SUB)
                       OR WS-MAINT-END-YEAR >
                           WS-PRESIDENTS-TERM-END(WS-PRESIDENT-SUB)
                       DISPLAY "NOTE: THESE YEARS FALL OUTSIDE THE "
                           "PRESIDENT'S TERM "
                           WS-PRESIDENTS-TERM-START(WS-PRESIDENT-SUB)
                           "-" WS-PRESIDENTS-TERM-END(WS-PRESIDENT-SUB)
                   END-IF
               END-IF
               PERFORM 6300-REWRITE-VP-FILE
           END-IF.

       6220-DELETE-VP.
           PERFORM VARYING WS-VP-SUB FROM WS-VP-FOUND-SUB BY 1
               UNTIL WS-VP-SUB >= WS-VP-COUNT
               MOVE WS-VP-ENTRY(WS-VP-SUB + 1)
                   TO WS-VP-ENTRY(WS-VP-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-VP-COUNT.
           PERFORM 6300-REWRITE-VP-FILE.

      * THE FILE IS KEPT IN PRESIDENT-NUMBER, TERM-START ORDER.
       6300-REWRITE-VP-FILE.
           PERFORM VARYING WS-SORT-SUB1 FROM 1 BY 1
               UNTIL WS-SORT-SUB1 >= WS-VP-COUNT
               PERFORM VARYING WS-SORT-SUB2 FROM 1 BY 1
                   UNTIL WS-SORT-SUB2 > WS-VP-COUNT - WS-SORT-SUB1
                   IF WS-VP-PRES-NUMBER(WS-SORT-SUB2) >
                           WS-VP-PRES-NUMBER(WS-SORT-SUB2 + 1)
                       OR (WS-VP-PRES-NUMBER(WS-SORT-SUB2) =
                           WS-VP-PRES-NUMBER(WS-SORT-SUB2 + 1)
                       AND WS-VP-TERM-START(WS-SORT-SUB2) >
                           WS-VP-TERM-START(WS-SORT-SUB2 + 1))
                       MOVE WS-VP-ENTRY(WS-SORT-SUB2)
                           TO WS-VP-TEMP-ENTRY
                       MOVE WS-VP-ENTRY(WS-SORT-SUB2 + 1)
                           TO WS-VP-ENTRY(WS-SORT-SUB2)
                       MOVE WS-VP-TEMP-ENTRY
                           TO WS-VP-ENTRY(WS-SORT-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           OPEN OUTPUT VICE-PRESIDENTS-FILE.
           PERFORM VARYING WS-VP-SUB FROM 1 BY 1
               UNTIL WS-VP-SUB > WS-VP-COUNT
               MOVE WS-VP-ENTRY(WS-VP-SUB) TO VP-FILE-REC
               WRITE VP-FILE-REC
           END-PERFORM.
           CLOSE VICE-PRESIDENTS-FILE.
           DISPLAY "USVP.dat UPDATED.".

      * AN ELECTION IS KEYED BY ITS YEAR.  A YEAR ON FILE CAN BE
      * CHANGED OR DELETED; A NEW YEAR IS ADDED.
       6400-MAINTAIN-ELECTION.
           DISPLAY "ELECTION YEAR: " WITH NO ADVANCING.
           ACCEPT WS-MAINT-YEAR.
           IF WS-MAINT-YEAR IS NOT NUMERIC
               DISPLAY "THE YEAR MUST BE FOUR DIGITS"
           ELSE
               MOVE WS-MAINT-YEAR TO WS-SEARCH-YEAR-IN
               PERFORM 2760-FIND-ELECTION
               IF WS-EL-FOUND-SUB > 0
                   DISPLAY "C TO CHANGE IT, D TO DELETE IT, ANYTHING "
                       "ELSE TO LEAVE IT: " WITH NO ADVANCING
                   ACCEPT WS-MAINT-ACTION
                   EVALUATE TRUE
                       WHEN MAINT-CHANGE
                           PERFORM 6410-ACCEPT-ELECTION-DETAILS
                       WHEN MAINT-DELETE
                           PERFORM 6420-DELETE-ELECTION
                       WHEN OTHER
                           DISPLAY "NOTHING CHANGED."
                   END-EVALUATE
               ELSE
                   IF WS-EL-COUNT < 99
                       DISPLAY "NOT ON FILE -- ADDING IT"
                       PERFORM 6410-ACCEPT-ELECTION-DETAILS
                   ELSE
                       DISPLAY "THE ELECTION TABLE IS FULL"
                   END-IF
               END-IF
           END-IF.

      * ELECTORAL VOTES ARE WHOLE NUMBERS; POPULAR-VOTE PERCENTAGES
      * TAKE ONE DECIMAL PLACE, AND ZERO MEANS NO POPULAR VOTE.
       6410-ACCEPT-ELECTION-DETAILS.
           MOVE "Y" TO WS-MAINT-NUM-SW.
           DISPLAY "WINNER: " WITH NO ADVANCING.
           ACCEPT WS-MAINT-NAME.
           DISPLAY "RUNNER-UP: " WITH NO ADVANCING.
           ACCEPT WS-MAINT-RUNNER-UP.
           DISPLAY "WINNER'S ELECTORAL VOTES: " WITH NO ADVANCING.
           PERFORM 6450-ACCEPT-A-NUMBER.
           MOVE WS-MAINT-NUM TO WS-MAINT-WIN-EV.
           DISPLAY "RUNNER-UP'S ELECTORAL VOTES: " WITH NO ADVANCING.
           PERFORM 6450-ACCEPT-A-NUMBER.
           MOVE WS-MAINT-NUM TO WS-MAINT-RUN-EV.
           DISPLAY "TOTAL ELECTORAL VOTES CAST: " WITH NO ADVANCING.
           PERFORM 6450-ACCEPT-A-NUMBER.
           MOVE WS-MAINT-NUM TO WS-MAINT-TOTAL-EV.
           DISPLAY "WINNER'S POPULAR VOTE %: " WITH NO ADVANCING.
           PERFORM 6450-ACCEPT-A-NUMBER.
           MOVE WS-MAINT-NUM TO WS-MAINT-WIN-POP.
           DISPLAY "RUNNER-UP'S POPULAR VOTE %: " WITH NO ADVANCING.
           PERFORM 6450-ACCEPT-A-NUMBER.
           MOVE WS-MAINT-NUM TO WS-MAINT-RUN-POP.
           IF WS-MAINT-NAME = SPACES
               OR WS-MAINT-RUNNER-UP = SPACES
               OR NOT MAINT-NUMBERS-GOOD
               OR WS-MAINT-TOTAL-EV = 0
               OR WS-MAINT-WIN-EV + WS-MAINT-RUN-EV
                   > WS-MAINT-TOTAL-EV
               DISPLAY "BOTH NAMES, VALID NUMBERS, AND A TOTAL NOT "
                   "BELOW THE TWO ELECTORAL COUNTS ARE REQUIRED"
               DISPLAY "NOTHING CHANGED."
           ELSE
               IF WS-EL-FOUND-SUB = 0
                   ADD 1 TO WS-EL-COUNT
                   MOVE WS-EL-COUNT TO WS-EL-FOUND-SUB
                   MOVE WS-MAINT-YEAR TO WS-EL-YEAR(WS-EL-FOUND-SUB)
               END-IF
               MOVE WS-MAINT-NAME      TO WS-EL-WINNER(WS-EL-FOUND-SUB)
               MOVE WS-MAINT-RUNNER-UP
                   TO WS-EL-RUNNER-UP(WS-EL-FOUND-SUB)
               MOVE WS-MAINT-WIN-EV
                   TO WS-EL-WINNER-EV(WS-EL-FOUND-SUB)
               MOVE WS-MAINT-RUN-EV
                   TO WS-EL-RUNNER-UP-EV(WS-EL-FOUND-SUB)
               MOVE WS-MAINT-TOTAL-EV
                   TO WS-EL-TOTAL-EV(WS-EL-FOUND-SUB)
               MOVE WS-MAINT-WIN-POP
                   TO WS-EL-WINNER-POP(WS-EL-FOUND-SUB)
               MOVE WS-MAINT-RUN-POP
                   TO WS-EL-RUNNER-UP-POP(WS-EL-FOUND-SUB)
               PERFORM 6500-REWRITE-ELECTION-FILE
           END-IF.

       6420-DELETE-ELECTION.
           PERFORM VARYING WS-EL-SUB FROM WS-EL-FOUND-SUB BY 1
               UNTIL WS-EL-SUB >= WS-EL-COUNT
               MOVE WS-EL-ENTRY(WS-EL-SUB + 1)
                   TO WS-EL-ENTRY(WS-EL-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-EL-COUNT.
           PERFORM 6500-REWRITE-ELECTION-FILE.

       6450-ACCEPT-A-NUMBER.
           MOVE SPACES TO WS-MAINT-NUM-IN.
           ACCEPT WS-MAINT-NUM-IN.
           MOVE 0 TO WS-MAINT-NUM.
           IF WS-MAINT-NUM-IN = SPACES
               OR FUNCTION TEST-NUMVAL(WS-MAINT-NUM-IN) NOT = 0
               MOVE "N" TO WS-MAINT-NUM-SW
           ELSE
               IF FUNCTION NUMVAL(WS-MAINT-NUM-IN) < 0
                   OR FUNCTION NUMVAL(WS-MAINT-NUM-IN) > 999
                   MOVE "N" TO WS-MAINT-NUM-SW
               ELSE
                   COMPUTE WS-MAINT-NUM
                       = FUNCTION NUMVAL(WS-MAINT-NUM-IN)
               END-IF
           END-IF.

      * THE FILE IS KEPT IN ELECTION-YEAR ORDER.
       6500-REWRITE-ELECTION-FILE.
           PERFORM VARYING WS-SORT-SUB1 FROM 1 BY 1
               UNTIL WS-SORT-SUB1 >= WS-EL-COUNT
               PERFORM VARYING WS-SORT-SUB2 FROM 1 BY 1
                   UNTIL WS-SORT-SUB2 > WS-EL-COUNT - WS-SORT-SUB1
                   IF WS-EL-YEAR(WS-SORT-SUB2) >
                           WS-EL-YEAR(WS-SORT-SUB2 + 1)
                       MOVE WS-EL-ENTRY(WS-SORT-SUB2)
                           TO WS-EL-TEMP-ENTRY
                       MOVE WS-EL-ENTRY(WS-SORT-SUB2 + 1)
                           TO WS-EL-ENTRY(WS-SORT-SUB2)
                       MOVE WS-EL-TEMP-ENTRY
                           TO WS-EL-ENTRY(WS-SORT-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           OPEN OUTPUT ELECTIONS-FILE.
           PERFORM VARYING WS-EL-SUB FROM 1 BY 1
               UNTIL WS-EL-SUB > WS-EL-COUNT
               MOVE WS-EL-DATA(WS-EL-SUB) TO ELECTION-FILE-REC
               WRITE ELECTION-FILE-REC
           END-PERFORM.
           CLOSE ELECTIONS-FILE.
           DISPLAY "USELECT.dat UPDATED.".
