       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGTUR.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Survey tour planner — which poorly surveyed systems a scout
      * ship visits next, and in what order, off the annotation
      * sidecar's survey levels instead of by finger on the hex map.
      *
      * Every system on the sector map whose NOTE-SURVEY is below
      * the threshold (a system with no annotation counts as survey
      * 0) and, with RADIUS= given, lies within that many light-years
      * of the home base is a tour stop.  The stops are ordered from
      * home — nearest stop first, then pairwise reversals (2-opt)
      * while any shortens the tour — to the fewest total jumps, with
      * flown distance as the tie-breaker: G4SSGRTE's leg costs and
      * jump-range rule, its distances (3D coordinates when both ends
      * carry them, the odd-r hex grid at HEXLY otherwise, a quarter
      * extra past a nebula or adrift remnant).
      *
      * The tour prints leg by leg with every jump, each arrival's
      * fuel source (refined at an A/B starport, a gas giant skim
      * with its graded risk as G4SSGRTE flags it, unrefined at C/D,
      * or none), and cumulative days: JUMPDAYS a jump, REFUELDAYS
      * a fuel stop in transit, SURVEYDAYS a tour stop — the in-
      * system legs to and from the jump shell ride in those.
      * Stops no route reaches within range are listed and left
      * out.
      *
      * POST=Y marks every planned stop "scheduled" in the sidecar
      * (NOTE-VISITED 'S', see cpy/NOTEREC.cpy) — creating the
      * annotation where there was none; a system already marked
      * visited keeps its Y.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   HOME=<name>    home base the tour starts from (required)
      *   RANGE=<ly>     maximum per-jump range (default 3.0)
      *   BELOW=<0-9>    survey threshold — stops are systems
      *                  surveyed below it (default 3)
      *   RADIUS=<ly>    only systems this close to home (default 0
      *                  = the whole sector)
      *   RETURN=Y/N     close the tour back at home (default Y)
      *   MAXSTOPS=<n>   tour stops at most, nearest first (default
      *                  and ceiling 100)
      *   JUMPDAYS=<n>   days per jump (default 7)
      *   REFUELDAYS=<n> days per in-transit fuel stop (default 1)
      *   SURVEYDAYS=<n> days spent at each tour stop (default 3)
      *   DAY=<n>        campaign day the tour departs (default the
      *                  campaign clock)
      *   POST=Y         mark the planned stops scheduled
      *   SECTOR=<path>  sector file (default sector.csv)
      *   PATH=<path>    star database file (default stardb.dat)
      *   NOTES=<path>   annotation sidecar (default notes.dat)
      *   HEXLY=<ly>     light-years per hex (default 3.0)
      *   CLOCK=<path>   campaign clock (default campclock.dat)
      *
      * Return codes: 0 tour planned, 4 nothing to survey (or no stop
      * reachable), 8 home missing from the sector file (or no
      * sector file).
      *
      ******************************************************************
       COPY        TESTENV.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOCK-FILE           ASSIGN TO WS-CLOCK-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-CLOCK-STATUS.
           SELECT SECTOR-FILE          ASSIGN TO WS-SECTOR-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-SECTOR-STATUS.
           SELECT STARDB-FILE          ASSIGN TO WS-STARDB-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.
           SELECT NOTES-FILE           ASSIGN TO WS-NOTES-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NOTE-KEY
                                       FILE STATUS
                                       IS WS-NOTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECTOR-FILE.
       01  SECTOR-RECORD               PIC X(200).
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.
       FD  NOTES-FILE.
       01  NOTES-RECORD.
           COPY NOTEREC.
       FD  CLOCK-FILE.
       01  CLOCK-RECORD                PIC X(40).

       WORKING-STORAGE SECTION.
      *********************************
      * Parsed run params — same UNSTRING/'=' idiom as G4SSGCRE.
       01  PARSED-PARM.
           05  PARM-LEN                PIC 999 USAGE COMP-3.
           05  PARSED-FIELD            PIC X(100).
           05  PARM-INDEX              PIC 999 VALUE 1.
       01  WS-PARM-KEY                 PIC X(20).                       helper
       01  WS-PARM-VAL                 PIC X(100).                      helper
       01  WS-PARM-TOKENS              PIC 9 USAGE COMP-5.              helper
       01  WS-SECTOR-PATH              PIC X(100) VALUE "sector.csv".
       01  WS-SECTOR-STATUS            PIC XX.
           88  SECTOR-FILE-OK          VALUE '00'.
           88  SECTOR-FILE-EOF         VALUE '10'.
       01  WS-STARDB-PATH              PIC X(100) VALUE "stardb.dat".
       01  WS-STARDB-STATUS            PIC XX.
           88  STARDB-FILE-OK          VALUE '00'.
       01  WS-NOTES-PATH               PIC X(100) VALUE "notes.dat".
       01  WS-NOTES-STATUS             PIC XX.
           88  NOTES-FILE-OK           VALUE '00'.
       01  WS-HOME-NAME                PIC X(48) VALUE SPACES.
       01  WS-JUMP-RANGE               USAGE COMP-2 VALUE 3.0.
       01  WS-HEX-LY                   USAGE COMP-2 VALUE 3.0.
       01  WS-SURVEY-BELOW             PIC 99 VALUE 3.
       01  WS-RADIUS                   USAGE COMP-2 VALUE 0.
       01  WS-RETURN-HOME              PIC X VALUE 'Y'.
       01  WS-MAX-STOPS                PIC 999 USAGE COMP-5 VALUE 100.
       01  WS-JUMP-DAYS                USAGE COMP-2 VALUE 7.0.
       01  WS-REFUEL-DAYS              USAGE COMP-2 VALUE 1.0.
       01  WS-SURVEY-DAYS              USAGE COMP-2 VALUE 3.0.
       01  WS-POST-MODE                PIC X VALUE '-'.
       01  WS-START-DAY                PIC S9(8) USAGE COMP-5 VALUE 0.
       01  WS-DAY-GIVEN                PIC X VALUE '-'.
       01  WS-EVAL-DATE-YR             USAGE COMP-2 VALUE 0.
       01  WS-GRADE                    PIC X.                           helper
      *    Quote-tolerant CSV splitting — see CSV-SPLIT-FIELD.
       01  WS-SPLIT-LINE               PIC X(250).
       01  WS-SPLIT-PTR                PIC 999 USAGE COMP-5.
       01  WS-SPLIT-FLD                PIC X(100).

      *    The shared campaign clock (see G4SSGCLK) — the departure
      *    day when the PARM gives none.
       01  WS-CLOCK-PATH               PIC X(100)
                                       VALUE "campclock.dat".
       01  WS-CLOCK-STATUS             PIC XX.
           88  CLOCK-FILE-OK           VALUE '00'.
       01  WS-CLOCK-DAY                PIC S9(8) USAGE COMP-5 VALUE 0.
       01  WS-CLOCK-FOUND              PIC X VALUE '-'.
       01  WS-CLK-LINE                 PIC X(40).

      *********************************
      * Deep-space feature hexes off the sector file's 'FEAT,' rows
      * — same hazard table G4SSGRTE keeps.
       01  WS-FEAT-COUNT               PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-FEAT-TAB.
           05  TU-FEAT                 OCCURS 200 TIMES.
               10  FEAT-KIND           PIC X(12).
               10  FEAT-COL            PIC S9(5) USAGE COMP-5.
               10  FEAT-ROW            PIC S9(5) USAGE COMP-5.
       01  WS-MID-COL                  PIC S9(5) USAGE COMP-5.
       01  WS-MID-ROW                  PIC S9(5) USAGE COMP-5.
       01  WS-FEAT-I                   PIC 999 USAGE COMP-5.
       01  WS-LEG-FEAT                 PIC X(12).
      *********************************
      * The loaded sector: one entry per system row.
       01  WS-SYS-COUNT                PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-CAP-NOTED                PIC X VALUE '-'.
       01  WS-SYS-TAB.
           05  TU-SYS                  OCCURS 500 TIMES
                                       INDEXED BY TU-IDX.
               10  TU-NAME             PIC X(48).
               10  TU-COL              PIC S9(5) USAGE COMP-5.
               10  TU-ROW              PIC S9(5) USAGE COMP-5.
               10  TU-X                USAGE COMP-2.
               10  TU-Y                USAGE COMP-2.
               10  TU-Z                USAGE COMP-2.
               10  TU-COORD-FLAG       PIC X.
                   88  TU-HAS-COORDS   VALUE 'Y'.
               10  TU-PORT             PIC X.
      *            Safest giant's refuel grade, G4SSGRTE's S/C/D/X;
      *            '-' ungraded, space for no giant (or no record).
               10  TU-REFUEL           PIC X.
               10  TU-SURVEY           PIC 9.
      *********************************
      * Every pair's leg distance, measured once — the tour runs a
      * Dijkstra per stop over it.
       01  WS-DIST-MAT.
           05  TU-DIST-ROW             OCCURS 500 TIMES.
               10  TU-DIST             USAGE COMP-2 OCCURS 500 TIMES.
      *********************************
      * Dijkstra state — jumps first, distance second (G4SSGRTE).
       01  WS-TU-STATE.
           05  TU-NODE                 OCCURS 500 TIMES.
               10  TU-COST             USAGE COMP-2.
               10  TU-PREV             PIC 999 USAGE COMP-5.
               10  TU-DONE             PIC X.
       01  WS-SRC                      PIC 999 USAGE COMP-5.
       01  WS-HOME-IDX                 PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-CUR                      PIC 999 USAGE COMP-5.
       01  WS-NXT                      PIC 999 USAGE COMP-5.
       01  WS-BEST-COST                USAGE COMP-2.
       01  WS-NEW-COST                 USAGE COMP-2.
       01  WS-LEG-DIST                 USAGE COMP-2.
       01  WS-DX                       PIC S9(5) USAGE COMP-5.
       01  WS-DY                       PIC S9(5) USAGE COMP-5.
       01  WS-HEX-DIST                 PIC S9(5) USAGE COMP-5.
       01  WS-QA                       PIC S9(5) USAGE COMP-5.
       01  WS-QB                       PIC S9(5) USAGE COMP-5.
       01  WS-SEARCH-STATE             PIC X.
           88  SEARCH-DONE             VALUE 'Y'.
      *********************************
      * The tour: node 1 is home, 2.. the stops (system indexes);
      * their pairwise route costs; the visiting order.
       01  WS-NODE-COUNT               PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-NODE-TAB.
           05  TU-TOUR-NODE            OCCURS 101 TIMES.
               10  TN-SYS              PIC 999 USAGE COMP-5.
               10  TN-HOME-COST        USAGE COMP-2.
       01  WS-COST-MAT.
           05  TU-COST-ROW             OCCURS 101 TIMES.
               10  TC-COST             USAGE COMP-2 OCCURS 101 TIMES.
       01  WS-ORDER-TAB.
           05  TU-ORDER                OCCURS 102 TIMES
                                       PIC 999 USAGE COMP-5.
       01  WS-PLACED-TAB.
           05  TU-PLACED               OCCURS 101 TIMES PIC X.
       01  WS-I                        PIC 999 USAGE COMP-5.
       01  WS-J                        PIC 999 USAGE COMP-5.
       01  WS-K                        PIC 999 USAGE COMP-5.
       01  WS-P                        PIC 999 USAGE COMP-5.
       01  WS-Q                        PIC 999 USAGE COMP-5.
       01  WS-SWAP                     PIC 999 USAGE COMP-5.
       01  WS-PREV-NODE                PIC 999 USAGE COMP-5.
       01  WS-NEXT-NODE                PIC 999 USAGE COMP-5.
       01  WS-DELTA                    USAGE COMP-2.
       01  WS-IMPROVED                 PIC X.
       01  WS-PASSES                   PIC 999 USAGE COMP-5.
       01  WS-UNREACHED                PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-CANDIDATES               PIC 999 USAGE COMP-5 VALUE 0.
      *********************************
      * Printing the tour.
       01  WS-PATH-LEN                 PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-PATH-TAB.
           05  TU-PATH                 OCCURS 500 TIMES
                                       PIC 999 USAGE COMP-5.
       01  WS-STEP                     PIC 999 USAGE COMP-5.
       01  WS-DAYS                     USAGE COMP-2 VALUE 0.
       01  WS-TOTAL-JUMPS              PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-TOTAL-LY                 USAGE COMP-2 VALUE 0.
       01  WS-FUEL-STOPS               PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-DRY-STOPS                PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-FUEL-TXT                 PIC X(48).
       01  WS-DISP-DIST                PIC -(3)9.99.
       01  WS-DISP-DAYS                PIC ZZZZ9.9.
       01  WS-DISP-DAY-N               PIC -(7)9.
       01  WS-DISP-N                   PIC ZZZZ9.
       01  WS-DISP-STOP                PIC ZZ9.
       01  WS-LINE                     PIC X(132).
       01  WS-POSTED                   PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-NEW-REC                  PIC X.
      *********************************
      * One unstrung sector.csv row.
       01  WS-CSV-F1                   PIC X(10).
       01  WS-CSV-NAME                 PIC X(48).
       01  WS-CSV-COL                  PIC X(10).
       01  WS-CSV-ROW                  PIC X(10).
      *********************************
      * The loaded system — same shape as G4SSGCRE's WS-STAR-SYSTEM
      * so the record's raw body image lands on the right fields.
       01  WS-STAR-SYSTEM.
           05  STAR-SYSTEM-NAME        PIC X(48) VALUE SPACES.
           COPY SYSHDR.
           05  STAR                    OCCURS 0 TO 200 TIMES
                                       DEPENDING ON STAR-COUNT
                                       INDEXED BY STAR-IDX.
               COPY STARDATA.
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN             PIC ZZ9.
           05  LK-PARM-DATA            PIC X(100).

      ******************************************************************
      *    /`--------´\
      *   [    MAIN    ]
      *    ^~~~~~~~~~~^
       PROCEDURE DIVISION USING LK-PARM.
           MOVE 'G4SSGTUR' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           PERFORM UNTIL PARM-INDEX > PARM-LEN
               INITIALIZE PARSED-FIELD
               UNSTRING LK-PARM-DATA   DELIMITED BY ','
                       INTO PARSED-FIELD
                       WITH POINTER PARM-INDEX
               END-UNSTRING
               MOVE FUNCTION TRIM(PARSED-FIELD) TO PARSED-FIELD
               INITIALIZE WS-PARM-KEY WS-PARM-VAL
               MOVE 0 TO WS-PARM-TOKENS
               UNSTRING PARSED-FIELD  DELIMITED BY '='
                       INTO WS-PARM-KEY, WS-PARM-VAL
                       TALLYING IN WS-PARM-TOKENS
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-PARM-KEY) TO WS-PARM-KEY
               MOVE FUNCTION TRIM(WS-PARM-VAL) TO WS-PARM-VAL
               IF WS-PARM-TOKENS > 1 THEN
                   EVALUATE FUNCTION UPPER-CASE(WS-PARM-KEY)
                       WHEN 'HOME'
                           MOVE WS-PARM-VAL TO WS-HOME-NAME
                       WHEN 'RANGE'
                           COMPUTE WS-JUMP-RANGE =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'BELOW'
                           COMPUTE WS-SURVEY-BELOW =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'RADIUS'
                           COMPUTE WS-RADIUS =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'RETURN'
                           MOVE FUNCTION UPPER-CASE(WS-PARM-VAL(1:1))
                             TO WS-RETURN-HOME
                       WHEN 'MAXSTOPS'
                           COMPUTE WS-MAX-STOPS =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'JUMPDAYS'
                           COMPUTE WS-JUMP-DAYS =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'REFUELDAYS'
                           COMPUTE WS-REFUEL-DAYS =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'SURVEYDAYS'
                           COMPUTE WS-SURVEY-DAYS =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'DAY'
                           COMPUTE WS-START-DAY =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                           MOVE 'Y' TO WS-DAY-GIVEN
                       WHEN 'POST'
                           MOVE FUNCTION UPPER-CASE(WS-PARM-VAL(1:1))
                             TO WS-POST-MODE
                       WHEN 'SECTOR'
                           MOVE WS-PARM-VAL TO WS-SECTOR-PATH
                       WHEN 'PATH'
                           MOVE WS-PARM-VAL TO WS-STARDB-PATH
                       WHEN 'NOTES'
                           MOVE WS-PARM-VAL TO WS-NOTES-PATH
                       WHEN 'HEXLY'
                           COMPUTE WS-HEX-LY =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'CLOCK'
                           MOVE WS-PARM-VAL TO WS-CLOCK-PATH
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-HOME-NAME = SPACES THEN
               MOVE 'TUR001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-JUMP-RANGE <= 0 THEN
               MOVE 3.0 TO WS-JUMP-RANGE
           END-IF.
           IF WS-HEX-LY <= 0 THEN
               MOVE 3.0 TO WS-HEX-LY
           END-IF.
           IF WS-MAX-STOPS < 1 OR WS-MAX-STOPS > 100 THEN
               MOVE 100 TO WS-MAX-STOPS
           END-IF.
           IF WS-DAY-GIVEN = '-' THEN
               PERFORM READ-CAMPAIGN-CLOCK
               MOVE WS-CLOCK-DAY TO WS-START-DAY
           END-IF.
           COMPUTE WS-EVAL-DATE-YR = WS-START-DAY / 365.25.

           OPEN INPUT SECTOR-FILE.
           IF NOT SECTOR-FILE-OK THEN
               MOVE 'TUR002' TO MC-MSG-ID
               MOVE WS-SECTOR-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM UNTIL SECTOR-FILE-EOF
               READ SECTOR-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM PARSE-SECTOR-ROW
               END-READ
           END-PERFORM.
           CLOSE SECTOR-FILE.

           OPEN INPUT STARDB-FILE.
           IF STARDB-FILE-OK THEN
               PERFORM VARYING TU-IDX FROM 1 BY 1
                       UNTIL TU-IDX > WS-SYS-COUNT
                   PERFORM DETAIL-ONE-SYSTEM
               END-PERFORM
               CLOSE STARDB-FILE
           ELSE
               MOVE 'TUR003' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           PERFORM LOAD-SURVEY-LEVELS.

           PERFORM VARYING TU-IDX FROM 1 BY 1
                   UNTIL TU-IDX > WS-SYS-COUNT
               IF FUNCTION UPPER-CASE(TU-NAME(TU-IDX)) =
                  FUNCTION UPPER-CASE(WS-HOME-NAME) THEN
                   SET WS-HOME-IDX TO TU-IDX
               END-IF
           END-PERFORM.
           IF WS-HOME-IDX = 0 THEN
               MOVE 'TUR004' TO MC-MSG-ID
               MOVE WS-HOME-NAME TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

           PERFORM BUILD-DISTANCE-MATRIX.
           PERFORM SELECT-TOUR-STOPS.
           IF WS-NODE-COUNT < 2 THEN
               MOVE 'TUR005' TO MC-MSG-ID
               MOVE WS-SURVEY-BELOW TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM BUILD-TOUR-COSTS.
           PERFORM ORDER-NEAREST-FIRST.
           PERFORM IMPROVE-TOUR.
           PERFORM PRINT-TOUR.
           IF WS-POST-MODE = 'Y' THEN
               PERFORM POST-SCHEDULED-STOPS
           END-IF.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * One sector.csv row into the system table.
       PARSE-SECTOR-ROW.
           IF SECTOR-RECORD(1:5) = 'FEAT,' THEN
               PERFORM NOTE-FEATURE-HEX
               EXIT PARAGRAPH
           END-IF.
           IF SECTOR-RECORD(1:1) = 'S' OR SECTOR-RECORD = SPACES
               THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-SYS-COUNT >= 500 THEN
               IF WS-CAP-NOTED = '-' THEN
                   MOVE 'TUR006' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'Y' TO WS-CAP-NOTED
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM SPLIT-SECTOR-ROW.
           IF FUNCTION TRIM(WS-CSV-COL) = SPACES
              OR FUNCTION TRIM(WS-CSV-NAME) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SYS-COUNT.
           SET TU-IDX TO WS-SYS-COUNT.
           INITIALIZE TU-SYS(TU-IDX).
           MOVE WS-CSV-NAME TO TU-NAME(TU-IDX).
           COMPUTE TU-COL(TU-IDX) = FUNCTION NUMVAL(WS-CSV-COL).
           COMPUTE TU-ROW(TU-IDX) = FUNCTION NUMVAL(WS-CSV-ROW).
           MOVE '-' TO TU-COORD-FLAG(TU-IDX).
           MOVE 'X' TO TU-PORT(TU-IDX).
           MOVE SPACE TO TU-REFUEL(TU-IDX).
           MOVE 0 TO TU-SURVEY(TU-IDX).
           EXIT PARAGRAPH.

       SPLIT-SECTOR-ROW.
           INITIALIZE WS-CSV-F1 WS-CSV-NAME WS-CSV-COL WS-CSV-ROW.
           MOVE SECTOR-RECORD TO WS-SPLIT-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-F1.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-NAME.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-COL.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-ROW.
           EXIT PARAGRAPH.

      *    One 'FEAT,<kind>,<col>,<row>' row into the hazard table.
       NOTE-FEATURE-HEX.
           IF WS-FEAT-COUNT >= 200 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM SPLIT-SECTOR-ROW.
           IF FUNCTION TRIM(WS-CSV-NAME) = 'ROGUE' THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FEAT-COUNT.
           MOVE FUNCTION TRIM(WS-CSV-NAME)
             TO FEAT-KIND(WS-FEAT-COUNT).
           COMPUTE FEAT-COL(WS-FEAT-COUNT) =
                   FUNCTION NUMVAL(WS-CSV-COL).
           COMPUTE FEAT-ROW(WS-FEAT-COUNT) =
                   FUNCTION NUMVAL(WS-CSV-ROW).
           EXIT PARAGRAPH.

      *********************************
      * Saved-record detail for one system: coordinates at the
      * departure day, starport and the safest gas giant.
       DETAIL-ONE-SYSTEM.
           MOVE TU-NAME(TU-IDX) TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           IF SYS-COORD-X NOT = 0 OR SYS-COORD-Y NOT = 0
              OR SYS-COORD-Z NOT = 0 THEN
               COMPUTE TU-X(TU-IDX) = SYS-COORD-X
                     + SYS-VEL-X * WS-EVAL-DATE-YR / 1000
               COMPUTE TU-Y(TU-IDX) = SYS-COORD-Y
                     + SYS-VEL-Y * WS-EVAL-DATE-YR / 1000
               COMPUTE TU-Z(TU-IDX) = SYS-COORD-Z
                     + SYS-VEL-Z * WS-EVAL-DATE-YR / 1000
               SET TU-HAS-COORDS(TU-IDX) TO TRUE
           END-IF.
           MOVE SETTLE-PORT TO TU-PORT(TU-IDX).
           PERFORM VARYING STAR-IDX FROM 1 BY 1
                   UNTIL STAR-IDX > STAR-COUNT
               PERFORM VARYING ORB-IDX FROM 1 BY 1
                       UNTIL ORB-IDX > NUM-ORBITS(STAR-IDX)
                   IF OBJ-GAS-GIANT(STAR-IDX, ORB-IDX) THEN
                       PERFORM GRADE-ONE-GIANT
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT PARAGRAPH.

      *    S beats C beats D beats X; '-' (ungraded) only stands
      *    until a graded giant turns up — G4SSGRTE's order.
       GRADE-ONE-GIANT.
           MOVE ORBIT-REFUEL(STAR-IDX, ORB-IDX) TO WS-GRADE.
           IF TU-REFUEL(TU-IDX) = SPACE THEN
               MOVE WS-GRADE TO TU-REFUEL(TU-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-GRADE = '-' THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TU-REFUEL(TU-IDX)
               WHEN '-'
                   MOVE WS-GRADE TO TU-REFUEL(TU-IDX)
               WHEN 'X'
                   MOVE WS-GRADE TO TU-REFUEL(TU-IDX)
               WHEN 'D'
                   IF WS-GRADE = 'S' OR WS-GRADE = 'C' THEN
                       MOVE WS-GRADE TO TU-REFUEL(TU-IDX)
                   END-IF
               WHEN 'C'
                   IF WS-GRADE = 'S' THEN
                       MOVE WS-GRADE TO TU-REFUEL(TU-IDX)
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    Survey levels off the sidecar; no sidecar, or no
      *    annotation, leaves a system at 0.
       LOAD-SURVEY-LEVELS.
           OPEN INPUT NOTES-FILE.
           IF NOT NOTES-FILE-OK THEN
               MOVE 'TUR007' TO MC-MSG-ID
               MOVE WS-NOTES-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING TU-IDX FROM 1 BY 1
                   UNTIL TU-IDX > WS-SYS-COUNT
               MOVE TU-NAME(TU-IDX) TO NOTE-KEY
               READ NOTES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOTE-SURVEY IS NUMERIC THEN
                           MOVE NOTE-SURVEY TO TU-SURVEY(TU-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NOTES-FILE.
           EXIT PARAGRAPH.

      *    The campaign clock — G4SSGCLK owns the file; this only
      *    reads it.
       READ-CAMPAIGN-CLOCK.
           OPEN INPUT CLOCK-FILE.
           IF NOT CLOCK-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           READ CLOCK-FILE INTO WS-CLK-LINE
               AT END CONTINUE
           END-READ.
           CLOSE CLOCK-FILE.
           IF WS-CLK-LINE(1:4) = 'DAY=' THEN
               COMPUTE WS-CLOCK-DAY =
                       FUNCTION NUMVAL(WS-CLK-LINE(5:12))
               MOVE 'Y' TO WS-CLOCK-FOUND
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * G4SSGRTE's leg rule for every pair, into the matrix.
       BUILD-DISTANCE-MATRIX.
           PERFORM VARYING WS-CUR FROM 1 BY 1
                   UNTIL WS-CUR > WS-SYS-COUNT
               MOVE 0 TO TU-DIST(WS-CUR, WS-CUR)
               PERFORM VARYING WS-NXT FROM WS-CUR BY 1
                       UNTIL WS-NXT > WS-SYS-COUNT
                   IF WS-NXT > WS-CUR THEN
                       PERFORM COMPUTE-LEG-DISTANCE
                       MOVE WS-LEG-DIST TO TU-DIST(WS-CUR, WS-NXT)
                       MOVE WS-LEG-DIST TO TU-DIST(WS-NXT, WS-CUR)
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT PARAGRAPH.

       COMPUTE-LEG-DISTANCE.
           IF TU-HAS-COORDS(WS-CUR) AND TU-HAS-COORDS(WS-NXT) THEN
               COMPUTE WS-LEG-DIST = FUNCTION SQRT(
                     (TU-X(WS-CUR) - TU-X(WS-NXT))
                   * (TU-X(WS-CUR) - TU-X(WS-NXT))
                   + (TU-Y(WS-CUR) - TU-Y(WS-NXT))
                   * (TU-Y(WS-CUR) - TU-Y(WS-NXT))
                   + (TU-Z(WS-CUR) - TU-Z(WS-NXT))
                   * (TU-Z(WS-CUR) - TU-Z(WS-NXT)))
           ELSE
      *        Offset-to-axial first: the generator's grid is odd-r
      *        (odd rows shifted right).
               COMPUTE WS-QA = TU-COL(WS-CUR)
                   - (TU-ROW(WS-CUR)
                      - FUNCTION MOD(TU-ROW(WS-CUR), 2)) / 2
               COMPUTE WS-QB = TU-COL(WS-NXT)
                   - (TU-ROW(WS-NXT)
                      - FUNCTION MOD(TU-ROW(WS-NXT), 2)) / 2
               COMPUTE WS-DX = WS-QB - WS-QA
               COMPUTE WS-DY = TU-ROW(WS-NXT) - TU-ROW(WS-CUR)
               COMPUTE WS-HEX-DIST =
                   (FUNCTION ABS(WS-DX)
                    + FUNCTION ABS(WS-DX + WS-DY)
                    + FUNCTION ABS(WS-DY)) / 2
               COMPUTE WS-LEG-DIST = WS-HEX-DIST * WS-HEX-LY
           END-IF.
           PERFORM CHECK-FEATURE-CROSSING.
           IF WS-LEG-FEAT NOT = SPACES THEN
               COMPUTE WS-LEG-DIST = WS-LEG-DIST * 1.25
           END-IF.
           EXIT PARAGRAPH.

       CHECK-FEATURE-CROSSING.
           MOVE SPACES TO WS-LEG-FEAT.
           IF WS-FEAT-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MID-COL =
                   (TU-COL(WS-CUR) + TU-COL(WS-NXT)) / 2.
           COMPUTE WS-MID-ROW =
                   (TU-ROW(WS-CUR) + TU-ROW(WS-NXT)) / 2.
           PERFORM VARYING WS-FEAT-I FROM 1 BY 1
                   UNTIL WS-FEAT-I > WS-FEAT-COUNT
               IF FUNCTION ABS(FEAT-COL(WS-FEAT-I) - WS-MID-COL)
                  <= 1
                  AND FUNCTION ABS(FEAT-ROW(WS-FEAT-I)
                      - WS-MID-ROW) <= 1 THEN
                   MOVE FEAT-KIND(WS-FEAT-I) TO WS-LEG-FEAT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * Dijkstra from WS-SRC over the matrix, fewest jumps first
      * (100000 a jump plus the light-years, as G4SSGRTE costs it).
       RUN-DIJKSTRA.
           PERFORM VARYING WS-CUR FROM 1 BY 1
                   UNTIL WS-CUR > WS-SYS-COUNT
               MOVE 99999999 TO TU-COST(WS-CUR)
               MOVE 0 TO TU-PREV(WS-CUR)
               MOVE '-' TO TU-DONE(WS-CUR)
           END-PERFORM.
           MOVE 0 TO TU-COST(WS-SRC).
           MOVE '-' TO WS-SEARCH-STATE.
           PERFORM UNTIL SEARCH-DONE
               MOVE 0 TO WS-CUR
               MOVE 99999999 TO WS-BEST-COST
               PERFORM VARYING WS-NXT FROM 1 BY 1
                       UNTIL WS-NXT > WS-SYS-COUNT
                   IF TU-DONE(WS-NXT) = '-'
                      AND TU-COST(WS-NXT) < WS-BEST-COST THEN
                       MOVE TU-COST(WS-NXT) TO WS-BEST-COST
                       MOVE WS-NXT TO WS-CUR
                   END-IF
               END-PERFORM
               IF WS-CUR = 0 THEN
                   SET SEARCH-DONE TO TRUE
               ELSE
               MOVE 'Y' TO TU-DONE(WS-CUR)
               PERFORM VARYING WS-NXT FROM 1 BY 1
                       UNTIL WS-NXT > WS-SYS-COUNT
                   IF WS-NXT NOT = WS-CUR
                      AND TU-DONE(WS-NXT) = '-'
                      AND TU-DIST(WS-CUR, WS-NXT) <= WS-JUMP-RANGE
                       THEN
                       COMPUTE WS-NEW-COST = TU-COST(WS-CUR)
                               + 100000 + TU-DIST(WS-CUR, WS-NXT)
                       IF WS-NEW-COST < TU-COST(WS-NXT) THEN
                           MOVE WS-NEW-COST TO TU-COST(WS-NXT)
                           MOVE WS-CUR TO TU-PREV(WS-NXT)
                       END-IF
                   END-IF
               END-PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * The stops: under the survey threshold, inside the radius,
      * reachable from home — the nearest (by route cost) first
      * when there are more than MAXSTOPS of them.
       SELECT-TOUR-STOPS.
           MOVE WS-HOME-IDX TO WS-SRC.
           PERFORM RUN-DIJKSTRA.
           MOVE 1 TO WS-NODE-COUNT.
           MOVE WS-HOME-IDX TO TN-SYS(1).
           MOVE 0 TO TN-HOME-COST(1).
           PERFORM VARYING TU-IDX FROM 1 BY 1
                   UNTIL TU-IDX > WS-SYS-COUNT
               IF TU-IDX NOT = WS-HOME-IDX
                  AND TU-SURVEY(TU-IDX) < WS-SURVEY-BELOW
                  AND (WS-RADIUS <= 0 OR
                       TU-DIST(WS-HOME-IDX, TU-IDX) <= WS-RADIUS)
                   THEN
                   ADD 1 TO WS-CANDIDATES
                   IF TU-COST(TU-IDX) >= 99999999 THEN
                       ADD 1 TO WS-UNREACHED
                       DISPLAY '  unreachable within range: '
                           FUNCTION TRIM(TU-NAME(TU-IDX))
                   ELSE
                       PERFORM ADD-TOUR-STOP
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    Into the node table; once full, the new stop replaces the
      *    farthest one held if it is nearer.
       ADD-TOUR-STOP.
           IF WS-NODE-COUNT <= WS-MAX-STOPS THEN
               ADD 1 TO WS-NODE-COUNT
               SET TN-SYS(WS-NODE-COUNT) TO TU-IDX
               MOVE TU-COST(TU-IDX) TO TN-HOME-COST(WS-NODE-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE 2 TO WS-K.
           PERFORM VARYING WS-I FROM 3 BY 1
                   UNTIL WS-I > WS-NODE-COUNT
               IF TN-HOME-COST(WS-I) > TN-HOME-COST(WS-K) THEN
                   MOVE WS-I TO WS-K
               END-IF
           END-PERFORM.
           IF TU-COST(TU-IDX) < TN-HOME-COST(WS-K) THEN
               SET TN-SYS(WS-K) TO TU-IDX
               MOVE TU-COST(TU-IDX) TO TN-HOME-COST(WS-K)
           END-IF.
           EXIT PARAGRAPH.

      *    Pairwise route costs between the tour's nodes — one
      *    Dijkstra per node.
       BUILD-TOUR-COSTS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NODE-COUNT
               MOVE TN-SYS(WS-I) TO WS-SRC
               PERFORM RUN-DIJKSTRA
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NODE-COUNT
                   MOVE TU-COST(TN-SYS(WS-J)) TO TC-COST(WS-I, WS-J)
               END-PERFORM
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * Nearest stop first from home, then from each stop in turn.
       ORDER-NEAREST-FIRST.
           MOVE SPACES TO WS-PLACED-TAB.
           MOVE 1 TO TU-ORDER(1).
           MOVE 'Y' TO TU-PLACED(1).
           PERFORM VARYING WS-P FROM 2 BY 1
                   UNTIL WS-P > WS-NODE-COUNT
               MOVE TU-ORDER(WS-P - 1) TO WS-PREV-NODE
               MOVE 0 TO WS-K
               MOVE 99999999 TO WS-BEST-COST
               PERFORM VARYING WS-I FROM 2 BY 1
                       UNTIL WS-I > WS-NODE-COUNT
                   IF TU-PLACED(WS-I) NOT = 'Y'
                      AND TC-COST(WS-PREV-NODE, WS-I) < WS-BEST-COST
                       THEN
                       MOVE TC-COST(WS-PREV-NODE, WS-I)
                         TO WS-BEST-COST
                       MOVE WS-I TO WS-K
                   END-IF
               END-PERFORM
      *        Every stop reaches home, so each reaches every other
      *        through it — but keep the table whole regardless.
               IF WS-K = 0 THEN
                   PERFORM VARYING WS-I FROM 2 BY 1
                           UNTIL WS-I > WS-NODE-COUNT
                       IF TU-PLACED(WS-I) NOT = 'Y' THEN
                           MOVE WS-I TO WS-K
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               MOVE WS-K TO TU-ORDER(WS-P)
               MOVE 'Y' TO TU-PLACED(WS-K)
           END-PERFORM.
           EXIT PARAGRAPH.

      *    2-opt: reverse any stretch of stops whose reversal
      *    shortens the tour, until none does (or 50 passes).
       IMPROVE-TOUR.
           MOVE 'Y' TO WS-IMPROVED.
           MOVE 0 TO WS-PASSES.
           PERFORM UNTIL WS-IMPROVED NOT = 'Y' OR WS-PASSES >= 50
               MOVE '-' TO WS-IMPROVED
               ADD 1 TO WS-PASSES
               PERFORM VARYING WS-P FROM 2 BY 1
                       UNTIL WS-P >= WS-NODE-COUNT
                   PERFORM VARYING WS-Q FROM WS-P BY 1
                           UNTIL WS-Q > WS-NODE-COUNT
                       IF WS-Q > WS-P THEN
                           PERFORM TRY-ONE-REVERSAL
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
           EXIT PARAGRAPH.

      *    Reverse TU-ORDER(WS-P..WS-Q)?  The edges in and out of
      *    the stretch are all that change; after the last stop the
      *    edge home counts only when the tour returns.
       TRY-ONE-REVERSAL.
           MOVE TU-ORDER(WS-P - 1) TO WS-PREV-NODE.
           COMPUTE WS-DELTA =
                 TC-COST(WS-PREV-NODE, TU-ORDER(WS-Q))
               - TC-COST(WS-PREV-NODE, TU-ORDER(WS-P)).
           IF WS-Q < WS-NODE-COUNT THEN
               MOVE TU-ORDER(WS-Q + 1) TO WS-NEXT-NODE
           ELSE
               MOVE 0 TO WS-NEXT-NODE
               IF WS-RETURN-HOME = 'Y' THEN
                   MOVE 1 TO WS-NEXT-NODE
               END-IF
           END-IF.
           IF WS-NEXT-NODE > 0 THEN
               COMPUTE WS-DELTA = WS-DELTA
                   + TC-COST(TU-ORDER(WS-P), WS-NEXT-NODE)
                   - TC-COST(TU-ORDER(WS-Q), WS-NEXT-NODE)
           END-IF.
           IF WS-DELTA >= -0.001 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-P TO WS-I.
           MOVE WS-Q TO WS-J.
           PERFORM UNTIL WS-I >= WS-J
               MOVE TU-ORDER(WS-I) TO WS-SWAP
               MOVE TU-ORDER(WS-J) TO TU-ORDER(WS-I)
               MOVE WS-SWAP TO TU-ORDER(WS-J)
               ADD 1 TO WS-I
               SUBTRACT 1 FROM WS-J
           END-PERFORM.
           MOVE 'Y' TO WS-IMPROVED.
           EXIT PARAGRAPH.

      *********************************
      * The tour, leg by leg: every jump, every arrival's fuel,
      * the days running.
       PRINT-TOUR.
           COMPUTE WS-DISP-N = WS-NODE-COUNT - 1.
           MOVE WS-JUMP-RANGE TO WS-DISP-DIST.
           MOVE WS-START-DAY TO WS-DISP-DAY-N.
           DISPLAY 'Survey tour from 'FUNCTION TRIM(WS-HOME-NAME)
               ' — 'FUNCTION TRIM(WS-DISP-N)' stop(s) surveyed '
               'below 'WS-SURVEY-BELOW', 'FUNCTION TRIM(WS-DISP-DIST)
               ' ly/jump, departing day '
               FUNCTION TRIM(WS-DISP-DAY-N)':'.
           IF WS-UNREACHED > 0 THEN
               MOVE WS-UNREACHED TO WS-DISP-N
               DISPLAY '  ('FUNCTION TRIM(WS-DISP-N)
                   ' candidate(s) out of reach, listed above)'
           END-IF.
           COMPUTE WS-K = WS-CANDIDATES - WS-UNREACHED
                        - (WS-NODE-COUNT - 1).
           IF WS-K > 0 THEN
               MOVE WS-K TO WS-DISP-N
               DISPLAY '  ('FUNCTION TRIM(WS-DISP-N)
                   ' farther candidate(s) left for a later tour)'
           END-IF.
           MOVE 0 TO WS-DAYS.
           PERFORM VARYING WS-P FROM 2 BY 1
                   UNTIL WS-P > WS-NODE-COUNT
               MOVE TN-SYS(TU-ORDER(WS-P - 1)) TO WS-SRC
               MOVE TN-SYS(TU-ORDER(WS-P)) TO WS-NXT
               PERFORM PRINT-ONE-LEG
               MOVE TN-SYS(TU-ORDER(WS-P)) TO WS-CUR
               ADD WS-SURVEY-DAYS TO WS-DAYS
               MOVE WS-DAYS TO WS-DISP-DAYS
               COMPUTE WS-DISP-STOP = WS-P - 1
               DISPLAY '  STOP 'WS-DISP-STOP': survey '
                   FUNCTION TRIM(TU-NAME(WS-CUR))
                   ' (now level 'TU-SURVEY(WS-CUR)') — through day +'
                   FUNCTION TRIM(WS-DISP-DAYS)
           END-PERFORM.
           IF WS-RETURN-HOME = 'Y' THEN
               MOVE TN-SYS(TU-ORDER(WS-NODE-COUNT)) TO WS-SRC
               MOVE WS-HOME-IDX TO WS-NXT
               PERFORM PRINT-ONE-LEG
               MOVE WS-DAYS TO WS-DISP-DAYS
               DISPLAY '  HOME: back at '
                   FUNCTION TRIM(WS-HOME-NAME)' on day +'
                   FUNCTION TRIM(WS-DISP-DAYS)
           END-IF.
           MOVE WS-TOTAL-JUMPS TO WS-DISP-N.
           MOVE WS-TOTAL-LY TO WS-DISP-DIST.
           MOVE WS-DAYS TO WS-DISP-DAYS.
           DISPLAY 'Total: 'FUNCTION TRIM(WS-DISP-N)' jump(s), '
               FUNCTION TRIM(WS-DISP-DIST)' ly, '
               FUNCTION TRIM(WS-DISP-DAYS)' days.'.
           MOVE WS-FUEL-STOPS TO WS-DISP-N.
           DISPLAY '  'FUNCTION TRIM(WS-DISP-N)
               ' fuel stop(s) in transit.'.
           IF WS-DRY-STOPS > 0 THEN
               MOVE WS-DRY-STOPS TO WS-DISP-N
               DISPLAY '  WARNING: 'FUNCTION TRIM(WS-DISP-N)
                   ' arrival(s) with no fuel source — carry '
                   'reserve tankage.'
           END-IF.
           EXIT PARAGRAPH.

      *    The route WS-SRC -> WS-NXT, jump by jump; every system
      *    passed through on the way is a fuel stop.
       PRINT-ONE-LEG.
           MOVE WS-NXT TO WS-I.
           PERFORM RUN-DIJKSTRA.
           MOVE 0 TO WS-PATH-LEN.
           MOVE WS-I TO WS-CUR.
           PERFORM UNTIL WS-CUR = 0 OR WS-PATH-LEN >= 500
               ADD 1 TO WS-PATH-LEN
               MOVE WS-CUR TO TU-PATH(WS-PATH-LEN)
               MOVE TU-PREV(WS-CUR) TO WS-CUR
           END-PERFORM.
           PERFORM VARYING WS-STEP FROM WS-PATH-LEN BY -1
                   UNTIL WS-STEP < 2
               MOVE TU-PATH(WS-STEP) TO WS-CUR
               MOVE TU-PATH(WS-STEP - 1) TO WS-NXT
               ADD 1 TO WS-TOTAL-JUMPS
               ADD TU-DIST(WS-CUR, WS-NXT) TO WS-TOTAL-LY
               ADD WS-JUMP-DAYS TO WS-DAYS
               PERFORM DESCRIBE-FUEL-SOURCE
               IF WS-STEP > 2 THEN
                   ADD WS-REFUEL-DAYS TO WS-DAYS
                   ADD 1 TO WS-FUEL-STOPS
               END-IF
               MOVE TU-DIST(WS-CUR, WS-NXT) TO WS-DISP-DIST
               MOVE WS-DAYS TO WS-DISP-DAYS
               MOVE SPACES TO WS-LINE
               STRING '    jump '          DELIMITED BY SIZE
                      FUNCTION TRIM(TU-NAME(WS-CUR))
                                           DELIMITED BY SIZE
                      ' -> '               DELIMITED BY SIZE
                      FUNCTION TRIM(TU-NAME(WS-NXT))
                                           DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-DIST)
                                           DELIMITED BY SIZE
                      ' ly, day +'         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-DAYS)
                                           DELIMITED BY SIZE
                      '  ['                DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FUEL-TXT)
                                           DELIMITED BY SIZE
                      ']'                  DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               IF WS-STEP > 2 THEN
                   STRING FUNCTION TRIM(WS-LINE) DELIMITED BY SIZE
                          ' FUEL STOP'           DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
               END-IF
               DISPLAY FUNCTION TRIM(WS-LINE)
           END-PERFORM.
           EXIT PARAGRAPH.

      *    WS-NXT's fuel: refined port, the safest giant with its
      *    graded risk, unrefined port, or nothing.
       DESCRIBE-FUEL-SOURCE.
           EVALUATE TRUE
               WHEN TU-PORT(WS-NXT) = 'A' OR TU-PORT(WS-NXT) = 'B'
                   MOVE 'refuel: refined, starport class '
                     TO WS-FUEL-TXT
                   MOVE TU-PORT(WS-NXT) TO WS-FUEL-TXT(33:1)
               WHEN TU-REFUEL(WS-NXT) = 'S'
                   MOVE 'refuel: gas giant skim, safe' TO WS-FUEL-TXT
               WHEN TU-REFUEL(WS-NXT) = 'C'
                   MOVE 'refuel: skim, caution — radiation belts'
                     TO WS-FUEL-TXT
               WHEN TU-REFUEL(WS-NXT) = '-'
                   MOVE 'refuel: gas giant skim, ungraded'
                     TO WS-FUEL-TXT
               WHEN TU-PORT(WS-NXT) = 'C' OR TU-PORT(WS-NXT) = 'D'
                   MOVE 'refuel: unrefined, starport class '
                     TO WS-FUEL-TXT
                   MOVE TU-PORT(WS-NXT) TO WS-FUEL-TXT(35:1)
               WHEN TU-REFUEL(WS-NXT) = 'D'
                   MOVE 'refuel: skim, HAZARDOUS belts'
                     TO WS-FUEL-TXT
               WHEN TU-REFUEL(WS-NXT) = 'X'
                   MOVE 'refuel: LETHAL belts — drones only'
                     TO WS-FUEL-TXT
               WHEN OTHER
                   MOVE 'NO FUEL SOURCE' TO WS-FUEL-TXT
                   ADD 1 TO WS-DRY-STOPS
           END-EVALUATE.
           EXIT PARAGRAPH.

      *********************************
      * POST=Y: every planned stop marked scheduled in the sidecar,
      * keyed-file pattern as G4SSGNOT's SET.
       POST-SCHEDULED-STOPS.
           OPEN I-O NOTES-FILE.
           IF NOT NOTES-FILE-OK THEN
               OPEN OUTPUT NOTES-FILE
               CLOSE NOTES-FILE
               OPEN I-O NOTES-FILE
           END-IF.
           IF NOT NOTES-FILE-OK THEN
               MOVE 'TUR008' TO MC-MSG-ID
               MOVE WS-NOTES-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-P FROM 2 BY 1
                   UNTIL WS-P > WS-NODE-COUNT
               MOVE TN-SYS(TU-ORDER(WS-P)) TO WS-CUR
               PERFORM POST-ONE-STOP
           END-PERFORM.
           CLOSE NOTES-FILE.
           MOVE WS-POSTED TO WS-DISP-N.
           MOVE 'TUR009' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-NOTES-PATH TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

       POST-ONE-STOP.
           MOVE TU-NAME(WS-CUR) TO NOTE-KEY.
           MOVE '-' TO WS-NEW-REC.
           READ NOTES-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-NEW-REC
                   MOVE TU-NAME(WS-CUR) TO NOTE-KEY
                   MOVE SPACES TO NOTE-CLAIM NOTE-TEXT
                   MOVE 0 TO NOTE-SURVEY
                   SET NOTE-WAS-VISITED TO FALSE
           END-READ.
           IF NOTE-WAS-VISITED THEN
               EXIT PARAGRAPH
           END-IF.
           SET NOTE-SCHEDULED TO TRUE.
           IF WS-NEW-REC = 'Y' THEN
               WRITE NOTES-RECORD
                   INVALID KEY
                       MOVE 'TUR010' TO MC-MSG-ID
                       MOVE TU-NAME(WS-CUR) TO MC-INSERT(1)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   NOT INVALID KEY
                       ADD 1 TO WS-POSTED
               END-WRITE
           ELSE
               REWRITE NOTES-RECORD
                   INVALID KEY
                       MOVE 'TUR011' TO MC-MSG-ID
                       MOVE TU-NAME(WS-CUR) TO MC-INSERT(1)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   NOT INVALID KEY
                       ADD 1 TO WS-POSTED
               END-REWRITE
           END-IF.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
