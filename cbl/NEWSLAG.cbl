       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGNWS.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * News-propagation map — with no FTL radio, word travels by
      * courier, and "when does the capital hear of it" is a jump
      * count.  Given the system the news breaks in, the day it
      * breaks and the couriers' jump rating and days per jump, every
      * system on the sector map gets the day the news arrives.
      *
      * News follows the trade lanes G4SSGTRD wrote — regular traffic
      * is what carries it — over the fastest lane path.  A lane is
      * flown in one jump only when it fits the courier's range;
      * each leg is measured with G4SSGRTE's rules (3D coordinates
      * when both ends carry them, the odd-r hex grid at HEXLY
      * otherwise, a quarter extra past a nebula or adrift remnant).
      * A system on no lane still hears, by whatever tramp or scout
      * happens through: any jump within range, OFFLANE times as
      * slow (OFFLANE=0 leaves such systems in the dark).  With no
      * lane file at all every in-range jump counts as a lane.
      *
      * The report (NEWS=) lists the systems in arrival order: jumps,
      * days of lag, arrival day and the system the word came from.
      * The overlay (MAP=) draws the sector as G4SSGMAP does, each
      * system marked with its arrival band in weeks:
      *          @  where the news broke
      *          0-9  weeks of lag (0 = inside the first week)
      *          +  ten weeks or more     -  never reached
      *          o  (right of the band) heard off the lanes
      *          ~ nebula  r rogue  x remnant  .  empty hex
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   FROM=<name>    where the news breaks (required)
      *   RANGE=<ly>     couriers' per-jump range (default 3.0)
      *   JUMPDAYS=<n>   days per courier jump, turnaround included
      *                  (default 7)
      *   OFFLANE=<n>    slowdown of an off-lane jump (default 2;
      *                  0 = off-lane systems never hear)
      *   DAY=<n>        campaign day the news breaks (default the
      *                  campaign clock)
      *   SECTOR=<path>  sector file (default sector.csv)
      *   PATH=<path>    star database file (default stardb.dat)
      *   LANES=<path>   trade lane file (default tradelanes.csv)
      *   HEXLY=<ly>     light-years per hex (default 3.0)
      *   WIDTH=<n>      grid width, as G4SSGMAP's (default 10, max 26)
      *   NEWS=<path>    arrival report (default newslag.txt)
      *   MAP=<path>     band overlay (default newsmap.txt)
      *   CLOCK=<path>   campaign clock (default campclock.dat)
      *
      * Return codes: 0 report written, 4 some system never hears,
      * 8 source missing from the sector file (or no sector file).
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
           SELECT LANE-FILE            ASSIGN TO WS-LANE-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-LANE-STATUS.
           SELECT STARDB-FILE          ASSIGN TO WS-STARDB-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.
           SELECT NEWS-FILE            ASSIGN TO WS-NEWS-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-NEWS-STATUS.
           SELECT MAP-FILE             ASSIGN TO WS-MAP-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SECTOR-FILE.
       01  SECTOR-RECORD               PIC X(200).
       FD  LANE-FILE.
       01  LANE-RECORD                 PIC X(160).
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.
       FD  NEWS-FILE.
       01  NEWS-RECORD                 PIC X(132).
       FD  MAP-FILE.
       01  MAP-RECORD                  PIC X(160).
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
       01  WS-LANE-PATH                PIC X(100)
                                       VALUE "tradelanes.csv".
       01  WS-LANE-STATUS              PIC XX.
           88  LANE-FILE-OK            VALUE '00'.
           88  LANE-FILE-EOF           VALUE '10'.
       01  WS-NEWS-PATH                PIC X(100) VALUE "newslag.txt".
       01  WS-NEWS-STATUS              PIC XX.
           88  NEWS-FILE-OK            VALUE '00'.
       01  WS-MAP-PATH                 PIC X(100) VALUE "newsmap.txt".
       01  WS-FROM-NAME                PIC X(48) VALUE SPACES.
       01  WS-JUMP-RANGE               USAGE COMP-2 VALUE 3.0.
       01  WS-HEX-LY                   USAGE COMP-2 VALUE 3.0.
       01  WS-JUMP-DAYS                USAGE COMP-2 VALUE 7.0.
       01  WS-OFFLANE                  USAGE COMP-2 VALUE 2.0.
       01  WS-GRID-WIDTH               PIC 99 USAGE COMP-5 VALUE 10.
       01  WS-START-DAY                PIC S9(8) USAGE COMP-5 VALUE 0.
       01  WS-DAY-GIVEN                PIC X VALUE '-'.
       01  WS-EVAL-DATE-YR             USAGE COMP-2 VALUE 0.
      *    Quote-tolerant CSV splitting — see CSV-SPLIT-FIELD.
       01  WS-SPLIT-LINE               PIC X(250).
       01  WS-SPLIT-PTR                PIC 999 USAGE COMP-5.
       01  WS-SPLIT-FLD                PIC X(100).

      *    The shared campaign clock (see G4SSGCLK) — the day the
      *    news breaks when the PARM gives none.
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
           05  NW-FEAT                 OCCURS 200 TIMES.
               10  FEAT-KIND           PIC X(12).
               10  FEAT-COL            PIC S9(5) USAGE COMP-5.
               10  FEAT-ROW            PIC S9(5) USAGE COMP-5.
       01  WS-MID-COL                  PIC S9(5) USAGE COMP-5.
       01  WS-MID-ROW                  PIC S9(5) USAGE COMP-5.
       01  WS-FEAT-I                   PIC 999 USAGE COMP-5.
       01  WS-LEG-FEAT                 PIC X(12).
      *********************************
      * The loaded sector: one entry per system row, with the
      * Dijkstra state riding along.
       01  WS-SYS-COUNT                PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-CAP-NOTED                PIC X VALUE '-'.
       01  WS-SYS-TAB.
           05  NW-SYS                  OCCURS 500 TIMES
                                       INDEXED BY NW-IDX.
               10  NW-NAME             PIC X(48).
               10  NW-COL              PIC S9(5) USAGE COMP-5.
               10  NW-ROW              PIC S9(5) USAGE COMP-5.
               10  NW-X                USAGE COMP-2.
               10  NW-Y                USAGE COMP-2.
               10  NW-Z                USAGE COMP-2.
               10  NW-COORD-FLAG       PIC X.
                   88  NW-HAS-COORDS   VALUE 'Y'.
               10  NW-COST             USAGE COMP-2.
               10  NW-DAYS             USAGE COMP-2.
               10  NW-JUMPS            PIC 999 USAGE COMP-5.
               10  NW-PREV             PIC 999 USAGE COMP-5.
               10  NW-DONE             PIC X.
      *            'Y' once any jump on the way was off the lanes.
               10  NW-OFF-LANE         PIC X.
      *********************************
      * Which pairs a lane joins.
       01  WS-LANE-COUNT               PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-LANE-MAT.
           05  NW-LANE-ROW             OCCURS 500 TIMES.
               10  NW-LANE             PIC X OCCURS 500 TIMES.
       01  WS-LANE-A                   PIC 999 USAGE COMP-5.
       01  WS-LANE-B                   PIC 999 USAGE COMP-5.
       01  WS-CSV-A                    PIC X(48).
       01  WS-CSV-B                    PIC X(48).
      *********************************
      * Dijkstra — fewest days first, distance second.
       01  WS-SRC                      PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-CUR                      PIC 999 USAGE COMP-5.
       01  WS-NXT                      PIC 999 USAGE COMP-5.
       01  WS-BEST-COST                USAGE COMP-2.
       01  WS-NEW-COST                 USAGE COMP-2.
       01  WS-STEP-DAYS                USAGE COMP-2.
       01  WS-LEG-DIST                 USAGE COMP-2.
       01  WS-DX                       PIC S9(5) USAGE COMP-5.
       01  WS-DY                       PIC S9(5) USAGE COMP-5.
       01  WS-HEX-DIST                 PIC S9(5) USAGE COMP-5.
       01  WS-QA                       PIC S9(5) USAGE COMP-5.
       01  WS-QB                       PIC S9(5) USAGE COMP-5.
       01  WS-SEARCH-STATE             PIC X.
           88  SEARCH-DONE             VALUE 'Y'.
      *********************************
      * Report order and counts.
       01  WS-ORDER-TAB.
           05  NW-ORDER                OCCURS 500 TIMES
                                       PIC 999 USAGE COMP-5.
       01  WS-ORDER-COUNT              PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-I                        PIC 999 USAGE COMP-5.
       01  WS-J                        PIC 999 USAGE COMP-5.
       01  WS-SWAP                     PIC 999 USAGE COMP-5.
       01  WS-REACHED                  PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-DARK                     PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-OFF-HEARD                PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-WEEKS                    PIC 9(5) USAGE COMP-5.
       01  WS-ARRIVE-DAY               PIC S9(8) USAGE COMP-5.
       01  WS-LAG-DAYS                 PIC 9(6) USAGE COMP-5.
       01  WS-LAST-DAYS                PIC 9(6) USAGE COMP-5 VALUE 0.
       01  WS-LINE                     PIC X(160).
       01  WS-DISP-N                   PIC ZZZZ9.
       01  WS-DISP-JUMPS               PIC ZZ9.
       01  WS-DISP-LAG                 PIC ZZZZZ9.
       01  WS-DISP-WEEKS               PIC ZZZZ9.
       01  WS-DISP-DAY-N               PIC -(7)9.
       01  WS-DISP-DIST                PIC -(3)9.99.
      *********************************
      * The overlay grid, (column, row) 0-based as in sector.csv.
       01  WS-MAX-ROW                  PIC 999 USAGE COMP-5 VALUE 0.
       01  MAP-GRID.
           05  GRID-ROW-T              OCCURS 200 TIMES
                                       INDEXED BY GROW-IDX.
               10  GRID-CELL           OCCURS 26 TIMES
                                       INDEXED BY GCOL-IDX.
                   15  CELL-BAND       PIC X.
                   15  CELL-MARK       PIC X.
       01  WS-LINE-POS                 PIC 999 USAGE COMP-5.
       01  WS-N                        PIC 999 USAGE COMP-5.
       01  WS-DISP-ROW                 PIC ZZ9.
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
           MOVE 'G4SSGNWS' TO MC-PROGRAM.
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
                       WHEN 'FROM'
                           MOVE WS-PARM-VAL TO WS-FROM-NAME
                       WHEN 'RANGE'
                           COMPUTE WS-JUMP-RANGE =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'JUMPDAYS'
                           COMPUTE WS-JUMP-DAYS =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'OFFLANE'
                           COMPUTE WS-OFFLANE =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'DAY'
                           COMPUTE WS-START-DAY =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                           MOVE 'Y' TO WS-DAY-GIVEN
                       WHEN 'SECTOR'
                           MOVE WS-PARM-VAL TO WS-SECTOR-PATH
                       WHEN 'PATH'
                           MOVE WS-PARM-VAL TO WS-STARDB-PATH
                       WHEN 'LANES'
                           MOVE WS-PARM-VAL TO WS-LANE-PATH
                       WHEN 'HEXLY'
                           COMPUTE WS-HEX-LY =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'WIDTH'
                           COMPUTE WS-GRID-WIDTH =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'NEWS'
                           MOVE WS-PARM-VAL TO WS-NEWS-PATH
                       WHEN 'MAP'
                           MOVE WS-PARM-VAL TO WS-MAP-PATH
                       WHEN 'CLOCK'
                           MOVE WS-PARM-VAL TO WS-CLOCK-PATH
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-FROM-NAME = SPACES THEN
               MOVE 'NWS001' TO MC-MSG-ID
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
           IF WS-JUMP-DAYS <= 0 THEN
               MOVE 7.0 TO WS-JUMP-DAYS
           END-IF.
           IF WS-OFFLANE < 0 THEN
               MOVE 2.0 TO WS-OFFLANE
           END-IF.
           IF WS-GRID-WIDTH < 1 OR WS-GRID-WIDTH > 26 THEN
               MOVE 10 TO WS-GRID-WIDTH
           END-IF.
           IF WS-DAY-GIVEN = '-' THEN
               PERFORM READ-CAMPAIGN-CLOCK
               MOVE WS-CLOCK-DAY TO WS-START-DAY
           END-IF.
           COMPUTE WS-EVAL-DATE-YR = WS-START-DAY / 365.25.

           OPEN INPUT SECTOR-FILE.
           IF NOT SECTOR-FILE-OK THEN
               MOVE 'NWS002' TO MC-MSG-ID
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
               PERFORM VARYING NW-IDX FROM 1 BY 1
                       UNTIL NW-IDX > WS-SYS-COUNT
                   PERFORM DETAIL-ONE-SYSTEM
               END-PERFORM
               CLOSE STARDB-FILE
           ELSE
               MOVE 'NWS003' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.

           PERFORM VARYING NW-IDX FROM 1 BY 1
                   UNTIL NW-IDX > WS-SYS-COUNT
               IF FUNCTION UPPER-CASE(NW-NAME(NW-IDX)) =
                  FUNCTION UPPER-CASE(WS-FROM-NAME) THEN
                   SET WS-SRC TO NW-IDX
               END-IF
           END-PERFORM.
           IF WS-SRC = 0 THEN
               MOVE 'NWS004' TO MC-MSG-ID
               MOVE WS-FROM-NAME TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

           PERFORM LOAD-LANES.
           PERFORM RUN-DIJKSTRA.
           PERFORM ORDER-BY-ARRIVAL.
           PERFORM WRITE-NEWS-REPORT.
           PERFORM WRITE-BAND-OVERLAY.

           MOVE WS-REACHED TO WS-DISP-N.
           MOVE WS-LAST-DAYS TO WS-DISP-LAG.
           MOVE 'NWS005' TO MC-MSG-ID.
           MOVE WS-FROM-NAME TO MC-INSERT(1).
           MOVE WS-DISP-N TO MC-INSERT(2).
           MOVE WS-DISP-LAG TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE 'NWS006' TO MC-MSG-ID.
           MOVE WS-NEWS-PATH TO MC-INSERT(1).
           MOVE WS-MAP-PATH TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           IF WS-DARK > 0 THEN
               MOVE WS-DARK TO WS-DISP-N
               MOVE 'NWS007' TO MC-MSG-ID
               MOVE WS-DISP-N TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
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
                   MOVE 'NWS008' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'Y' TO WS-CAP-NOTED
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM SPLIT-SECTOR-ROW.
      *    Empty-hex grid rows carry no system name — skip them.
           IF FUNCTION TRIM(WS-CSV-COL) = SPACES
              OR FUNCTION TRIM(WS-CSV-NAME) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SYS-COUNT.
           SET NW-IDX TO WS-SYS-COUNT.
           INITIALIZE NW-SYS(NW-IDX).
           MOVE WS-CSV-NAME TO NW-NAME(NW-IDX).
           COMPUTE NW-COL(NW-IDX) = FUNCTION NUMVAL(WS-CSV-COL).
           COMPUTE NW-ROW(NW-IDX) = FUNCTION NUMVAL(WS-CSV-ROW).
           MOVE '-' TO NW-COORD-FLAG(NW-IDX).
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
      *    Rogues stay in it for the overlay glyph but never slow a
      *    leg (CHECK-FEATURE-CROSSING passes them by).
       NOTE-FEATURE-HEX.
           IF WS-FEAT-COUNT >= 200 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM SPLIT-SECTOR-ROW.
           IF FUNCTION TRIM(WS-CSV-COL) = SPACES THEN
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
      * Saved 3D coordinates, drifted to the day the news breaks.
       DETAIL-ONE-SYSTEM.
           MOVE NW-NAME(NW-IDX) TO STARDB-KEY.
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
               COMPUTE NW-X(NW-IDX) = SYS-COORD-X
                     + SYS-VEL-X * WS-EVAL-DATE-YR / 1000
               COMPUTE NW-Y(NW-IDX) = SYS-COORD-Y
                     + SYS-VEL-Y * WS-EVAL-DATE-YR / 1000
               COMPUTE NW-Z(NW-IDX) = SYS-COORD-Z
                     + SYS-VEL-Z * WS-EVAL-DATE-YR / 1000
               SET NW-HAS-COORDS(NW-IDX) TO TRUE
           END-IF.
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
      * The lane file into the pair matrix — SysA and SysB are all
      * that matter here; the rest of the row passes by.
       LOAD-LANES.
           MOVE SPACES TO WS-LANE-MAT.
           OPEN INPUT LANE-FILE.
           IF NOT LANE-FILE-OK THEN
               MOVE 'NWS009' TO MC-MSG-ID
               MOVE WS-LANE-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LANE-FILE-EOF
               READ LANE-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM NOTE-ONE-LANE
               END-READ
           END-PERFORM.
           CLOSE LANE-FILE.
           IF WS-LANE-COUNT = 0 THEN
               MOVE 'NWS010' TO MC-MSG-ID
               MOVE WS-LANE-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       NOTE-ONE-LANE.
           IF LANE-RECORD(1:5) = 'SysA,' OR LANE-RECORD = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-CSV-A WS-CSV-B.
           MOVE LANE-RECORD TO WS-SPLIT-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-A.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-B.
           MOVE 0 TO WS-LANE-A WS-LANE-B.
           PERFORM VARYING NW-IDX FROM 1 BY 1
                   UNTIL NW-IDX > WS-SYS-COUNT
               IF NW-NAME(NW-IDX) = WS-CSV-A THEN
                   SET WS-LANE-A TO NW-IDX
               END-IF
               IF NW-NAME(NW-IDX) = WS-CSV-B THEN
                   SET WS-LANE-B TO NW-IDX
               END-IF
           END-PERFORM.
           IF WS-LANE-A = 0 OR WS-LANE-B = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LANE-COUNT.
           MOVE 'Y' TO NW-LANE(WS-LANE-A, WS-LANE-B).
           MOVE 'Y' TO NW-LANE(WS-LANE-B, WS-LANE-A).
           EXIT PARAGRAPH.

      *********************************
      * G4SSGRTE's leg distance between WS-CUR and WS-NXT.
       COMPUTE-LEG-DISTANCE.
           IF NW-HAS-COORDS(WS-CUR) AND NW-HAS-COORDS(WS-NXT) THEN
               COMPUTE WS-LEG-DIST = FUNCTION SQRT(
                     (NW-X(WS-CUR) - NW-X(WS-NXT))
                   * (NW-X(WS-CUR) - NW-X(WS-NXT))
                   + (NW-Y(WS-CUR) - NW-Y(WS-NXT))
                   * (NW-Y(WS-CUR) - NW-Y(WS-NXT))
                   + (NW-Z(WS-CUR) - NW-Z(WS-NXT))
                   * (NW-Z(WS-CUR) - NW-Z(WS-NXT)))
           ELSE
      *        Offset-to-axial first: the generator's grid is odd-r
      *        (odd rows shifted right).
               COMPUTE WS-QA = NW-COL(WS-CUR)
                   - (NW-ROW(WS-CUR)
                      - FUNCTION MOD(NW-ROW(WS-CUR), 2)) / 2
               COMPUTE WS-QB = NW-COL(WS-NXT)
                   - (NW-ROW(WS-NXT)
                      - FUNCTION MOD(NW-ROW(WS-NXT), 2)) / 2
               COMPUTE WS-DX = WS-QB - WS-QA
               COMPUTE WS-DY = NW-ROW(WS-NXT) - NW-ROW(WS-CUR)
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
                   (NW-COL(WS-CUR) + NW-COL(WS-NXT)) / 2.
           COMPUTE WS-MID-ROW =
                   (NW-ROW(WS-CUR) + NW-ROW(WS-NXT)) / 2.
           PERFORM VARYING WS-FEAT-I FROM 1 BY 1
                   UNTIL WS-FEAT-I > WS-FEAT-COUNT
               IF FEAT-KIND(WS-FEAT-I) NOT = 'ROGUE'
                  AND FUNCTION ABS(FEAT-COL(WS-FEAT-I) - WS-MID-COL)
                      <= 1
                  AND FUNCTION ABS(FEAT-ROW(WS-FEAT-I)
                      - WS-MID-ROW) <= 1 THEN
                   MOVE FEAT-KIND(WS-FEAT-I) TO WS-LEG-FEAT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * Dijkstra from the source: a jump in range costs JUMPDAYS on
      * a lane (or anywhere, with no lanes loaded), OFFLANE times
      * that off them.  Days weigh first, light-years break ties.
       RUN-DIJKSTRA.
           PERFORM VARYING WS-CUR FROM 1 BY 1
                   UNTIL WS-CUR > WS-SYS-COUNT
               MOVE 99999999 TO NW-COST(WS-CUR)
               MOVE 0 TO NW-DAYS(WS-CUR)
               MOVE 0 TO NW-JUMPS(WS-CUR)
               MOVE 0 TO NW-PREV(WS-CUR)
               MOVE '-' TO NW-DONE(WS-CUR)
               MOVE '-' TO NW-OFF-LANE(WS-CUR)
           END-PERFORM.
           MOVE 0 TO NW-COST(WS-SRC).
           MOVE '-' TO WS-SEARCH-STATE.
           PERFORM UNTIL SEARCH-DONE
               MOVE 0 TO WS-CUR
               MOVE 99999999 TO WS-BEST-COST
               PERFORM VARYING WS-NXT FROM 1 BY 1
                       UNTIL WS-NXT > WS-SYS-COUNT
                   IF NW-DONE(WS-NXT) = '-'
                      AND NW-COST(WS-NXT) < WS-BEST-COST THEN
                       MOVE NW-COST(WS-NXT) TO WS-BEST-COST
                       MOVE WS-NXT TO WS-CUR
                   END-IF
               END-PERFORM
               IF WS-CUR = 0 THEN
                   SET SEARCH-DONE TO TRUE
               ELSE
               MOVE 'Y' TO NW-DONE(WS-CUR)
               PERFORM VARYING WS-NXT FROM 1 BY 1
                       UNTIL WS-NXT > WS-SYS-COUNT
                   IF WS-NXT NOT = WS-CUR
                      AND NW-DONE(WS-NXT) = '-' THEN
                       PERFORM RELAX-ONE-JUMP
                   END-IF
               END-PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       RELAX-ONE-JUMP.
           PERFORM COMPUTE-LEG-DISTANCE.
           IF WS-LEG-DIST > WS-JUMP-RANGE THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-LANE-COUNT = 0
              OR NW-LANE(WS-CUR, WS-NXT) = 'Y' THEN
               MOVE WS-JUMP-DAYS TO WS-STEP-DAYS
           ELSE
               IF WS-OFFLANE = 0 THEN
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-STEP-DAYS = WS-JUMP-DAYS * WS-OFFLANE
           END-IF.
           COMPUTE WS-NEW-COST = NW-COST(WS-CUR)
                   + WS-STEP-DAYS * 1000 + WS-LEG-DIST.
           IF WS-NEW-COST < NW-COST(WS-NXT) THEN
               MOVE WS-NEW-COST TO NW-COST(WS-NXT)
               COMPUTE NW-DAYS(WS-NXT) =
                       NW-DAYS(WS-CUR) + WS-STEP-DAYS
               COMPUTE NW-JUMPS(WS-NXT) = NW-JUMPS(WS-CUR) + 1
               MOVE WS-CUR TO NW-PREV(WS-NXT)
               MOVE NW-OFF-LANE(WS-CUR) TO NW-OFF-LANE(WS-NXT)
               IF WS-STEP-DAYS NOT = WS-JUMP-DAYS THEN
                   MOVE 'Y' TO NW-OFF-LANE(WS-NXT)
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * Systems in arrival order (insertion sort on days); the ones
      * never reached trail at the end.
       ORDER-BY-ARRIVAL.
           MOVE 0 TO WS-ORDER-COUNT.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SYS-COUNT
               ADD 1 TO WS-ORDER-COUNT
               MOVE WS-I TO NW-ORDER(WS-ORDER-COUNT)
               MOVE WS-ORDER-COUNT TO WS-J
               PERFORM UNTIL WS-J < 2
                   MOVE NW-ORDER(WS-J - 1) TO WS-SWAP
                   IF NW-COST(WS-SWAP) <= NW-COST(NW-ORDER(WS-J))
                       THEN
                       EXIT PERFORM
                   END-IF
                   MOVE NW-ORDER(WS-J) TO NW-ORDER(WS-J - 1)
                   MOVE WS-SWAP TO NW-ORDER(WS-J)
                   SUBTRACT 1 FROM WS-J
               END-PERFORM
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * The arrival report.
       WRITE-NEWS-REPORT.
           OPEN OUTPUT NEWS-FILE.
           MOVE WS-START-DAY TO WS-DISP-DAY-N.
           MOVE WS-JUMP-RANGE TO WS-DISP-DIST.
           MOVE SPACES TO WS-LINE.
           STRING 'News propagation from '  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FROM-NAME) DELIMITED BY SIZE
                  ', breaking day '         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DAY-N) DELIMITED BY SIZE
                  ' — couriers '            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DIST) DELIMITED BY SIZE
                  ' ly/jump'                DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE NEWS-RECORD FROM WS-LINE.
           COMPUTE WS-LAG-DAYS = WS-JUMP-DAYS + 0.5.
           MOVE WS-LAG-DAYS TO WS-DISP-LAG.
           MOVE SPACES TO WS-LINE.
           STRING '  '                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-LAG) DELIMITED BY SIZE
                  ' day(s) a jump'          DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           IF WS-LANE-COUNT > 0 THEN
               STRING FUNCTION TRIM(WS-LINE) DELIMITED BY SIZE
                      ' on the lanes of '   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LANE-PATH)
                                            DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           END-IF.
           WRITE NEWS-RECORD FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           WRITE NEWS-RECORD FROM WS-LINE.
           MOVE 'System                                           '
             & 'Jumps    Lag  Weeks  Arrives  Via' TO WS-LINE.
           WRITE NEWS-RECORD FROM WS-LINE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ORDER-COUNT
               MOVE NW-ORDER(WS-I) TO WS-CUR
               PERFORM WRITE-ONE-ARRIVAL
           END-PERFORM.
           CLOSE NEWS-FILE.
           EXIT PARAGRAPH.

       WRITE-ONE-ARRIVAL.
           MOVE SPACES TO WS-LINE.
           MOVE NW-NAME(WS-CUR) TO WS-LINE(1:48).
           IF NW-COST(WS-CUR) >= 99999999 THEN
               ADD 1 TO WS-DARK
               MOVE '  --  never — no courier route in range'
                 TO WS-LINE(50:)
               WRITE NEWS-RECORD FROM WS-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REACHED.
      *    Part days round up — the news is in on the day the
      *    courier lands.
           COMPUTE WS-LAG-DAYS = NW-DAYS(WS-CUR) + 0.999.
           IF WS-LAG-DAYS > WS-LAST-DAYS THEN
               MOVE WS-LAG-DAYS TO WS-LAST-DAYS
           END-IF.
           COMPUTE WS-WEEKS = WS-LAG-DAYS / 7.
           COMPUTE WS-ARRIVE-DAY = WS-START-DAY + WS-LAG-DAYS.
           MOVE NW-JUMPS(WS-CUR) TO WS-DISP-JUMPS.
           MOVE WS-LAG-DAYS TO WS-DISP-LAG.
           MOVE WS-WEEKS TO WS-DISP-WEEKS.
           MOVE WS-ARRIVE-DAY TO WS-DISP-DAY-N.
           MOVE WS-DISP-JUMPS TO WS-LINE(51:3).
           MOVE WS-DISP-LAG TO WS-LINE(55:6).
           MOVE WS-DISP-WEEKS TO WS-LINE(62:5).
           MOVE WS-DISP-DAY-N TO WS-LINE(67:8).
           IF WS-CUR = WS-SRC THEN
               MOVE '(breaks here)' TO WS-LINE(77:)
           ELSE
               MOVE NW-NAME(NW-PREV(WS-CUR)) TO WS-LINE(77:48)
               IF NW-OFF-LANE(WS-CUR) = 'Y' THEN
                   ADD 1 TO WS-OFF-HEARD
                   STRING FUNCTION TRIM(WS-LINE) DELIMITED BY SIZE
                          ' (off-lane)'         DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
               END-IF
           END-IF.
           WRITE NEWS-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *********************************
      * The overlay: G4SSGMAP's odd-r grid, one arrival band per
      * system.
       WRITE-BAND-OVERLAY.
           PERFORM VARYING GROW-IDX FROM 1 BY 1
                   UNTIL GROW-IDX > 200
               PERFORM VARYING GCOL-IDX FROM 1 BY 1
                       UNTIL GCOL-IDX > 26
                   MOVE '.' TO CELL-BAND(GROW-IDX, GCOL-IDX)
                   MOVE SPACE TO CELL-MARK(GROW-IDX, GCOL-IDX)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-FEAT-I FROM 1 BY 1
                   UNTIL WS-FEAT-I > WS-FEAT-COUNT
               IF FEAT-COL(WS-FEAT-I) >= 0
                  AND FEAT-COL(WS-FEAT-I) < WS-GRID-WIDTH
                  AND FEAT-ROW(WS-FEAT-I) >= 0
                  AND FEAT-ROW(WS-FEAT-I) < 200 THEN
                   SET GROW-IDX TO FEAT-ROW(WS-FEAT-I)
                   SET GROW-IDX UP BY 1
                   SET GCOL-IDX TO FEAT-COL(WS-FEAT-I)
                   SET GCOL-IDX UP BY 1
                   EVALUATE FEAT-KIND(WS-FEAT-I)
                       WHEN 'NEBULA'
                           MOVE '~' TO CELL-BAND(GROW-IDX, GCOL-IDX)
                       WHEN 'ROGUE'
                           MOVE 'r' TO CELL-BAND(GROW-IDX, GCOL-IDX)
                       WHEN OTHER
                           MOVE 'x' TO CELL-BAND(GROW-IDX, GCOL-IDX)
                   END-EVALUATE
                   IF FEAT-ROW(WS-FEAT-I) > WS-MAX-ROW THEN
                       MOVE FEAT-ROW(WS-FEAT-I) TO WS-MAX-ROW
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CUR FROM 1 BY 1
                   UNTIL WS-CUR > WS-SYS-COUNT
               IF NW-COL(WS-CUR) >= 0
                  AND NW-COL(WS-CUR) < WS-GRID-WIDTH
                  AND NW-ROW(WS-CUR) >= 0
                  AND NW-ROW(WS-CUR) < 200 THEN
                   PERFORM PLACE-ONE-BAND
               END-IF
           END-PERFORM.
           OPEN OUTPUT MAP-FILE.
           MOVE SPACES TO WS-LINE.
           STRING 'News-arrival bands from ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FROM-NAME) DELIMITED BY SIZE
                  ' ('                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SECTOR-PATH) DELIMITED BY SIZE
                  ')'                       DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE MAP-RECORD FROM WS-LINE.
           MOVE 'Legend: @ news breaks  0-9 weeks of lag  + ten weeks'
             & ' or more  - never hears' TO WS-LINE.
           WRITE MAP-RECORD FROM WS-LINE.
           MOVE '        o heard off the lanes  . empty  ~ nebula  r'
             & ' rogue  x remnant' TO WS-LINE.
           WRITE MAP-RECORD FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           MOVE 6 TO WS-LINE-POS.
           PERFORM VARYING GCOL-IDX FROM 1 BY 1
                   UNTIL GCOL-IDX > WS-GRID-WIDTH
               SET WS-N TO GCOL-IDX
               COMPUTE WS-N = WS-N - 1
               MOVE WS-N TO WS-DISP-ROW
               MOVE WS-DISP-ROW(2:2) TO WS-LINE(WS-LINE-POS:2)
               ADD 4 TO WS-LINE-POS
           END-PERFORM.
           WRITE MAP-RECORD FROM WS-LINE.
           PERFORM VARYING GROW-IDX FROM 1 BY 1
                   UNTIL GROW-IDX > WS-MAX-ROW + 1
               PERFORM RENDER-BAND-ROW
           END-PERFORM.
           CLOSE MAP-FILE.
           EXIT PARAGRAPH.

       PLACE-ONE-BAND.
           SET GROW-IDX TO NW-ROW(WS-CUR).
           SET GROW-IDX UP BY 1.
           SET GCOL-IDX TO NW-COL(WS-CUR).
           SET GCOL-IDX UP BY 1.
           IF NW-ROW(WS-CUR) > WS-MAX-ROW THEN
               MOVE NW-ROW(WS-CUR) TO WS-MAX-ROW
           END-IF.
           EVALUATE TRUE
               WHEN WS-CUR = WS-SRC
                   MOVE '@' TO CELL-BAND(GROW-IDX, GCOL-IDX)
               WHEN NW-COST(WS-CUR) >= 99999999
                   MOVE '-' TO CELL-BAND(GROW-IDX, GCOL-IDX)
               WHEN OTHER
                   COMPUTE WS-LAG-DAYS = NW-DAYS(WS-CUR) + 0.999
                   COMPUTE WS-WEEKS = WS-LAG-DAYS / 7
                   IF WS-WEEKS > 9 THEN
                       MOVE '+' TO CELL-BAND(GROW-IDX, GCOL-IDX)
                   ELSE
                       MOVE WS-WEEKS TO WS-DISP-ROW
                       MOVE WS-DISP-ROW(3:1)
                         TO CELL-BAND(GROW-IDX, GCOL-IDX)
                   END-IF
                   IF NW-OFF-LANE(WS-CUR) = 'Y' THEN
                       MOVE 'o' TO CELL-MARK(GROW-IDX, GCOL-IDX)
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    One hex row: odd rows are indented half a hex, as
      *    G4SSGMAP draws them.
       RENDER-BAND-ROW.
           MOVE SPACES TO WS-LINE.
           SET WS-N TO GROW-IDX.
           COMPUTE WS-N = WS-N - 1.
           MOVE WS-N TO WS-DISP-ROW.
           MOVE WS-DISP-ROW TO WS-LINE(1:3).
           IF FUNCTION MOD(GROW-IDX - 1, 2) = 1 THEN
               MOVE 7 TO WS-LINE-POS
           ELSE
               MOVE 5 TO WS-LINE-POS
           END-IF.
           PERFORM VARYING GCOL-IDX FROM 1 BY 1
                   UNTIL GCOL-IDX > WS-GRID-WIDTH
               MOVE CELL-BAND(GROW-IDX, GCOL-IDX)
                 TO WS-LINE(WS-LINE-POS:1)
               MOVE CELL-MARK(GROW-IDX, GCOL-IDX)
                 TO WS-LINE(WS-LINE-POS + 1:1)
               ADD 4 TO WS-LINE-POS
           END-PERFORM.
           WRITE MAP-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
