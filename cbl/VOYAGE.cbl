       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGVOY.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Voyage simulator — a long trip prepped in one run instead of
      * G4SSGRTE for the path, G4SSGTRV for every in-system leg and
      * a hand-rolled pile of G4SSGENC throws for every day under
      * way.  Given origin, destination, drive profile, start day and
      * seed, it lays out a day-by-day voyage log ready to print:
      *
      *   - the route, found the way G4SSGRTE finds it (fewest jumps,
      *     then the shortest flown distance; 3D coordinates drifted
      *     to the start day when both ends carry them, the odd-r hex
      *     grid at HEXLY otherwise, a quarter extra past a nebula or
      *     adrift remnant);
      *   - every in-system transit, timed with G4SSGTRV's
      *     brachistochrone (delta-V cap included): out from the
      *     origin's main world to its jump shell (100 diameters of
      *     the primary), in from each arrival shell to wherever the
      *     ship refuels, back out, and finally in to the
      *     destination's main world;
      *   - a refuel stop at every intermediate system — a class A/B
      *     starport's refined fuel first, then the safest gas giant
      *     by its graded wilderness-refuel risk (S/C/D/X, as
      *     G4SSGRTE flags them), then a C/D port's unrefined fuel;
      *     a system with none of these is flagged;
      *   - each day's encounter throw while the ship is in normal
      *     space, against that system's traffic class and on its
      *     2D6 table (ENCOUNTER-TABLE — the one G4SSGENC prints).
      *     Days in jump space roll nothing.
      *
      * The main world is the terrestrial orbit carrying the richest
      * native life on record (the first occupied orbit of the
      * primary when there is none; the jump shell itself when the
      * system is empty).  In-system legs to another star of the
      * system are flown through the primary, as G4SSGSHP flies
      * them.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   FROM=<name>    origin system (required)
      *   TO=<name>      destination system (required)
      *   JUMP=<n>       jump rating — range n x HEXLY (default 1)
      *   RANGE=<ly>     per-jump range in light-years instead
      *   ACCEL=<g>      maneuver acceleration in g (default 1.0)
      *   DELTAV=<km/s>  delta-V budget per in-system leg; 0 =
      *                  unlimited (default)
      *   JUMPDAYS=<n>   days in jump space per jump (default 7)
      *   DAY=<n>        start day (default the campaign clock)
      *   SEED=<n>       dice seed (default 0 — same log every run)
      *   SECTOR=<path>  sector file (default sector.csv)
      *   PATH=<path>    star database file (default stardb.dat)
      *   LANES=<path>   trade lane file for the traffic classes
      *                  (default tradelanes.csv)
      *   HEXLY=<ly>     light-years per hex (default 3.0)
      *   CLOCK=<path>   campaign clock (default campclock.dat)
      *   OUT=<path>     voyage log (default voyage.txt)
      *
      * Return codes: 0 log written, 4 no route within range,
      * 8 endpoint missing from the sector file (or no sector file).
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
           SELECT VOY-FILE             ASSIGN TO WS-VOY-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-VOY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECTOR-FILE.
       01  SECTOR-RECORD               PIC X(200).
       FD  LANE-FILE.
       01  LANE-RECORD                 PIC X(160).
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.
       FD  CLOCK-FILE.
       01  CLOCK-RECORD                PIC X(40).
       FD  VOY-FILE.
       01  VOY-RECORD                  PIC X(132).

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
       01  WS-LANE-PATH                PIC X(100)
                                       VALUE "tradelanes.csv".
       01  WS-LANE-STATUS              PIC XX.
           88  LANE-FILE-OK            VALUE '00'.
           88  LANE-FILE-EOF           VALUE '10'.
       01  WS-STARDB-PATH              PIC X(100) VALUE "stardb.dat".
       01  WS-STARDB-STATUS            PIC XX.
           88  STARDB-FILE-OK          VALUE '00'.
       01  WS-VOY-PATH                 PIC X(100) VALUE "voyage.txt".
       01  WS-VOY-STATUS               PIC XX.
           88  VOY-FILE-OK             VALUE '00'.
       01  WS-FROM-NAME                PIC X(48) VALUE SPACES.
       01  WS-TO-NAME                  PIC X(48) VALUE SPACES.
       01  WS-JUMP-RATING              PIC 9 VALUE 1.
       01  WS-JUMP-RANGE               USAGE COMP-2 VALUE 0.
       01  WS-HEX-LY                   USAGE COMP-2 VALUE 3.0.
       01  WS-JUMP-DAYS                USAGE COMP-2 VALUE 7.0.
       01  WS-ACCEL-G                  USAGE COMP-2 VALUE 1.0.
       01  WS-DELTAV-KMS               USAGE COMP-2 VALUE 0.
       01  WS-SEED                     PIC 9(9) USAGE COMP-5 VALUE 0.
       01  WS-START-DAY                USAGE COMP-2 VALUE 0.
       01  WS-DAY-GIVEN                PIC X VALUE '-'.
       01  WS-EVAL-DATE-YR             USAGE COMP-2 VALUE 0.
       01  WS-GRADE                    PIC X.                           helper
      *    Quote-tolerant CSV splitting — see CSV-SPLIT-FIELD.
       01  WS-SPLIT-LINE               PIC X(250).
       01  WS-SPLIT-PTR                PIC 999 USAGE COMP-5.
       01  WS-SPLIT-FLD                PIC X(100).

      *    The shared campaign clock (see G4SSGCLK) — the start day
      *    when the PARM gives none.
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
           05  VY-FEAT                 OCCURS 200 TIMES.
               10  FEAT-KIND           PIC X(12).
               10  FEAT-COL            PIC S9(5) USAGE COMP-5.
               10  FEAT-ROW            PIC S9(5) USAGE COMP-5.
       01  WS-MID-COL                  PIC S9(5) USAGE COMP-5.
       01  WS-MID-ROW                  PIC S9(5) USAGE COMP-5.
       01  WS-FEAT-I                   PIC 999 USAGE COMP-5.
       01  WS-LEG-FEAT                 PIC X(12).
      *********************************
      * The loaded sector: one entry per system row, with what the
      * voyage needs off the saved record and the lane file.
       01  WS-SYS-COUNT                PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-CAP-NOTED                PIC X VALUE '-'.
       01  WS-SYS-TAB.
           05  VY-SYS                  OCCURS 500 TIMES
                                       INDEXED BY VY-IDX.
               10  VY-NAME             PIC X(48).
               10  VY-COL              PIC S9(5) USAGE COMP-5.
               10  VY-ROW              PIC S9(5) USAGE COMP-5.
               10  VY-X                USAGE COMP-2.
               10  VY-Y                USAGE COMP-2.
               10  VY-Z                USAGE COMP-2.
               10  VY-COORD-FLAG       PIC X.
                   88  VY-HAS-COORDS   VALUE 'Y'.
               10  VY-ON-RECORD        PIC X.
               10  VY-POP              PIC 99 USAGE COMP-5.
               10  VY-PORT             PIC X.
               10  VY-ZONE             PIC X.
      *            Lane tallies by class, for the traffic rating.
               10  VY-MAIN-CT          PIC 999 USAGE COMP-5.
               10  VY-MAJOR-CT         PIC 999 USAGE COMP-5.
               10  VY-MINOR-CT         PIC 999 USAGE COMP-5.
               10  VY-TRAFFIC          PIC X(8).
               10  VY-THROW            PIC 99 USAGE COMP-5.
      *            The primary's jump shell, the main world and the
      *            safest gas giant (star, orbit, AU; grade S/C/D/X,
      *            '-' ungraded, space when there is none).
               10  VY-SHELL-AU         USAGE COMP-2.
               10  VY-MW-STAR          PIC 999 USAGE COMP-5.
               10  VY-MW-ORBIT         PIC 999 USAGE COMP-5.
               10  VY-MW-AU            USAGE COMP-2.
               10  VY-GG-STAR          PIC 999 USAGE COMP-5.
               10  VY-GG-ORBIT         PIC 999 USAGE COMP-5.
               10  VY-GG-AU            USAGE COMP-2.
               10  VY-REFUEL           PIC X.
       01  WS-MW-RANK                  PIC 9 USAGE COMP-5.
       01  WS-LIFE-RANK                PIC 9 USAGE COMP-5.
      *********************************
      * Dijkstra state — as G4SSGRTE: jumps first, then distance.
       01  WS-VY-STATE.
           05  VY-NODE                 OCCURS 500 TIMES.
               10  VY-COST             USAGE COMP-2.
               10  VY-PREV             PIC 999 USAGE COMP-5.
               10  VY-DONE             PIC X.
       01  WS-FROM-IDX                 PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-TO-IDX                   PIC 999 USAGE COMP-5 VALUE 0.
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
       01  WS-PATH-LEN                 PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-PATH-TAB.
           05  VY-PATH                 OCCURS 500 TIMES
                                       PIC 999 USAGE COMP-5.
       01  WS-STEP                     PIC 999 USAGE COMP-5.
      *********************************
      * One unstrung sector.csv / tradelanes.csv row.
       01  WS-CSV-F1                   PIC X(10).
       01  WS-CSV-NAME                 PIC X(48).
       01  WS-CSV-COL                  PIC X(10).
       01  WS-CSV-ROW                  PIC X(10).
       01  WS-CSV-A                    PIC X(48).
       01  WS-CSV-B                    PIC X(48).
       01  WS-CSV-DIST                 PIC X(12).
       01  WS-CSV-CLASS                PIC X(10).
       01  WS-I                        PIC 999 USAGE COMP-5.
       01  WS-J                        PIC 999 USAGE COMP-5.
      *********************************
      * Physics constants — G4SSGTRV's.
       77  TRV-AU-M                    USAGE COMP-2
                                       VALUE 149597870700.
       77  TRV-G-MS2                   USAGE COMP-2 VALUE 9.80665.
       77  TRV-SEC-PER-DAY             USAGE COMP-2 VALUE 86400.
       01  WS-ACCEL-MS2                USAGE COMP-2.
       01  WS-VCAP-MS                  USAGE COMP-2.
       01  WS-VPEAK-MS                 USAGE COMP-2.
       01  WS-DIST-M                   USAGE COMP-2.
       01  WS-TIME-S                   USAGE COMP-2.
       01  WS-TIME-DAYS                USAGE COMP-2.
      *********************************
      * The voyage clock and the leg being logged.
       01  WS-VOY-DAY                  USAGE COMP-2.
       01  WS-SEG-START                USAGE COMP-2.
       01  WS-SEG-SYS                  PIC 999 USAGE COMP-5.
       01  WS-SEG-AU                   USAGE COMP-2.
       01  WS-SEG-TXT                  PIC X(80).
       01  WS-FROM-AU                  USAGE COMP-2.
       01  WS-TO-AU                    USAGE COMP-2.
       01  WS-FROM-STAR                PIC 999 USAGE COMP-5.
       01  WS-TO-STAR                  PIC 999 USAGE COMP-5.
       01  WS-LAST-ROLLED              PIC S9(8) USAGE COMP-5.
       01  WS-ROLL-DAY                 PIC S9(8) USAGE COMP-5.
       01  WS-LAST-DAY                 PIC S9(8) USAGE COMP-5.
       01  WS-ENC-COUNT                PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-ROLL-COUNT               PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-FUEL-TXT                 PIC X(60).
       01  WS-ENC-CTL.
           COPY ENCCTL.
       COPY RNG.
       01  WS-TMP-N0                   USAGE COMP-2.
      *********************************
      * Print edits.
       01  WS-LINE                     PIC X(132).
       01  WS-DISP-DAY                 PIC -(7)9.99.
       01  WS-DISP-DAY-N               PIC -(7)9.
       01  WS-DISP-DIST                PIC ZZZ9.99.
       01  WS-DISP-TIME                PIC ZZZ9.99.
       01  WS-DISP-N                   PIC ZZZZ9.
       01  WS-DISP-ROLL                PIC Z9.
       01  WS-DISP-STAR                PIC ZZ9.
       01  WS-DISP-ORBIT               PIC ZZ9.
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
           MOVE 'G4SSGVOY' TO MC-PROGRAM.
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
                       WHEN 'TO'
                           MOVE WS-PARM-VAL TO WS-TO-NAME
                       WHEN 'JUMP'
                           COMPUTE WS-JUMP-RATING =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'RANGE'
                           COMPUTE WS-JUMP-RANGE =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'ACCEL'
                           COMPUTE WS-ACCEL-G =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'DELTAV'
                           COMPUTE WS-DELTAV-KMS =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'JUMPDAYS'
                           COMPUTE WS-JUMP-DAYS =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'DAY'
                           COMPUTE WS-START-DAY =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                           MOVE 'Y' TO WS-DAY-GIVEN
                       WHEN 'SEED'
                           COMPUTE WS-SEED =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'SECTOR'
                           MOVE WS-PARM-VAL TO WS-SECTOR-PATH
                       WHEN 'PATH'
                           MOVE WS-PARM-VAL TO WS-STARDB-PATH
                       WHEN 'LANES'
                           MOVE WS-PARM-VAL TO WS-LANE-PATH
                       WHEN 'HEXLY'
                           COMPUTE WS-HEX-LY =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'CLOCK'
                           MOVE WS-PARM-VAL TO WS-CLOCK-PATH
                       WHEN 'OUT'
                           MOVE WS-PARM-VAL TO WS-VOY-PATH
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-FROM-NAME = SPACES OR WS-TO-NAME = SPACES THEN
               MOVE 'VOY001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-HEX-LY <= 0 THEN
               MOVE 3.0 TO WS-HEX-LY
           END-IF.
           IF WS-JUMP-RATING < 1 THEN
               MOVE 1 TO WS-JUMP-RATING
           END-IF.
           IF WS-JUMP-RANGE <= 0 THEN
               COMPUTE WS-JUMP-RANGE = WS-JUMP-RATING * WS-HEX-LY
           END-IF.
           IF WS-ACCEL-G <= 0 THEN
               MOVE 1.0 TO WS-ACCEL-G
           END-IF.
           IF WS-JUMP-DAYS < 0 THEN
               MOVE 7.0 TO WS-JUMP-DAYS
           END-IF.
           COMPUTE WS-ACCEL-MS2 = WS-ACCEL-G * TRV-G-MS2.
           COMPUTE WS-VCAP-MS = WS-DELTAV-KMS * 1000 / 2.
           IF WS-DAY-GIVEN = '-' THEN
               PERFORM READ-CAMPAIGN-CLOCK
               MOVE WS-CLOCK-DAY TO WS-START-DAY
           END-IF.
           COMPUTE WS-EVAL-DATE-YR = WS-START-DAY / 365.25.
           COMPUTE WS-TMP-N0 = FUNCTION RANDOM(WS-SEED + 1).

           OPEN INPUT SECTOR-FILE.
           IF NOT SECTOR-FILE-OK THEN
               MOVE 'VOY002' TO MC-MSG-ID
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
               PERFORM VARYING VY-IDX FROM 1 BY 1
                       UNTIL VY-IDX > WS-SYS-COUNT
                   PERFORM DETAIL-ONE-SYSTEM
               END-PERFORM
               CLOSE STARDB-FILE
           ELSE
               MOVE 'VOY003' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           PERFORM LOAD-LANE-TALLIES.
           PERFORM RATE-ALL-TRAFFIC.

           PERFORM FIND-ENDPOINTS.
           IF WS-FROM-IDX = 0 OR WS-TO-IDX = 0 THEN
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM RUN-DIJKSTRA.
           IF VY-COST(WS-TO-IDX) >= 99999999 THEN
               MOVE WS-JUMP-RANGE TO WS-DISP-DIST
               MOVE 'VOY004' TO MC-MSG-ID
               MOVE WS-FROM-NAME TO MC-INSERT(1)
               MOVE WS-TO-NAME TO MC-INSERT(2)
               MOVE WS-DISP-DIST TO MC-INSERT(3)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

           OPEN OUTPUT VOY-FILE.
           IF NOT VOY-FILE-OK THEN
               MOVE 'VOY005' TO MC-MSG-ID
               MOVE WS-VOY-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM WRITE-VOYAGE-LOG.
           CLOSE VOY-FILE.
           COMPUTE WS-DISP-TIME = WS-VOY-DAY - WS-START-DAY.
           MOVE 'VOY006' TO MC-MSG-ID.
           MOVE WS-VOY-PATH TO MC-INSERT(1).
           MOVE WS-DISP-TIME TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
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
                   MOVE 'VOY007' TO MC-MSG-ID
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
           SET VY-IDX TO WS-SYS-COUNT.
           INITIALIZE VY-SYS(VY-IDX).
           MOVE WS-CSV-NAME TO VY-NAME(VY-IDX).
           COMPUTE VY-COL(VY-IDX) = FUNCTION NUMVAL(WS-CSV-COL).
           COMPUTE VY-ROW(VY-IDX) = FUNCTION NUMVAL(WS-CSV-ROW).
           MOVE '-' TO VY-COORD-FLAG(VY-IDX) VY-ON-RECORD(VY-IDX).
           MOVE 'X' TO VY-PORT(VY-IDX).
           MOVE SPACE TO VY-ZONE(VY-IDX) VY-REFUEL(VY-IDX).
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
      * Saved-record detail for one system: coordinates at the start
      * day, settlement, zone, jump shell, main world and the
      * safest gas giant.
       DETAIL-ONE-SYSTEM.
           MOVE VY-NAME(VY-IDX) TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           MOVE 'Y' TO VY-ON-RECORD(VY-IDX).
           IF SYS-COORD-X NOT = 0 OR SYS-COORD-Y NOT = 0
              OR SYS-COORD-Z NOT = 0 THEN
               COMPUTE VY-X(VY-IDX) = SYS-COORD-X
                     + SYS-VEL-X * WS-EVAL-DATE-YR / 1000
               COMPUTE VY-Y(VY-IDX) = SYS-COORD-Y
                     + SYS-VEL-Y * WS-EVAL-DATE-YR / 1000
               COMPUTE VY-Z(VY-IDX) = SYS-COORD-Z
                     + SYS-VEL-Z * WS-EVAL-DATE-YR / 1000
               SET VY-HAS-COORDS(VY-IDX) TO TRUE
           END-IF.
           IF SETTLE-POP-EXP IS NUMERIC THEN
               MOVE SETTLE-POP-EXP TO VY-POP(VY-IDX)
           END-IF.
           MOVE SETTLE-PORT TO VY-PORT(VY-IDX).
           MOVE SYSTEM-TRAVEL-ZONE TO VY-ZONE(VY-IDX).
           IF STAR-COUNT < 1 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE VY-SHELL-AU(VY-IDX) = 200 * RADIUS(1).
           MOVE 0 TO WS-MW-RANK.
           PERFORM VARYING STAR-IDX FROM 1 BY 1
                   UNTIL STAR-IDX > STAR-COUNT
               PERFORM VARYING ORB-IDX FROM 1 BY 1
                       UNTIL ORB-IDX > NUM-ORBITS(STAR-IDX)
                   IF OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX) THEN
                       PERFORM RANK-ONE-WORLD
                   END-IF
                   IF OBJ-GAS-GIANT(STAR-IDX, ORB-IDX) THEN
                       PERFORM GRADE-ONE-GIANT
                   END-IF
               END-PERFORM
           END-PERFORM.
      *    No terrestrial on record: the primary's first occupied
      *    orbit stands in for the main world.
           IF WS-MW-RANK = 0 THEN
               PERFORM VARYING ORB-IDX FROM 1 BY 1
                       UNTIL ORB-IDX > NUM-ORBITS(1)
                   IF NOT OBJ-NOTHING(1, ORB-IDX) THEN
                       MOVE 1 TO VY-MW-STAR(VY-IDX)
                       SET VY-MW-ORBIT(VY-IDX) TO ORB-IDX
                       MOVE DISTANCE OF ORBIT(1, ORB-IDX)
                         TO VY-MW-AU(VY-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           EXIT PARAGRAPH.

      *    The richest native life wins the main world; the first
      *    one found keeps a tie.
       RANK-ONE-WORLD.
           EVALUATE TRUE
               WHEN LIFE-ABUNDANT(STAR-IDX, ORB-IDX)
                   MOVE 6 TO WS-LIFE-RANK
               WHEN LIFE-COMPLEX(STAR-IDX, ORB-IDX)
                   MOVE 5 TO WS-LIFE-RANK
               WHEN LIFE-SIMPLE(STAR-IDX, ORB-IDX)
                   MOVE 4 TO WS-LIFE-RANK
               WHEN LIFE-MICROBIAL(STAR-IDX, ORB-IDX)
                   MOVE 3 TO WS-LIFE-RANK
               WHEN LIFE-STERILE(STAR-IDX, ORB-IDX)
                   MOVE 2 TO WS-LIFE-RANK
               WHEN OTHER
                   MOVE 1 TO WS-LIFE-RANK
           END-EVALUATE.
           IF WS-LIFE-RANK > WS-MW-RANK THEN
               MOVE WS-LIFE-RANK TO WS-MW-RANK
               SET VY-MW-STAR(VY-IDX) TO STAR-IDX
               SET VY-MW-ORBIT(VY-IDX) TO ORB-IDX
               MOVE DISTANCE OF ORBIT(STAR-IDX, ORB-IDX)
                 TO VY-MW-AU(VY-IDX)
           END-IF.
           EXIT PARAGRAPH.

      *    S beats C beats D beats X, and an ungraded giant ('-')
      *    only stands until a graded one turns up — G4SSGRTE's
      *    order; the winner's orbit is where the ship skims.
       GRADE-ONE-GIANT.
           MOVE ORBIT-REFUEL(STAR-IDX, ORB-IDX) TO WS-GRADE.
           IF VY-REFUEL(VY-IDX) = SPACE THEN
               PERFORM TAKE-THIS-GIANT
               EXIT PARAGRAPH
           END-IF.
           IF WS-GRADE = '-' THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE VY-REFUEL(VY-IDX)
               WHEN '-'
                   PERFORM TAKE-THIS-GIANT
               WHEN 'X'
                   PERFORM TAKE-THIS-GIANT
               WHEN 'D'
                   IF WS-GRADE = 'S' OR WS-GRADE = 'C' THEN
                       PERFORM TAKE-THIS-GIANT
                   END-IF
               WHEN 'C'
                   IF WS-GRADE = 'S' THEN
                       PERFORM TAKE-THIS-GIANT
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

       TAKE-THIS-GIANT.
           MOVE WS-GRADE TO VY-REFUEL(VY-IDX).
           SET VY-GG-STAR(VY-IDX) TO STAR-IDX.
           SET VY-GG-ORBIT(VY-IDX) TO ORB-IDX.
           MOVE DISTANCE OF ORBIT(STAR-IDX, ORB-IDX)
             TO VY-GG-AU(VY-IDX).
           EXIT PARAGRAPH.

      *********************************
      * Lane tallies per system off the lane file — G4SSGENC's
      * inputs to the traffic rating.
       LOAD-LANE-TALLIES.
           OPEN INPUT LANE-FILE.
           IF NOT LANE-FILE-OK THEN
               MOVE 'VOY008' TO MC-MSG-ID
               MOVE WS-LANE-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LANE-FILE-EOF
               READ LANE-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM TALLY-LANE-ROW
               END-READ
           END-PERFORM.
           CLOSE LANE-FILE.
           EXIT PARAGRAPH.

       TALLY-LANE-ROW.
           IF LANE-RECORD(1:5) = 'SysA,' OR LANE-RECORD = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-CSV-A WS-CSV-B WS-CSV-DIST WS-CSV-CLASS.
           MOVE LANE-RECORD TO WS-SPLIT-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-A.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-B.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-DIST.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-CLASS.
           PERFORM TALLY-LANE-END.
           MOVE WS-CSV-B TO WS-CSV-A.
           PERFORM TALLY-LANE-END.
           EXIT PARAGRAPH.

       TALLY-LANE-END.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SYS-COUNT
               IF VY-NAME(WS-I) = WS-CSV-A THEN
                   EVALUATE FUNCTION TRIM(WS-CSV-CLASS)
                       WHEN 'MAIN'
                           ADD 1 TO VY-MAIN-CT(WS-I)
                       WHEN 'MAJOR'
                           ADD 1 TO VY-MAJOR-CT(WS-I)
                       WHEN OTHER
                           ADD 1 TO VY-MINOR-CT(WS-I)
                   END-EVALUATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    Every system's traffic class and daily throw, once.
       RATE-ALL-TRAFFIC.
           SET EC-RATE TO TRUE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SYS-COUNT
               MOVE VY-POP(WS-I) TO EC-POP
               MOVE VY-MAIN-CT(WS-I) TO EC-MAIN-CT
               MOVE VY-MAJOR-CT(WS-I) TO EC-MAJOR-CT
               MOVE VY-MINOR-CT(WS-I) TO EC-MINOR-CT
               MOVE VY-PORT(WS-I) TO EC-PORT
               CALL 'ENCOUNTER-TABLE' USING WS-ENC-CTL
               MOVE EC-TRAFFIC-CLASS TO VY-TRAFFIC(WS-I)
               MOVE EC-THROW TO VY-THROW(WS-I)
           END-PERFORM.
           EXIT PARAGRAPH.

       FIND-ENDPOINTS.
           PERFORM VARYING VY-IDX FROM 1 BY 1
                   UNTIL VY-IDX > WS-SYS-COUNT
               IF FUNCTION UPPER-CASE(VY-NAME(VY-IDX)) =
                  FUNCTION UPPER-CASE(WS-FROM-NAME) THEN
                   SET WS-FROM-IDX TO VY-IDX
               END-IF
               IF FUNCTION UPPER-CASE(VY-NAME(VY-IDX)) =
                  FUNCTION UPPER-CASE(WS-TO-NAME) THEN
                   SET WS-TO-IDX TO VY-IDX
               END-IF
           END-PERFORM.
           IF WS-FROM-IDX = 0 THEN
               MOVE 'VOY009' TO MC-MSG-ID
               MOVE WS-FROM-NAME TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           IF WS-TO-IDX = 0 THEN
               MOVE 'VOY009' TO MC-MSG-ID
               MOVE WS-TO-NAME TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
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
      * G4SSGRTE's leg rule, WS-CUR to WS-NXT, into WS-LEG-DIST.
       COMPUTE-LEG-DISTANCE.
           IF VY-HAS-COORDS(WS-CUR) AND VY-HAS-COORDS(WS-NXT) THEN
               COMPUTE WS-LEG-DIST = FUNCTION SQRT(
                     (VY-X(WS-CUR) - VY-X(WS-NXT))
                   * (VY-X(WS-CUR) - VY-X(WS-NXT))
                   + (VY-Y(WS-CUR) - VY-Y(WS-NXT))
                   * (VY-Y(WS-CUR) - VY-Y(WS-NXT))
                   + (VY-Z(WS-CUR) - VY-Z(WS-NXT))
                   * (VY-Z(WS-CUR) - VY-Z(WS-NXT)))
           ELSE
      *        Offset-to-axial first: the generator's grid is odd-r
      *        (odd rows shifted right).
               COMPUTE WS-QA = VY-COL(WS-CUR)
                   - (VY-ROW(WS-CUR)
                      - FUNCTION MOD(VY-ROW(WS-CUR), 2)) / 2
               COMPUTE WS-QB = VY-COL(WS-NXT)
                   - (VY-ROW(WS-NXT)
                      - FUNCTION MOD(VY-ROW(WS-NXT), 2)) / 2
               COMPUTE WS-DX = WS-QB - WS-QA
               COMPUTE WS-DY = VY-ROW(WS-NXT) - VY-ROW(WS-CUR)
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
                   (VY-COL(WS-CUR) + VY-COL(WS-NXT)) / 2.
           COMPUTE WS-MID-ROW =
                   (VY-ROW(WS-CUR) + VY-ROW(WS-NXT)) / 2.
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
      * Dijkstra, fewest-jumps-first, as G4SSGRTE runs it.
       RUN-DIJKSTRA.
           PERFORM VARYING WS-CUR FROM 1 BY 1
                   UNTIL WS-CUR > WS-SYS-COUNT
               MOVE 99999999 TO VY-COST(WS-CUR)
               MOVE 0 TO VY-PREV(WS-CUR)
               MOVE '-' TO VY-DONE(WS-CUR)
           END-PERFORM.
           MOVE 0 TO VY-COST(WS-FROM-IDX).
           MOVE '-' TO WS-SEARCH-STATE.
           PERFORM UNTIL SEARCH-DONE
               MOVE 0 TO WS-CUR
               MOVE 99999999 TO WS-BEST-COST
               PERFORM VARYING WS-NXT FROM 1 BY 1
                       UNTIL WS-NXT > WS-SYS-COUNT
                   IF VY-DONE(WS-NXT) = '-'
                      AND VY-COST(WS-NXT) < WS-BEST-COST THEN
                       MOVE VY-COST(WS-NXT) TO WS-BEST-COST
                       MOVE WS-NXT TO WS-CUR
                   END-IF
               END-PERFORM
               IF WS-CUR = 0 OR WS-CUR = WS-TO-IDX THEN
                   SET SEARCH-DONE TO TRUE
               ELSE
               MOVE 'Y' TO VY-DONE(WS-CUR)
               PERFORM VARYING WS-NXT FROM 1 BY 1
                       UNTIL WS-NXT > WS-SYS-COUNT
                   IF WS-NXT NOT = WS-CUR
                      AND VY-DONE(WS-NXT) = '-' THEN
                       PERFORM COMPUTE-LEG-DISTANCE
                       IF WS-LEG-DIST <= WS-JUMP-RANGE THEN
                           COMPUTE WS-NEW-COST = VY-COST(WS-CUR)
                                   + 100000 + WS-LEG-DIST
                           IF WS-NEW-COST < VY-COST(WS-NXT) THEN
                               MOVE WS-NEW-COST TO VY-COST(WS-NXT)
                               MOVE WS-CUR TO VY-PREV(WS-NXT)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * The log itself: route back-walked, then every stop in
      * order — out from the origin, jump, in, refuel, out, jump,
      * ... in to the destination.
       WRITE-VOYAGE-LOG.
           MOVE 0 TO WS-PATH-LEN.
           MOVE WS-TO-IDX TO WS-CUR.
           PERFORM UNTIL WS-CUR = 0 OR WS-PATH-LEN >= 500
               ADD 1 TO WS-PATH-LEN
               MOVE WS-CUR TO VY-PATH(WS-PATH-LEN)
               MOVE VY-PREV(WS-CUR) TO WS-CUR
           END-PERFORM.
           MOVE WS-START-DAY TO WS-VOY-DAY.
           COMPUTE WS-LAST-ROLLED = WS-START-DAY - 1.
           PERFORM WRITE-LOG-HEADER.

      *    Out from the origin's main world.
           MOVE WS-FROM-IDX TO WS-SEG-SYS.
           PERFORM MEASURE-MAIN-WORLD-LEG.
           MOVE 'depart the main world, out to the jump shell'
             TO WS-SEG-TXT.
           PERFORM LOG-IN-SYSTEM-LEG.

           PERFORM VARYING WS-STEP FROM WS-PATH-LEN BY -1
                   UNTIL WS-STEP < 2
               MOVE VY-PATH(WS-STEP) TO WS-CUR
               MOVE VY-PATH(WS-STEP - 1) TO WS-NXT
               PERFORM LOG-JUMP
               IF WS-NXT = WS-TO-IDX THEN
                   MOVE WS-NXT TO WS-SEG-SYS
                   PERFORM MEASURE-MAIN-WORLD-LEG
                   MOVE 'in from the jump shell to the main world'
                     TO WS-SEG-TXT
                   PERFORM LOG-IN-SYSTEM-LEG
               ELSE
                   PERFORM LOG-REFUEL-STOP
               END-IF
           END-PERFORM.

           MOVE WS-VOY-DAY TO WS-DISP-DAY.
           COMPUTE WS-DISP-TIME = WS-VOY-DAY - WS-START-DAY.
           COMPUTE WS-DISP-N = WS-PATH-LEN - 1.
           MOVE SPACES TO WS-LINE.
           WRITE VOY-RECORD FROM WS-LINE.
           STRING 'Arrived '                   DELIMITED BY SIZE
                  FUNCTION TRIM(VY-NAME(WS-TO-IDX))
                                               DELIMITED BY SIZE
                  ' on day '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DAY)   DELIMITED BY SIZE
                  ' — '                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)     DELIMITED BY SIZE
                  ' jump(s), '                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-TIME)  DELIMITED BY SIZE
                  ' days under way.'           DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE VOY-RECORD FROM WS-LINE.
           MOVE WS-ROLL-COUNT TO WS-DISP-N.
           MOVE SPACES TO WS-LINE.
           STRING FUNCTION TRIM(WS-DISP-N)     DELIMITED BY SIZE
                  ' encounter throw(s) in normal space, '
                                               DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           MOVE WS-ENC-COUNT TO WS-DISP-N.
           STRING FUNCTION TRIM(WS-LINE)       DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)     DELIMITED BY SIZE
                  ' encounter(s).'             DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE VOY-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

       WRITE-LOG-HEADER.
           MOVE WS-START-DAY TO WS-DISP-DAY.
           MOVE SPACES TO WS-LINE.
           STRING 'VOYAGE LOG — '              DELIMITED BY SIZE
                  FUNCTION TRIM(VY-NAME(WS-FROM-IDX))
                                               DELIMITED BY SIZE
                  ' to '                       DELIMITED BY SIZE
                  FUNCTION TRIM(VY-NAME(WS-TO-IDX))
                                               DELIMITED BY SIZE
                  ', departing day '           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DAY)   DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE VOY-RECORD FROM WS-LINE.
           MOVE WS-JUMP-RANGE TO WS-DISP-DIST.
           MOVE SPACES TO WS-LINE.
           STRING 'Drive: jump range '         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DIST)  DELIMITED BY SIZE
                  ' ly, '                      DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           MOVE WS-ACCEL-G TO WS-DISP-DIST.
           STRING FUNCTION TRIM(WS-LINE)       DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DIST)  DELIMITED BY SIZE
                  ' g, '                       DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           IF WS-DELTAV-KMS > 0 THEN
               MOVE WS-DELTAV-KMS TO WS-DISP-TIME
               STRING FUNCTION TRIM(WS-LINE)   DELIMITED BY SIZE
                      ' delta-V '              DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-TIME)
                                               DELIMITED BY SIZE
                      ' km/s per leg, '        DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           END-IF.
           MOVE WS-JUMP-DAYS TO WS-DISP-TIME.
           STRING FUNCTION TRIM(WS-LINE)       DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-TIME)  DELIMITED BY SIZE
                  ' days per jump; seed '      DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           MOVE WS-SEED TO WS-DISP-N.
           STRING FUNCTION TRIM(WS-LINE)       DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)     DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE VOY-RECORD FROM WS-LINE.
           MOVE ALL '-' TO WS-LINE.
           WRITE VOY-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *********************************
      * Distance between system WS-SEG-SYS's jump shell and its main
      * world, into WS-SEG-AU.
       MEASURE-MAIN-WORLD-LEG.
           MOVE VY-MW-STAR(WS-SEG-SYS) TO WS-TO-STAR.
           MOVE VY-MW-AU(WS-SEG-SYS) TO WS-TO-AU.
           PERFORM MEASURE-SHELL-LEG.
           EXIT PARAGRAPH.

      *    Shell of the primary to (WS-TO-STAR, WS-TO-AU): radial
      *    about the primary, through the primary to a companion,
      *    nothing at all when the target already lies outside the
      *    shell.  No record (WS-TO-STAR 0): nothing either.
       MEASURE-SHELL-LEG.
           MOVE VY-SHELL-AU(WS-SEG-SYS) TO WS-FROM-AU.
           EVALUATE TRUE
               WHEN WS-TO-STAR = 0
                   MOVE 0 TO WS-SEG-AU
               WHEN WS-TO-STAR NOT = 1
                   COMPUTE WS-SEG-AU = WS-FROM-AU + WS-TO-AU
               WHEN WS-TO-AU >= WS-FROM-AU
                   MOVE 0 TO WS-SEG-AU
               WHEN OTHER
                   COMPUTE WS-SEG-AU = WS-FROM-AU - WS-TO-AU
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    One in-system leg: WS-SEG-AU in WS-SEG-SYS, described by
      *    WS-SEG-TXT.  Logged, the clock run on, the days rolled.
       LOG-IN-SYSTEM-LEG.
           COMPUTE WS-DIST-M = WS-SEG-AU * TRV-AU-M.
           PERFORM COMPUTE-LEG-TIME.
           MOVE WS-VOY-DAY TO WS-SEG-START.
           MOVE WS-VOY-DAY TO WS-DISP-DAY.
           MOVE SPACES TO WS-LINE.
           STRING 'Day '                       DELIMITED BY SIZE
                  WS-DISP-DAY                  DELIMITED BY SIZE
                  '  '                         DELIMITED BY SIZE
                  FUNCTION TRIM(VY-NAME(WS-SEG-SYS))
                                               DELIMITED BY SIZE
                  ': '                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEG-TXT)    DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           IF WS-SEG-AU > 0 THEN
               COMPUTE WS-DISP-DIST ROUNDED = WS-SEG-AU
               COMPUTE WS-DISP-TIME ROUNDED = WS-TIME-DAYS
               STRING FUNCTION TRIM(WS-LINE)   DELIMITED BY SIZE
                      ', '                     DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-DIST)
                                               DELIMITED BY SIZE
                      ' AU in '                DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-TIME)
                                               DELIMITED BY SIZE
                      ' days'                  DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-LINE)   DELIMITED BY SIZE
                      ' (already there)'       DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           END-IF.
           WRITE VOY-RECORD FROM WS-LINE.
           ADD WS-TIME-DAYS TO WS-VOY-DAY.
           PERFORM ROLL-DAYS-IN-SYSTEM.
           EXIT PARAGRAPH.

      *    G4SSGTRV's time over WS-DIST-M into WS-TIME-DAYS —
      *    brachistochrone unless the delta-V cap bites.
       COMPUTE-LEG-TIME.
           IF WS-DIST-M <= 0 THEN
               MOVE 0 TO WS-TIME-DAYS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-VPEAK-MS =
               FUNCTION SQRT(WS-DIST-M * WS-ACCEL-MS2).
           IF WS-VCAP-MS > 0 AND WS-VPEAK-MS > WS-VCAP-MS THEN
               COMPUTE WS-TIME-S =
                   (WS-DIST-M / WS-VCAP-MS)
                 + (WS-VCAP-MS / WS-ACCEL-MS2)
           ELSE
               COMPUTE WS-TIME-S =
                   2.0 * FUNCTION SQRT(WS-DIST-M / WS-ACCEL-MS2)
           END-IF.
           COMPUTE WS-TIME-DAYS = WS-TIME-S / TRV-SEC-PER-DAY.
           EXIT PARAGRAPH.

      *********************************
      * The jump WS-CUR -> WS-NXT: a week (JUMPDAYS) out of the
      * universe, no encounters, breakout at the destination shell.
       LOG-JUMP.
           PERFORM COMPUTE-LEG-DISTANCE.
           MOVE WS-VOY-DAY TO WS-DISP-DAY.
           COMPUTE WS-DISP-DIST ROUNDED = WS-LEG-DIST.
           MOVE WS-JUMP-DAYS TO WS-DISP-TIME.
           MOVE SPACES TO WS-LINE.
           WRITE VOY-RECORD FROM WS-LINE.
           STRING 'Day '                       DELIMITED BY SIZE
                  WS-DISP-DAY                  DELIMITED BY SIZE
                  '  '                         DELIMITED BY SIZE
                  FUNCTION TRIM(VY-NAME(WS-CUR))
                                               DELIMITED BY SIZE
                  ': JUMP to '                 DELIMITED BY SIZE
                  FUNCTION TRIM(VY-NAME(WS-NXT))
                                               DELIMITED BY SIZE
                  ', '                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DIST)  DELIMITED BY SIZE
                  ' ly — '                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-TIME)  DELIMITED BY SIZE
                  ' days in jump space'        DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           IF WS-LEG-FEAT NOT = SPACES THEN
               STRING FUNCTION TRIM(WS-LINE)   DELIMITED BY SIZE
                      ' [leg passes '          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LEG-FEAT)
                                               DELIMITED BY SIZE
                      ']'                      DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           END-IF.
           WRITE VOY-RECORD FROM WS-LINE.
           ADD WS-JUMP-DAYS TO WS-VOY-DAY.
      *    Whole days spent in jump roll nothing; the breakout day
      *    is a normal-space day in the new system.
           COMPUTE WS-ROLL-DAY = FUNCTION INTEGER(WS-VOY-DAY) - 1.
           IF WS-ROLL-DAY > WS-LAST-ROLLED THEN
               MOVE WS-ROLL-DAY TO WS-LAST-ROLLED
           END-IF.
           MOVE WS-VOY-DAY TO WS-DISP-DAY.
           MOVE SPACES TO WS-LINE.
           STRING 'Day '                       DELIMITED BY SIZE
                  WS-DISP-DAY                  DELIMITED BY SIZE
                  '  '                         DELIMITED BY SIZE
                  FUNCTION TRIM(VY-NAME(WS-NXT))
                                               DELIMITED BY SIZE
                  ': breakout at the jump shell — traffic '
                                               DELIMITED BY SIZE
                  FUNCTION TRIM(VY-TRAFFIC(WS-NXT))
                                               DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           EVALUATE VY-ZONE(WS-NXT)
               WHEN 'A'
                   STRING FUNCTION TRIM(WS-LINE) DELIMITED BY SIZE
                          ' [AMBER zone]'        DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
               WHEN 'R'
                   STRING FUNCTION TRIM(WS-LINE) DELIMITED BY SIZE
                          ' [RED zone — interdicted]'
                                                 DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
           END-EVALUATE.
           WRITE VOY-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *********************************
      * An intermediate stop: in to the fuel, fill up, back out.
      * Refined port fuel first, then the safest giant, then a C/D
      * port's unrefined fuel; G4SSGRTE's risk grade rides a skim.
       LOG-REFUEL-STOP.
           MOVE WS-NXT TO WS-SEG-SYS.
           EVALUATE TRUE
               WHEN VY-PORT(WS-NXT) = 'A' OR VY-PORT(WS-NXT) = 'B'
                   PERFORM REFUEL-AT-STARPORT
                   MOVE 'refined fuel, 0.5 day' TO WS-FUEL-TXT
               WHEN VY-GG-STAR(WS-NXT) > 0
                AND (VY-REFUEL(WS-NXT) = 'S'
                     OR VY-REFUEL(WS-NXT) = 'C'
                     OR VY-REFUEL(WS-NXT) = '-')
                   PERFORM REFUEL-AT-GIANT
               WHEN VY-PORT(WS-NXT) = 'C' OR VY-PORT(WS-NXT) = 'D'
                   PERFORM REFUEL-AT-STARPORT
                   MOVE 'unrefined fuel — misjump risk, 0.5 day'
                     TO WS-FUEL-TXT
               WHEN VY-GG-STAR(WS-NXT) > 0
                   PERFORM REFUEL-AT-GIANT
               WHEN OTHER
                   MOVE WS-VOY-DAY TO WS-DISP-DAY
                   MOVE SPACES TO WS-LINE
                   STRING 'Day '               DELIMITED BY SIZE
                          WS-DISP-DAY          DELIMITED BY SIZE
                          '  '                 DELIMITED BY SIZE
                          FUNCTION TRIM(VY-NAME(WS-NXT))
                                               DELIMITED BY SIZE
                          ': NO FUEL SOURCE — no starport fuel, no '
                                               DELIMITED BY SIZE
                          'gas giant; jump on from reserve tankage'
                                               DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   WRITE VOY-RECORD FROM WS-LINE
                   MOVE WS-VOY-DAY TO WS-SEG-START
                   PERFORM ROLL-DAYS-IN-SYSTEM
           END-EVALUATE.
           EXIT PARAGRAPH.

       REFUEL-AT-STARPORT.
           PERFORM MEASURE-MAIN-WORLD-LEG.
           MOVE SPACES TO WS-SEG-TXT.
           STRING 'in to the class '           DELIMITED BY SIZE
                  VY-PORT(WS-NXT)              DELIMITED BY SIZE
                  ' starport to refuel'        DELIMITED BY SIZE
                  INTO WS-SEG-TXT
           END-STRING.
           PERFORM LOG-IN-SYSTEM-LEG.
           MOVE 0.5 TO WS-TIME-DAYS.
           PERFORM LOG-REFUEL-LINE.
           PERFORM MEASURE-MAIN-WORLD-LEG.
           MOVE 'out from the starport to the jump shell'
             TO WS-SEG-TXT.
           PERFORM LOG-IN-SYSTEM-LEG.
           EXIT PARAGRAPH.

       REFUEL-AT-GIANT.
           MOVE VY-GG-STAR(WS-NXT) TO WS-TO-STAR.
           MOVE VY-GG-AU(WS-NXT) TO WS-TO-AU.
           PERFORM MEASURE-SHELL-LEG.
           MOVE VY-GG-STAR(WS-NXT) TO WS-DISP-STAR.
           MOVE VY-GG-ORBIT(WS-NXT) TO WS-DISP-ORBIT.
           MOVE SPACES TO WS-SEG-TXT.
           STRING 'in to the gas giant at star '
                                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-STAR)  DELIMITED BY SIZE
                  ' orbit '                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-ORBIT) DELIMITED BY SIZE
                  ' to skim'                   DELIMITED BY SIZE
                  INTO WS-SEG-TXT
           END-STRING.
           PERFORM LOG-IN-SYSTEM-LEG.
           EVALUATE VY-REFUEL(WS-NXT)
               WHEN 'S'
                   MOVE 'skim, risk grade S — safe, 1 day'
                     TO WS-FUEL-TXT
               WHEN 'C'
                   MOVE 'skim, risk grade C — caution, radiation '
                     & 'belts, 1 day' TO WS-FUEL-TXT
               WHEN 'D'
                   MOVE 'skim, risk grade D — HAZARDOUS, strong '
                     & 'belts, 1 day' TO WS-FUEL-TXT
               WHEN 'X'
                   MOVE 'skim, risk grade X — LETHAL belts, shielded '
                     & 'drones only, 1 day' TO WS-FUEL-TXT
               WHEN OTHER
                   MOVE 'skim, risk ungraded, 1 day' TO WS-FUEL-TXT
           END-EVALUATE.
           MOVE 1.0 TO WS-TIME-DAYS.
           PERFORM LOG-REFUEL-LINE.
           MOVE VY-GG-STAR(WS-NXT) TO WS-TO-STAR.
           MOVE VY-GG-AU(WS-NXT) TO WS-TO-AU.
           PERFORM MEASURE-SHELL-LEG.
           MOVE 'out from the gas giant to the jump shell'
             TO WS-SEG-TXT.
           PERFORM LOG-IN-SYSTEM-LEG.
           EXIT PARAGRAPH.

      *    The refuel itself: WS-TIME-DAYS at the pump or the skim,
      *    WS-FUEL-TXT says which.
       LOG-REFUEL-LINE.
           MOVE WS-VOY-DAY TO WS-SEG-START.
           MOVE WS-VOY-DAY TO WS-DISP-DAY.
           MOVE SPACES TO WS-LINE.
           STRING 'Day '                       DELIMITED BY SIZE
                  WS-DISP-DAY                  DELIMITED BY SIZE
                  '  '                         DELIMITED BY SIZE
                  FUNCTION TRIM(VY-NAME(WS-NXT))
                                               DELIMITED BY SIZE
                  ': REFUEL — '                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FUEL-TXT)   DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE VOY-RECORD FROM WS-LINE.
           ADD WS-TIME-DAYS TO WS-VOY-DAY.
           PERFORM ROLL-DAYS-IN-SYSTEM.
           EXIT PARAGRAPH.

      *********************************
      * One encounter throw for every campaign day from the leg's
      * start to now not already thrown, against WS-SEG-SYS's
      * traffic class.
       ROLL-DAYS-IN-SYSTEM.
           COMPUTE WS-LAST-DAY = FUNCTION INTEGER(WS-VOY-DAY).
           COMPUTE WS-ROLL-DAY = FUNCTION INTEGER(WS-SEG-START).
           IF WS-ROLL-DAY <= WS-LAST-ROLLED THEN
               COMPUTE WS-ROLL-DAY = WS-LAST-ROLLED + 1
           END-IF.
           PERFORM UNTIL WS-ROLL-DAY > WS-LAST-DAY
               PERFORM ROLL-ONE-ENCOUNTER
               MOVE WS-ROLL-DAY TO WS-LAST-ROLLED
               ADD 1 TO WS-ROLL-DAY
           END-PERFORM.
           EXIT PARAGRAPH.

       ROLL-ONE-ENCOUNTER.
           ADD 1 TO WS-ROLL-COUNT.
           COPY 2D6.
           MOVE WS-ROLL-DAY TO WS-DISP-DAY-N.
           MOVE D6 TO WS-DISP-ROLL.
           MOVE SPACES TO WS-LINE.
           STRING '      day '                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DAY-N) DELIMITED BY SIZE
                  ' encounter throw '          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-ROLL)  DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           MOVE VY-THROW(WS-SEG-SYS) TO WS-DISP-ROLL.
           STRING FUNCTION TRIM(WS-LINE)       DELIMITED BY SIZE
                  ' vs '                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-ROLL)  DELIMITED BY SIZE
                  '+: '                        DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           IF D6 < VY-THROW(WS-SEG-SYS) THEN
               STRING FUNCTION TRIM(WS-LINE)   DELIMITED BY SIZE
                      ' nothing'               DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-ENC-COUNT
               COPY 2D6.
               SET EC-ENTRY TO TRUE
               MOVE VY-TRAFFIC(WS-SEG-SYS) TO EC-TRAFFIC-CLASS
               MOVE D6 TO EC-ROLL
               CALL 'ENCOUNTER-TABLE' USING WS-ENC-CTL
               MOVE D6 TO WS-DISP-ROLL
               STRING FUNCTION TRIM(WS-LINE)   DELIMITED BY SIZE
                      ' ENCOUNTER ('           DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-ROLL)
                                               DELIMITED BY SIZE
                      ') '                     DELIMITED BY SIZE
                      FUNCTION TRIM(EC-ENTRY-TXT)
                                               DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           END-IF.
           WRITE VOY-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
