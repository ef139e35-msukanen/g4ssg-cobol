       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGSHP.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Ship registry and movement posting — the party's ship and the
      * NPC ships that matter, kept as a keyed file (ships.dat, see
      * cpy/SHIPREC.cpy) instead of on paper, and moved by posting
      * transactions against it.  Every posting is checked the way
      * the table would check it, advances that ship's own clock,
      * and appends to the location history (shiphist.csv), so
      * "where was the Kestrel on day 4120" has a recorded answer.
      *
      * Movement rules:
      *   JUMP    the leg is measured exactly as G4SSGRTE measures
      *           one — saved 3D coordinates drifted to the ship's
      *           date when both ends carry them, the odd-r hex grid
      *           at HEXLY otherwise, a quarter extra past a nebula
      *           or adrift remnant — and must fit the ship's jump
      *           rating (rating x HEXLY light-years).  Fuel burned
      *           is the tank's share of the rating used (a J-2 ship
      *           jumping one hex burns half its tank).  A ship
      *           still inside her star's jump shell (100 diameters)
      *           first flies out to it; the jump itself takes
      *           JUMPDAYS and arrives at the destination primary's
      *           jump shell (orbit 0).
      *   MOVE    an in-system leg to another orbit, timed with
      *           G4SSGTRV's brachistochrone at the ship's own
      *           acceleration.  The distance between two orbits of
      *           one star is the mean of G4SSGTRV's best (|a-b|)
      *           and worst (a+b) cases; to or from the jump shell
      *           it is radial; to another star of the system it is
      *           flown through the primary (a+b).
      *   WAIT    the ship sits where she is for n days.
      *   REFUEL  fills the tank — half a day at a class A-D
      *           starport, a day skimming a gas giant; anywhere
      *           else is refused.
      * A ship whose clock has fallen behind the campaign clock
      * (campclock.dat) catches up to the campaign day before her
      * posting — she spent the gap idle where she was.
      *
      * Transaction file (POST=): CSV, one movement per row, header
      * row optional:
      *     Ship,Verb,Arg1,Arg2
      *     Kestrel,JUMP,Regina
      *     Kestrel,MOVE,1,3
      *     Kestrel,WAIT,2.5
      *     Kestrel,REFUEL
      * MOVE's arguments are star and orbit; WAIT's is days.  Rows
      * post in file order; a refused row is reported and skipped.
      *
      * History file: 'Ship,Day,System,Star,Orbit,Event,Detail'
      * rows, appended in date order per ship.  A jump writes a
      * DEPART row (with destination and arrival day) and an
      * ARRIVE row, so a day in between reads as in transit.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGDBU's verbs):
      *   REGISTER=<name> create or update a ship, with any of:
      *     OWNER=<who>     owner
      *     JUMP=<n>        jump rating 1-9
      *     ACCEL=<g>       maneuver acceleration in g
      *     FUEL=<tons>     jump tankage (a new ship starts full)
      *     AT=<system>     where she is (new ships; later moves
      *                     go through POST=)
      *     STAR=<n>        star there (default 1)
      *     ORBIT=<n>       orbit there (default 0, the jump shell)
      *   POST=<path>     post a movement transaction file
      *   SHOW=<name>     one ship's registry entry
      *   LIST=Y          every ship
      *   WHERE=<name>    where the ship was on DAY=<n> (default the
      *                   campaign day), off the history
      *   SHIPS=<path>    ship file (default ships.dat)
      *   HIST=<path>     location history (default shiphist.csv)
      *   PATH=<path>     star database file (default stardb.dat)
      *   SECTOR=<path>   sector file (default sector.csv)
      *   HEXLY=<ly>      light-years per hex (default 3.0)
      *   JUMPDAYS=<n>    days in jump space (default 7)
      *   CLOCK=<path>    campaign clock (default campclock.dat)
      *
      * Return codes: 0 done, 4 a transaction refused (or a ship or
      * history row not found), 8 file trouble.
      *
      ******************************************************************
       COPY        TESTENV.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIP-FILE            ASSIGN TO WS-SHIP-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS SHIP-KEY
                                       FILE STATUS
                                       IS WS-SHIP-STATUS.
           SELECT HIST-FILE            ASSIGN TO WS-HIST-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-HIST-STATUS.
           SELECT TXN-FILE             ASSIGN TO WS-TXN-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-TXN-STATUS.
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
           SELECT CLOCK-FILE           ASSIGN TO WS-CLOCK-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-CLOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIP-FILE.
       01  SHIP-RECORD.
           COPY SHIPREC.
       FD  HIST-FILE.
       01  HIST-RECORD                 PIC X(250).
       FD  TXN-FILE.
       01  TXN-RECORD                  PIC X(200).
       FD  SECTOR-FILE.
       01  SECTOR-RECORD               PIC X(200).
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.
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
       01  WS-SHIP-PATH                PIC X(100) VALUE "ships.dat".
       01  WS-SHIP-STATUS              PIC XX.
           88  SHIP-FILE-OK            VALUE '00'.
           88  SHIP-FILE-EOF           VALUE '10'.
       01  WS-HIST-PATH                PIC X(100)
                                       VALUE "shiphist.csv".
       01  WS-HIST-STATUS              PIC XX.
           88  HIST-FILE-OK            VALUE '00'.
           88  HIST-FILE-EOF           VALUE '10'.
       01  WS-TXN-PATH                 PIC X(100) VALUE SPACES.
       01  WS-TXN-STATUS               PIC XX.
           88  TXN-FILE-OK             VALUE '00'.
           88  TXN-FILE-EOF            VALUE '10'.
       01  WS-SECTOR-PATH              PIC X(100) VALUE "sector.csv".
       01  WS-SECTOR-STATUS            PIC XX.
           88  SECTOR-FILE-OK          VALUE '00'.
           88  SECTOR-FILE-EOF         VALUE '10'.
       01  WS-STARDB-PATH              PIC X(100) VALUE "stardb.dat".
       01  WS-STARDB-STATUS            PIC XX.
           88  STARDB-FILE-OK          VALUE '00'.
       01  WS-DB-OPEN                  PIC X VALUE '-'.
      *    The shared campaign clock (see G4SSGCLK) — every ship's
      *    clock is held to it.
       01  WS-CLOCK-PATH               PIC X(100)
                                       VALUE "campclock.dat".
       01  WS-CLOCK-STATUS             PIC XX.
           88  CLOCK-FILE-OK           VALUE '00'.
       01  WS-CLOCK-DAY                PIC S9(8) USAGE COMP-5 VALUE 0.
       01  WS-CLOCK-FOUND              PIC X VALUE '-'.
       01  WS-CLK-LINE                 PIC X(40).
       01  WS-HEX-LY                   USAGE COMP-2 VALUE 3.0.
       01  WS-JUMP-DAYS                USAGE COMP-2 VALUE 7.0.
      *********************************
      * Parsed verbs.
       01  WS-REGISTER-NAME            PIC X(32) VALUE SPACES.
       01  WS-SHOW-NAME                PIC X(32) VALUE SPACES.
       01  WS-WHERE-NAME               PIC X(32) VALUE SPACES.
       01  WS-LIST-MODE                PIC X VALUE '-'.
       01  WS-OWNER-VAL                PIC X(24) VALUE SPACES.
       01  WS-OWNER-GIVEN              PIC X VALUE '-'.
       01  WS-JUMP-VAL                 PIC 9 VALUE 0.
       01  WS-JUMP-GIVEN               PIC X VALUE '-'.
       01  WS-ACCEL-VAL                PIC 9V99 VALUE 0.
       01  WS-ACCEL-GIVEN              PIC X VALUE '-'.
       01  WS-FUEL-VAL                 PIC 9(5) VALUE 0.
       01  WS-FUEL-GIVEN               PIC X VALUE '-'.
       01  WS-AT-VAL                   PIC X(48) VALUE SPACES.
       01  WS-STAR-VAL                 PIC 999 VALUE 1.
       01  WS-ORBIT-VAL                PIC 999 VALUE 0.
       01  WS-ASK-DAY                  PIC S9(8)V99 VALUE 0.
       01  WS-DAY-GIVEN                PIC X VALUE '-'.
       01  WS-NEW-REC                  PIC X.
       01  WS-LISTED                   PIC 9(5) USAGE COMP-5 VALUE 0.
      *********************************
      * The sector's systems, for the jump measurements — same
      * table G4SSGRTE builds, loaded on the first jump.
       01  WS-SECTOR-LOADED            PIC X VALUE '-'.
       01  WS-SYS-COUNT                PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-SYS-TAB.
           05  SP-SYS                  OCCURS 500 TIMES.
               10  SP-NAME             PIC X(48).
               10  SP-COL              PIC S9(5) USAGE COMP-5.
               10  SP-ROW              PIC S9(5) USAGE COMP-5.
       01  WS-FEAT-COUNT               PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-FEAT-TAB.
           05  SP-FEAT                 OCCURS 200 TIMES.
               10  FEAT-KIND           PIC X(12).
               10  FEAT-COL            PIC S9(5) USAGE COMP-5.
               10  FEAT-ROW            PIC S9(5) USAGE COMP-5.
       01  WS-CSV-F1                   PIC X(10).
       01  WS-CSV-NAME                 PIC X(48).
       01  WS-CSV-COL                  PIC X(10).
       01  WS-CSV-ROW                  PIC X(10).
      *    Quote-tolerant CSV splitting — see CSV-SPLIT-FIELD.
       01  WS-SPLIT-LINE               PIC X(250).
       01  WS-SPLIT-PTR                PIC 999 USAGE COMP-5.
       01  WS-SPLIT-FLD                PIC X(100).
      *    CSV-quoted names for the history rows — see
      *    CSV-QUOTE-FIELD.
       01  WS-Q-IN                     PIC X(100).
       01  WS-SHIP-Q                   PIC X(104).
       01  WS-SYS-Q                    PIC X(104).
      *********************************
      * One transaction.
       01  WS-TXN-SHIP                 PIC X(32).
       01  WS-TXN-VERB                 PIC X(10).
       01  WS-TXN-ARG1                 PIC X(48).
       01  WS-TXN-ARG2                 PIC X(48).
       01  WS-TXN-NO                   PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-POSTED                   PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-REFUSED                  PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-REASON                   PIC X(60).
      *********************************
      * Jump measurement — the two ends as sector-table entries,
      * with their drifted coordinates when the records carry them.
       01  WS-CUR                      PIC 999 USAGE COMP-5.
       01  WS-NXT                      PIC 999 USAGE COMP-5.
       01  WS-I                        PIC 999 USAGE COMP-5.
       01  WS-EVAL-DATE-YR             USAGE COMP-2.
       01  WS-END-COORDS.
           05  WS-END                  OCCURS 2 TIMES.
               10  WS-END-FLAG         PIC X.
               10  WS-END-X            USAGE COMP-2.
               10  WS-END-Y            USAGE COMP-2.
               10  WS-END-Z            USAGE COMP-2.
       01  WS-E                        PIC 9 USAGE COMP-5.
       01  WS-LEG-DIST                 USAGE COMP-2.
       01  WS-QA                       PIC S9(5) USAGE COMP-5.
       01  WS-QB                       PIC S9(5) USAGE COMP-5.
       01  WS-DX                       PIC S9(5) USAGE COMP-5.
       01  WS-DY                       PIC S9(5) USAGE COMP-5.
       01  WS-HEX-DIST                 PIC S9(5) USAGE COMP-5.
       01  WS-MID-COL                  PIC S9(5) USAGE COMP-5.
       01  WS-MID-ROW                  PIC S9(5) USAGE COMP-5.
       01  WS-FEAT-I                   PIC 999 USAGE COMP-5.
       01  WS-LEG-FEAT                 PIC X(12).
       01  WS-RANGE-LY                 USAGE COMP-2.
       01  WS-HEXES-USED               PIC 99 USAGE COMP-5.
       01  WS-FUEL-NEED                PIC 9(5) USAGE COMP-5.
      *********************************
      * Physics constants — G4SSGTRV's.
       77  TRV-AU-M                    USAGE COMP-2
                                       VALUE 149597870700.
       77  TRV-G-MS2                   USAGE COMP-2 VALUE 9.80665.
       77  TRV-SEC-PER-DAY             USAGE COMP-2 VALUE 86400.
      *********************************
      * In-system leg working fields.
       01  WS-ACCEL-MS2                USAGE COMP-2.
       01  WS-DIST-M                   USAGE COMP-2.
       01  WS-DIST-AU                  USAGE COMP-2.
       01  WS-TIME-DAYS                USAGE COMP-2.
       01  WS-FROM-AU                  USAGE COMP-2.
       01  WS-TO-AU                    USAGE COMP-2.
       01  WS-SHELL-AU                 USAGE COMP-2.
       01  WS-TO-STAR                  PIC 999 USAGE COMP-5.
       01  WS-TO-ORBIT                 PIC 999 USAGE COMP-5.
       01  WS-HAS-GG                   PIC X.
      *********************************
      * History row building and the WHERE= scan.
       01  WS-EVENT                    PIC X(8).
       01  WS-DETAIL                   PIC X(80).
       01  WS-ROW-DAY                  PIC S9(8)V99.
       01  WS-LINE                     PIC X(250).
       01  WS-H-SHIP                   PIC X(32).
       01  WS-H-DAY                    PIC X(14).
       01  WS-H-SYSTEM                 PIC X(48).
       01  WS-H-STAR                   PIC X(6).
       01  WS-H-ORBIT                  PIC X(6).
       01  WS-H-EVENT                  PIC X(8).
       01  WS-H-DETAIL                 PIC X(80).
       01  WS-H-DAY-N                  PIC S9(8)V99.
       01  WS-BEST-FOUND               PIC X VALUE '-'.
       01  WS-BEST-DAY                 PIC S9(8)V99.
       01  WS-BEST-SYSTEM              PIC X(48).
       01  WS-BEST-STAR                PIC X(6).
       01  WS-BEST-ORBIT               PIC X(6).
       01  WS-BEST-EVENT               PIC X(8).
       01  WS-BEST-DETAIL              PIC X(80).
      *********************************
      * Display edits.
       01  WS-DISP-N                   PIC ZZZZ9.
       01  WS-DISP-DAY                 PIC -(7)9.99.
       01  WS-DISP-DAY2                PIC -(7)9.99.
       01  WS-DISP-LY                  PIC ZZ9.99.
       01  WS-DISP-TIME                PIC ZZZ9.99.
       01  WS-DISP-FUEL                PIC ZZZZ9.
       01  WS-DISP-FUEL2               PIC ZZZZ9.
       01  WS-DISP-ACCEL               PIC 9.99.
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
           MOVE 'G4SSGSHP' TO MC-PROGRAM.
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
                       WHEN 'REGISTER'
                           MOVE WS-PARM-VAL TO WS-REGISTER-NAME
                       WHEN 'POST'
                           MOVE WS-PARM-VAL TO WS-TXN-PATH
                       WHEN 'SHOW'
                           MOVE WS-PARM-VAL TO WS-SHOW-NAME
                       WHEN 'WHERE'
                           MOVE WS-PARM-VAL TO WS-WHERE-NAME
                       WHEN 'LIST'
                           MOVE 'Y' TO WS-LIST-MODE
                       WHEN 'OWNER'
                           MOVE WS-PARM-VAL TO WS-OWNER-VAL
                           MOVE 'Y' TO WS-OWNER-GIVEN
                       WHEN 'JUMP'
                           COMPUTE WS-JUMP-VAL =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                           MOVE 'Y' TO WS-JUMP-GIVEN
                       WHEN 'ACCEL'
                           COMPUTE WS-ACCEL-VAL =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                           MOVE 'Y' TO WS-ACCEL-GIVEN
                       WHEN 'FUEL'
                           COMPUTE WS-FUEL-VAL =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                           MOVE 'Y' TO WS-FUEL-GIVEN
                       WHEN 'AT'
                           MOVE WS-PARM-VAL TO WS-AT-VAL
                       WHEN 'STAR'
                           COMPUTE WS-STAR-VAL =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'ORBIT'
                           COMPUTE WS-ORBIT-VAL =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'DAY'
                           COMPUTE WS-ASK-DAY =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                           MOVE 'Y' TO WS-DAY-GIVEN
                       WHEN 'SHIPS'
                           MOVE WS-PARM-VAL TO WS-SHIP-PATH
                       WHEN 'HIST'
                           MOVE WS-PARM-VAL TO WS-HIST-PATH
                       WHEN 'PATH'
                           MOVE WS-PARM-VAL TO WS-STARDB-PATH
                       WHEN 'SECTOR'
                           MOVE WS-PARM-VAL TO WS-SECTOR-PATH
                       WHEN 'HEXLY'
                           COMPUTE WS-HEX-LY =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'JUMPDAYS'
                           COMPUTE WS-JUMP-DAYS =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'CLOCK'
                           MOVE WS-PARM-VAL TO WS-CLOCK-PATH
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-HEX-LY <= 0 THEN
               MOVE 3.0 TO WS-HEX-LY
           END-IF.
           IF WS-JUMP-DAYS < 0 THEN
               MOVE 7.0 TO WS-JUMP-DAYS
           END-IF.
           PERFORM READ-CAMPAIGN-CLOCK.

           IF WS-REGISTER-NAME NOT = SPACES THEN
               PERFORM REGISTER-SHIP
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-TXN-PATH NOT = SPACES THEN
               PERFORM POST-TRANSACTIONS
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-SHOW-NAME NOT = SPACES THEN
               PERFORM SHOW-SHIP
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-WHERE-NAME NOT = SPACES THEN
               PERFORM WHERE-WAS-SHIP
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-LIST-MODE = 'Y' THEN
               PERFORM LIST-SHIPS
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE 'SHP001' TO MC-MSG-ID.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * The campaign clock — G4SSGCLK owns the file; this only
      * reads it.  No clock file reads as day 0.
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
      * Create or update — only the fields actually given change on
      * an existing ship; her position and clock move only by
      * posting.  A new ship starts at AT= on the campaign day with
      * a full tank, and her first history row says so.
       REGISTER-SHIP.
           OPEN I-O SHIP-FILE.
           IF NOT SHIP-FILE-OK THEN
               OPEN OUTPUT SHIP-FILE
               CLOSE SHIP-FILE
               OPEN I-O SHIP-FILE
           END-IF.
           IF NOT SHIP-FILE-OK THEN
               MOVE 'SHP002' TO MC-MSG-ID
               MOVE WS-SHIP-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE WS-REGISTER-NAME TO SHIP-KEY.
           MOVE '-' TO WS-NEW-REC.
           READ SHIP-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-NEW-REC
           END-READ.
           IF WS-NEW-REC = 'Y' THEN
               IF WS-AT-VAL = SPACES THEN
                   MOVE 'SHP003' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   CLOSE SHIP-FILE
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
               END-IF
               INITIALIZE SHIP-RECORD
               MOVE WS-REGISTER-NAME TO SHIP-KEY
               MOVE 1 TO SHIP-JUMP
               MOVE 1 TO SHIP-ACCEL
               MOVE WS-AT-VAL TO SHIP-SYSTEM
               MOVE WS-STAR-VAL TO SHIP-STAR
               MOVE WS-ORBIT-VAL TO SHIP-ORBIT
               MOVE WS-CLOCK-DAY TO SHIP-DAY
           ELSE
               IF WS-AT-VAL NOT = SPACES THEN
                   MOVE 'SHP004' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               END-IF
           END-IF.
           IF WS-OWNER-GIVEN = 'Y' THEN
               MOVE WS-OWNER-VAL TO SHIP-OWNER
           END-IF.
           IF WS-JUMP-GIVEN = 'Y' THEN
               IF WS-JUMP-VAL < 1 THEN
                   MOVE 'SHP005' TO MC-MSG-ID
                   MOVE SHIP-JUMP TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               ELSE
                   MOVE WS-JUMP-VAL TO SHIP-JUMP
               END-IF
           END-IF.
           IF WS-ACCEL-GIVEN = 'Y' THEN
               IF WS-ACCEL-VAL = 0 THEN
                   MOVE 'SHP006' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               ELSE
                   MOVE WS-ACCEL-VAL TO SHIP-ACCEL
               END-IF
           END-IF.
           IF WS-FUEL-GIVEN = 'Y' THEN
               MOVE WS-FUEL-VAL TO SHIP-FUEL-CAP
               IF WS-NEW-REC = 'Y'
                  OR SHIP-FUEL > SHIP-FUEL-CAP THEN
                   MOVE SHIP-FUEL-CAP TO SHIP-FUEL
               END-IF
           END-IF.
           IF WS-NEW-REC = 'Y' THEN
               WRITE SHIP-RECORD
                   INVALID KEY
                       MOVE 'SHP007' TO MC-MSG-ID
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               END-WRITE
           ELSE
               REWRITE SHIP-RECORD
                   INVALID KEY
                       MOVE 'SHP008' TO MC-MSG-ID
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               END-REWRITE
           END-IF.
           CLOSE SHIP-FILE.
           IF WS-NEW-REC = 'Y' THEN
               PERFORM OPEN-HISTORY
               MOVE SHIP-DAY TO WS-ROW-DAY
               MOVE 'REGISTER' TO WS-EVENT
               MOVE 'entered in the registry' TO WS-DETAIL
               PERFORM WRITE-HISTORY-ROW
               CLOSE HIST-FILE
           END-IF.
           PERFORM DISPLAY-ONE-SHIP.
           EXIT PARAGRAPH.

      *********************************
      * The transaction file, row by row, against the ship file.
       POST-TRANSACTIONS.
           OPEN INPUT TXN-FILE.
           IF NOT TXN-FILE-OK THEN
               MOVE 'SHP009' TO MC-MSG-ID
               MOVE WS-TXN-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           OPEN I-O SHIP-FILE.
           IF NOT SHIP-FILE-OK THEN
               MOVE 'SHP010' TO MC-MSG-ID
               MOVE WS-SHIP-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               CLOSE TXN-FILE
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           OPEN INPUT STARDB-FILE.
           IF STARDB-FILE-OK THEN
               MOVE 'Y' TO WS-DB-OPEN
           ELSE
               MOVE 'SHP011' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           PERFORM OPEN-HISTORY.
           PERFORM UNTIL TXN-FILE-EOF
               READ TXN-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM POST-ONE-TRANSACTION
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.
           IF WS-DB-OPEN = 'Y' THEN
               CLOSE STARDB-FILE
           END-IF.
           CLOSE SHIP-FILE.
           CLOSE TXN-FILE.
           MOVE WS-POSTED TO WS-DISP-N.
           MOVE 'SHP012' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           IF WS-REFUSED > 0 THEN
               MOVE WS-REFUSED TO WS-DISP-N
               MOVE 'SHP013' TO MC-MSG-ID
               MOVE WS-DISP-N TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       POST-ONE-TRANSACTION.
           IF TXN-RECORD = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-TXN-SHIP WS-TXN-VERB WS-TXN-ARG1 WS-TXN-ARG2.
           MOVE TXN-RECORD TO WS-SPLIT-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-TXN-SHIP.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE FUNCTION UPPER-CASE(WS-SPLIT-FLD) TO WS-TXN-VERB.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-TXN-ARG1.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-TXN-ARG2.
           IF WS-TXN-SHIP = 'Ship' AND WS-TXN-VERB = 'VERB' THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TXN-NO.
           MOVE SPACES TO WS-REASON.
           MOVE WS-TXN-SHIP TO SHIP-KEY.
           READ SHIP-FILE
               INVALID KEY
                   MOVE 'no such ship in the registry' TO WS-REASON
                   PERFORM REFUSE-TRANSACTION
                   EXIT PARAGRAPH
           END-READ.
      *    A ship left idle catches up to the campaign day first.
           IF SHIP-DAY < WS-CLOCK-DAY THEN
               MOVE WS-CLOCK-DAY TO SHIP-DAY
           END-IF.
           EVALUATE WS-TXN-VERB
               WHEN 'JUMP'
                   PERFORM POST-JUMP
               WHEN 'MOVE'
                   PERFORM POST-MOVE
               WHEN 'WAIT'
                   PERFORM POST-WAIT
               WHEN 'REFUEL'
                   PERFORM POST-REFUEL
               WHEN OTHER
                   MOVE 'unknown verb (JUMP/MOVE/WAIT/REFUEL)'
                     TO WS-REASON
           END-EVALUATE.
           IF WS-REASON NOT = SPACES THEN
               PERFORM REFUSE-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SHIP-POSTINGS.
           REWRITE SHIP-RECORD
               INVALID KEY
                   MOVE 'SHP014' TO MC-MSG-ID
                   MOVE SHIP-KEY TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-REWRITE.
           ADD 1 TO WS-POSTED.
           EXIT PARAGRAPH.

       REFUSE-TRANSACTION.
           ADD 1 TO WS-REFUSED.
           MOVE WS-TXN-NO TO WS-DISP-N.
           MOVE 'SHP015' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-TXN-SHIP TO MC-INSERT(2).
           MOVE WS-TXN-VERB TO MC-INSERT(3).
           MOVE WS-TXN-ARG1 TO MC-INSERT(4).
           MOVE WS-REASON TO MC-INSERT(5).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *********************************
      * JUMP,<ship>,<destination>.
       POST-JUMP.
           IF WS-TXN-ARG1 = SPACES THEN
               MOVE 'no destination given' TO WS-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-TXN-ARG1 = SHIP-SYSTEM THEN
               MOVE 'already in that system' TO WS-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-SECTOR-LOADED NOT = 'Y' THEN
               PERFORM LOAD-SECTOR-FILE
           END-IF.
           MOVE 0 TO WS-CUR WS-NXT.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SYS-COUNT
               IF SP-NAME(WS-I) = SHIP-SYSTEM THEN
                   MOVE WS-I TO WS-CUR
               END-IF
               IF SP-NAME(WS-I) = WS-TXN-ARG1 THEN
                   MOVE WS-I TO WS-NXT
               END-IF
           END-PERFORM.
           IF WS-CUR = 0 THEN
               MOVE 'ship''s system is not on the sector file'
                 TO WS-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-NXT = 0 THEN
               MOVE 'destination is not on the sector file'
                 TO WS-REASON
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-EVAL-DATE-YR = SHIP-DAY / 365.25.
           MOVE SP-NAME(WS-CUR) TO STARDB-KEY.
           MOVE 1 TO WS-E.
           PERFORM LOAD-END-COORDS.
           MOVE SP-NAME(WS-NXT) TO STARDB-KEY.
           MOVE 2 TO WS-E.
           PERFORM LOAD-END-COORDS.
           PERFORM COMPUTE-JUMP-DISTANCE.
           COMPUTE WS-RANGE-LY = SHIP-JUMP * WS-HEX-LY.
           IF WS-LEG-DIST > WS-RANGE-LY + 0.005 THEN
               MOVE WS-LEG-DIST TO WS-DISP-LY
               STRING FUNCTION TRIM(WS-DISP-LY) DELIMITED BY SIZE
                      ' ly is beyond jump-'     DELIMITED BY SIZE
                      SHIP-JUMP                 DELIMITED BY SIZE
                      ' range'                  DELIMITED BY SIZE
                      INTO WS-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-HEXES-USED = (WS-LEG-DIST / WS-HEX-LY) + 0.999.
           IF WS-HEXES-USED < 1 THEN
               MOVE 1 TO WS-HEXES-USED
           END-IF.
           IF WS-HEXES-USED > SHIP-JUMP THEN
               MOVE SHIP-JUMP TO WS-HEXES-USED
           END-IF.
           COMPUTE WS-FUEL-NEED =
                   (SHIP-FUEL-CAP * WS-HEXES-USED / SHIP-JUMP) + 0.999.
           IF WS-FUEL-NEED > SHIP-FUEL THEN
               MOVE WS-FUEL-NEED TO WS-DISP-FUEL
               MOVE SHIP-FUEL TO WS-DISP-FUEL2
               STRING 'needs '                 DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-FUEL)
                                               DELIMITED BY SIZE
                      ' t of jump fuel, has '  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-FUEL2)
                                               DELIMITED BY SIZE
                      INTO WS-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.
      *    Out to the jump shell first, if she is inside it.
           IF SHIP-ORBIT > 0 AND WS-DB-OPEN = 'Y' THEN
               MOVE SHIP-SYSTEM TO STARDB-KEY
               PERFORM LOAD-SHIP-SYSTEM
               IF WS-REASON NOT = SPACES THEN
                   MOVE SPACES TO WS-REASON
               ELSE
                   MOVE SHIP-STAR TO WS-TO-STAR
                   MOVE 0 TO WS-TO-ORBIT
                   PERFORM MEASURE-IN-SYSTEM-LEG
                   IF WS-DIST-AU > 0 THEN
                       PERFORM COMPUTE-LEG-TIME
                       ADD WS-TIME-DAYS TO SHIP-DAY
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO SHIP-ORBIT.
           MOVE SHIP-DAY TO WS-ROW-DAY.
           MOVE 'DEPART' TO WS-EVENT.
           COMPUTE WS-DISP-DAY2 = SHIP-DAY + WS-JUMP-DAYS.
           MOVE WS-LEG-DIST TO WS-DISP-LY.
           MOVE SPACES TO WS-DETAIL.
           STRING 'jump to '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TXN-ARG1)   DELIMITED BY SIZE
                  ' ('                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-LY)    DELIMITED BY SIZE
                  ' ly), arrives day '         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DAY2)  DELIMITED BY SIZE
                  INTO WS-DETAIL
           END-STRING.
           PERFORM WRITE-HISTORY-ROW.
           SUBTRACT WS-FUEL-NEED FROM SHIP-FUEL.
           ADD WS-JUMP-DAYS TO SHIP-DAY.
           MOVE WS-TXN-ARG1 TO SHIP-SYSTEM.
           MOVE 1 TO SHIP-STAR.
           MOVE 0 TO SHIP-ORBIT.
           MOVE SHIP-DAY TO WS-ROW-DAY.
           MOVE 'ARRIVE' TO WS-EVENT.
           MOVE WS-FUEL-NEED TO WS-DISP-FUEL.
           MOVE SPACES TO WS-DETAIL.
           STRING 'out of jump, '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-FUEL)  DELIMITED BY SIZE
                  ' t fuel burned'             DELIMITED BY SIZE
                  INTO WS-DETAIL
           END-STRING.
           PERFORM WRITE-HISTORY-ROW.
           PERFORM REPORT-POSTING.
           EXIT PARAGRAPH.

      *    Drifted 3D coordinates for jump end WS-E off the saved
      *    record in STARDB-KEY, when it carries them.
       LOAD-END-COORDS.
           MOVE '-' TO WS-END-FLAG(WS-E).
           IF WS-DB-OPEN NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           READ STARDB-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               EXIT PARAGRAPH
           END-IF.
           IF STARDB-COORD-X NOT = 0 OR STARDB-COORD-Y NOT = 0
              OR STARDB-COORD-Z NOT = 0 THEN
               COMPUTE WS-END-X(WS-E) = STARDB-COORD-X
                     + STARDB-VEL-X * WS-EVAL-DATE-YR / 1000
               COMPUTE WS-END-Y(WS-E) = STARDB-COORD-Y
                     + STARDB-VEL-Y * WS-EVAL-DATE-YR / 1000
               COMPUTE WS-END-Z(WS-E) = STARDB-COORD-Z
                     + STARDB-VEL-Z * WS-EVAL-DATE-YR / 1000
               MOVE 'Y' TO WS-END-FLAG(WS-E)
           END-IF.
           EXIT PARAGRAPH.

      *    G4SSGRTE's leg rule, WS-CUR to WS-NXT, into WS-LEG-DIST.
       COMPUTE-JUMP-DISTANCE.
           IF WS-END-FLAG(1) = 'Y' AND WS-END-FLAG(2) = 'Y' THEN
               COMPUTE WS-LEG-DIST = FUNCTION SQRT(
                     (WS-END-X(1) - WS-END-X(2))
                   * (WS-END-X(1) - WS-END-X(2))
                   + (WS-END-Y(1) - WS-END-Y(2))
                   * (WS-END-Y(1) - WS-END-Y(2))
                   + (WS-END-Z(1) - WS-END-Z(2))
                   * (WS-END-Z(1) - WS-END-Z(2)))
           ELSE
      *        Offset-to-axial first: the generator's grid is odd-r
      *        (odd rows shifted right).
               COMPUTE WS-QA = SP-COL(WS-CUR)
                   - (SP-ROW(WS-CUR)
                      - FUNCTION MOD(SP-ROW(WS-CUR), 2)) / 2
               COMPUTE WS-QB = SP-COL(WS-NXT)
                   - (SP-ROW(WS-NXT)
                      - FUNCTION MOD(SP-ROW(WS-NXT), 2)) / 2
               COMPUTE WS-DX = WS-QB - WS-QA
               COMPUTE WS-DY = SP-ROW(WS-NXT) - SP-ROW(WS-CUR)
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

      *    Does the WS-CUR/WS-NXT leg pass a feature?  Same coarse
      *    midpoint test G4SSGRTE uses.
       CHECK-FEATURE-CROSSING.
           MOVE SPACES TO WS-LEG-FEAT.
           IF WS-FEAT-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MID-COL =
                   (SP-COL(WS-CUR) + SP-COL(WS-NXT)) / 2.
           COMPUTE WS-MID-ROW =
                   (SP-ROW(WS-CUR) + SP-ROW(WS-NXT)) / 2.
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
      * MOVE,<ship>,<star>,<orbit>.
       POST-MOVE.
           IF WS-DB-OPEN NOT = 'Y' THEN
               MOVE 'no star database to measure the leg'
                 TO WS-REASON
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TO-STAR = FUNCTION NUMVAL(WS-TXN-ARG1).
           COMPUTE WS-TO-ORBIT = FUNCTION NUMVAL(WS-TXN-ARG2).
           MOVE SHIP-SYSTEM TO STARDB-KEY.
           PERFORM LOAD-SHIP-SYSTEM.
           IF WS-REASON NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-TO-STAR < 1 OR WS-TO-STAR > STAR-COUNT THEN
               MOVE 'no such star in the system' TO WS-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-TO-ORBIT > NUM-ORBITS(WS-TO-STAR) THEN
               MOVE 'no such orbit around that star' TO WS-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-TO-ORBIT > 0 THEN
               IF OBJ-NOTHING(WS-TO-STAR, WS-TO-ORBIT) THEN
                   MOVE 'that orbit is empty' TO WS-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-TO-STAR = SHIP-STAR AND WS-TO-ORBIT = SHIP-ORBIT
               THEN
               MOVE 'already there' TO WS-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM MEASURE-IN-SYSTEM-LEG.
           PERFORM COMPUTE-LEG-TIME.
           MOVE SHIP-DAY TO WS-ROW-DAY.
           MOVE 'DEPART' TO WS-EVENT.
           COMPUTE WS-DISP-DAY2 = SHIP-DAY + WS-TIME-DAYS.
           MOVE WS-TO-STAR TO WS-DISP-STAR.
           MOVE WS-TO-ORBIT TO WS-DISP-ORBIT.
           MOVE SPACES TO WS-DETAIL.
           STRING 'in-system to star '         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-STAR)  DELIMITED BY SIZE
                  ' orbit '                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-ORBIT) DELIMITED BY SIZE
                  ', arrives day '             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DAY2)  DELIMITED BY SIZE
                  INTO WS-DETAIL
           END-STRING.
           PERFORM WRITE-HISTORY-ROW.
           ADD WS-TIME-DAYS TO SHIP-DAY.
           MOVE WS-TO-STAR TO SHIP-STAR.
           MOVE WS-TO-ORBIT TO SHIP-ORBIT.
           MOVE SHIP-DAY TO WS-ROW-DAY.
           MOVE 'ARRIVE' TO WS-EVENT.
           COMPUTE WS-DISP-LY ROUNDED = WS-DIST-AU.
           MOVE WS-TIME-DAYS TO WS-DISP-TIME.
           MOVE SPACES TO WS-DETAIL.
           STRING FUNCTION TRIM(WS-DISP-LY)    DELIMITED BY SIZE
                  ' AU in '                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-TIME)  DELIMITED BY SIZE
                  ' days'                      DELIMITED BY SIZE
                  INTO WS-DETAIL
           END-STRING.
           PERFORM WRITE-HISTORY-ROW.
           PERFORM REPORT-POSTING.
           EXIT PARAGRAPH.

      *    The ship's current system, decoded, into WS-STAR-SYSTEM
      *    (WS-REASON set when it cannot be).
       LOAD-SHIP-SYSTEM.
           READ STARDB-FILE
               INVALID KEY
                   MOVE 'ship''s system is not in the star database'
                     TO WS-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               MOVE 'ship''s system carries an older record layout'
                 TO WS-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           EXIT PARAGRAPH.

      *    Leg length in AU from the ship's star/orbit to WS-TO-STAR/
      *    WS-TO-ORBIT: radii off the record, orbit 0 the star's
      *    jump shell (100 diameters).
       MEASURE-IN-SYSTEM-LEG.
           IF SHIP-STAR > STAR-COUNT THEN
               MOVE 1 TO SHIP-STAR
               MOVE 0 TO SHIP-ORBIT
           END-IF.
           COMPUTE WS-SHELL-AU = 200 * RADIUS(SHIP-STAR).
           IF SHIP-ORBIT = 0
              OR SHIP-ORBIT > NUM-ORBITS(SHIP-STAR) THEN
               MOVE WS-SHELL-AU TO WS-FROM-AU
           ELSE
               MOVE DISTANCE OF ORBIT(SHIP-STAR, SHIP-ORBIT)
                 TO WS-FROM-AU
           END-IF.
           IF WS-TO-ORBIT = 0 THEN
               COMPUTE WS-TO-AU = 200 * RADIUS(WS-TO-STAR)
           ELSE
               MOVE DISTANCE OF ORBIT(WS-TO-STAR, WS-TO-ORBIT)
                 TO WS-TO-AU
           END-IF.
           EVALUATE TRUE
               WHEN WS-TO-STAR NOT = SHIP-STAR
                   COMPUTE WS-DIST-AU = WS-FROM-AU + WS-TO-AU
               WHEN SHIP-ORBIT = 0 OR WS-TO-ORBIT = 0
                   COMPUTE WS-DIST-AU =
                           FUNCTION ABS(WS-FROM-AU - WS-TO-AU)
      *            Leaving from inside the shell and bound for it:
      *            a ship already outside is there.
                   IF WS-TO-ORBIT = 0 AND WS-FROM-AU >= WS-TO-AU
                       THEN
                       MOVE 0 TO WS-DIST-AU
                   END-IF
               WHEN OTHER
                   COMPUTE WS-DIST-AU = (FUNCTION ABS(WS-FROM-AU
                           - WS-TO-AU) + WS-FROM-AU + WS-TO-AU) / 2
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    G4SSGTRV's brachistochrone, WS-DIST-AU at the ship's
      *    acceleration, into WS-TIME-DAYS.
       COMPUTE-LEG-TIME.
           COMPUTE WS-DIST-M = WS-DIST-AU * TRV-AU-M.
           IF WS-DIST-M <= 0 THEN
               MOVE 0 TO WS-TIME-DAYS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ACCEL-MS2 = SHIP-ACCEL * TRV-G-MS2.
           IF WS-ACCEL-MS2 <= 0 THEN
               MOVE TRV-G-MS2 TO WS-ACCEL-MS2
           END-IF.
           COMPUTE WS-TIME-DAYS =
               2.0 * FUNCTION SQRT(WS-DIST-M / WS-ACCEL-MS2)
                   / TRV-SEC-PER-DAY.
           EXIT PARAGRAPH.

      *********************************
      * WAIT,<ship>,<days>.
       POST-WAIT.
           COMPUTE WS-TIME-DAYS = FUNCTION NUMVAL(WS-TXN-ARG1).
           IF WS-TIME-DAYS <= 0 THEN
               MOVE 'WAIT needs a number of days' TO WS-REASON
               EXIT PARAGRAPH
           END-IF.
           ADD WS-TIME-DAYS TO SHIP-DAY.
           MOVE SHIP-DAY TO WS-ROW-DAY.
           MOVE 'WAIT' TO WS-EVENT.
           MOVE WS-TIME-DAYS TO WS-DISP-TIME.
           MOVE SPACES TO WS-DETAIL.
           STRING 'held in place '             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-TIME)  DELIMITED BY SIZE
                  ' days'                      DELIMITED BY SIZE
                  INTO WS-DETAIL
           END-STRING.
           PERFORM WRITE-HISTORY-ROW.
           PERFORM REPORT-POSTING.
           EXIT PARAGRAPH.

      *********************************
      * REFUEL,<ship> — a class A-D starport sells it, a gas giant
      * can be skimmed; otherwise there is nothing to fill from.
       POST-REFUEL.
           IF WS-DB-OPEN NOT = 'Y' THEN
               MOVE 'no star database to find a fuel source'
                 TO WS-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE SHIP-SYSTEM TO STARDB-KEY.
           PERFORM LOAD-SHIP-SYSTEM.
           IF WS-REASON NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF SHIP-FUEL >= SHIP-FUEL-CAP THEN
               MOVE 'tank already full' TO WS-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE '-' TO WS-HAS-GG.
           PERFORM VARYING STAR-IDX FROM 1 BY 1
                   UNTIL STAR-IDX > STAR-COUNT
               PERFORM VARYING ORB-IDX FROM 1 BY 1
                       UNTIL ORB-IDX > NUM-ORBITS(STAR-IDX)
                   IF OBJ-GAS-GIANT(STAR-IDX, ORB-IDX) THEN
                       MOVE 'Y' TO WS-HAS-GG
                   END-IF
               END-PERFORM
           END-PERFORM.
           EVALUATE TRUE
               WHEN SETTLE-PORT = 'A' OR SETTLE-PORT = 'B'
                 OR SETTLE-PORT = 'C' OR SETTLE-PORT = 'D'
                   MOVE 0.5 TO WS-TIME-DAYS
                   MOVE 'bought at the starport' TO WS-DETAIL
               WHEN WS-HAS-GG = 'Y'
                   MOVE 1.0 TO WS-TIME-DAYS
                   MOVE 'skimmed from a gas giant' TO WS-DETAIL
               WHEN OTHER
                   MOVE 'no starport fuel and no gas giant here'
                     TO WS-REASON
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SHIP-FUEL-CAP TO SHIP-FUEL.
           ADD WS-TIME-DAYS TO SHIP-DAY.
           MOVE SHIP-DAY TO WS-ROW-DAY.
           MOVE 'REFUEL' TO WS-EVENT.
           PERFORM WRITE-HISTORY-ROW.
           PERFORM REPORT-POSTING.
           EXIT PARAGRAPH.

      *    One line on the console per posted movement.
       REPORT-POSTING.
           MOVE SHIP-DAY TO WS-DISP-DAY.
           COMPUTE WS-DISP-DAY2 = SHIP-DAY - WS-CLOCK-DAY.
           MOVE SHIP-STAR TO WS-DISP-STAR.
           MOVE SHIP-ORBIT TO WS-DISP-ORBIT.
           DISPLAY FUNCTION TRIM(SHIP-KEY)' 'FUNCTION TRIM(WS-TXN-VERB)
               ': now at 'FUNCTION TRIM(SHIP-SYSTEM)
               ' star 'FUNCTION TRIM(WS-DISP-STAR)
               ' orbit 'FUNCTION TRIM(WS-DISP-ORBIT)
               ', day 'FUNCTION TRIM(WS-DISP-DAY)
               ' ('FUNCTION TRIM(WS-DISP-DAY2)
               ' past the campaign clock).'.
           EXIT PARAGRAPH.

      *********************************
      * The sector's systems and feature hexes, for jump legs.
       LOAD-SECTOR-FILE.
           MOVE 'Y' TO WS-SECTOR-LOADED.
           OPEN INPUT SECTOR-FILE.
           IF NOT SECTOR-FILE-OK THEN
               MOVE 'SHP016' TO MC-MSG-ID
               MOVE WS-SECTOR-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL SECTOR-FILE-EOF
               READ SECTOR-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM PARSE-SECTOR-ROW
               END-READ
           END-PERFORM.
           CLOSE SECTOR-FILE.
           EXIT PARAGRAPH.

       PARSE-SECTOR-ROW.
           IF SECTOR-RECORD = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
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
           IF WS-CSV-F1 = 'FEAT' THEN
               IF WS-FEAT-COUNT < 200
                  AND FUNCTION TRIM(WS-CSV-NAME) NOT = 'ROGUE' THEN
                   ADD 1 TO WS-FEAT-COUNT
                   MOVE WS-CSV-NAME TO FEAT-KIND(WS-FEAT-COUNT)
                   COMPUTE FEAT-COL(WS-FEAT-COUNT) =
                           FUNCTION NUMVAL(WS-CSV-COL)
                   COMPUTE FEAT-ROW(WS-FEAT-COUNT) =
                           FUNCTION NUMVAL(WS-CSV-ROW)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF SECTOR-RECORD(1:1) = 'S'
              OR FUNCTION TRIM(WS-CSV-COL) = SPACES
              OR FUNCTION TRIM(WS-CSV-NAME) = SPACES
              OR WS-SYS-COUNT >= 500 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SYS-COUNT.
           MOVE WS-CSV-NAME TO SP-NAME(WS-SYS-COUNT).
           COMPUTE SP-COL(WS-SYS-COUNT) = FUNCTION NUMVAL(WS-CSV-COL).
           COMPUTE SP-ROW(WS-SYS-COUNT) = FUNCTION NUMVAL(WS-CSV-ROW).
           EXIT PARAGRAPH.

      *********************************
      * The location history: appended to, created with its header
      * the first time.
       OPEN-HISTORY.
           OPEN EXTEND HIST-FILE.
           IF NOT HIST-FILE-OK THEN
               OPEN OUTPUT HIST-FILE
               MOVE 'Ship,Day,System,Star,Orbit,Event,Detail'
                 TO WS-LINE
               WRITE HIST-RECORD FROM WS-LINE
           END-IF.
           EXIT PARAGRAPH.

      *    One row: the ship in SHIP-RECORD at WS-ROW-DAY, WS-EVENT
      *    and WS-DETAIL.
       WRITE-HISTORY-ROW.
           MOVE SHIP-KEY TO WS-Q-IN.
           CALL 'CSV-QUOTE-FIELD' USING WS-Q-IN, WS-SHIP-Q.
           MOVE SHIP-SYSTEM TO WS-Q-IN.
           CALL 'CSV-QUOTE-FIELD' USING WS-Q-IN, WS-SYS-Q.
           INSPECT WS-DETAIL REPLACING ALL ',' BY ';'.
           MOVE WS-ROW-DAY TO WS-DISP-DAY.
           MOVE SHIP-STAR TO WS-DISP-STAR.
           MOVE SHIP-ORBIT TO WS-DISP-ORBIT.
           MOVE SPACES TO WS-LINE.
           STRING FUNCTION TRIM(WS-SHIP-Q)     DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DAY)   DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SYS-Q)      DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-STAR)  DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-ORBIT) DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVENT)      DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DETAIL)     DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE HIST-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *********************************
      * WHERE=<ship>,DAY=<n>: the last history row for the ship on
      * or before the day.  A DEPART row there means she was in
      * transit (its detail says where to and when she got in).
       WHERE-WAS-SHIP.
           IF WS-DAY-GIVEN NOT = 'Y' THEN
               MOVE WS-CLOCK-DAY TO WS-ASK-DAY
           END-IF.
           OPEN INPUT HIST-FILE.
           IF NOT HIST-FILE-OK THEN
               MOVE 'SHP017' TO MC-MSG-ID
               MOVE WS-HIST-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM UNTIL HIST-FILE-EOF
               READ HIST-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM CHECK-ONE-HISTORY-ROW
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.
           MOVE WS-ASK-DAY TO WS-DISP-DAY.
           IF WS-BEST-FOUND NOT = 'Y' THEN
               MOVE 'SHP018' TO MC-MSG-ID
               MOVE WS-WHERE-NAME TO MC-INSERT(1)
               MOVE WS-DISP-DAY TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BEST-DAY TO WS-DISP-DAY2.
           IF WS-BEST-EVENT = 'DEPART' THEN
               DISPLAY 'Day 'FUNCTION TRIM(WS-DISP-DAY)': '
                   FUNCTION TRIM(WS-WHERE-NAME)' was in transit, '
                   'having left 'FUNCTION TRIM(WS-BEST-SYSTEM)
                   ' star 'FUNCTION TRIM(WS-BEST-STAR)
                   ' orbit 'FUNCTION TRIM(WS-BEST-ORBIT)
                   ' on day 'FUNCTION TRIM(WS-DISP-DAY2)
                   ' — 'FUNCTION TRIM(WS-BEST-DETAIL)'.'
           ELSE
               DISPLAY 'Day 'FUNCTION TRIM(WS-DISP-DAY)': '
                   FUNCTION TRIM(WS-WHERE-NAME)' was at '
                   FUNCTION TRIM(WS-BEST-SYSTEM)
                   ' star 'FUNCTION TRIM(WS-BEST-STAR)
                   ' orbit 'FUNCTION TRIM(WS-BEST-ORBIT)
                   ' (since day 'FUNCTION TRIM(WS-DISP-DAY2)', '
                   FUNCTION TRIM(WS-BEST-EVENT)').'
           END-IF.
           EXIT PARAGRAPH.

       CHECK-ONE-HISTORY-ROW.
           IF HIST-RECORD(1:5) = 'Ship,' OR HIST-RECORD = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-H-SHIP WS-H-DAY WS-H-SYSTEM WS-H-STAR
                      WS-H-ORBIT WS-H-EVENT WS-H-DETAIL.
           MOVE HIST-RECORD TO WS-SPLIT-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-H-SHIP.
           IF WS-H-SHIP NOT = WS-WHERE-NAME THEN
               EXIT PARAGRAPH
           END-IF.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-H-DAY.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-H-SYSTEM.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-H-STAR.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-H-ORBIT.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-H-EVENT.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-H-DETAIL.
           COMPUTE WS-H-DAY-N = FUNCTION NUMVAL(WS-H-DAY).
           IF WS-H-DAY-N > WS-ASK-DAY THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-BEST-FOUND.
           MOVE WS-H-DAY-N TO WS-BEST-DAY.
           MOVE WS-H-SYSTEM TO WS-BEST-SYSTEM.
           MOVE WS-H-STAR TO WS-BEST-STAR.
           MOVE WS-H-ORBIT TO WS-BEST-ORBIT.
           MOVE WS-H-EVENT TO WS-BEST-EVENT.
           MOVE WS-H-DETAIL TO WS-BEST-DETAIL.
           EXIT PARAGRAPH.

      *********************************
      * SHOW=/LIST=Y.
       SHOW-SHIP.
           OPEN INPUT SHIP-FILE.
           IF NOT SHIP-FILE-OK THEN
               MOVE 'SHP019' TO MC-MSG-ID
               MOVE WS-SHIP-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE WS-SHOW-NAME TO SHIP-KEY.
           READ SHIP-FILE
               INVALID KEY
                   MOVE 'SHP020' TO MC-MSG-ID
                   MOVE WS-SHOW-NAME TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   CLOSE SHIP-FILE
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
           END-READ.
           PERFORM DISPLAY-ONE-SHIP.
           CLOSE SHIP-FILE.
           EXIT PARAGRAPH.

       LIST-SHIPS.
           OPEN INPUT SHIP-FILE.
           IF NOT SHIP-FILE-OK THEN
               MOVE 'SHP019' TO MC-MSG-ID
               MOVE WS-SHIP-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE LOW-VALUES TO SHIP-KEY.
           START SHIP-FILE KEY IS NOT LESS THAN SHIP-KEY
               INVALID KEY
                   MOVE 'SHP021' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   CLOSE SHIP-FILE
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
           END-START.
           PERFORM UNTIL SHIP-FILE-EOF
               READ SHIP-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       PERFORM DISPLAY-ONE-SHIP
                       ADD 1 TO WS-LISTED
               END-READ
           END-PERFORM.
           CLOSE SHIP-FILE.
           MOVE WS-LISTED TO WS-DISP-N.
           MOVE 'SHP022' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

       DISPLAY-ONE-SHIP.
           MOVE SHIP-ACCEL TO WS-DISP-ACCEL.
           MOVE SHIP-FUEL TO WS-DISP-FUEL.
           MOVE SHIP-FUEL-CAP TO WS-DISP-FUEL2.
           MOVE SHIP-DAY TO WS-DISP-DAY.
           MOVE SHIP-STAR TO WS-DISP-STAR.
           MOVE SHIP-ORBIT TO WS-DISP-ORBIT.
           DISPLAY FUNCTION TRIM(SHIP-KEY)' ('
               FUNCTION TRIM(SHIP-OWNER)'): jump-'SHIP-JUMP
               ', 'WS-DISP-ACCEL' g, fuel '
               FUNCTION TRIM(WS-DISP-FUEL)'/'
               FUNCTION TRIM(WS-DISP-FUEL2)' t'.
           DISPLAY '  at 'FUNCTION TRIM(SHIP-SYSTEM)
               ' star 'FUNCTION TRIM(WS-DISP-STAR)
               ' orbit 'FUNCTION TRIM(WS-DISP-ORBIT)
               ', ship''s clock day 'FUNCTION TRIM(WS-DISP-DAY).
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
