      *   >= 10 MAIN   >= 6 MAJOR   >= 3 MINOR   >= 1 MARGINAL
      * (below that no lane is written).
      *
      * Mining output: where G4SSGCOL's production model has run, its
      * supply file gives each system's last-decade ORES and METALS
      * output in megatonnes.  Every full 100 Mt adds 1 to the
      * system's score (3 at most), and a system whose deposits
      * are worked out (a supply of 0) no longer ships ORES or
      * METALS down its lanes, whatever goods.csv remembers it
      * exporting.  A system the supply file doesn't list scores
      * and trades as before.
      *
      * Distances: saved 3D coordinates when both ends carry them,
      * hex grid at HEXLY otherwise — same rule as G4SSGRTE.
      *
      * Wormholes and jump gates: a pair joined by a long-range link
      * (the generator's wormholes.dat, both mouths on this map)
      * trades as if no distance lay between them — DistLy 0.00
      * whatever the range — less 2 for a FLUCTUATING throat and 4
      * for an UNSTABLE one, since freight won't bank on either.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   SECTOR=<path>  sector file (default sector.csv)
      *   GOODS=<path>   per-system goods file from the generator's
      *                  GOODS= run (default goods.csv; absent file
      *                  just leaves the Flow column empty)
      *   SUPPLY=<path>  G4SSGCOL's per-system mining supply file
      *                  (default supply.csv; absent file leaves the
      *                  scores and flows on the record alone)
      *   WORMHOLES=<path> long-range link file (default
      *                  wormholes.dat; absent file, no links)
      *   CONTROL=<path> lane-computation control file (default
      *                  lanectl.csv)
      *   FULL=Y         sweep every pair whatever the control file
      *                  says
      *
      * Incremental runs: the control file records, as of the last
      * run, the RANGE and HEXLY in force and each system's
      * SYSTEM-GENERATION and hex.  A system whose generation or hex
      * has moved since — or that the control file has never seen —
      * is recomputed, together with its neighbours within range
      * (and across a long-range link); every lane between two
      * untouched systems is carried over from the lane file as the
      * last run left it, less any Risk column G4SSGLRK added.  The
      * full sweep runs instead when FULL=Y is given, when there is
      * no control file, lane file or star database, or when RANGE
      * or HEXLY differ from the last run's.  A new goods, supply or
      * wormhole file changes lanes without moving any generation,
      * so a run after one wants FULL=Y.  Either way the run reports
      * the lanes added, dropped and reclassified against the lane
      * file it replaced, and rewrites the control file.
      *
      ******************************************************************
       COPY        TESTENV.
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.
           SELECT LANE-FILE            ASSIGN TO WS-LANE-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-LANE-STATUS.
           SELECT CTL-FILE             ASSIGN TO WS-CTL-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-CTL-STATUS.
           SELECT GOODS-FILE           ASSIGN TO WS-GOODS-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-GOODS-STATUS.
           SELECT WORM-FILE            ASSIGN TO WS-WORM-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS WORM-KEY
                                       FILE STATUS
                                       IS WS-WORM-STATUS.
           SELECT SUPPLY-FILE          ASSIGN TO WS-SUPPLY-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-SUPPLY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY STARDBF.
       FD  LANE-FILE.
       01  LANE-RECORD                 PIC X(160).
       FD  CTL-FILE.
       01  CTL-RECORD                  PIC X(160).
       FD  GOODS-FILE.
       01  GOODS-RECORD                PIC X(160).
       FD  SUPPLY-FILE.
       01  SUPPLY-RECORD               PIC X(160).
       FD  WORM-FILE.
       01  WORM-RECORD.
           COPY WORMREC.

       WORKING-STORAGE SECTION.
      *********************************
           88  STARDB-FILE-OK          VALUE '00'.
       01  WS-LANE-PATH                PIC X(100)
                                       VALUE "tradelanes.csv".
       01  WS-LANE-STATUS              PIC XX.
           88  LANE-FILE-OK            VALUE '00'.
           88  LANE-FILE-EOF           VALUE '10'.
       01  WS-TRADE-RANGE              USAGE COMP-2 VALUE 6.0.
       01  WS-HEX-LY                   USAGE COMP-2 VALUE 3.0.
      *********************************
               10  TN-SCORE            PIC S99 USAGE COMP-5.
               10  TN-BIG-LANES        PIC 999 USAGE COMP-5.
               10  TN-ANY-LANES        PIC 999 USAGE COMP-5.
      *            Last-decade mining output off the supply file,
      *            ORES and METALS together; -1 when not listed.
               10  TN-SUPPLY           PIC S9(7) USAGE COMP-5.
      *            SYSTEM-GENERATION off the record (0 with none),
      *            and whether an incremental run redoes its lanes:
      *            changed since the control file, or a neighbour
      *            within range of one that has.
               10  TN-GEN              PIC 9(3) USAGE COMP-5.
               10  TN-DIRTY            PIC X.
                   88  TN-CHANGED      VALUE 'C'.
                   88  TN-NEIGHBOUR    VALUE 'N'.
                   88  TN-REDO         VALUE 'C' 'N'.
      *********************************
      * Pair working fields.
       01  WS-A                        PIC 999 USAGE COMP-5.
       01  WS-FLOW-CAND                PIC X(16).
       01  WS-FLOW-PTR                 PIC 999 USAGE COMP-5.
       01  WS-FLOW-HIT                 PIC 999 USAGE COMP-5.
       01  WS-FLOW-FROM                PIC 999 USAGE COMP-5.
      *********************************
      * G4SSGCOL's supply file: SysName,Commodity,Output.
       01  WS-SUPPLY-PATH              PIC X(100) VALUE "supply.csv".
       01  WS-SUPPLY-STATUS            PIC XX.
           88  SUPPLY-FILE-OK          VALUE '00'.
           88  SUPPLY-FILE-EOF         VALUE '10'.
       01  WS-SUP-NAME                 PIC X(48).
       01  WS-SUP-OUTPUT               PIC S9(7) USAGE COMP-5.
       01  WS-SUP-BONUS                PIC S99 USAGE COMP-5.
       01  WS-SUP-ROWS                 PIC 9(5) USAGE COMP-5 VALUE 0.
      *********************************
      * Long-range links with both mouths on this map, by system-
      * table index, with the class penalty their stability costs.
       01  WS-WORM-PATH                PIC X(100)
                                       VALUE "wormholes.dat".
       01  WS-WORM-STATUS              PIC XX.
           88  WORM-FILE-OK            VALUE '00'.
           88  WORM-FILE-EOF           VALUE '10'.
       01  WS-LINK-COUNT               PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-LINK-OFFMAP              PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-LINK-LANES               PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-LINK-TAB.
           05  TN-LINK                 OCCURS 200 TIMES.
               10  LINK-A              PIC 999 USAGE COMP-5.
               10  LINK-B              PIC 999 USAGE COMP-5.
               10  LINK-PEN            PIC 9 USAGE COMP-5.
       01  WS-LINK-I                   PIC 999 USAGE COMP-5.
       01  WS-LINK-HIT                 PIC 999 USAGE COMP-5.
       01  WS-LINK-SA                  PIC 999 USAGE COMP-5.
       01  WS-LINK-SB                  PIC 999 USAGE COMP-5.
      *********************************
      * The lane-computation control file, and the sweep it allows.
       01  WS-CTL-PATH                 PIC X(100)
                                       VALUE "lanectl.csv".
       01  WS-CTL-STATUS               PIC XX.
           88  CTL-FILE-OK             VALUE '00'.
           88  CTL-FILE-EOF            VALUE '10'.
      *    'RANGE=6.00,HEXLY=3.00' — this run's, and the last run's.
       01  WS-CTL-PARMS                PIC X(40).
       01  WS-CTL-OLD-PARMS            PIC X(40).
       01  WS-CTL-GEN                  PIC 9(3) USAGE COMP-5.
       01  WS-CTL-COL                  PIC S9(5) USAGE COMP-5.
       01  WS-CTL-ROW                  PIC S9(5) USAGE COMP-5.
       01  WS-DISP-GEN                 PIC ZZ9.
       01  WS-DISP-HEX                 PIC -(4)9.
       01  WS-FULL-FLAG                PIC X VALUE 'N'.
       01  WS-SWEEP                    PIC X VALUE 'I'.
           88  SWEEP-FULL              VALUE 'F'.
           88  SWEEP-INCREMENTAL       VALUE 'I'.
       01  WS-FULL-REASON              PIC X(100).
       01  WS-R                        PIC 999 USAGE COMP-5.
       01  WS-O                        PIC 999 USAGE COMP-5.
       01  WS-CHANGED-N                PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-REDO-N                   PIC 9(5) USAGE COMP-5 VALUE 0.
      *********************************
      * The lane file as the last run left it: carried over between
      * untouched systems, and the yardstick for the added / dropped
      * / reclassified count.  OL-TEXT is the row's first five
      * columns.
       01  WS-OL-COUNT                 PIC 9(4) USAGE COMP-5 VALUE 0.
       01  WS-OL                       PIC 9(4) USAGE COMP-5.
       01  WS-OL-OVER                  PIC X VALUE '-'.
       01  WS-OL-FOUND                 PIC X VALUE '-'.
       01  WS-OL-TAB.
           05  OL-LANE                 OCCURS 4000 TIMES.
               10  OL-A                PIC 999 USAGE COMP-5.
               10  OL-B                PIC 999 USAGE COMP-5.
               10  OL-CLASS            PIC X(8).
               10  OL-TEXT             PIC X(160).
               10  OL-STATE            PIC X.
                   88  OL-KEPT         VALUE 'K'.
                   88  OL-IN-SCOPE     VALUE 'S'.
                   88  OL-MATCHED      VALUE 'M'.
       01  WS-OL-NAME-A                PIC X(48).
       01  WS-OL-NAME-B                PIC X(48).
       01  WS-KEEP                     PIC 999 USAGE COMP-5.
       01  WS-KEPT-N                   PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-ADDED-N                  PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-DROPPED-N                PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-RECLASS-N                PIC 9(5) USAGE COMP-5 VALUE 0.
      *    CSV-quoted lane endpoint names — see CSV-QUOTE-FIELD.
       01  WS-Q-IN                     PIC X(100).
       01  WS-NAME-QA                  PIC X(104).
                                       DEPENDING ON STAR-COUNT
                                       INDEXED BY STAR-IDX.
               COPY STARDATA.
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.

       LINKAGE SECTION.
       01  LK-PARM.
      *   [    MAIN    ]
      *    ^~~~~~~~~~~^
       PROCEDURE DIVISION USING LK-PARM.
           MOVE 'G4SSGTRD' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           PERFORM UNTIL PARM-INDEX > PARM-LEN
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'GOODS'
                           MOVE WS-PARM-VAL TO WS-GOODS-PATH
                       WHEN 'SUPPLY'
                           MOVE WS-PARM-VAL TO WS-SUPPLY-PATH
                       WHEN 'WORMHOLES'
                           MOVE WS-PARM-VAL TO WS-WORM-PATH
                       WHEN 'CONTROL'
                           MOVE WS-PARM-VAL TO WS-CTL-PATH
                       WHEN 'FULL'
                           MOVE FUNCTION UPPER-CASE(WS-PARM-VAL)
                             TO WS-FULL-FLAG
                   END-EVALUATE
               END-IF
           END-PERFORM.

           OPEN INPUT SECTOR-FILE.
           IF NOT SECTOR-FILE-OK THEN
               MOVE 'TRD001' TO MC-MSG-ID
               MOVE WS-SECTOR-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM UNTIL SECTOR-FILE-EOF
           END-PERFORM.
           CLOSE SECTOR-FILE.
           IF WS-SYS-COUNT < 2 THEN
               MOVE 'TRD002' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

               END-PERFORM
               CLOSE STARDB-FILE
           ELSE
               MOVE 'TRD003' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET SWEEP-FULL TO TRUE
               MOVE 'no star database' TO WS-FULL-REASON
           END-IF.

           PERFORM LOAD-GOODS-FILE.
           PERFORM LOAD-SUPPLY-FILE.
           PERFORM LOAD-LONG-RANGE-LINKS.
           PERFORM DECIDE-SWEEP.
           OPEN OUTPUT LANE-FILE.
           MOVE 'SysA,SysB,DistLy,Class,Flow' TO WS-LINE.
           WRITE LANE-RECORD FROM WS-LINE.
           IF SWEEP-FULL THEN
               PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > WS-SYS-COUNT
                   PERFORM VARYING WS-B FROM WS-A BY 1
                           UNTIL WS-B > WS-SYS-COUNT
                       IF WS-B > WS-A THEN
                           PERFORM CLASSIFY-ONE-PAIR
                       END-IF
                   END-PERFORM
               END-PERFORM
           ELSE
               PERFORM WRITE-KEPT-LANES
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-SYS-COUNT
                   IF TN-REDO(WS-R) THEN
                       PERFORM REDO-SYSTEM-PAIRS
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE LANE-FILE.
           PERFORM WRITE-LANE-CONTROL.
           MOVE WS-LANE-COUNT TO WS-DISP-N.
           MOVE 'TRD004' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-LANE-PATH TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           IF WS-LINK-LANES > 0 THEN
               MOVE WS-LINK-LANES TO WS-DISP-N
               MOVE 'TRD005' TO MC-MSG-ID
               MOVE WS-DISP-N TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           IF WS-LINK-OFFMAP > 0 THEN
               MOVE WS-LINK-OFFMAP TO WS-DISP-N
               MOVE 'TRD006' TO MC-MSG-ID
               MOVE WS-DISP-N TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           PERFORM REPORT-LANE-CHANGES.

           DISPLAY 'Per-system standing:'.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-SYS-COUNT
               PERFORM ANNOTATE-ONE-SYSTEM
           END-PERFORM.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
           END-IF.
           IF WS-SYS-COUNT >= 500 THEN
               IF WS-CAP-NOTED = '-' THEN
                   MOVE 'TRD007' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'Y' TO WS-CAP-NOTED
               END-IF
               EXIT PARAGRAPH
           MOVE 1 TO TN-SCORE(TN-IDX).
           MOVE 0 TO TN-BIG-LANES(TN-IDX).
           MOVE 0 TO TN-ANY-LANES(TN-IDX).
           MOVE 0 TO TN-GEN(TN-IDX).
           SET TN-CHANGED(TN-IDX) TO TRUE.
           EXIT PARAGRAPH.

      *    One 'FEAT,<kind>,<col>,<row>' row into the hazard table.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE STARDB-GENERATION TO TN-GEN(TN-IDX).
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           IF SYS-COORD-X NOT = 0 OR SYS-COORD-Y NOT = 0
      * One pair: in range, classed, written — and tallied on both
      * ends for the standing annotations afterward.
       CLASSIFY-ONE-PAIR.
           MOVE 0 TO WS-LINK-HIT.
           IF WS-LINK-COUNT > 0 THEN
               PERFORM FIND-PAIR-LINK
           END-IF.
           IF WS-LINK-HIT > 0 THEN
               MOVE 0 TO WS-LEG-DIST
               COMPUTE WS-EFF = TN-SCORE(WS-A) + TN-SCORE(WS-B)
                              - LINK-PEN(WS-LINK-HIT)
           ELSE
           PERFORM COMPUTE-PAIR-DISTANCE
           IF WS-LEG-DIST > WS-TRADE-RANGE THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EFF = TN-SCORE(WS-A) + TN-SCORE(WS-B)
                          - WS-LEG-DIST
      *    Freight shies away from a lane that threads a nebula or
      *    an adrift remnant — it weighs on the class.
           PERFORM CHECK-FEATURE-CROSSING
           IF WS-LANE-FEAT NOT = SPACES THEN
               SUBTRACT 2 FROM WS-EFF
           END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-EFF >= 10
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO WS-LANE-COUNT.
           IF WS-LINK-HIT > 0 THEN
               ADD 1 TO WS-LINK-LANES
           END-IF.
           ADD 1 TO TN-ANY-LANES(WS-A).
           ADD 1 TO TN-ANY-LANES(WS-B).
           IF WS-LANE-CLASS = 'MAIN' OR WS-LANE-CLASS = 'MAJOR' THEN
               ADD 1 TO TN-BIG-LANES(WS-A)
               ADD 1 TO TN-BIG-LANES(WS-B)
           END-IF.
           PERFORM NOTE-LANE-AGAINST-OLD.
           PERFORM DERIVE-LANE-FLOW.
      *    Endpoint names go out CSV-quoted — the readers split
      *    them back tolerant of the quoting.
           WRITE LANE-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *    Is the WS-A/WS-B pair joined by a long-range link?  Sets
      *    WS-LINK-HIT to the link, 0 when not.
       FIND-PAIR-LINK.
           PERFORM VARYING WS-LINK-I FROM 1 BY 1
                   UNTIL WS-LINK-I > WS-LINK-COUNT
               IF (LINK-A(WS-LINK-I) = WS-A
                   AND LINK-B(WS-LINK-I) = WS-B)
                  OR (LINK-A(WS-LINK-I) = WS-B
                   AND LINK-B(WS-LINK-I) = WS-A) THEN
                   MOVE WS-LINK-I TO WS-LINK-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * Full sweep or incremental: FULL=Y, a missing star database,
      * control file or lane file, or a RANGE/HEXLY other than the
      * last run's all mean the full sweep.  The old lane file is
      * read either way — it is what the run's changes are counted
      * against.
       DECIDE-SWEEP.
           MOVE SPACES TO WS-CTL-PARMS.
           MOVE 1 TO WS-KEEP.
           MOVE WS-TRADE-RANGE TO WS-DISP-DIST.
           STRING 'RANGE='                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DIST)  DELIMITED BY SIZE
                  ',HEXLY='                    DELIMITED BY SIZE
                  INTO WS-CTL-PARMS WITH POINTER WS-KEEP
           END-STRING.
           MOVE WS-HEX-LY TO WS-DISP-DIST.
           STRING FUNCTION TRIM(WS-DISP-DIST)  DELIMITED BY SIZE
                  INTO WS-CTL-PARMS WITH POINTER WS-KEEP
           END-STRING.
           PERFORM LOAD-OLD-LANES.
           EVALUATE TRUE
               WHEN SWEEP-FULL
                   CONTINUE
               WHEN WS-FULL-FLAG = 'Y'
                   SET SWEEP-FULL TO TRUE
                   MOVE 'FULL=Y' TO WS-FULL-REASON
               WHEN WS-OL-FOUND NOT = 'Y'
                   SET SWEEP-FULL TO TRUE
                   MOVE SPACES TO WS-FULL-REASON
                   STRING 'no lane file '      DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LANE-PATH)
                                               DELIMITED BY SIZE
                          INTO WS-FULL-REASON
                   END-STRING
               WHEN WS-OL-OVER = 'Y'
                   SET SWEEP-FULL TO TRUE
                   MOVE 'lane file over 4000 lanes' TO WS-FULL-REASON
               WHEN OTHER
                   PERFORM READ-LANE-CONTROL
           END-EVALUATE.
           IF SWEEP-FULL THEN
               PERFORM VARYING WS-OL FROM 1 BY 1
                       UNTIL WS-OL > WS-OL-COUNT
                   SET OL-IN-SCOPE(WS-OL) TO TRUE
               END-PERFORM
               MOVE 'TRD010' TO MC-MSG-ID
               MOVE WS-FULL-REASON TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM MARK-CHANGED-NEIGHBOURS.
      *    A lane with an end off the map, or an end being redone,
      *    is recomputed; any other is carried over as it stands.
           PERFORM VARYING WS-OL FROM 1 BY 1
                   UNTIL WS-OL > WS-OL-COUNT
               IF OL-A(WS-OL) = 0 OR OL-B(WS-OL) = 0 THEN
                   SET OL-IN-SCOPE(WS-OL) TO TRUE
               ELSE
                   IF TN-REDO(OL-A(WS-OL))
                      OR TN-REDO(OL-B(WS-OL)) THEN
                       SET OL-IN-SCOPE(WS-OL) TO TRUE
                   ELSE
                       SET OL-KEPT(WS-OL) TO TRUE
                       ADD 1 TO WS-KEPT-N
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-CHANGED-N TO WS-DISP-N.
           MOVE 'TRD009' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-REDO-N TO WS-DISP-N.
           MOVE WS-DISP-N TO MC-INSERT(2).
           MOVE WS-KEPT-N TO WS-DISP-N.
           MOVE WS-DISP-N TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *    The control file: its RANGE/HEXLY line first, then one
      *    row per system it saw.  Every system starts out changed;
      *    a row naming it at the same generation and hex clears it.
       READ-LANE-CONTROL.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FILE-OK THEN
               SET SWEEP-FULL TO TRUE
               MOVE SPACES TO WS-FULL-REASON
               STRING 'no control file '       DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CTL-PATH)
                                               DELIMITED BY SIZE
                      INTO WS-FULL-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CTL-OLD-PARMS.
           PERFORM UNTIL CTL-FILE-EOF
               READ CTL-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM LOAD-ONE-CONTROL-ROW
               END-READ
           END-PERFORM.
           CLOSE CTL-FILE.
           IF WS-CTL-OLD-PARMS NOT = WS-CTL-PARMS THEN
               SET SWEEP-FULL TO TRUE
               MOVE SPACES TO WS-FULL-REASON
               STRING FUNCTION TRIM(WS-CTL-PARMS)
                                               DELIMITED BY SIZE
                      ' where the last run had '
                                               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CTL-OLD-PARMS)
                                               DELIMITED BY SIZE
                      INTO WS-FULL-REASON
               END-STRING
           END-IF.
           EXIT PARAGRAPH.

       LOAD-ONE-CONTROL-ROW.
           IF CTL-RECORD(1:6) = 'RANGE=' THEN
               MOVE CTL-RECORD TO WS-CTL-OLD-PARMS
               EXIT PARAGRAPH
           END-IF.
           IF CTL-RECORD(1:8) = 'SysName,' OR CTL-RECORD = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE CTL-RECORD TO WS-SPLIT-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-OL-NAME-A.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           COMPUTE WS-CTL-GEN = FUNCTION NUMVAL(WS-SPLIT-FLD).
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           COMPUTE WS-CTL-COL = FUNCTION NUMVAL(WS-SPLIT-FLD).
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           COMPUTE WS-CTL-ROW = FUNCTION NUMVAL(WS-SPLIT-FLD).
           PERFORM VARYING TN-IDX FROM 1 BY 1
                   UNTIL TN-IDX > WS-SYS-COUNT
               IF TN-NAME(TN-IDX) = WS-OL-NAME-A THEN
                   IF TN-GEN(TN-IDX) = WS-CTL-GEN
                      AND TN-COL(TN-IDX) = WS-CTL-COL
                      AND TN-ROW(TN-IDX) = WS-CTL-ROW THEN
                       MOVE '-' TO TN-DIRTY(TN-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    Every system within range of a changed one — or across a
      *    long-range link from it — is redone along with it.
       MARK-CHANGED-NEIGHBOURS.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-SYS-COUNT
               IF TN-CHANGED(WS-R) THEN
                   ADD 1 TO WS-CHANGED-N
                   PERFORM MARK-ONE-SYSTEM-NEIGHBOURS
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-SYS-COUNT
               IF TN-REDO(WS-R) THEN
                   ADD 1 TO WS-REDO-N
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       MARK-ONE-SYSTEM-NEIGHBOURS.
           MOVE WS-R TO WS-A.
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-SYS-COUNT
               IF TN-DIRTY(WS-B) = '-' THEN
                   MOVE 0 TO WS-LINK-HIT
                   IF WS-LINK-COUNT > 0 THEN
                       PERFORM FIND-PAIR-LINK
                   END-IF
                   IF WS-LINK-HIT > 0 THEN
                       SET TN-NEIGHBOUR(WS-B) TO TRUE
                   ELSE
                       PERFORM COMPUTE-PAIR-DISTANCE
                       IF WS-LEG-DIST <= WS-TRADE-RANGE THEN
                           SET TN-NEIGHBOUR(WS-B) TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    Every pair with system WS-R at one end, lower index as
      *    SysA as the full sweep writes it — a pair whose other end
      *    is also being redone is taken once, from its lower end.
       REDO-SYSTEM-PAIRS.
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-SYS-COUNT
               IF WS-O NOT = WS-R
                  AND NOT (TN-REDO(WS-O) AND WS-O < WS-R) THEN
                   IF WS-O < WS-R THEN
                       MOVE WS-O TO WS-A
                       MOVE WS-R TO WS-B
                   ELSE
                       MOVE WS-R TO WS-A
                       MOVE WS-O TO WS-B
                   END-IF
                   PERFORM CLASSIFY-ONE-PAIR
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    The carried-over lanes go out first, as they were, and
      *    count toward their ends' standing like any other.
       WRITE-KEPT-LANES.
           PERFORM VARYING WS-OL FROM 1 BY 1
                   UNTIL WS-OL > WS-OL-COUNT
               IF OL-KEPT(WS-OL) THEN
                   WRITE LANE-RECORD FROM OL-TEXT(WS-OL)
                   ADD 1 TO WS-LANE-COUNT
                   MOVE OL-A(WS-OL) TO WS-A
                   MOVE OL-B(WS-OL) TO WS-B
                   ADD 1 TO TN-ANY-LANES(WS-A)
                   ADD 1 TO TN-ANY-LANES(WS-B)
                   IF OL-CLASS(WS-OL) = 'MAIN'
                      OR OL-CLASS(WS-OL) = 'MAJOR' THEN
                       ADD 1 TO TN-BIG-LANES(WS-A)
                       ADD 1 TO TN-BIG-LANES(WS-B)
                   END-IF
                   MOVE 0 TO WS-LINK-HIT
                   IF WS-LINK-COUNT > 0 THEN
                       PERFORM FIND-PAIR-LINK
                   END-IF
                   IF WS-LINK-HIT > 0 THEN
                       ADD 1 TO WS-LINK-LANES
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    The lane just classed against the old file's lane for the
      *    same pair: none is an added lane, another class is a
      *    reclassified one.  Old lanes in scope that no new lane
      *    matched are the dropped ones.
       NOTE-LANE-AGAINST-OLD.
           PERFORM VARYING WS-OL FROM 1 BY 1
                   UNTIL WS-OL > WS-OL-COUNT
               IF OL-IN-SCOPE(WS-OL)
                  AND ((OL-A(WS-OL) = WS-A AND OL-B(WS-OL) = WS-B)
                    OR (OL-A(WS-OL) = WS-B AND OL-B(WS-OL) = WS-A))
                  THEN
                   SET OL-MATCHED(WS-OL) TO TRUE
                   IF OL-CLASS(WS-OL) NOT = WS-LANE-CLASS THEN
                       ADD 1 TO WS-RECLASS-N
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           ADD 1 TO WS-ADDED-N.
           EXIT PARAGRAPH.

       REPORT-LANE-CHANGES.
           IF WS-OL-FOUND NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-OL FROM 1 BY 1
                   UNTIL WS-OL > WS-OL-COUNT
               IF OL-IN-SCOPE(WS-OL) THEN
                   ADD 1 TO WS-DROPPED-N
               END-IF
           END-PERFORM.
           MOVE WS-ADDED-N TO WS-DISP-N.
           MOVE 'TRD011' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-DROPPED-N TO WS-DISP-N.
           MOVE WS-DISP-N TO MC-INSERT(2).
           MOVE WS-RECLASS-N TO WS-DISP-N.
           MOVE WS-DISP-N TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *********************************
      * The lane file the last run wrote into the old-lane table;
      * WS-OL-FOUND says there was one.
       LOAD-OLD-LANES.
           OPEN INPUT LANE-FILE.
           IF NOT LANE-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-OL-FOUND.
           PERFORM UNTIL LANE-FILE-EOF
               READ LANE-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM LOAD-ONE-OLD-LANE
               END-READ
           END-PERFORM.
           CLOSE LANE-FILE.
           EXIT PARAGRAPH.

      *    Its first five columns kept verbatim, as G4SSGLRK keeps
      *    them, and its ends resolved — 0 for a system no longer
      *    on the map.
       LOAD-ONE-OLD-LANE.
           IF LANE-RECORD(1:5) = 'SysA,' OR LANE-RECORD = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-OL-COUNT >= 4000 THEN
               MOVE 'Y' TO WS-OL-OVER
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OL-COUNT.
           MOVE WS-OL-COUNT TO WS-OL.
           INITIALIZE OL-LANE(WS-OL).
           MOVE LANE-RECORD TO WS-SPLIT-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-OL-NAME-A.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-OL-NAME-B.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO OL-CLASS(WS-OL).
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           COMPUTE WS-KEEP = WS-SPLIT-PTR - 2.
           IF WS-KEEP > 160 THEN
               MOVE 160 TO WS-KEEP
           END-IF.
           MOVE LANE-RECORD(1:WS-KEEP) TO OL-TEXT(WS-OL).
           PERFORM VARYING TN-IDX FROM 1 BY 1
                   UNTIL TN-IDX > WS-SYS-COUNT
               IF TN-NAME(TN-IDX) = WS-OL-NAME-A THEN
                   SET OL-A(WS-OL) TO TN-IDX
               END-IF
               IF TN-NAME(TN-IDX) = WS-OL-NAME-B THEN
                   SET OL-B(WS-OL) TO TN-IDX
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    This run's RANGE/HEXLY and every system's generation and
      *    hex, for the next run to measure against.
       WRITE-LANE-CONTROL.
           OPEN OUTPUT CTL-FILE.
           IF NOT CTL-FILE-OK THEN
               MOVE 'TRD012' TO MC-MSG-ID
               MOVE WS-CTL-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           WRITE CTL-RECORD FROM WS-CTL-PARMS.
           MOVE 'SysName,Generation,Col,Row' TO WS-LINE.
           WRITE CTL-RECORD FROM WS-LINE.
           PERFORM VARYING TN-IDX FROM 1 BY 1
                   UNTIL TN-IDX > WS-SYS-COUNT
               MOVE TN-NAME(TN-IDX) TO WS-Q-IN
               CALL 'CSV-QUOTE-FIELD' USING WS-Q-IN, WS-NAME-QA
               MOVE TN-GEN(TN-IDX) TO WS-DISP-GEN
               MOVE SPACES TO WS-LINE
               MOVE 1 TO WS-KEEP
               STRING FUNCTION TRIM(WS-NAME-QA) DELIMITED BY SIZE
                      ','                       DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-GEN) DELIMITED BY SIZE
                      ','                       DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-KEEP
               END-STRING
               MOVE TN-COL(TN-IDX) TO WS-DISP-HEX
               STRING FUNCTION TRIM(WS-DISP-HEX) DELIMITED BY SIZE
                      ','                       DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-KEEP
               END-STRING
               MOVE TN-ROW(TN-IDX) TO WS-DISP-HEX
               STRING FUNCTION TRIM(WS-DISP-HEX) DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-KEEP
               END-STRING
               WRITE CTL-RECORD FROM WS-LINE
           END-PERFORM.
           CLOSE CTL-FILE.
           EXIT PARAGRAPH.

      *********************************
      * The link file into TN-LINK — optional: no file, no links.
       LOAD-LONG-RANGE-LINKS.
           OPEN INPUT WORM-FILE.
           IF NOT WORM-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WORM-FILE-EOF
               READ WORM-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END PERFORM NOTE-LONG-RANGE-LINK
               END-READ
           END-PERFORM.
           CLOSE WORM-FILE.
           EXIT PARAGRAPH.

       NOTE-LONG-RANGE-LINK.
           MOVE 0 TO WS-LINK-SA WS-LINK-SB.
           PERFORM VARYING TN-IDX FROM 1 BY 1
                   UNTIL TN-IDX > WS-SYS-COUNT
               IF TN-NAME(TN-IDX) = WORM-SYS-A THEN
                   SET WS-LINK-SA TO TN-IDX
               END-IF
               IF TN-NAME(TN-IDX) = WORM-SYS-B THEN
                   SET WS-LINK-SB TO TN-IDX
               END-IF
           END-PERFORM.
           IF WS-LINK-SA = 0 AND WS-LINK-SB = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINK-SA = 0 OR WS-LINK-SB = 0
              OR WS-LINK-COUNT >= 200 THEN
               ADD 1 TO WS-LINK-OFFMAP
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LINK-COUNT.
           MOVE WS-LINK-SA TO LINK-A(WS-LINK-COUNT).
           MOVE WS-LINK-SB TO LINK-B(WS-LINK-COUNT).
           EVALUATE WORM-STABILITY
               WHEN 'F'
                   MOVE 2 TO LINK-PEN(WS-LINK-COUNT)
               WHEN 'U'
                   MOVE 4 TO LINK-PEN(WS-LINK-COUNT)
               WHEN OTHER
                   MOVE 0 TO LINK-PEN(WS-LINK-COUNT)
           END-EVALUATE.
           EXIT PARAGRAPH.

      *********************************
      * The goods file, keyed by system-table index.
       LOAD-GOODS-FILE.
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * The mining supply file, summed per system-table index, and
      * the score each system's output earns.  Read after scoring,
      * so the bonus lands on top of the record's own weight.
       LOAD-SUPPLY-FILE.
           PERFORM VARYING TN-IDX FROM 1 BY 1
                   UNTIL TN-IDX > WS-SYS-COUNT
               MOVE -1 TO TN-SUPPLY(TN-IDX)
           END-PERFORM.
           OPEN INPUT SUPPLY-FILE.
           IF NOT SUPPLY-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL SUPPLY-FILE-EOF
               READ SUPPLY-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM LOAD-ONE-SUPPLY-ROW
               END-READ
           END-PERFORM.
           CLOSE SUPPLY-FILE.
           PERFORM VARYING TN-IDX FROM 1 BY 1
                   UNTIL TN-IDX > WS-SYS-COUNT
               IF TN-SUPPLY(TN-IDX) > 0 THEN
                   COMPUTE WS-SUP-BONUS = TN-SUPPLY(TN-IDX) / 100
                   IF WS-SUP-BONUS > 3 THEN
                       MOVE 3 TO WS-SUP-BONUS
                   END-IF
                   ADD WS-SUP-BONUS TO TN-SCORE(TN-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-SUP-ROWS TO WS-DISP-N.
           MOVE 'TRD008' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-SUPPLY-PATH TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

       LOAD-ONE-SUPPLY-ROW.
           IF SUPPLY-RECORD(1:8) = 'SysName,'
              OR SUPPLY-RECORD = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SUPPLY-RECORD TO WS-SPLIT-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-SUP-NAME.
      *    ORES and METALS count together — the goods file's
      *    commodity split doesn't follow belt against world.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           COMPUTE WS-SUP-OUTPUT = FUNCTION NUMVAL(WS-SPLIT-FLD).
           PERFORM VARYING TN-IDX FROM 1 BY 1
                   UNTIL TN-IDX > WS-SYS-COUNT
               IF TN-NAME(TN-IDX) = WS-SUP-NAME THEN
                   IF TN-SUPPLY(TN-IDX) < 0 THEN
                       MOVE 0 TO TN-SUPPLY(TN-IDX)
                   END-IF
                   ADD WS-SUP-OUTPUT TO TN-SUPPLY(TN-IDX)
                   ADD 1 TO WS-SUP-ROWS
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    What flows on the WS-A/WS-B lane: the first export of
      *    either end the other end imports, or the richer end's
      *    lead export.
           END-IF.
           IF TN-SCORE(WS-A) >= TN-SCORE(WS-B) THEN
               MOVE TG-EXPORTS(WS-A) TO WS-GOODS-EXP
               MOVE WS-A TO WS-FLOW-FROM
           ELSE
               MOVE TG-EXPORTS(WS-B) TO WS-GOODS-EXP
               MOVE WS-B TO WS-FLOW-FROM
           END-IF.
           IF WS-GOODS-EXP NOT = SPACES
              AND WS-GOODS-EXP(1:1) NOT = '-' THEN
               PERFORM PICK-LEAD-EXPORT
           END-IF.
           EXIT PARAGRAPH.

      *    The exporter's first export it can still ship — ORES and
      *    METALS off worked-out deposits don't count.
       PICK-LEAD-EXPORT.
           MOVE 1 TO WS-FLOW-PTR.
           PERFORM UNTIL WS-FLOW-PTR > 60
               INITIALIZE WS-FLOW-CAND
               UNSTRING WS-GOODS-EXP DELIMITED BY ';'
                       INTO WS-FLOW-CAND
                       WITH POINTER WS-FLOW-PTR
               END-UNSTRING
               IF WS-FLOW-CAND = SPACES THEN
                   EXIT PERFORM
               END-IF
               IF NOT ((WS-FLOW-CAND = 'ORES'
                        OR WS-FLOW-CAND = 'METALS')
                       AND TN-SUPPLY(WS-FLOW-FROM) = 0) THEN
                   MOVE WS-FLOW-CAND TO WS-FLOW-TXT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       MATCH-FLOW-A-TO-B.
           MOVE TG-EXPORTS(WS-A) TO WS-GOODS-EXP.
           MOVE TG-IMPORTS(WS-B) TO WS-GOODS-IMP.
           MOVE WS-A TO WS-FLOW-FROM.
           PERFORM MATCH-FLOW-LISTS.
           EXIT PARAGRAPH.

       MATCH-FLOW-B-TO-A.
           MOVE TG-EXPORTS(WS-B) TO WS-GOODS-EXP.
           MOVE TG-IMPORTS(WS-A) TO WS-GOODS-IMP.
           MOVE WS-B TO WS-FLOW-FROM.
           PERFORM MATCH-FLOW-LISTS.
           EXIT PARAGRAPH.

      *    First ';'-separated export that appears in the import
      *    list — and that the exporter, WS-FLOW-FROM, still has to
      *    ship.
       MATCH-FLOW-LISTS.
           IF WS-GOODS-EXP = SPACES OR WS-GOODS-IMP = SPACES THEN
               EXIT PARAGRAPH
               MOVE 0 TO WS-FLOW-HIT
               INSPECT WS-GOODS-IMP TALLYING WS-FLOW-HIT
                   FOR ALL WS-FLOW-CAND(1:4)
               IF (WS-FLOW-CAND = 'ORES' OR WS-FLOW-CAND = 'METALS')
                  AND TN-SUPPLY(WS-FLOW-FROM) = 0 THEN
                   MOVE 0 TO WS-FLOW-HIT
               END-IF
               IF WS-FLOW-HIT > 0 THEN
                   MOVE WS-FLOW-CAND TO WS-FLOW-TXT
                   EXIT PERFORM
           DISPLAY '  'FUNCTION TRIM(TN-NAME(WS-A))': '
               FUNCTION TRIM(WS-LINE).
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
