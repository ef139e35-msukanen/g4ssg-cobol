       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGLRK.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Lane-risk pass over the trade-lane file — G4SSGTRD classes a
      * lane by volume only, so a MAIN lane between two polities,
      * through a nebula, past a law-0 backwater reads exactly like
      * one deep inside a quiet polity.  This pass scores every lane
      * for piracy and general hazard and writes the result back as
      * a sixth lane column (Risk), which G4SSGRTE can then weigh a
      * route by (WEIGHT=RISK).  Run it after G4SSGTRD (which writes
      * the five-column file afresh) and after G4SSGPOL (for the
      * allegiances).
      *
      * Risk points per lane:
      *   each end  no saved record +1; uninhabited +1; law 0 +2,
      *             law 1-2 +1; starport E/X +2, D +1
      *   border    ends of two different polities +2; one claimed
      *             and one not (blank or NA) +1
      *   traffic   the busier end BUSTLING or BUSY +1 (where the
      *             prey is); the quieter end QUIET or DEAD +1 (no
      *             one to answer a distress call) — the traffic
      *             classes are ENCOUNTER-TABLE's, as G4SSGENC rates
      *             them from the lanes themselves
      *   hazard    midpoint within a hex of a nebula or adrift
      *             remnant (G4SSGTRD's crossing rule) +2
      *   weather   the worse end Severe +1, eXtreme +2
      * Risk class: 0-2 LOW, 3-5 MODERATE, 6-8 HIGH, 9+ EXTREME.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   LANES=<path>   trade lane file read (default tradelanes.csv)
      *   OUT=<path>     lane file written (default the LANES= file,
      *                  rewritten in place)
      *   SECTOR=<path>  sector file (default sector.csv)
      *   PATH=<path>    star database file (default stardb.dat)
      *
      * Return codes: 0 lanes rated, 4 no lane file, 8 lane file
      * could not be written.
      *
      ******************************************************************
       COPY        TESTENV.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTOR-FILE          ASSIGN TO WS-SECTOR-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-SECTOR-STATUS.
           SELECT LANE-FILE            ASSIGN TO WS-LANE-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-LANE-STATUS.
           SELECT OUT-FILE             ASSIGN TO WS-OUT-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-OUT-STATUS.
           SELECT STARDB-FILE          ASSIGN TO WS-STARDB-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECTOR-FILE.
       01  SECTOR-RECORD               PIC X(200).
       FD  LANE-FILE.
       01  LANE-RECORD                 PIC X(160).
       FD  OUT-FILE.
       01  OUT-RECORD                  PIC X(160).
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.

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
       01  WS-OUT-PATH                 PIC X(100) VALUE SPACES.
       01  WS-OUT-STATUS               PIC XX.
           88  OUT-FILE-OK             VALUE '00'.
       01  WS-STARDB-PATH              PIC X(100) VALUE "stardb.dat".
       01  WS-STARDB-STATUS            PIC XX.
           88  STARDB-FILE-OK          VALUE '00'.
      *    Quote-tolerant CSV splitting — see CSV-SPLIT-FIELD.
       01  WS-SPLIT-LINE               PIC X(250).
       01  WS-SPLIT-PTR                PIC 999 USAGE COMP-5.
       01  WS-SPLIT-FLD                PIC X(100).
      *********************************
      * Deep-space feature hexes off the sector file's 'FEAT,' rows.
       01  WS-FEAT-COUNT               PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-FEAT-TAB.
           05  LR-FEAT                 OCCURS 200 TIMES.
               10  FEAT-KIND           PIC X(12).
               10  FEAT-COL            PIC S9(5) USAGE COMP-5.
               10  FEAT-ROW            PIC S9(5) USAGE COMP-5.
       01  WS-MID-COL                  PIC S9(5) USAGE COMP-5.
       01  WS-MID-ROW                  PIC S9(5) USAGE COMP-5.
       01  WS-FEAT-I                   PIC 999 USAGE COMP-5.
       01  WS-LANE-FEAT                PIC X(12).
      *********************************
      * The loaded sector: one entry per system row, with the risk
      * inputs off the saved record and the lane tallies.
       01  WS-SYS-COUNT                PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-CAP-NOTED                PIC X VALUE '-'.
       01  WS-SYS-TAB.
           05  LR-SYS                  OCCURS 500 TIMES
                                       INDEXED BY LR-IDX.
               10  LR-NAME             PIC X(48).
               10  LR-COL              PIC S9(5) USAGE COMP-5.
               10  LR-ROW              PIC S9(5) USAGE COMP-5.
               10  LR-ON-RECORD        PIC X.
               10  LR-POP              PIC 99 USAGE COMP-5.
               10  LR-LAW              PIC 99 USAGE COMP-5.
               10  LR-PORT             PIC X.
               10  LR-ALLEGIANCE       PIC X(4).
               10  LR-WEATHER          PIC X.
               10  LR-MAIN-CT          PIC 999 USAGE COMP-5.
               10  LR-MAJOR-CT         PIC 999 USAGE COMP-5.
               10  LR-MINOR-CT         PIC 999 USAGE COMP-5.
               10  LR-TRAFFIC          PIC X(8).
               10  LR-TRAFFIC-RANK     PIC 9 USAGE COMP-5.
      *********************************
      * The lane file, held whole so it can be rewritten in place:
      * the first five columns verbatim, the ends resolved to the
      * system table (0 when off the sector map) and the score.
       01  WS-LANE-COUNT               PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-LANE-CAP-NOTED           PIC X VALUE '-'.
       01  WS-LANE-TAB.
           05  LR-LANE                 OCCURS 4000 TIMES.
               10  LANE-TEXT           PIC X(160).
               10  LANE-A              PIC 999 USAGE COMP-5.
               10  LANE-B              PIC 999 USAGE COMP-5.
               10  LANE-CLASS          PIC X(10).
               10  LANE-SCORE          PIC 99 USAGE COMP-5.
               10  LANE-RISK           PIC X(8).
       01  WS-L                        PIC 9(5) USAGE COMP-5.
       01  WS-A                        PIC 999 USAGE COMP-5.
       01  WS-B                        PIC 999 USAGE COMP-5.
       01  WS-E                        PIC 999 USAGE COMP-5.
       01  WS-SCORE                    PIC 99 USAGE COMP-5.
       01  WS-KEEP                     PIC 999 USAGE COMP-5.
       01  WS-RANK-A                   PIC 9 USAGE COMP-5.
       01  WS-RANK-B                   PIC 9 USAGE COMP-5.
       01  WS-CT-LOW                   PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-CT-MOD                   PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-CT-HIGH                  PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-CT-EXT                   PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-ENC-CTL.
           COPY ENCCTL.
      *********************************
      * One unstrung sector.csv / tradelanes.csv row.
       01  WS-CSV-F1                   PIC X(10).
       01  WS-CSV-NAME                 PIC X(48).
       01  WS-CSV-COL                  PIC X(10).
       01  WS-CSV-ROW                  PIC X(10).
       01  WS-CSV-A                    PIC X(48).
       01  WS-CSV-B                    PIC X(48).
       01  WS-CSV-CLASS                PIC X(10).
       01  WS-DISP-N                   PIC ZZZZ9.
       01  WS-LINE                     PIC X(160).
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
           MOVE 'G4SSGLRK' TO MC-PROGRAM.
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
                       WHEN 'LANES'
                           MOVE WS-PARM-VAL TO WS-LANE-PATH
                       WHEN 'OUT'
                           MOVE WS-PARM-VAL TO WS-OUT-PATH
                       WHEN 'SECTOR'
                           MOVE WS-PARM-VAL TO WS-SECTOR-PATH
                       WHEN 'PATH'
                           MOVE WS-PARM-VAL TO WS-STARDB-PATH
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-OUT-PATH = SPACES THEN
               MOVE WS-LANE-PATH TO WS-OUT-PATH
           END-IF.

           OPEN INPUT SECTOR-FILE.
           IF SECTOR-FILE-OK THEN
               PERFORM UNTIL SECTOR-FILE-EOF
                   READ SECTOR-FILE
                       AT END CONTINUE
                       NOT AT END PERFORM PARSE-SECTOR-ROW
                   END-READ
               END-PERFORM
               CLOSE SECTOR-FILE
           ELSE
               MOVE 'LRK001' TO MC-MSG-ID
               MOVE WS-SECTOR-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.

           OPEN INPUT STARDB-FILE.
           IF STARDB-FILE-OK THEN
               PERFORM VARYING LR-IDX FROM 1 BY 1
                       UNTIL LR-IDX > WS-SYS-COUNT
                   PERFORM DETAIL-ONE-SYSTEM
               END-PERFORM
               CLOSE STARDB-FILE
           ELSE
               MOVE 'LRK002' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.

           OPEN INPUT LANE-FILE.
           IF NOT LANE-FILE-OK THEN
               MOVE 'LRK003' TO MC-MSG-ID
               MOVE WS-LANE-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM UNTIL LANE-FILE-EOF
               READ LANE-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM LOAD-LANE-ROW
               END-READ
           END-PERFORM.
           CLOSE LANE-FILE.

           PERFORM RATE-ALL-TRAFFIC.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LANE-COUNT
               PERFORM SCORE-ONE-LANE
           END-PERFORM.

           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FILE-OK THEN
               MOVE 'LRK004' TO MC-MSG-ID
               MOVE WS-OUT-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE 'SysA,SysB,DistLy,Class,Flow,Risk' TO WS-LINE.
           WRITE OUT-RECORD FROM WS-LINE.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LANE-COUNT
               MOVE SPACES TO WS-LINE
               STRING FUNCTION TRIM(LANE-TEXT(WS-L) TRAILING)
                                               DELIMITED BY SIZE
                      ','                      DELIMITED BY SIZE
                      FUNCTION TRIM(LANE-RISK(WS-L))
                                               DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               WRITE OUT-RECORD FROM WS-LINE
           END-PERFORM.
           CLOSE OUT-FILE.

           MOVE WS-LANE-COUNT TO WS-DISP-N.
           MOVE 'LRK005' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-OUT-PATH TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE WS-CT-LOW TO WS-DISP-N.
           DISPLAY '  LOW      'WS-DISP-N.
           MOVE WS-CT-MOD TO WS-DISP-N.
           DISPLAY '  MODERATE 'WS-DISP-N.
           MOVE WS-CT-HIGH TO WS-DISP-N.
           DISPLAY '  HIGH     'WS-DISP-N.
           MOVE WS-CT-EXT TO WS-DISP-N.
           DISPLAY '  EXTREME  'WS-DISP-N.
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
                   MOVE 'LRK006' TO MC-MSG-ID
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
           SET LR-IDX TO WS-SYS-COUNT.
           INITIALIZE LR-SYS(LR-IDX).
           MOVE WS-CSV-NAME TO LR-NAME(LR-IDX).
           COMPUTE LR-COL(LR-IDX) = FUNCTION NUMVAL(WS-CSV-COL).
           COMPUTE LR-ROW(LR-IDX) = FUNCTION NUMVAL(WS-CSV-ROW).
           MOVE '-' TO LR-ON-RECORD(LR-IDX).
           MOVE 'X' TO LR-PORT(LR-IDX).
           MOVE 'Q' TO LR-WEATHER(LR-IDX).
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

      *    One 'FEAT,<kind>,<col>,<row>' row into the hazard table;
      *    rogue bodies hide no one.
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
      * Saved-record risk inputs for one system.
       DETAIL-ONE-SYSTEM.
           MOVE LR-NAME(LR-IDX) TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           MOVE 'Y' TO LR-ON-RECORD(LR-IDX).
           IF SETTLE-POP-EXP IS NUMERIC THEN
               MOVE SETTLE-POP-EXP TO LR-POP(LR-IDX)
           END-IF.
           IF SETTLE-LAW IS NUMERIC THEN
               MOVE SETTLE-LAW TO LR-LAW(LR-IDX)
           END-IF.
           MOVE SETTLE-PORT TO LR-PORT(LR-IDX).
           MOVE SYSTEM-ALLEGIANCE TO LR-ALLEGIANCE(LR-IDX).
           MOVE SYSTEM-SPACE-WEATHER TO LR-WEATHER(LR-IDX).
           EXIT PARAGRAPH.

      *********************************
      * One lane row into the lane table: its first five columns
      * kept verbatim (a Risk column from an earlier pass is
      * dropped and rated afresh), its ends resolved and tallied.
       LOAD-LANE-ROW.
           IF LANE-RECORD(1:5) = 'SysA,' OR LANE-RECORD = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-LANE-COUNT >= 4000 THEN
               IF WS-LANE-CAP-NOTED = '-' THEN
                   MOVE 'LRK007' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'Y' TO WS-LANE-CAP-NOTED
               END-IF
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-CSV-A WS-CSV-B WS-CSV-CLASS.
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
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-CLASS.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
      *    The pointer now sits just past the Flow column's comma
      *    (or two past the line's end when Flow was the last).
           COMPUTE WS-KEEP = WS-SPLIT-PTR - 2.
           ADD 1 TO WS-LANE-COUNT.
           MOVE WS-LANE-COUNT TO WS-L.
           INITIALIZE LR-LANE(WS-L).
           IF WS-KEEP > 160 THEN
               MOVE 160 TO WS-KEEP
           END-IF.
           IF WS-KEEP > 0 THEN
               MOVE LANE-RECORD(1:WS-KEEP) TO LANE-TEXT(WS-L)
           END-IF.
           MOVE FUNCTION TRIM(WS-CSV-CLASS) TO LANE-CLASS(WS-L).
           MOVE WS-CSV-A TO WS-CSV-NAME.
           PERFORM FIND-SYSTEM.
           MOVE WS-E TO LANE-A(WS-L).
           MOVE WS-CSV-B TO WS-CSV-NAME.
           PERFORM FIND-SYSTEM.
           MOVE WS-E TO LANE-B(WS-L).
           MOVE LANE-A(WS-L) TO WS-E.
           PERFORM TALLY-LANE-END.
           MOVE LANE-B(WS-L) TO WS-E.
           PERFORM TALLY-LANE-END.
           EXIT PARAGRAPH.

      *    WS-CSV-NAME to its system-table index in WS-E (0 = none).
       FIND-SYSTEM.
           MOVE 0 TO WS-E.
           PERFORM VARYING LR-IDX FROM 1 BY 1
                   UNTIL LR-IDX > WS-SYS-COUNT
               IF LR-NAME(LR-IDX) = WS-CSV-NAME THEN
                   SET WS-E TO LR-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       TALLY-LANE-END.
           IF WS-E = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE LANE-CLASS(WS-L)
               WHEN 'MAIN'
                   ADD 1 TO LR-MAIN-CT(WS-E)
               WHEN 'MAJOR'
                   ADD 1 TO LR-MAJOR-CT(WS-E)
               WHEN OTHER
                   ADD 1 TO LR-MINOR-CT(WS-E)
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    Every system's traffic class off ENCOUNTER-TABLE, ranked
      *    DEAD 1 .. BUSTLING 5 for the lane comparison.
       RATE-ALL-TRAFFIC.
           SET EC-RATE TO TRUE.
           PERFORM VARYING LR-IDX FROM 1 BY 1
                   UNTIL LR-IDX > WS-SYS-COUNT
               MOVE LR-POP(LR-IDX) TO EC-POP
               MOVE LR-MAIN-CT(LR-IDX) TO EC-MAIN-CT
               MOVE LR-MAJOR-CT(LR-IDX) TO EC-MAJOR-CT
               MOVE LR-MINOR-CT(LR-IDX) TO EC-MINOR-CT
               MOVE LR-PORT(LR-IDX) TO EC-PORT
               CALL 'ENCOUNTER-TABLE' USING WS-ENC-CTL
               MOVE EC-TRAFFIC-CLASS TO LR-TRAFFIC(LR-IDX)
               EVALUATE TRUE
                   WHEN EC-BUSTLING
                       MOVE 5 TO LR-TRAFFIC-RANK(LR-IDX)
                   WHEN EC-BUSY
                       MOVE 4 TO LR-TRAFFIC-RANK(LR-IDX)
                   WHEN EC-MODERATE
                       MOVE 3 TO LR-TRAFFIC-RANK(LR-IDX)
                   WHEN EC-QUIET
                       MOVE 2 TO LR-TRAFFIC-RANK(LR-IDX)
                   WHEN OTHER
                       MOVE 1 TO LR-TRAFFIC-RANK(LR-IDX)
               END-EVALUATE
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * The risk score and class of lane WS-L.
       SCORE-ONE-LANE.
           MOVE 0 TO WS-SCORE.
           MOVE LANE-A(WS-L) TO WS-A.
           MOVE LANE-B(WS-L) TO WS-B.
           MOVE WS-A TO WS-E.
           PERFORM SCORE-LANE-END.
           MOVE WS-B TO WS-E.
           PERFORM SCORE-LANE-END.
           IF WS-A > 0 AND WS-B > 0 THEN
               PERFORM SCORE-LANE-BETWEEN
           END-IF.
           EVALUATE TRUE
               WHEN WS-SCORE >= 9
                   MOVE 'EXTREME' TO LANE-RISK(WS-L)
                   ADD 1 TO WS-CT-EXT
               WHEN WS-SCORE >= 6
                   MOVE 'HIGH' TO LANE-RISK(WS-L)
                   ADD 1 TO WS-CT-HIGH
               WHEN WS-SCORE >= 3
                   MOVE 'MODERATE' TO LANE-RISK(WS-L)
                   ADD 1 TO WS-CT-MOD
               WHEN OTHER
                   MOVE 'LOW' TO LANE-RISK(WS-L)
                   ADD 1 TO WS-CT-LOW
           END-EVALUATE.
           MOVE WS-SCORE TO LANE-SCORE(WS-L).
           EXIT PARAGRAPH.

      *    One end's law, settlement and starport.
       SCORE-LANE-END.
           IF WS-E = 0 THEN
               ADD 1 TO WS-SCORE
               EXIT PARAGRAPH
           END-IF.
           IF LR-ON-RECORD(WS-E) NOT = 'Y' THEN
               ADD 1 TO WS-SCORE
               EXIT PARAGRAPH
           END-IF.
           IF LR-POP(WS-E) = 0 THEN
               ADD 1 TO WS-SCORE
           ELSE
               EVALUATE TRUE
                   WHEN LR-LAW(WS-E) = 0
                       ADD 2 TO WS-SCORE
                   WHEN LR-LAW(WS-E) <= 2
                       ADD 1 TO WS-SCORE
               END-EVALUATE
           END-IF.
           EVALUATE LR-PORT(WS-E)
               WHEN 'E'
               WHEN 'X'
                   ADD 2 TO WS-SCORE
               WHEN 'D'
                   ADD 1 TO WS-SCORE
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    What the two ends say together: border, traffic, the
      *    deep space between and the weather.
       SCORE-LANE-BETWEEN.
           EVALUATE TRUE
               WHEN LR-ALLEGIANCE(WS-A) = LR-ALLEGIANCE(WS-B)
                   CONTINUE
               WHEN LR-ALLEGIANCE(WS-A) = SPACES
                 OR LR-ALLEGIANCE(WS-A) = 'NA'
                 OR LR-ALLEGIANCE(WS-B) = SPACES
                 OR LR-ALLEGIANCE(WS-B) = 'NA'
                   ADD 1 TO WS-SCORE
               WHEN OTHER
                   ADD 2 TO WS-SCORE
           END-EVALUATE.
           MOVE LR-TRAFFIC-RANK(WS-A) TO WS-RANK-A.
           MOVE LR-TRAFFIC-RANK(WS-B) TO WS-RANK-B.
           IF WS-RANK-A >= 4 OR WS-RANK-B >= 4 THEN
               ADD 1 TO WS-SCORE
           END-IF.
           IF WS-RANK-A <= 2 OR WS-RANK-B <= 2 THEN
               ADD 1 TO WS-SCORE
           END-IF.
           PERFORM CHECK-FEATURE-CROSSING.
           IF WS-LANE-FEAT NOT = SPACES THEN
               ADD 2 TO WS-SCORE
           END-IF.
           EVALUATE TRUE
               WHEN LR-WEATHER(WS-A) = 'X'
                 OR LR-WEATHER(WS-B) = 'X'
                   ADD 2 TO WS-SCORE
               WHEN LR-WEATHER(WS-A) = 'S'
                 OR LR-WEATHER(WS-B) = 'S'
                   ADD 1 TO WS-SCORE
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    G4SSGTRD's crossing rule: the lane's grid midpoint within
      *    a hex of a nebula or adrift remnant.
       CHECK-FEATURE-CROSSING.
           MOVE SPACES TO WS-LANE-FEAT.
           IF WS-FEAT-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MID-COL = (LR-COL(WS-A) + LR-COL(WS-B)) / 2.
           COMPUTE WS-MID-ROW = (LR-ROW(WS-A) + LR-ROW(WS-B)) / 2.
           PERFORM VARYING WS-FEAT-I FROM 1 BY 1
                   UNTIL WS-FEAT-I > WS-FEAT-COUNT
               IF FUNCTION ABS(FEAT-COL(WS-FEAT-I) - WS-MID-COL)
                  <= 1
                  AND FUNCTION ABS(FEAT-ROW(WS-FEAT-I)
                      - WS-MID-ROW) <= 1 THEN
                   MOVE FEAT-KIND(WS-FEAT-I) TO WS-LANE-FEAT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
