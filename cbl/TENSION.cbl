       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGTEN.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Border tension — where the wars start.  Every pair of
      * polities joined by at least one trade lane (G4SSGPOL's map
      * over G4SSGTRD's lanes) is scored for conflict risk, and the
      * systems the trouble would start over are named.
      *
      * A contested system is a member of either polity with a lane
      * to the other.  Per pair:
      *   contested systems       3 each
      *   lanes across the line   MAIN 3, MAJOR 2, MINOR/MARGINAL 1
      *   population imbalance    1 per step between the capitals'
      *                           population exponents
      *   TL imbalance            1 per level between the capitals
      *   government              each capital: dictatorship or
      *                           theocracy (10, 11, 13+) 3; feudal
      *                           technocracy, captive government or
      *                           charismatic oligarchy (5, 6, 12) 2;
      *                           no authority or balkanized (0, 7)
      *                           2; +1 more when the two differ
      *   contested resources     on a contested system, each
      *                           motherlode belt 4, garden world (a
      *                           terrestrial in the HZ band with
      *                           complex or abundant life) 4,
      *                           precursor vault 5
      * Risk class by total: under 12 LOW, under 20 MODERATE, under
      * 30 HIGH, else EXTREME (the letters G4SSGLRK uses for lanes).
      * The capital is each polity's most populous member, as in
      * G4SSGFBK.  Non-aligned ('NA') space is nobody's to fight
      * over and is left out of the pairs.
      *
      * Flashpoints: a pair's contested systems ranked by what sits
      * on them (resources first, then the lanes touching them); the
      * top three are named under the pair in the table and written
      * to the flashpoint file, which G4SSGHOK reads for its hooks.
      * The table opens with a '=== ' heading for G4SSGPRT.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   PATH=<path>    star database file (default stardb.dat)
      *   LANES=<path>   trade lane file (default tradelanes.csv)
      *   OUT=<path>     tension table written (default tension.txt)
      *   FLASH=<path>   flashpoint file written (default
      *                  flashpoints.csv: System,PolityA,PolityB,
      *                  Risk,Reason)
      *   SECTOR=<id>    only the systems stamped with this sector
      *                  id (STARTs on the sector key)
      *
      * Return codes: 0 written, 4 no two polities share a lane (or
      * no allegiance stamped yet), 8 no database.
      *
      ******************************************************************
       COPY        TESTENV.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STARDB-FILE          ASSIGN TO WS-STARDB-PATH
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
           SELECT TENSION-FILE         ASSIGN TO WS-TENSION-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLASH-FILE           ASSIGN TO WS-FLASH-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.
       FD  LANE-FILE.
       01  LANE-RECORD                 PIC X(160).
       FD  TENSION-FILE.
       01  TENSION-RECORD              PIC X(132).
       FD  FLASH-FILE.
       01  FLASH-RECORD                PIC X(160).

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
       01  WS-STARDB-PATH              PIC X(100) VALUE "stardb.dat".
       01  WS-STARDB-STATUS            PIC XX.
           88  STARDB-FILE-OK          VALUE '00'.
           88  STARDB-FILE-EOF         VALUE '10'.
       01  WS-LANE-PATH                PIC X(100)
                                       VALUE "tradelanes.csv".
       01  WS-LANE-STATUS              PIC XX.
           88  LANE-FILE-OK            VALUE '00'.
           88  LANE-FILE-EOF           VALUE '10'.
       01  WS-TENSION-PATH             PIC X(100)
                                       VALUE "tension.txt".
       01  WS-FLASH-PATH               PIC X(100)
                                       VALUE "flashpoints.csv".
       01  WS-SEL-SECTOR               PIC X(12) VALUE SPACES.
      *    Quote-tolerant CSV splitting — see CSV-SPLIT-FIELD.
       01  WS-SPLIT-LINE               PIC X(250).
       01  WS-SPLIT-PTR                PIC 999 USAGE COMP-5.
       01  WS-SPLIT-FLD                PIC X(100).
       01  WS-CSV-A                    PIC X(48).
       01  WS-CSV-B                    PIC X(48).
       01  WS-CSV-CLASS                PIC X(10).
      *********************************
      * The systems on file.  TEN-POL is the owning polity entry
      * (0 for non-aligned); the three flags are the contested-
      * resource finds.
       01  WS-SYS-COUNT                PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-CAP-NOTED                PIC X VALUE '-'.
       01  WS-SYS-TAB.
           05  TEN-SYS                 OCCURS 500 TIMES.
               10  TEN-NAME            PIC X(48).
               10  TEN-CODE            PIC X(4).
               10  TEN-POP             PIC 99.
               10  TEN-TL              PIC 99.
               10  TEN-GOV             PIC 99.
               10  TEN-POL             PIC 99 USAGE COMP-5.
               10  TEN-MOTHERLODE      PIC X.
               10  TEN-GARDEN          PIC X.
               10  TEN-VAULT           PIC X.
      *********************************
      * Trade lanes by system-table index, with the class weight.
       01  WS-LANE-COUNT               PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-LANE-TAB.
           05  TEN-LANE                OCCURS 4000 TIMES.
               10  TLANE-A             PIC 999 USAGE COMP-5.
               10  TLANE-B             PIC 999 USAGE COMP-5.
               10  TLANE-WT            PIC 9 USAGE COMP-5.
      *********************************
      * The polities ('NA' excluded), each with its capital.
       01  WS-POLITY-COUNT             PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-POLITY-TAB.
           05  TEN-POLITY              OCCURS 50 TIMES.
               10  PLY-CODE            PIC X(4).
               10  PLY-CAPITAL         PIC 999 USAGE COMP-5.
      *********************************
      * Neighbouring pairs — PAIR-P is always the lower polity
      * entry — and their scores.
       01  WS-PAIR-COUNT               PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-PAIR-TAB.
           05  TEN-PAIR                OCCURS 300 TIMES.
               10  PAIR-P              PIC 99 USAGE COMP-5.
               10  PAIR-Q              PIC 99 USAGE COMP-5.
               10  PAIR-BORDER-PTS     PIC 999 USAGE COMP-5.
               10  PAIR-LANE-PTS       PIC 999 USAGE COMP-5.
               10  PAIR-POP-PTS        PIC 999 USAGE COMP-5.
               10  PAIR-TL-PTS         PIC 999 USAGE COMP-5.
               10  PAIR-GOV-PTS        PIC 999 USAGE COMP-5.
               10  PAIR-RES-PTS        PIC 999 USAGE COMP-5.
               10  PAIR-SCORE          PIC 9(4) USAGE COMP-5.
               10  PAIR-RISK           PIC X(8).
               10  PAIR-WRITTEN        PIC X.
      *********************************
      * Contested systems, one row per (pair, system); FP-WEIGHT
      * ranks them for the flashpoint list.
       01  WS-CONTEST-COUNT            PIC 9(4) USAGE COMP-5 VALUE 0.
       01  WS-CONTEST-TAB.
           05  TEN-CONTEST             OCCURS 2000 TIMES.
               10  CT-PAIR             PIC 999 USAGE COMP-5.
               10  CT-SYS              PIC 999 USAGE COMP-5.
               10  CT-LANE-WT          PIC 99 USAGE COMP-5.
               10  CT-WEIGHT           PIC 999 USAGE COMP-5.
               10  CT-NAMED            PIC X.
      *********************************
      * Working fields.
       01  WS-I                        PIC 999 USAGE COMP-5.
       01  WS-J                        PIC 999 USAGE COMP-5.
       01  WS-P                        PIC 99 USAGE COMP-5.
       01  WS-Q                        PIC 99 USAGE COMP-5.
       01  WS-T                        PIC 99 USAGE COMP-5.
       01  WS-R                        PIC 999 USAGE COMP-5.
       01  WS-C                        PIC 9(4) USAGE COMP-5.
       01  WS-BEST-C                   PIC 9(4) USAGE COMP-5.
       01  WS-L                        PIC 9(5) USAGE COMP-5.
       01  WS-S                        PIC 999 USAGE COMP-5.
       01  WS-O                        PIC 999 USAGE COMP-5.
       01  WS-RANK                     PIC 9 USAGE COMP-5.
       01  WS-BEST-SCORE               PIC S9(4) USAGE COMP-5.
       01  WS-GOV-PTS                  PIC 99 USAGE COMP-5.
       01  WS-DIFF                     PIC S99 USAGE COMP-5.
       01  WS-REASON                   PIC X(40).
       01  WS-LINE                     PIC X(132).
       01  WS-RPTR                     PIC 99 USAGE COMP-5.
       01  WS-DISP-N                   PIC ZZZ9.
       01  WS-DISP-SCORE               PIC ZZZ9.
      *********************************
      * The decoded system — shared header plus the STAR table, same
      * shape as G4SSGCRE's WS-STAR-SYSTEM.
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
           MOVE 'G4SSGTEN' TO MC-PROGRAM.
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
               IF WS-PARM-TOKENS > 1 THEN
                   EVALUATE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-PARM-KEY))
                       WHEN 'PATH'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-STARDB-PATH
                       WHEN 'LANES'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-LANE-PATH
                       WHEN 'OUT'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-TENSION-PATH
                       WHEN 'FLASH'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-FLASH-PATH
                       WHEN 'SECTOR'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-SEL-SECTOR
                   END-EVALUATE
               END-IF
           END-PERFORM.

           PERFORM SWEEP-DATABASE.
           PERFORM LOAD-TRADE-LANES.
           PERFORM FIND-CONTESTED-SYSTEMS.
           IF WS-PAIR-COUNT = 0 THEN
               MOVE 'TEN001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-PAIR-COUNT
               PERFORM SCORE-ONE-PAIR
           END-PERFORM.

           OPEN OUTPUT TENSION-FILE.
           OPEN OUTPUT FLASH-FILE.
           MOVE 'System,PolityA,PolityB,Risk,Reason' TO FLASH-RECORD.
           WRITE FLASH-RECORD.
           PERFORM WRITE-TENSION-TABLE.
           CLOSE TENSION-FILE.
           CLOSE FLASH-FILE.
           MOVE WS-PAIR-COUNT TO WS-DISP-N.
           MOVE 'TEN002' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-TENSION-PATH TO MC-INSERT(2).
           MOVE WS-FLASH-PATH TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * The database sweep — the whole file, or one SECTOR=.
       SWEEP-DATABASE.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'TEN003' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-SEL-SECTOR NOT = SPACES THEN
               MOVE WS-SEL-SECTOR TO STARDB-SECTOR
               START STARDB-FILE KEY IS = STARDB-SECTOR
                   INVALID KEY
                       MOVE 'TEN004' TO MC-MSG-ID
                       MOVE WS-SEL-SECTOR TO MC-INSERT(1)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE '10' TO WS-STARDB-STATUS
               END-START
           ELSE
               MOVE LOW-VALUES TO STARDB-KEY
               START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
                   INVALID KEY
                       MOVE 'TEN005' TO MC-MSG-ID
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE '10' TO WS-STARDB-STATUS
               END-START
           END-IF.
           PERFORM UNTIL STARDB-FILE-EOF
               READ STARDB-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF WS-SEL-SECTOR NOT = SPACES
                          AND STARDB-SECTOR NOT = WS-SEL-SECTOR THEN
                           MOVE '10' TO WS-STARDB-STATUS
                       ELSE
                           PERFORM NOTE-ONE-SYSTEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STARDB-FILE.
           EXIT PARAGRAPH.

      *    One saved system: settlement digits, polity, and a walk
      *    of its orbits for the resources worth a war.
       NOTE-ONE-SYSTEM.
      *    A record from another layout generation is skipped — the
      *    audit's layout outlier (and G4SSGMIG) deal with those.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               EXIT PARAGRAPH
           END-IF.
           IF STARDB-ALLEGIANCE = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-SYS-COUNT >= 500 THEN
               IF WS-CAP-NOTED = '-' THEN
                   MOVE 'TEN006' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'Y' TO WS-CAP-NOTED
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           ADD 1 TO WS-SYS-COUNT.
           MOVE WS-SYS-COUNT TO WS-I.
           MOVE STAR-SYSTEM-NAME TO TEN-NAME(WS-I).
           MOVE SYSTEM-ALLEGIANCE TO TEN-CODE(WS-I).
           MOVE SETTLE-POP-EXP TO TEN-POP(WS-I).
           MOVE SETTLE-TL TO TEN-TL(WS-I).
           MOVE SETTLE-GOV TO TEN-GOV(WS-I).
           MOVE '-' TO TEN-MOTHERLODE(WS-I) TEN-GARDEN(WS-I)
                       TEN-VAULT(WS-I).
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > STAR-COUNT
               PERFORM VARYING WS-O FROM 1 BY 1
                       UNTIL WS-O > NUM-ORBITS(WS-S)
                   PERFORM NOTE-ONE-RESOURCE
               END-PERFORM
           END-PERFORM.
           MOVE 0 TO TEN-POL(WS-I).
           IF TEN-CODE(WS-I) NOT = 'NA' THEN
               PERFORM FIND-POLITY-ENTRY
               MOVE WS-P TO TEN-POL(WS-I)
           END-IF.
           EXIT PARAGRAPH.

       NOTE-ONE-RESOURCE.
           IF WEALTH-MOTHERLODE(WS-S, WS-O) THEN
               MOVE 'Y' TO TEN-MOTHERLODE(WS-I)
           END-IF.
           IF PRECURSOR-VAULT(WS-S, WS-O) THEN
               MOVE 'Y' TO TEN-VAULT(WS-I)
           END-IF.
           IF OBJ-TERRESTRIAL(WS-S, WS-O)
              AND (LIFE-COMPLEX(WS-S, WS-O)
                   OR LIFE-ABUNDANT(WS-S, WS-O))
              AND DISTANCE OF ORBIT(WS-S, WS-O) >= HZ-INNER(WS-S)
              AND DISTANCE OF ORBIT(WS-S, WS-O) <= HZ-OUTER(WS-S)
               THEN
               MOVE 'Y' TO TEN-GARDEN(WS-I)
           END-IF.
           EXIT PARAGRAPH.

      *    The polity entry for TEN-CODE(WS-I) into WS-P, opened on
      *    first sight; the capital is the most populous member.
       FIND-POLITY-ENTRY.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-POLITY-COUNT
               IF PLY-CODE(WS-P) = TEN-CODE(WS-I) THEN
                   IF TEN-POP(WS-I) > TEN-POP(PLY-CAPITAL(WS-P))
                       THEN
                       MOVE WS-I TO PLY-CAPITAL(WS-P)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-POLITY-COUNT >= 50 THEN
               MOVE 0 TO WS-P
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-POLITY-COUNT.
           MOVE WS-POLITY-COUNT TO WS-P.
           MOVE TEN-CODE(WS-I) TO PLY-CODE(WS-P).
           MOVE WS-I TO PLY-CAPITAL(WS-P).
           EXIT PARAGRAPH.

      *********************************
      * The trade lanes, by system-table index, weighed by class —
      * a lane to a system outside the sweep is dropped.
       LOAD-TRADE-LANES.
           OPEN INPUT LANE-FILE.
           IF NOT LANE-FILE-OK THEN
               MOVE 'TEN007' TO MC-MSG-ID
               MOVE WS-LANE-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LANE-FILE-EOF
               READ LANE-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM PARSE-LANE-ROW
               END-READ
           END-PERFORM.
           CLOSE LANE-FILE.
           EXIT PARAGRAPH.

       PARSE-LANE-ROW.
           IF LANE-RECORD(1:5) = 'SysA,' OR LANE-RECORD = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-LANE-COUNT >= 4000 THEN
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
      *    DistLy passes by; Class is the fourth.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-CLASS.
           MOVE 0 TO WS-I WS-J.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-SYS-COUNT
               IF TEN-NAME(WS-L) = WS-CSV-A THEN
                   MOVE WS-L TO WS-I
               END-IF
               IF TEN-NAME(WS-L) = WS-CSV-B THEN
                   MOVE WS-L TO WS-J
               END-IF
           END-PERFORM.
           IF WS-I = 0 OR WS-J = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LANE-COUNT.
           MOVE WS-I TO TLANE-A(WS-LANE-COUNT).
           MOVE WS-J TO TLANE-B(WS-LANE-COUNT).
           EVALUATE FUNCTION TRIM(WS-CSV-CLASS)
               WHEN 'MAIN'
                   MOVE 3 TO TLANE-WT(WS-LANE-COUNT)
               WHEN 'MAJOR'
                   MOVE 2 TO TLANE-WT(WS-LANE-COUNT)
               WHEN OTHER
                   MOVE 1 TO TLANE-WT(WS-LANE-COUNT)
           END-EVALUATE.
           EXIT PARAGRAPH.

      *********************************
      * Every lane whose ends fly two different flags opens (or
      * finds) the pair, adds its weight, and marks both ends as
      * contested for that pair.
       FIND-CONTESTED-SYSTEMS.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LANE-COUNT
               MOVE TEN-POL(TLANE-A(WS-L)) TO WS-P
               MOVE TEN-POL(TLANE-B(WS-L)) TO WS-Q
               IF WS-P > 0 AND WS-Q > 0 AND WS-P NOT = WS-Q THEN
                   IF WS-P > WS-Q THEN
                       MOVE WS-P TO WS-T
                       MOVE WS-Q TO WS-P
                       MOVE WS-T TO WS-Q
                   END-IF
                   PERFORM FIND-PAIR-ENTRY
                   IF WS-R > 0 THEN
                       ADD TLANE-WT(WS-L) TO PAIR-LANE-PTS(WS-R)
                       MOVE TLANE-A(WS-L) TO WS-I
                       PERFORM NOTE-CONTESTED-SYSTEM
                       MOVE TLANE-B(WS-L) TO WS-I
                       PERFORM NOTE-CONTESTED-SYSTEM
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       FIND-PAIR-ENTRY.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-PAIR-COUNT
               IF PAIR-P(WS-R) = WS-P AND PAIR-Q(WS-R) = WS-Q THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-PAIR-COUNT >= 300 THEN
               MOVE 0 TO WS-R
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PAIR-COUNT.
           MOVE WS-PAIR-COUNT TO WS-R.
           INITIALIZE TEN-PAIR(WS-R).
           MOVE WS-P TO PAIR-P(WS-R).
           MOVE WS-Q TO PAIR-Q(WS-R).
           MOVE '-' TO PAIR-WRITTEN(WS-R).
           EXIT PARAGRAPH.

      *    System WS-I contested under pair WS-R — once per pair,
      *    each further lane only adding to its weight.
       NOTE-CONTESTED-SYSTEM.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CONTEST-COUNT
               IF CT-PAIR(WS-C) = WS-R AND CT-SYS(WS-C) = WS-I THEN
                   ADD TLANE-WT(WS-L) TO CT-LANE-WT(WS-C)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-CONTEST-COUNT >= 2000 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CONTEST-COUNT.
           MOVE WS-CONTEST-COUNT TO WS-C.
           MOVE WS-R TO CT-PAIR(WS-C).
           MOVE WS-I TO CT-SYS(WS-C).
           MOVE TLANE-WT(WS-L) TO CT-LANE-WT(WS-C).
           MOVE 0 TO CT-WEIGHT(WS-C).
           MOVE '-' TO CT-NAMED(WS-C).
           EXIT PARAGRAPH.

      *********************************
      * Pair WS-R's score and risk class.
       SCORE-ONE-PAIR.
           MOVE PLY-CAPITAL(PAIR-P(WS-R)) TO WS-I.
           MOVE PLY-CAPITAL(PAIR-Q(WS-R)) TO WS-J.
           COMPUTE WS-DIFF = TEN-POP(WS-I) - TEN-POP(WS-J).
           COMPUTE PAIR-POP-PTS(WS-R) = FUNCTION ABS(WS-DIFF).
           COMPUTE WS-DIFF = TEN-TL(WS-I) - TEN-TL(WS-J).
           COMPUTE PAIR-TL-PTS(WS-R) = FUNCTION ABS(WS-DIFF).
           MOVE TEN-GOV(WS-I) TO WS-T.
           PERFORM RATE-GOVERNMENT.
           MOVE WS-GOV-PTS TO PAIR-GOV-PTS(WS-R).
           MOVE TEN-GOV(WS-J) TO WS-T.
           PERFORM RATE-GOVERNMENT.
           ADD WS-GOV-PTS TO PAIR-GOV-PTS(WS-R).
           IF TEN-GOV(WS-I) NOT = TEN-GOV(WS-J) THEN
               ADD 1 TO PAIR-GOV-PTS(WS-R)
           END-IF.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CONTEST-COUNT
               IF CT-PAIR(WS-C) = WS-R THEN
                   ADD 3 TO PAIR-BORDER-PTS(WS-R)
                   MOVE CT-SYS(WS-C) TO WS-I
                   IF TEN-MOTHERLODE(WS-I) = 'Y' THEN
                       ADD 4 TO CT-WEIGHT(WS-C)
                   END-IF
                   IF TEN-GARDEN(WS-I) = 'Y' THEN
                       ADD 4 TO CT-WEIGHT(WS-C)
                   END-IF
                   IF TEN-VAULT(WS-I) = 'Y' THEN
                       ADD 5 TO CT-WEIGHT(WS-C)
                   END-IF
                   ADD CT-WEIGHT(WS-C) TO PAIR-RES-PTS(WS-R)
      *            Resources rank a flashpoint first; the lanes
      *            it sits on only break the ties.
                   COMPUTE CT-WEIGHT(WS-C) =
                           CT-WEIGHT(WS-C) * 10 + CT-LANE-WT(WS-C)
               END-IF
           END-PERFORM.
           COMPUTE PAIR-SCORE(WS-R) = PAIR-BORDER-PTS(WS-R)
                 + PAIR-LANE-PTS(WS-R) + PAIR-POP-PTS(WS-R)
                 + PAIR-TL-PTS(WS-R) + PAIR-GOV-PTS(WS-R)
                 + PAIR-RES-PTS(WS-R).
           EVALUATE TRUE
               WHEN PAIR-SCORE(WS-R) < 12
                   MOVE 'LOW' TO PAIR-RISK(WS-R)
               WHEN PAIR-SCORE(WS-R) < 20
                   MOVE 'MODERATE' TO PAIR-RISK(WS-R)
               WHEN PAIR-SCORE(WS-R) < 30
                   MOVE 'HIGH' TO PAIR-RISK(WS-R)
               WHEN OTHER
                   MOVE 'EXTREME' TO PAIR-RISK(WS-R)
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    Government code WS-T into its belligerence points.
       RATE-GOVERNMENT.
           EVALUATE TRUE
               WHEN WS-T = 10 OR WS-T = 11 OR WS-T >= 13
                   MOVE 3 TO WS-GOV-PTS
               WHEN WS-T = 5 OR WS-T = 6 OR WS-T = 12
                   MOVE 2 TO WS-GOV-PTS
               WHEN WS-T = 0 OR WS-T = 7
                   MOVE 2 TO WS-GOV-PTS
               WHEN OTHER
                   MOVE 0 TO WS-GOV-PTS
           END-EVALUATE.
           EXIT PARAGRAPH.

      *********************************
      * The table, tensest pair first, each with its flashpoints
      * underneath (and into the flashpoint file).
       WRITE-TENSION-TABLE.
           MOVE SPACES TO WS-LINE.
           IF WS-SEL-SECTOR = SPACES THEN
               MOVE '=== Border tension between neighbouring polities'
                 TO WS-LINE
           ELSE
               STRING '=== Border tension — sector '
                                       DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SEL-SECTOR)
                                       DELIMITED BY SIZE
                      ' ==='           DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           END-IF.
           WRITE TENSION-RECORD FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           WRITE TENSION-RECORD FROM WS-LINE.
           MOVE 'Pair        Score  Risk      Border Lanes  Pop   TL'
             &  '  Gov  Res' TO WS-LINE.
           WRITE TENSION-RECORD FROM WS-LINE.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-PAIR-COUNT
               MOVE 0 TO WS-R
               MOVE -1 TO WS-BEST-SCORE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-PAIR-COUNT
                   IF PAIR-WRITTEN(WS-I) = '-'
                      AND PAIR-SCORE(WS-I) > WS-BEST-SCORE THEN
                       MOVE PAIR-SCORE(WS-I) TO WS-BEST-SCORE
                       MOVE WS-I TO WS-R
                   END-IF
               END-PERFORM
               MOVE 'Y' TO PAIR-WRITTEN(WS-R)
               PERFORM WRITE-ONE-PAIR
           END-PERFORM.
           EXIT PARAGRAPH.

       WRITE-ONE-PAIR.
           MOVE SPACES TO WS-LINE.
           STRING FUNCTION TRIM(PLY-CODE(PAIR-P(WS-R)))
                                       DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  FUNCTION TRIM(PLY-CODE(PAIR-Q(WS-R)))
                                       DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           MOVE PAIR-SCORE(WS-R) TO WS-DISP-SCORE.
           MOVE WS-DISP-SCORE TO WS-LINE(13:4).
           MOVE PAIR-RISK(WS-R) TO WS-LINE(19:8).
           MOVE PAIR-BORDER-PTS(WS-R) TO WS-DISP-N.
           MOVE WS-DISP-N TO WS-LINE(29:4).
           MOVE PAIR-LANE-PTS(WS-R) TO WS-DISP-N.
           MOVE WS-DISP-N TO WS-LINE(36:4).
           MOVE PAIR-POP-PTS(WS-R) TO WS-DISP-N.
           MOVE WS-DISP-N TO WS-LINE(42:4).
           MOVE PAIR-TL-PTS(WS-R) TO WS-DISP-N.
           MOVE WS-DISP-N TO WS-LINE(48:4).
           MOVE PAIR-GOV-PTS(WS-R) TO WS-DISP-N.
           MOVE WS-DISP-N TO WS-LINE(53:4).
           MOVE PAIR-RES-PTS(WS-R) TO WS-DISP-N.
           MOVE WS-DISP-N TO WS-LINE(58:4).
           WRITE TENSION-RECORD FROM WS-LINE.
      *    The top three contested systems, best first.
           PERFORM VARYING WS-RANK FROM 1 BY 1 UNTIL WS-RANK > 3
               MOVE 0 TO WS-BEST-C
               MOVE -1 TO WS-BEST-SCORE
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-CONTEST-COUNT
                   IF CT-PAIR(WS-C) = WS-R AND CT-NAMED(WS-C) = '-'
                      AND CT-WEIGHT(WS-C) > WS-BEST-SCORE THEN
                       MOVE CT-WEIGHT(WS-C) TO WS-BEST-SCORE
                       MOVE WS-C TO WS-BEST-C
                   END-IF
               END-PERFORM
               IF WS-BEST-C = 0 THEN
                   EXIT PERFORM
               END-IF
               MOVE 'Y' TO CT-NAMED(WS-BEST-C)
               PERFORM WRITE-ONE-FLASHPOINT
           END-PERFORM.
           EXIT PARAGRAPH.

      *    Contested system WS-BEST-C under its pair and into the
      *    flashpoint file, with what makes it worth a
      *    fight.
       WRITE-ONE-FLASHPOINT.
           MOVE CT-SYS(WS-BEST-C) TO WS-I.
      *    Several finds are joined with '/' so the reason stays
      *    one CSV field.
           MOVE SPACES TO WS-REASON.
           MOVE 1 TO WS-RPTR.
           IF TEN-MOTHERLODE(WS-I) = 'Y' THEN
               STRING 'motherlode'         DELIMITED BY SIZE
                      INTO WS-REASON WITH POINTER WS-RPTR
               END-STRING
           END-IF.
           IF TEN-GARDEN(WS-I) = 'Y' THEN
               IF WS-RPTR > 1 THEN
                   STRING '/'              DELIMITED BY SIZE
                          INTO WS-REASON WITH POINTER WS-RPTR
                   END-STRING
               END-IF
               STRING 'garden world'       DELIMITED BY SIZE
                      INTO WS-REASON WITH POINTER WS-RPTR
               END-STRING
           END-IF.
           IF TEN-VAULT(WS-I) = 'Y' THEN
               IF WS-RPTR > 1 THEN
                   STRING '/'              DELIMITED BY SIZE
                          INTO WS-REASON WITH POINTER WS-RPTR
                   END-STRING
               END-IF
               STRING 'precursor vault'    DELIMITED BY SIZE
                      INTO WS-REASON WITH POINTER WS-RPTR
               END-STRING
           END-IF.
           IF WS-REASON = SPACES THEN
               MOVE 'border crossing' TO WS-REASON
           END-IF.
           MOVE SPACES TO WS-LINE.
           STRING '    flashpoint: '       DELIMITED BY SIZE
                  FUNCTION TRIM(TEN-NAME(WS-I))
                                           DELIMITED BY SIZE
                  ' ('                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                  ')'                      DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE TENSION-RECORD FROM WS-LINE.
           MOVE SPACES TO FLASH-RECORD.
           STRING FUNCTION TRIM(TEN-NAME(WS-I))
                                           DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  FUNCTION TRIM(PLY-CODE(PAIR-P(WS-R)))
                                           DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  FUNCTION TRIM(PLY-CODE(PAIR-Q(WS-R)))
                                           DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  FUNCTION TRIM(PAIR-RISK(WS-R))
                                           DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                  INTO FLASH-RECORD
           END-STRING.
           WRITE FLASH-RECORD.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
