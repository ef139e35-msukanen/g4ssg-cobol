       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGFBK.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Polity fact-book — the per-polity view of G4SSGPOL's
      * political map.  One section per allegiance code: the
      * capital, the member systems, total and largest population,
      * the TL range, the starport mix, trade lanes kept inside the
      * border against those crossing it, the border systems with
      * their foreign neighbours, a resource score on G4SSGMIN's
      * rules and the count of habitable worlds.  Non-aligned ('NA')
      * space gets a section of its own after the polities, and the
      * book closes with a comparison table of them all.
      *
      * The capital is the member with the largest population —
      * G4SSGPOL seats a polity on every world at or above its
      * capital grade, so no other member of a polity outgrows the
      * world that seated it.  A border system is a member with a
      * trade lane to a system of another allegiance (non-aligned
      * included); the lane partners across the line are its
      * neighbours.  Resource score as G4SSGMIN: motherlode belt 8,
      * rich belt 4, average 2, poor 1, exceptional-resource world
      * 4, rich world 2, each gas giant 1.  A habitable world is a
      * terrestrial orbit inside its star's HZ band (G4SSGSHL's
      * in-band test).
      *
      * Each section opens with a '=== ' heading, so G4SSGPRT pages
      * the book one polity to a section with a contents page.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   PATH=<path>    star database file (default stardb.dat)
      *   LANES=<path>   trade lane file (default tradelanes.csv)
      *   OUT=<path>     fact-book file written (default
      *                  factbook.txt)
      *   SECTOR=<id>    only the systems stamped with this sector
      *                  id (STARTs on the sector key)
      *   ALLEGIANCE=<c> write only this polity's section (the
      *                  comparison table still covers them all)
      *
      * Return codes: 0 written, 4 no allegiance stamped yet (run
      * G4SSGPOL first), 8 no database.
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
           SELECT BOOK-FILE            ASSIGN TO WS-BOOK-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.
       FD  LANE-FILE.
       01  LANE-RECORD                 PIC X(160).
       FD  BOOK-FILE.
       01  BOOK-RECORD                 PIC X(132).

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
       01  WS-BOOK-PATH                PIC X(100)
                                       VALUE "factbook.txt".
       01  WS-SEL-SECTOR               PIC X(12) VALUE SPACES.
       01  WS-SEL-ALLEGIANCE           PIC X(4) VALUE SPACES.
      *    Quote-tolerant CSV splitting — see CSV-SPLIT-FIELD.
       01  WS-SPLIT-LINE               PIC X(250).
       01  WS-SPLIT-PTR                PIC 999 USAGE COMP-5.
       01  WS-SPLIT-FLD                PIC X(100).
       01  WS-CSV-A                    PIC X(48).
       01  WS-CSV-B                    PIC X(48).
      *********************************
      * The systems on file.  FBK-POL is the owning entry in the
      * polity table below.
       01  WS-SYS-COUNT                PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-CAP-NOTED                PIC X VALUE '-'.
       01  WS-UNMAPPED                 PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-SYS-TAB.
           05  FBK-SYS                 OCCURS 500 TIMES.
               10  FBK-NAME            PIC X(48).
               10  FBK-CODE            PIC X(4).
               10  FBK-POP             PIC 99.
               10  FBK-TL              PIC 99.
               10  FBK-PORT            PIC X.
               10  FBK-RES             PIC S9(4) USAGE COMP-5.
               10  FBK-HAB             PIC 99 USAGE COMP-5.
               10  FBK-POL             PIC 99 USAGE COMP-5.
      *********************************
      * Loaded trade lanes, by system-table index.
       01  WS-LANE-COUNT               PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-LANE-TAB.
           05  FBK-LANE                OCCURS 4000 TIMES.
               10  FLANE-A             PIC 999 USAGE COMP-5.
               10  FLANE-B             PIC 999 USAGE COMP-5.
      *********************************
      * One entry per allegiance code seen, 'NA' included.  Port
      * counts run A, B, C, D, E, X.
       01  WS-POLITY-COUNT             PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-POLITY-TAB.
           05  FBK-POLITY              OCCURS 51 TIMES.
               10  PLY-CODE            PIC X(4).
               10  PLY-MEMBERS         PIC 999 USAGE COMP-5.
               10  PLY-CAPITAL         PIC 999 USAGE COMP-5.
               10  PLY-TOTAL-POP       USAGE COMP-2.
               10  PLY-TL-MIN          PIC 99.
               10  PLY-TL-MAX          PIC 99.
               10  PLY-PORT-CT         OCCURS 6 TIMES
                                       PIC 999 USAGE COMP-5.
               10  PLY-LANES-IN        PIC 9(4) USAGE COMP-5.
               10  PLY-LANES-OUT       PIC 9(4) USAGE COMP-5.
               10  PLY-BORDER-CT       PIC 999 USAGE COMP-5.
               10  PLY-RESOURCE        PIC S9(5) USAGE COMP-5.
               10  PLY-HABITABLE       PIC 9(4) USAGE COMP-5.
               10  PLY-WRITTEN         PIC X.
       01  WS-NA-POL                   PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-PORT-CLASSES             PIC X(6) VALUE 'ABCDEX'.
      *********************************
      * Working fields.
       01  WS-I                        PIC 999 USAGE COMP-5.
       01  WS-J                        PIC 999 USAGE COMP-5.
       01  WS-P                        PIC 99 USAGE COMP-5.
       01  WS-Q                        PIC 99 USAGE COMP-5.
       01  WS-K                        PIC 9 USAGE COMP-5.
       01  WS-L                        PIC 9(5) USAGE COMP-5.
       01  WS-S                        PIC 999 USAGE COMP-5.
       01  WS-O                        PIC 999 USAGE COMP-5.
       01  WS-OTHER                    PIC 999 USAGE COMP-5.
       01  WS-NB-COUNT                 PIC 99 USAGE COMP-5.
       01  WS-POP-VAL                  USAGE COMP-2.
       01  WS-POP-SCALED               USAGE COMP-2.
       01  WS-POP-TXT                  PIC X(20).
       01  WS-LINE                     PIC X(132).
       01  WS-PTR                      PIC 999 USAGE COMP-5.
       01  WS-DISP-N                   PIC ZZZ9.
       01  WS-DISP-RES                 PIC -(4)9.
       01  WS-DISP-TL                  PIC Z9.
       01  WS-DISP-POP                 PIC ZZZ9.9.
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
           MOVE 'G4SSGFBK' TO MC-PROGRAM.
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
                             TO WS-BOOK-PATH
                       WHEN 'SECTOR'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-SEL-SECTOR
                       WHEN 'ALLEGIANCE'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-SEL-ALLEGIANCE
                   END-EVALUATE
               END-IF
           END-PERFORM.

           PERFORM SWEEP-DATABASE.
           IF WS-POLITY-COUNT = 0 THEN
               MOVE 'FBK001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM LOAD-TRADE-LANES.
           PERFORM TALLY-POLITIES.

           OPEN OUTPUT BOOK-FILE.
      *    Polities in code order; 'NA' is held back for its own
      *    section after them.
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > WS-POLITY-COUNT
               PERFORM NEXT-POLITY-IN-ORDER
               IF WS-P > 0 THEN
                   IF WS-SEL-ALLEGIANCE = SPACES
                      OR WS-SEL-ALLEGIANCE = PLY-CODE(WS-P) THEN
                       PERFORM WRITE-POLITY-SECTION
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NA-POL > 0 THEN
               IF WS-SEL-ALLEGIANCE = SPACES
                  OR WS-SEL-ALLEGIANCE = 'NA' THEN
                   MOVE WS-NA-POL TO WS-P
                   PERFORM WRITE-NON-ALIGNED-SECTION
               END-IF
           END-IF.
           PERFORM WRITE-COMPARISON-TABLE.
           CLOSE BOOK-FILE.

           MOVE WS-POLITY-COUNT TO WS-DISP-N.
           MOVE 'FBK002' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-BOOK-PATH TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           IF WS-UNMAPPED > 0 THEN
               MOVE WS-UNMAPPED TO WS-DISP-N
               MOVE 'FBK003' TO MC-MSG-ID
               MOVE WS-DISP-N TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * The database sweep — the whole file, or one SECTOR=.
       SWEEP-DATABASE.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'FBK004' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-SEL-SECTOR NOT = SPACES THEN
               MOVE WS-SEL-SECTOR TO STARDB-SECTOR
               START STARDB-FILE KEY IS = STARDB-SECTOR
                   INVALID KEY
                       MOVE 'FBK005' TO MC-MSG-ID
                       MOVE WS-SEL-SECTOR TO MC-INSERT(1)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE '10' TO WS-STARDB-STATUS
               END-START
           ELSE
               MOVE LOW-VALUES TO STARDB-KEY
               START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
                   INVALID KEY
                       MOVE 'FBK006' TO MC-MSG-ID
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

      *    One saved system: settlement digits, allegiance, and a
      *    walk of its orbits for the resource score and the
      *    habitable worlds.
       NOTE-ONE-SYSTEM.
      *    A record from another layout generation is skipped — the
      *    audit's layout outlier (and G4SSGMIG) deal with those.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               EXIT PARAGRAPH
           END-IF.
           IF STARDB-ALLEGIANCE = SPACES THEN
               ADD 1 TO WS-UNMAPPED
               EXIT PARAGRAPH
           END-IF.
           IF WS-SYS-COUNT >= 500 THEN
               IF WS-CAP-NOTED = '-' THEN
                   MOVE 'FBK007' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'Y' TO WS-CAP-NOTED
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           ADD 1 TO WS-SYS-COUNT.
           MOVE WS-SYS-COUNT TO WS-I.
           MOVE STAR-SYSTEM-NAME TO FBK-NAME(WS-I).
           MOVE SYSTEM-ALLEGIANCE TO FBK-CODE(WS-I).
           MOVE SETTLE-POP-EXP TO FBK-POP(WS-I).
           MOVE SETTLE-TL TO FBK-TL(WS-I).
           MOVE SETTLE-PORT TO FBK-PORT(WS-I).
           MOVE 0 TO FBK-RES(WS-I) FBK-HAB(WS-I).
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > STAR-COUNT
               PERFORM VARYING WS-O FROM 1 BY 1
                       UNTIL WS-O > NUM-ORBITS(WS-S)
                   PERFORM SCORE-ONE-ORBIT
               END-PERFORM
           END-PERFORM.
           PERFORM FIND-POLITY-ENTRY.
           MOVE WS-P TO FBK-POL(WS-I).
           EXIT PARAGRAPH.

      *    G4SSGMIN's resource weights, and G4SSGSHL's in-band test.
       SCORE-ONE-ORBIT.
           EVALUATE TRUE
               WHEN WEALTH-MOTHERLODE(WS-S, WS-O)
                   ADD 8 TO FBK-RES(WS-I)
               WHEN WEALTH-BELT-RICH(WS-S, WS-O)
                   ADD 4 TO FBK-RES(WS-I)
               WHEN WEALTH-BELT-AVG(WS-S, WS-O)
                   ADD 2 TO FBK-RES(WS-I)
               WHEN WEALTH-BELT-POOR(WS-S, WS-O)
                   ADD 1 TO FBK-RES(WS-I)
               WHEN WEALTH-WORLD-EXC(WS-S, WS-O)
                   ADD 4 TO FBK-RES(WS-I)
               WHEN WEALTH-WORLD-RICH(WS-S, WS-O)
                   ADD 2 TO FBK-RES(WS-I)
           END-EVALUATE.
           IF OBJ-GAS-GIANT(WS-S, WS-O) THEN
               ADD 1 TO FBK-RES(WS-I)
           END-IF.
           IF OBJ-TERRESTRIAL(WS-S, WS-O)
              AND DISTANCE OF ORBIT(WS-S, WS-O) >= HZ-INNER(WS-S)
              AND DISTANCE OF ORBIT(WS-S, WS-O) <= HZ-OUTER(WS-S)
               THEN
               ADD 1 TO FBK-HAB(WS-I)
           END-IF.
           EXIT PARAGRAPH.

      *    The polity entry for FBK-CODE(WS-I) into WS-P, opened on
      *    first sight.
       FIND-POLITY-ENTRY.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-POLITY-COUNT
               IF PLY-CODE(WS-P) = FBK-CODE(WS-I) THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-POLITY-COUNT >= 51 THEN
               MOVE 0 TO WS-P
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-POLITY-COUNT.
           MOVE WS-POLITY-COUNT TO WS-P.
           INITIALIZE FBK-POLITY(WS-P).
           MOVE FBK-CODE(WS-I) TO PLY-CODE(WS-P).
           MOVE 99 TO PLY-TL-MIN(WS-P).
           MOVE '-' TO PLY-WRITTEN(WS-P).
           IF FBK-CODE(WS-I) = 'NA' THEN
               MOVE WS-P TO WS-NA-POL
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * The rated (or unrated) trade lanes, by system-table index —
      * a lane to a system outside the sweep is dropped.
       LOAD-TRADE-LANES.
           OPEN INPUT LANE-FILE.
           IF NOT LANE-FILE-OK THEN
               MOVE 'FBK008' TO MC-MSG-ID
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
           INITIALIZE WS-CSV-A WS-CSV-B.
           MOVE LANE-RECORD TO WS-SPLIT-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-A.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-B.
           MOVE 0 TO WS-I WS-J.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-SYS-COUNT
               IF FBK-NAME(WS-L) = WS-CSV-A THEN
                   MOVE WS-L TO WS-I
               END-IF
               IF FBK-NAME(WS-L) = WS-CSV-B THEN
                   MOVE WS-L TO WS-J
               END-IF
           END-PERFORM.
           IF WS-I = 0 OR WS-J = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LANE-COUNT.
           MOVE WS-I TO FLANE-A(WS-LANE-COUNT).
           MOVE WS-J TO FLANE-B(WS-LANE-COUNT).
           EXIT PARAGRAPH.

      *********************************
      * Members, capital, population, TL range, ports, resources
      * and habitable worlds per polity; then the lanes, each
      * counted once inside its polity or once on each side of a
      * border; then the border systems.
       TALLY-POLITIES.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SYS-COUNT
               MOVE FBK-POL(WS-I) TO WS-P
               IF WS-P > 0 THEN
                   PERFORM TALLY-ONE-MEMBER
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LANE-COUNT
               MOVE FBK-POL(FLANE-A(WS-L)) TO WS-P
               MOVE FBK-POL(FLANE-B(WS-L)) TO WS-Q
               IF WS-P > 0 AND WS-Q > 0 THEN
                   IF WS-P = WS-Q THEN
                       ADD 1 TO PLY-LANES-IN(WS-P)
                   ELSE
                       ADD 1 TO PLY-LANES-OUT(WS-P)
                       ADD 1 TO PLY-LANES-OUT(WS-Q)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SYS-COUNT
               PERFORM COUNT-FOREIGN-NEIGHBOURS
               IF WS-NB-COUNT > 0 AND FBK-POL(WS-I) > 0 THEN
                   ADD 1 TO PLY-BORDER-CT(FBK-POL(WS-I))
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       TALLY-ONE-MEMBER.
           ADD 1 TO PLY-MEMBERS(WS-P).
           IF PLY-CAPITAL(WS-P) = 0 THEN
               MOVE WS-I TO PLY-CAPITAL(WS-P)
           ELSE
               IF FBK-POP(WS-I) > FBK-POP(PLY-CAPITAL(WS-P)) THEN
                   MOVE WS-I TO PLY-CAPITAL(WS-P)
               END-IF
           END-IF.
           IF FBK-POP(WS-I) > 0 THEN
               COMPUTE WS-POP-VAL = 10 ** FBK-POP(WS-I)
               ADD WS-POP-VAL TO PLY-TOTAL-POP(WS-P)
               IF FBK-TL(WS-I) < PLY-TL-MIN(WS-P) THEN
                   MOVE FBK-TL(WS-I) TO PLY-TL-MIN(WS-P)
               END-IF
               IF FBK-TL(WS-I) > PLY-TL-MAX(WS-P) THEN
                   MOVE FBK-TL(WS-I) TO PLY-TL-MAX(WS-P)
               END-IF
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 6
               IF FBK-PORT(WS-I) = WS-PORT-CLASSES(WS-K:1) THEN
                   ADD 1 TO PLY-PORT-CT(WS-P, WS-K)
               END-IF
           END-PERFORM.
           ADD FBK-RES(WS-I) TO PLY-RESOURCE(WS-P).
           ADD FBK-HAB(WS-I) TO PLY-HABITABLE(WS-P).
           EXIT PARAGRAPH.

      *    How many lane partners of system WS-I fly another flag.
       COUNT-FOREIGN-NEIGHBOURS.
           MOVE 0 TO WS-NB-COUNT.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LANE-COUNT
               PERFORM LANE-PARTNER
               IF WS-OTHER > 0 THEN
                   IF FBK-CODE(WS-OTHER) NOT = FBK-CODE(WS-I) THEN
                       ADD 1 TO WS-NB-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    The other end of lane WS-L from system WS-I, or 0.
       LANE-PARTNER.
           MOVE 0 TO WS-OTHER.
           IF FLANE-A(WS-L) = WS-I THEN
               MOVE FLANE-B(WS-L) TO WS-OTHER
           END-IF.
           IF FLANE-B(WS-L) = WS-I THEN
               MOVE FLANE-A(WS-L) TO WS-OTHER
           END-IF.
           EXIT PARAGRAPH.

      *    The lowest code not yet written into WS-P (0 when only
      *    'NA' — or nothing — is left).
       NEXT-POLITY-IN-ORDER.
           MOVE 0 TO WS-P.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-POLITY-COUNT
               IF PLY-WRITTEN(WS-J) = '-' AND WS-J NOT = WS-NA-POL
                   THEN
                   IF WS-P = 0 THEN
                       MOVE WS-J TO WS-P
                   ELSE
                       IF PLY-CODE(WS-J) < PLY-CODE(WS-P) THEN
                           MOVE WS-J TO WS-P
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-P > 0 THEN
               MOVE 'Y' TO PLY-WRITTEN(WS-P)
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * One polity's section.
       WRITE-POLITY-SECTION.
           MOVE SPACES TO WS-LINE.
           STRING '=== Polity '             DELIMITED BY SIZE
                  FUNCTION TRIM(PLY-CODE(WS-P))
                                            DELIMITED BY SIZE
                  ' — capital '             DELIMITED BY SIZE
                  FUNCTION TRIM(FBK-NAME(PLY-CAPITAL(WS-P)))
                                            DELIMITED BY SIZE
                  ' ==='                    DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE BOOK-RECORD FROM WS-LINE.
           PERFORM WRITE-COMMON-FACTS.
           PERFORM WRITE-MEMBER-LIST.
           PERFORM WRITE-BORDER-LIST.
           MOVE SPACES TO WS-LINE.
           WRITE BOOK-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *    Non-aligned space: the same facts, with no capital — its
      *    largest world is only that.
       WRITE-NON-ALIGNED-SECTION.
           MOVE '=== Non-aligned space (NA) ===' TO WS-LINE.
           WRITE BOOK-RECORD FROM WS-LINE.
           PERFORM WRITE-COMMON-FACTS.
           PERFORM WRITE-MEMBER-LIST.
           PERFORM WRITE-BORDER-LIST.
           MOVE SPACES TO WS-LINE.
           WRITE BOOK-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *    The figures both kinds of section share.
       WRITE-COMMON-FACTS.
           MOVE PLY-MEMBERS(WS-P) TO WS-DISP-N.
           MOVE SPACES TO WS-LINE.
           STRING 'Member systems:   '     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N) DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE BOOK-RECORD FROM WS-LINE.

           MOVE PLY-TOTAL-POP(WS-P) TO WS-POP-VAL.
           PERFORM FORMAT-POPULATION.
           MOVE SPACES TO WS-LINE.
           STRING 'Population:       '     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-POP-TXT)
                                           DELIMITED BY SIZE
                  ' in all; largest '      DELIMITED BY SIZE
                  FUNCTION TRIM(FBK-NAME(PLY-CAPITAL(WS-P)))
                                           DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           MOVE PLY-CAPITAL(WS-P) TO WS-I.
           IF FBK-POP(WS-I) > 0 THEN
               COMPUTE WS-POP-VAL = 10 ** FBK-POP(WS-I)
               PERFORM FORMAT-POPULATION
               STRING FUNCTION TRIM(WS-LINE) DELIMITED BY SIZE
                      ' ('                   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-POP-TXT)
                                             DELIMITED BY SIZE
                      ')'                    DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-LINE) DELIMITED BY SIZE
                      ' (uninhabited)'       DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           END-IF.
           WRITE BOOK-RECORD FROM WS-LINE.

           MOVE SPACES TO WS-LINE.
           MOVE 'Tech levels:' TO WS-LINE.
           IF PLY-TL-MAX(WS-P) = 0 AND PLY-TL-MIN(WS-P) = 99 THEN
               MOVE 'no settled world' TO WS-LINE(19:16)
           ELSE
               MOVE PLY-TL-MIN(WS-P) TO WS-DISP-TL
               STRING 'TL '                   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-TL)
                                              DELIMITED BY SIZE
                      INTO WS-LINE(19:10)
               END-STRING
               MOVE PLY-TL-MAX(WS-P) TO WS-DISP-TL
               STRING FUNCTION TRIM(WS-LINE) DELIMITED BY SIZE
                      ' to '                  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-TL)
                                              DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           END-IF.
           WRITE BOOK-RECORD FROM WS-LINE.

           MOVE SPACES TO WS-LINE.
           MOVE 'Starports:' TO WS-LINE.
           MOVE 19 TO WS-PTR.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 6
               MOVE PLY-PORT-CT(WS-P, WS-K) TO WS-DISP-N
               STRING WS-PORT-CLASSES(WS-K:1) DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-N)
                                              DELIMITED BY SIZE
                      '  '                    DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-PTR
               END-STRING
           END-PERFORM.
           WRITE BOOK-RECORD FROM WS-LINE.

           MOVE SPACES TO WS-LINE.
           MOVE PLY-LANES-IN(WS-P) TO WS-DISP-N.
           STRING 'Trade lanes:      '     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N) DELIMITED BY SIZE
                  ' internal, '            DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           MOVE PLY-LANES-OUT(WS-P) TO WS-DISP-N.
           STRING FUNCTION TRIM(WS-LINE)   DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N) DELIMITED BY SIZE
                  ' crossing the border'   DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE BOOK-RECORD FROM WS-LINE.

           MOVE SPACES TO WS-LINE.
           MOVE PLY-RESOURCE(WS-P) TO WS-DISP-RES.
           STRING 'Resource score:   '     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-RES)
                                           DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE BOOK-RECORD FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           MOVE PLY-HABITABLE(WS-P) TO WS-DISP-N.
           STRING 'Habitable worlds: '     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N) DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE BOOK-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *    '12.5 billion', '300.0 thousand', '40' — the total kept
      *    readable whatever its size.
       FORMAT-POPULATION.
           MOVE SPACES TO WS-POP-TXT.
           EVALUATE TRUE
               WHEN WS-POP-VAL >= 1000000000
                   COMPUTE WS-POP-SCALED = WS-POP-VAL / 1000000000
                   MOVE WS-POP-SCALED TO WS-DISP-POP
                   STRING FUNCTION TRIM(WS-DISP-POP)
                                          DELIMITED BY SIZE
                          ' billion'      DELIMITED BY SIZE
                          INTO WS-POP-TXT
                   END-STRING
               WHEN WS-POP-VAL >= 1000000
                   COMPUTE WS-POP-SCALED = WS-POP-VAL / 1000000
                   MOVE WS-POP-SCALED TO WS-DISP-POP
                   STRING FUNCTION TRIM(WS-DISP-POP)
                                          DELIMITED BY SIZE
                          ' million'      DELIMITED BY SIZE
                          INTO WS-POP-TXT
                   END-STRING
               WHEN WS-POP-VAL >= 1000
                   COMPUTE WS-POP-SCALED = WS-POP-VAL / 1000
                   MOVE WS-POP-SCALED TO WS-DISP-POP
                   STRING FUNCTION TRIM(WS-DISP-POP)
                                          DELIMITED BY SIZE
                          ' thousand'     DELIMITED BY SIZE
                          INTO WS-POP-TXT
                   END-STRING
               WHEN OTHER
                   MOVE WS-POP-VAL TO WS-DISP-N
                   MOVE FUNCTION TRIM(WS-DISP-N) TO WS-POP-TXT
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    'Members:' then the names, wrapped under the label.
       WRITE-MEMBER-LIST.
           MOVE SPACES TO WS-LINE.
           MOVE 'Members:' TO WS-LINE.
           MOVE 19 TO WS-PTR.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SYS-COUNT
               IF FBK-POL(WS-I) = WS-P THEN
                   IF WS-PTR > 19 THEN
                       STRING ', '        DELIMITED BY SIZE
                              INTO WS-LINE WITH POINTER WS-PTR
                       END-STRING
                   END-IF
                   IF WS-PTR > 100 THEN
                       WRITE BOOK-RECORD FROM WS-LINE
                       MOVE SPACES TO WS-LINE
                       MOVE 19 TO WS-PTR
                   END-IF
                   STRING FUNCTION TRIM(FBK-NAME(WS-I))
                                          DELIMITED BY SIZE
                          INTO WS-LINE WITH POINTER WS-PTR
                   END-STRING
               END-IF
           END-PERFORM.
           WRITE BOOK-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *    'Border systems:' then one line per border member,
      *    '  <name> — <neighbour> (<code>), ...', wrapped likewise.
       WRITE-BORDER-LIST.
           MOVE SPACES TO WS-LINE.
           MOVE PLY-BORDER-CT(WS-P) TO WS-DISP-N.
           STRING 'Border systems:   '     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N) DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE BOOK-RECORD FROM WS-LINE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SYS-COUNT
               IF FBK-POL(WS-I) = WS-P THEN
                   PERFORM COUNT-FOREIGN-NEIGHBOURS
                   IF WS-NB-COUNT > 0 THEN
                       PERFORM WRITE-ONE-BORDER-LINE
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       WRITE-ONE-BORDER-LINE.
           MOVE SPACES TO WS-LINE.
           MOVE 3 TO WS-PTR.
           STRING FUNCTION TRIM(FBK-NAME(WS-I))
                                       DELIMITED BY SIZE
                  ' —'                 DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-PTR
           END-STRING.
           MOVE 0 TO WS-NB-COUNT.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LANE-COUNT
               PERFORM LANE-PARTNER
               IF WS-OTHER > 0 THEN
                   IF FBK-CODE(WS-OTHER) NOT = FBK-CODE(WS-I) THEN
                       IF WS-NB-COUNT > 0 THEN
                           STRING ','     DELIMITED BY SIZE
                                  INTO WS-LINE WITH POINTER WS-PTR
                           END-STRING
                       END-IF
                       IF WS-PTR > 100 THEN
                           WRITE BOOK-RECORD FROM WS-LINE
                           MOVE SPACES TO WS-LINE
                           MOVE 5 TO WS-PTR
                       END-IF
                       ADD 1 TO WS-NB-COUNT
                       STRING ' '         DELIMITED BY SIZE
                              FUNCTION TRIM(FBK-NAME(WS-OTHER))
                                          DELIMITED BY SIZE
                              ' ('        DELIMITED BY SIZE
                              FUNCTION TRIM(FBK-CODE(WS-OTHER))
                                          DELIMITED BY SIZE
                              ')'         DELIMITED BY SIZE
                              INTO WS-LINE WITH POINTER WS-PTR
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.
           WRITE BOOK-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *********************************
      * The closing comparison — every polity in code order, then
      * non-aligned space on a line of its own under a rule.
       WRITE-COMPARISON-TABLE.
           MOVE '=== Polity comparison ===' TO WS-LINE.
           WRITE BOOK-RECORD FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           MOVE 'Code'                TO WS-LINE(1:4).
           MOVE 'Capital'             TO WS-LINE(7:7).
           MOVE 'Members'             TO WS-LINE(32:7).
           MOVE 'Population'          TO WS-LINE(41:10).
           MOVE 'TL'                  TO WS-LINE(58:2).
           MOVE 'A/B ports'           TO WS-LINE(66:9).
           MOVE 'Lanes in/x'          TO WS-LINE(77:10).
           MOVE 'Border'              TO WS-LINE(89:6).
           MOVE 'Resource'            TO WS-LINE(97:8).
           MOVE 'Habitable'           TO WS-LINE(107:9).
           WRITE BOOK-RECORD FROM WS-LINE.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-POLITY-COUNT
               MOVE '-' TO PLY-WRITTEN(WS-J)
           END-PERFORM.
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > WS-POLITY-COUNT
               PERFORM NEXT-POLITY-IN-ORDER
               IF WS-P > 0 THEN
                   PERFORM WRITE-COMPARISON-ROW
               END-IF
           END-PERFORM.
           IF WS-NA-POL > 0 THEN
               MOVE ALL '-' TO WS-LINE(1:115)
               WRITE BOOK-RECORD FROM WS-LINE
               MOVE WS-NA-POL TO WS-P
               PERFORM WRITE-COMPARISON-ROW
           END-IF.
           EXIT PARAGRAPH.

       WRITE-COMPARISON-ROW.
           MOVE SPACES TO WS-LINE.
           MOVE PLY-CODE(WS-P) TO WS-LINE(1:4).
           IF WS-P = WS-NA-POL THEN
               MOVE '(non-aligned)' TO WS-LINE(7:24)
           ELSE
               MOVE FBK-NAME(PLY-CAPITAL(WS-P))(1:24)
                 TO WS-LINE(7:24)
           END-IF.
           MOVE PLY-MEMBERS(WS-P) TO WS-DISP-N.
           MOVE WS-DISP-N TO WS-LINE(35:4).
           MOVE PLY-TOTAL-POP(WS-P) TO WS-POP-VAL.
           PERFORM FORMAT-POPULATION.
           MOVE WS-POP-TXT(1:16) TO WS-LINE(41:16).
           IF PLY-TL-MIN(WS-P) NOT = 99 THEN
               MOVE PLY-TL-MIN(WS-P) TO WS-DISP-TL
               MOVE WS-DISP-TL TO WS-LINE(58:2)
               MOVE '-' TO WS-LINE(60:1)
               MOVE PLY-TL-MAX(WS-P) TO WS-DISP-TL
               MOVE WS-DISP-TL TO WS-LINE(61:2)
           END-IF.
           COMPUTE WS-DISP-N = PLY-PORT-CT(WS-P, 1)
                             + PLY-PORT-CT(WS-P, 2).
           MOVE WS-DISP-N TO WS-LINE(71:4).
           MOVE PLY-LANES-IN(WS-P) TO WS-DISP-N.
           MOVE WS-DISP-N TO WS-LINE(77:4).
           MOVE '/' TO WS-LINE(81:1).
           MOVE PLY-LANES-OUT(WS-P) TO WS-DISP-N.
           MOVE FUNCTION TRIM(WS-DISP-N) TO WS-LINE(82:4).
           MOVE PLY-BORDER-CT(WS-P) TO WS-DISP-N.
           MOVE WS-DISP-N TO WS-LINE(91:4).
           MOVE PLY-RESOURCE(WS-P) TO WS-DISP-RES.
           MOVE WS-DISP-RES TO WS-LINE(100:5).
           MOVE PLY-HABITABLE(WS-P) TO WS-DISP-N.
           MOVE WS-DISP-N TO WS-LINE(112:4).
           WRITE BOOK-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
