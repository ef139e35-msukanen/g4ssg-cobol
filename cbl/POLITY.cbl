      * Every other system joins the polity whose capital is nearest
      * along the trade lanes (fewest lane hops; ties go to the
      * earlier-seated polity).  Systems no capital can reach at all
      * stay non-aligned ('NA').  A stable or fluctuating wormhole
      * or jump gate (the generator's wormholes.dat) joining two of
      * the systems counts as one more lane hop; an unstable throat
      * carries no regular traffic, so it carries no flag either.
      * A sector with no capital-grade
      * population seats its single best settled world instead, so
      * a frontier sector still gets one flag to argue about.
      *
      * A polity belongs to the species of its capital (the record's
      * SYSTEM-SPECIES, set when G4SSGCRE ran with the species
      * registry; blank is human), and the summary says whose it is
      * and how many of its members are some other species' worlds.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   SECTOR=<path>  sector file, rewritten in place with the
      *   LANES=<path>   trade lane file (default tradelanes.csv)
      *   CAPPOP=<n>     population exponent that seats a capital
      *                  (default 6)
      *   SECTID=<id>    partition only the systems stamped with this
      *                  sector id (read off the sector key); rows
      *                  for any other system go back untouched
      *   WORMHOLES=<path> long-range link file (default
      *                  wormholes.dat; absent file, no links)
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
           SELECT WORM-FILE            ASSIGN TO WS-WORM-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS WORM-KEY
                                       FILE STATUS
                                       IS WS-WORM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY STARDBF.
       FD  LANE-FILE.
       01  LANE-RECORD                 PIC X(160).
       FD  WORM-FILE.
       01  WORM-RECORD.
           COPY WORMREC.

       WORKING-STORAGE SECTION.
      *********************************
       01  WS-STARDB-PATH              PIC X(100) VALUE "stardb.dat".
       01  WS-STARDB-STATUS            PIC XX.
           88  STARDB-FILE-OK          VALUE '00'.
           88  STARDB-FILE-EOF         VALUE '10'.
       01  WS-LANE-PATH                PIC X(100)
                                       VALUE "tradelanes.csv".
       01  WS-LANE-STATUS              PIC XX.
           88  LANE-FILE-OK            VALUE '00'.
           88  LANE-FILE-EOF           VALUE '10'.
       01  WS-CAP-POP                  PIC 99 USAGE COMP-5 VALUE 6.
       01  WS-WORM-PATH                PIC X(100)
                                       VALUE "wormholes.dat".
       01  WS-WORM-STATUS              PIC XX.
           88  WORM-FILE-OK            VALUE '00'.
           88  WORM-FILE-EOF           VALUE '10'.
       01  WS-LINK-LANES               PIC 999 USAGE COMP-5 VALUE 0.
      *********************************
      * SECTID= — one campaign sector of a shared database: its
      * members come off the sector alternate key, and sector.csv
      * rows for anyone else keep whatever token they carry.
       01  WS-SEL-SECTOR               PIC X(12) VALUE SPACES.
       01  WS-MEMBER-COUNT             PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-MEMBER-TAB.
           05  POL-MEMBER              OCCURS 500 TIMES
                                       PIC X(48).
       01  WS-MEMBER-FOUND             PIC X.
       01  WS-ORIG-LINE                PIC X(200).
      *********************************
      * The sector file held whole, the same way G4SSGCRE's EXTEND=
      * pass holds it — system rows get their allegiance token
               10  POL-NAME            PIC X(48).
               10  POL-POP             PIC 99 USAGE COMP-5.
               10  POL-CODE            PIC X(4).
      *            Whose settlement it is — spaces for human.
               10  POL-SPECIES         PIC X(24).
      *            Lane hops to the seating capital so far — the
      *            multi-source sweep relaxes it like any shortest-
      *            path pass.
               10  POLITY-CODE         PIC X(4).
               10  POLITY-CAPITAL      PIC X(48).
               10  POLITY-MEMBERS      PIC 999 USAGE COMP-5.
      *            The capital's species, and the members that are
      *            some other species' settlements.
               10  POLITY-SPECIES      PIC X(24).
               10  POLITY-OTHERS       PIC 999 USAGE COMP-5.
      *********************************
      * One unstrung CSV row.
       01  WS-CSV-F1                   PIC X(10).
       01  WS-CHANGED                  PIC X.
       01  WS-ROUNDS                   PIC 99 USAGE COMP-5.
       01  WS-CODE                     PIC X(4).
       01  WS-SPECIES-WORD             PIC X(24).
       01  WS-DISP-SEQ                 PIC 99.
       01  WS-DISP-N                   PIC ZZZZ9.
       01  WS-STAMPED                  PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-SPLIT-LINE               PIC X(250).
       01  WS-SPLIT-PTR                PIC 999 USAGE COMP-5.
       01  WS-SPLIT-FLD                PIC X(100).
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.

       LINKAGE SECTION.
       01  LK-PARM.
      *   [    MAIN    ]
      *    ^~~~~~~~~~~^
       PROCEDURE DIVISION USING LK-PARM.
           MOVE 'G4SSGPOL' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           PERFORM UNTIL PARM-INDEX > PARM-LEN
                           MOVE WS-PARM-VAL TO WS-STARDB-PATH
                       WHEN 'LANES'
                           MOVE WS-PARM-VAL TO WS-LANE-PATH
                       WHEN 'WORMHOLES'
                           MOVE WS-PARM-VAL TO WS-WORM-PATH
                       WHEN 'CAPPOP'
                           COMPUTE WS-CAP-POP =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'SECTID'
                           MOVE WS-PARM-VAL TO WS-SEL-SECTOR
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-SEL-SECTOR NOT = SPACES THEN
               PERFORM LOAD-SECTOR-MEMBERS
           END-IF.
           PERFORM LOAD-SECTOR-LINES.
           IF WS-SYS-COUNT = 0 THEN
               MOVE 'POL001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM LOAD-SETTLEMENT-WEIGHTS.
           PERFORM LOAD-TRADE-LANES.
           PERFORM LOAD-LONG-RANGE-LINKS.
           PERFORM SEAT-CAPITALS.
           IF WS-POLITY-COUNT = 0 THEN
               MOVE 'POL002' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           ELSE
               PERFORM SPREAD-ALLEGIANCE
           END-IF.
           PERFORM STAMP-DATABASE.
           PERFORM REWRITE-SECTOR-FILE.
           PERFORM DISPLAY-POLITY-SUMMARY.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * SECTID=: the sector's systems straight off the sector key,
      * so a database shared by several campaigns is not swept end
      * to end for one of them.
       LOAD-SECTOR-MEMBERS.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'POL003' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE WS-SEL-SECTOR TO STARDB-SECTOR.
           START STARDB-FILE KEY IS = STARDB-SECTOR
               INVALID KEY
                   MOVE '10' TO WS-STARDB-STATUS
           END-START.
           PERFORM UNTIL STARDB-FILE-EOF
               READ STARDB-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF STARDB-SECTOR NOT = WS-SEL-SECTOR THEN
                           MOVE '10' TO WS-STARDB-STATUS
                       ELSE
                           IF WS-MEMBER-COUNT < 500 THEN
                               ADD 1 TO WS-MEMBER-COUNT
                               MOVE STARDB-KEY
                                 TO POL-MEMBER(WS-MEMBER-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STARDB-FILE.
           IF WS-MEMBER-COUNT = 0 THEN
               MOVE 'POL004' TO MC-MSG-ID
               MOVE WS-SEL-SECTOR TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE WS-MEMBER-COUNT TO WS-DISP-N.
           MOVE 'POL005' TO MC-MSG-ID.
           MOVE WS-SEL-SECTOR TO MC-INSERT(1).
           MOVE WS-DISP-N TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *********************************
      * The whole sector file into memory, noting which lines are
      * system rows.  An earlier run's 'A:' token is stripped here
       LOAD-SECTOR-LINES.
           OPEN INPUT SECTOR-FILE.
           IF NOT SECTOR-FILE-OK THEN
               MOVE 'POL006' TO MC-MSG-ID
               MOVE WS-SECTOR-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM UNTIL SECTOR-FILE-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SECTOR-RECORD TO WS-ORIG-LINE.
           PERFORM STRIP-ALLEGIANCE-TOKEN.
           MOVE SECTOR-RECORD TO POL-LINE(WS-LINE-COUNT).
           MOVE 0 TO POL-LINE-SYS(WS-LINE-COUNT).
              OR FUNCTION TRIM(WS-CSV-NAME) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-SEL-SECTOR NOT = SPACES THEN
               PERFORM FIND-SECTOR-MEMBER
               IF WS-MEMBER-FOUND = '-' THEN
                   MOVE WS-ORIG-LINE TO POL-LINE(WS-LINE-COUNT)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-SYS-COUNT >= 500 THEN
               IF WS-CAP-NOTED = '-' THEN
                   MOVE 'POL007' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'Y' TO WS-CAP-NOTED
               END-IF
               EXIT PARAGRAPH
           MOVE WS-CSV-NAME TO POL-NAME(WS-SYS-COUNT).
           MOVE 0 TO POL-POP(WS-SYS-COUNT).
           MOVE SPACES TO POL-CODE(WS-SYS-COUNT).
           MOVE SPACES TO POL-SPECIES(WS-SYS-COUNT).
           MOVE 999 TO POL-DIST(WS-SYS-COUNT).
           MOVE WS-SYS-COUNT TO POL-LINE-SYS(WS-LINE-COUNT).
           EXIT PARAGRAPH.

       FIND-SECTOR-MEMBER.
           MOVE '-' TO WS-MEMBER-FOUND.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-MEMBER-COUNT
               IF POL-MEMBER(WS-I) = WS-CSV-NAME THEN
                   MOVE 'Y' TO WS-MEMBER-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    Drop a trailing ',A:<code>' token left by an earlier run.
       STRIP-ALLEGIANCE-TOKEN.
           PERFORM VARYING WS-TOKEN-POS FROM 1 BY 1
           EXIT PARAGRAPH.

      *********************************
      * Settlement weight and species per system, straight off the
      * record overlay — no body decode needed for two fields.
       LOAD-SETTLEMENT-WEIGHTS.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'POL008' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                           MOVE STARDB-SETTLE-POP-EXP
                             TO POL-POP(WS-I)
                       END-IF
                       IF STARDB-LAYOUT-CURRENT THEN
                           MOVE STARDB-SPECIES TO POL-SPECIES(WS-I)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STARDB-FILE.
       LOAD-TRADE-LANES.
           OPEN INPUT LANE-FILE.
           IF NOT LANE-FILE-OK THEN
               MOVE 'POL009' TO MC-MSG-ID
               MOVE WS-LANE-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LANE-FILE-EOF
           MOVE WS-J TO PLANE-B(WS-LANE-COUNT).
           EXIT PARAGRAPH.

      *********************************
      * Long-range links into the same lane table — both mouths on
      * the map, and a throat steady enough to run traffic through.
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
           IF WS-LINK-LANES > 0 THEN
               MOVE WS-LINK-LANES TO WS-DISP-N
               MOVE 'POL010' TO MC-MSG-ID
               MOVE WS-DISP-N TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       NOTE-LONG-RANGE-LINK.
           IF WORM-UNSTABLE OR WS-LANE-COUNT >= 4000 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-I WS-J.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-SYS-COUNT
               IF POL-NAME(WS-L) = WORM-SYS-A THEN
                   MOVE WS-L TO WS-I
               END-IF
               IF POL-NAME(WS-L) = WORM-SYS-B THEN
                   MOVE WS-L TO WS-J
               END-IF
           END-PERFORM.
           IF WS-I = 0 OR WS-J = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LANE-COUNT.
           ADD 1 TO WS-LINK-LANES.
           MOVE WS-I TO PLANE-A(WS-LANE-COUNT).
           MOVE WS-J TO PLANE-B(WS-LANE-COUNT).
           EXIT PARAGRAPH.

      *********************************
      * Every capital-grade settlement seats a polity; a sector with
      * none seats its single best settled world instead.
           MOVE WS-CODE TO POLITY-CODE(WS-POLITY-COUNT).
           MOVE POL-NAME(WS-I) TO POLITY-CAPITAL(WS-POLITY-COUNT).
           MOVE 0 TO POLITY-MEMBERS(WS-POLITY-COUNT).
           MOVE POL-SPECIES(WS-I) TO POLITY-SPECIES(WS-POLITY-COUNT).
           MOVE 0 TO POLITY-OTHERS(WS-POLITY-COUNT).
           MOVE WS-CODE TO POL-CODE(WS-I).
           MOVE 0 TO POL-DIST(WS-I).
           EXIT PARAGRAPH.
                           UNTIL WS-J > WS-POLITY-COUNT
                       IF POLITY-CODE(WS-J) = POL-CODE(WS-I) THEN
                           ADD 1 TO POLITY-MEMBERS(WS-J)
                           IF POL-SPECIES(WS-I)
                              NOT = POLITY-SPECIES(WS-J) THEN
                               ADD 1 TO POLITY-OTHERS(WS-J)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
       STAMP-DATABASE.
           OPEN I-O STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'POL011' TO MC-MSG-ID
               MOVE WS-STARDB-STATUS TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
      *                middle of its star table — refuse loudly and
      *                leave the bytes alone.
                       IF NOT STARDB-LAYOUT-CURRENT THEN
                           MOVE 'POL012' TO MC-MSG-ID
                           MOVE POL-NAME(WS-I) TO MC-INSERT(1)
                           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       ELSE
                           MOVE POL-CODE(WS-I)
                             TO STARDB-ALLEGIANCE
           END-PERFORM.
           CLOSE STARDB-FILE.
           MOVE WS-STAMPED TO WS-DISP-N.
           MOVE 'POL013' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-STARDB-PATH TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *********************************
       REWRITE-SECTOR-FILE.
           OPEN OUTPUT SECTOR-FILE.
           IF NOT SECTOR-FILE-OK THEN
               MOVE 'POL014' TO MC-MSG-ID
               MOVE WS-SECTOR-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-L FROM 1 BY 1
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-POLITY-COUNT
               MOVE POLITY-MEMBERS(WS-J) TO WS-DISP-N
               IF POLITY-SPECIES(WS-J) = SPACES THEN
                   MOVE 'human' TO WS-SPECIES-WORD
               ELSE
                   MOVE POLITY-SPECIES(WS-J) TO WS-SPECIES-WORD
               END-IF
               DISPLAY '  'POLITY-CODE(WS-J)' — capital '
                   FUNCTION TRIM(POLITY-CAPITAL(WS-J))
                   ', 'FUNCTION TRIM(WS-DISP-N)' system(s), '
                   FUNCTION TRIM(WS-SPECIES-WORD)
                   NO ADVANCING
               IF POLITY-OTHERS(WS-J) > 0 THEN
                   MOVE POLITY-OTHERS(WS-J) TO WS-DISP-N
                   DISPLAY ' (' FUNCTION TRIM(WS-DISP-N)
                       ' of other species)'
               ELSE
                   DISPLAY ' '
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
