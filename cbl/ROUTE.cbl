      * under the given per-jump range: fewest jumps first, shortest
      * flown distance as the tie-breaker.
      *
      * Each leg line also carries the destination's travel zone
      * (Amber/Red) and its naval, scout and way-station bases, off
      * the saved record — the things a referee checks before
      * letting the players jump in — and what its starport sells
      * in the way of fuel, at what price, through the same
      * STARPORT-SERVICES lookup the starport directory (G4SSGPTD)
      * prints.  An asteroid belt beyond its star's snow line counts
      * as wilderness fuel alongside the gas giants.
      *
      * Leg distances use the systems' saved 3D coordinates when both
      * ends carry them (COORDS=Y runs); otherwise the flat hex-grid
      * distance at HEXLY light-years per hex, the same fallback
      *   DATE=<yr>      campaign date the saved 3D positions are
      *                  evaluated at (proper motion; default 0 =
      *                  the generation epoch)
      *   WEIGHT=<how>   JUMPS (default) — fewest jumps, then
      *                  distance; RISK — each leg also weighs its
      *                  lane's G4SSGLRK risk class in jumps: LOW 0,
      *                  MODERATE 1/2, HIGH 2, EXTREME 4, a leg on no
      *                  rated lane 1 — so a route detours round a
      *                  HIGH lane when two extra jumps or fewer will
      *                  do it
      *   LANES=<path>   rated trade lane file (default
      *                  tradelanes.csv); each leg on a rated lane
      *                  carries its risk class either way
      *   REFUEL=Y       every intermediate stop must offer fuel —
      *                  port fuel, a safe or caution-graded (or
      *                  ungraded) gas giant, or an icy belt; needs
      *                  the star database
      *   WORMHOLES=<path> long-range link file (default
      *                  wormholes.dat); a wormhole or jump gate
      *                  with both mouths on the map is one more
      *                  leg, whatever the range, weighed under
      *                  WEIGHT=RISK by its stability — STABLE 0,
      *                  FLUCTUATING 1, UNSTABLE 2 jumps
      *
      * Return codes: 0 route found, 4 no route within range,
      * 8 endpoint missing from the sector file (or no sector file).
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-SECTOR-STATUS.
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
           SELECT STARDB-FILE          ASSIGN TO WS-STARDB-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.

           COPY STARDBF.
       FD  CLOCK-FILE.
       01  CLOCK-RECORD                PIC X(40).
       FD  LANE-FILE.
       01  LANE-RECORD                 PIC X(160).
       FD  WORM-FILE.
       01  WORM-RECORD.
           COPY WORMREC.

       WORKING-STORAGE SECTION.
      *********************************
      *    jump links can open and close with the geometry.
       01  WS-EVAL-DATE-YR             USAGE COMP-2 VALUE 0.
       01  WS-GRADE                    PIC X.                           helper
       01  WS-WEIGHT                   PIC X(5) VALUE 'JUMPS'.
           88  WEIGHT-BY-RISK          VALUE 'RISK'.
      *    'REFUEL=Y' — plan for a ship that must take on fuel at
      *    every stop: Dijkstra will not route through a system
      *    that sells none and offers no wilderness fuel either.
       01  WS-REFUEL-MODE              PIC X VALUE '-'.
           88  REFUEL-REQUIRED         VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-STOP-FUEL                PIC X.
           88  STOP-HAS-FUEL           VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
      *    The services block STARPORT-SERVICES fills in.
       01  WS-PORT-CTL.
           COPY PORTCTL.
       01  WS-DISP-PRICE               PIC ZZZZ9.
       01  WS-LANE-PATH                PIC X(100)
                                       VALUE "tradelanes.csv".
       01  WS-LANE-STATUS              PIC XX.
           88  LANE-FILE-OK            VALUE '00'.
           88  LANE-FILE-EOF           VALUE '10'.
      *    Quote-tolerant CSV splitting — see CSV-SPLIT-FIELD.
       01  WS-SPLIT-LINE               PIC X(250).
       01  WS-SPLIT-PTR                PIC 999 USAGE COMP-5.
      *            grades: S/C/D/X, '-' when ungraded (a pre-grade
      *            record) — see the leg annotations.
               10  RT-REFUEL           PIC X.
      *            Bases and travel zone off the saved record (see
      *            SYSTEM-BASES/SYSTEM-TRAVEL-ZONE in SYSHDR.cpy).
               10  RT-BASES            PIC X(3).
               10  RT-ZONE             PIC X.
      *            Starport class and what it sells (STARPORT-
      *            SERVICES' PC-FUEL: R/U/N, '?' with no saved
      *            record), with the price per ton; RT-ICY-BELT is
      *            'Y' for a belt beyond its star's snow line.
               10  RT-PORT             PIC X.
               10  RT-FUEL             PIC X.
               10  RT-FUEL-PRICE       PIC 9(5) USAGE COMP-5.
               10  RT-ICY-BELT         PIC X.
      *********************************
      * Lane risk by system pair off the rated lane file's Risk
      * column: L/M/H/E, space where no rated lane joins the pair.
       01  WS-RISK-MAT.
           05  RT-RISK-ROW             OCCURS 500 TIMES.
               10  RT-RISK             PIC X OCCURS 500 TIMES.
       01  WS-RATED-LANES              PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-RISK-PEN                 USAGE COMP-2.
       01  WS-LANE-A                   PIC 999 USAGE COMP-5.
       01  WS-LANE-B                   PIC 999 USAGE COMP-5.
       01  WS-CSV-A                    PIC X(48).
       01  WS-CSV-B                    PIC X(48).
       01  WS-CSV-RISK                 PIC X(10).
      *********************************
      * Wormholes and jump gates with both mouths on this map (see
      * cpy/WORMREC.cpy) — extra legs outside the jump range.  A
      * link leading off the map can't be part of a route over it
      * and is only counted.
       01  WS-WORM-PATH                PIC X(100)
                                       VALUE "wormholes.dat".
       01  WS-WORM-STATUS              PIC XX.
           88  WORM-FILE-OK            VALUE '00'.
           88  WORM-FILE-EOF           VALUE '10'.
       01  WS-LINK-COUNT               PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-LINK-OFFMAP              PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-LINK-TAB.
           05  RT-LINK                 OCCURS 200 TIMES.
               10  LINK-A              PIC 999 USAGE COMP-5.
               10  LINK-B              PIC 999 USAGE COMP-5.
               10  LINK-KIND           PIC X.
               10  LINK-DAYS           PIC 999V9.
               10  LINK-STAB           PIC X.
               10  LINK-REL            PIC 999.
       01  WS-LINK-I                   PIC 999 USAGE COMP-5.
       01  WS-LINK-FAR                 PIC 999 USAGE COMP-5.
       01  WS-DISP-DAYS                PIC ZZ9.9.
       01  WS-DISP-REL                 PIC ZZ9.
      *********************************
      * Dijkstra state — cost is jumps first, flown distance second
      * (one jump outweighs any distance the sector can hold).
               10  RT-COST             USAGE COMP-2.
               10  RT-PREV             PIC 999 USAGE COMP-5.
               10  RT-DONE             PIC X.
      *            The long-range link the best path arrived by, 0
      *            for an ordinary jump.
               10  RT-VIA              PIC 999 USAGE COMP-5.
       01  WS-FROM-IDX                 PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-TO-IDX                   PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-CUR                      PIC 999 USAGE COMP-5.
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
           MOVE 'G4SSGRTE' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           PERFORM UNTIL PARM-INDEX > PARM-LEN
                           COMPUTE WS-EVAL-DATE-YR =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                           MOVE 'Y' TO WS-DATE-GIVEN
                       WHEN 'WEIGHT'
                           MOVE FUNCTION UPPER-CASE(WS-PARM-VAL)
                             TO WS-WEIGHT
                       WHEN 'LANES'
                           MOVE WS-PARM-VAL TO WS-LANE-PATH
                       WHEN 'WORMHOLES'
                           MOVE WS-PARM-VAL TO WS-WORM-PATH
                       WHEN 'REFUEL'
                           IF FUNCTION UPPER-CASE(WS-PARM-VAL) = 'Y'
                               THEN
                               SET REFUEL-REQUIRED TO TRUE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-FROM-NAME = SPACES OR WS-TO-NAME = SPACES THEN
               MOVE 'RTE001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-JUMP-RANGE <= 0 THEN
           END-IF.
           OPEN INPUT SECTOR-FILE.
           IF NOT SECTOR-FILE-OK THEN
               MOVE 'RTE002' TO MC-MSG-ID
               MOVE WS-SECTOR-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM UNTIL SECTOR-FILE-EOF
               END-PERFORM
               CLOSE STARDB-FILE
           ELSE
               MOVE 'RTE003' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               IF REFUEL-REQUIRED THEN
                   MOVE 'RTE004' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   SET REFUEL-REQUIRED TO FALSE
               END-IF
           END-IF.

           PERFORM LOAD-LANE-RISK.
           PERFORM LOAD-LONG-RANGE-LINKS.

           PERFORM FIND-ENDPOINTS.
           IF WS-FROM-IDX = 0 OR WS-TO-IDX = 0 THEN
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

           PERFORM RUN-DIJKSTRA.
           IF RT-COST(WS-TO-IDX) >= 99999999 THEN
               MOVE 'RTE005' TO MC-MSG-ID
               MOVE WS-FROM-NAME TO MC-INSERT(1)
               MOVE WS-TO-NAME TO MC-INSERT(2)
               MOVE WS-JUMP-RANGE TO WS-DISP-DIST
               MOVE WS-DISP-DIST TO MC-INSERT(3)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM PRINT-ROUTE.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
           END-IF.
           IF WS-SYS-COUNT >= 500 THEN
               IF WS-CAP-NOTED = '-' THEN
                   MOVE 'RTE006' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'Y' TO WS-CAP-NOTED
               END-IF
               EXIT PARAGRAPH
           COMPUTE RT-ROW(RT-IDX) = FUNCTION NUMVAL(WS-CSV-ROW).
           MOVE '-' TO RT-COORD-FLAG(RT-IDX).
           SET RT-GG-UNKNOWN(RT-IDX) TO TRUE.
           MOVE SPACES TO RT-BASES(RT-IDX).
           MOVE SPACE TO RT-ZONE(RT-IDX).
           MOVE '?' TO RT-PORT(RT-IDX) RT-FUEL(RT-IDX).
           MOVE 0 TO RT-FUEL-PRICE(RT-IDX).
           MOVE '-' TO RT-ICY-BELT(RT-IDX).
           EXIT PARAGRAPH.

      *********************************
                     + SYS-VEL-Z * WS-EVAL-DATE-YR / 1000
               SET RT-HAS-COORDS(RT-IDX) TO TRUE
           END-IF.
           MOVE SYSTEM-BASES TO RT-BASES(RT-IDX).
           MOVE SYSTEM-TRAVEL-ZONE TO RT-ZONE(RT-IDX).
           SET RT-NO-GG(RT-IDX) TO TRUE.
           MOVE '-' TO RT-REFUEL(RT-IDX).
           PERFORM VARYING STAR-IDX FROM 1 BY 1
      *                offer — keep the best grade seen.
                       PERFORM GRADE-ONE-GIANT
                   END-IF
                   IF OBJ-ASTEROID-BELT(STAR-IDX, ORB-IDX)
                      AND DISTANCE OF ORBIT(STAR-IDX, ORB-IDX) >=
                          SNOW-LINE OF ORBIT-LIMITS(STAR-IDX) THEN
                       MOVE 'Y' TO RT-ICY-BELT(RT-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SETTLE-PORT TO PC-PORT.
           MOVE SETTLE-TL TO PC-TL.
           MOVE SETTLE-LAW TO PC-LAW.
           MOVE SYSTEM-ALLEGIANCE TO PC-ALLEGIANCE.
           CALL 'STARPORT-SERVICES' USING WS-PORT-CTL.
           MOVE SETTLE-PORT TO RT-PORT(RT-IDX).
           MOVE PC-FUEL TO RT-FUEL(RT-IDX).
           MOVE PC-FUEL-PRICE TO RT-FUEL-PRICE(RT-IDX).
           EXIT PARAGRAPH.

      *    S beats C beats D beats X; '-' (ungraded) never
               END-IF
           END-PERFORM.
           IF WS-FROM-IDX = 0 THEN
               MOVE 'RTE007' TO MC-MSG-ID
               MOVE WS-FROM-NAME TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           IF WS-TO-IDX = 0 THEN
               MOVE 'RTE007' TO MC-MSG-ID
               MOVE WS-TO-NAME TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * The rated lane file into the pair matrix.  A lane file with
      * no Risk column (G4SSGLRK not yet run) rates nothing; a
      * missing one only matters when WEIGHT=RISK asked for it.
       LOAD-LANE-RISK.
           MOVE SPACES TO WS-RISK-MAT.
           OPEN INPUT LANE-FILE.
           IF NOT LANE-FILE-OK THEN
               IF WEIGHT-BY-RISK THEN
                   MOVE 'RTE008' TO MC-MSG-ID
                   MOVE WS-LANE-PATH TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LANE-FILE-EOF
               READ LANE-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM NOTE-LANE-RISK
               END-READ
           END-PERFORM.
           CLOSE LANE-FILE.
           IF WEIGHT-BY-RISK AND WS-RATED-LANES = 0 THEN
               MOVE 'RTE009' TO MC-MSG-ID
               MOVE WS-LANE-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       NOTE-LANE-RISK.
           IF LANE-RECORD(1:5) = 'SysA,' OR LANE-RECORD = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-CSV-A WS-CSV-B WS-CSV-RISK.
           MOVE LANE-RECORD TO WS-SPLIT-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-A.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-B.
      *    DistLy, Class and Flow pass by; Risk is the sixth.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-RISK.
           IF WS-CSV-RISK = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LANE-A WS-LANE-B.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-SYS-COUNT
               IF RT-NAME(RT-IDX) = WS-CSV-A THEN
                   SET WS-LANE-A TO RT-IDX
               END-IF
               IF RT-NAME(RT-IDX) = WS-CSV-B THEN
                   SET WS-LANE-B TO RT-IDX
               END-IF
           END-PERFORM.
           IF WS-LANE-A = 0 OR WS-LANE-B = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RATED-LANES.
           MOVE WS-CSV-RISK(1:1) TO RT-RISK(WS-LANE-A, WS-LANE-B).
           MOVE WS-CSV-RISK(1:1) TO RT-RISK(WS-LANE-B, WS-LANE-A).
           EXIT PARAGRAPH.

      *    WS-RISK-PEN for the WS-CUR/WS-NXT leg, in Dijkstra's
      *    jump currency (100000 a jump); nothing unless WEIGHT=RISK.
       WEIGH-LEG-RISK.
           MOVE 0 TO WS-RISK-PEN.
           IF NOT WEIGHT-BY-RISK THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE RT-RISK(WS-CUR, WS-NXT)
               WHEN 'L'
                   MOVE 0 TO WS-RISK-PEN
               WHEN 'M'
                   MOVE 50000 TO WS-RISK-PEN
               WHEN 'H'
                   MOVE 200000 TO WS-RISK-PEN
               WHEN 'E'
                   MOVE 400000 TO WS-RISK-PEN
               WHEN OTHER
                   MOVE 100000 TO WS-RISK-PEN
           END-EVALUATE.
           EXIT PARAGRAPH.

      *********************************
      * The link file into RT-LINK — optional: no file, no links.
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
           IF WS-LINK-OFFMAP > 0 THEN
               MOVE WS-LINK-OFFMAP TO WS-DISP-LEGS
               MOVE 'RTE010' TO MC-MSG-ID
               MOVE WS-DISP-LEGS TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       NOTE-LONG-RANGE-LINK.
           MOVE 0 TO WS-LANE-A WS-LANE-B.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-SYS-COUNT
               IF RT-NAME(RT-IDX) = WORM-SYS-A THEN
                   SET WS-LANE-A TO RT-IDX
               END-IF
               IF RT-NAME(RT-IDX) = WORM-SYS-B THEN
                   SET WS-LANE-B TO RT-IDX
               END-IF
           END-PERFORM.
           IF WS-LANE-A = 0 AND WS-LANE-B = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-LANE-A = 0 OR WS-LANE-B = 0
              OR WS-LINK-COUNT >= 200 THEN
               ADD 1 TO WS-LINK-OFFMAP
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LINK-COUNT.
           MOVE WS-LANE-A TO LINK-A(WS-LINK-COUNT).
           MOVE WS-LANE-B TO LINK-B(WS-LINK-COUNT).
           MOVE WORM-KIND TO LINK-KIND(WS-LINK-COUNT).
           MOVE WORM-TRANSIT-DAYS TO LINK-DAYS(WS-LINK-COUNT).
           MOVE WORM-STABILITY TO LINK-STAB(WS-LINK-COUNT).
           MOVE WORM-RELIABILITY TO LINK-REL(WS-LINK-COUNT).
           EXIT PARAGRAPH.

      *    Every link with a mouth at WS-CUR is one more leg out of
      *    it: a jump's worth of cost and no distance, plus under
      *    WEIGHT=RISK a penalty for a throat that may not hold.
       RELAX-LINK-LEGS.
           PERFORM VARYING WS-LINK-I FROM 1 BY 1
                   UNTIL WS-LINK-I > WS-LINK-COUNT
               MOVE 0 TO WS-LINK-FAR
               IF LINK-A(WS-LINK-I) = WS-CUR THEN
                   MOVE LINK-B(WS-LINK-I) TO WS-LINK-FAR
               END-IF
               IF LINK-B(WS-LINK-I) = WS-CUR THEN
                   MOVE LINK-A(WS-LINK-I) TO WS-LINK-FAR
               END-IF
               IF WS-LINK-FAR > 0 THEN
                   MOVE WS-LINK-FAR TO WS-NXT
                   IF RT-DONE(WS-NXT) = '-' THEN
                       PERFORM CHECK-STOP-FUEL
                       IF STOP-HAS-FUEL THEN
                           MOVE 0 TO WS-RISK-PEN
                           IF WEIGHT-BY-RISK THEN
                               EVALUATE LINK-STAB(WS-LINK-I)
                                   WHEN 'F'
                                       MOVE 100000 TO WS-RISK-PEN
                                   WHEN 'U'
                                       MOVE 200000 TO WS-RISK-PEN
                               END-EVALUATE
                           END-IF
                           COMPUTE WS-NEW-COST = RT-COST(WS-CUR)
                                   + 100000 + WS-RISK-PEN
                           IF WS-NEW-COST < RT-COST(WS-NXT) THEN
                               MOVE WS-NEW-COST TO RT-COST(WS-NXT)
                               MOVE WS-CUR TO RT-PREV(WS-NXT)
                               MOVE WS-LINK-I TO RT-VIA(WS-NXT)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    '  A -> B  via WORMHOLE, 3.5 days, FLUCTUATING 74%'.
       FORMAT-LINK-LEG.
           MOVE RT-VIA(WS-NXT) TO WS-LINK-I.
           MOVE LINK-DAYS(WS-LINK-I) TO WS-DISP-DAYS.
           MOVE LINK-REL(WS-LINK-I) TO WS-DISP-REL.
           MOVE SPACES TO WS-LINE.
           STRING '  '               DELIMITED BY SIZE
                  FUNCTION TRIM(RT-NAME(WS-CUR))
                                     DELIMITED BY SIZE
                  ' -> '             DELIMITED BY SIZE
                  FUNCTION TRIM(RT-NAME(WS-NXT))
                                     DELIMITED BY SIZE
                  '  via '           DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           IF LINK-KIND(WS-LINK-I) = 'G' THEN
               STRING FUNCTION TRIM(WS-LINE)  DELIMITED BY SIZE
                      ' JUMP GATE, '          DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-LINE)  DELIMITED BY SIZE
                      ' WORMHOLE, '           DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           END-IF.
           STRING FUNCTION TRIM(WS-LINE)  DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DAYS)
                                          DELIMITED BY SIZE
                  ' days, '               DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           EVALUATE LINK-STAB(WS-LINK-I)
               WHEN 'S'
                   MOVE 'STABLE' TO WS-CSV-RISK
               WHEN 'F'
                   MOVE 'FLUCTUATING' TO WS-CSV-RISK
               WHEN OTHER
                   MOVE 'UNSTABLE' TO WS-CSV-RISK
           END-EVALUATE.
           STRING FUNCTION TRIM(WS-LINE)  DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-RISK)
                                          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-REL)
                                          DELIMITED BY SIZE
                  '%'                     DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           EXIT PARAGRAPH.

      *********************************
      * Distance between systems WS-CUR and WS-NXT, into WS-LEG-DIST:
      * true 3D when both ends carry coordinates, hex grid otherwise.
      * Dijkstra, fewest-jumps-first: a leg costs 100000 plus its
      * light-years, so no amount of distance ever beats saving a
      * jump, and among equal-jump routes the shortest flown path
      * wins.  WEIGHT=RISK adds the leg's lane risk in the same
      * jump currency (WEIGH-LEG-RISK).  A wormhole or gate leg
      * counts as a jump of no distance (RELAX-LINK-LEGS).
       RUN-DIJKSTRA.
           PERFORM VARYING WS-CUR FROM 1 BY 1
                   UNTIL WS-CUR > WS-SYS-COUNT
               MOVE 99999999 TO RT-COST(WS-CUR)
               MOVE 0 TO RT-PREV(WS-CUR)
               MOVE 0 TO RT-VIA(WS-CUR)
               MOVE '-' TO RT-DONE(WS-CUR)
           END-PERFORM.
           MOVE 0 TO RT-COST(WS-FROM-IDX).
                   IF WS-NXT NOT = WS-CUR
                      AND RT-DONE(WS-NXT) = '-' THEN
                       PERFORM COMPUTE-LEG-DISTANCE
                       PERFORM CHECK-STOP-FUEL
                       IF WS-LEG-DIST <= WS-JUMP-RANGE
                          AND STOP-HAS-FUEL THEN
                           PERFORM WEIGH-LEG-RISK
                           COMPUTE WS-NEW-COST = RT-COST(WS-CUR)
                                   + 100000 + WS-RISK-PEN
                                   + WS-LEG-DIST
                           IF WS-NEW-COST < RT-COST(WS-NXT) THEN
                               MOVE WS-NEW-COST TO RT-COST(WS-NXT)
                               MOVE WS-CUR TO RT-PREV(WS-NXT)
                               MOVE 0 TO RT-VIA(WS-NXT)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-LINK-COUNT > 0 THEN
                   PERFORM RELAX-LINK-LEGS
               END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    REFUEL=Y: may WS-NXT be a stop on the way?  The
      *    destination always may; any other system needs port
      *    fuel, a giant graded S or C (or still ungraded), or an
      *    icy belt.
       CHECK-STOP-FUEL.
           SET STOP-HAS-FUEL TO TRUE.
           IF NOT REFUEL-REQUIRED OR WS-NXT = WS-TO-IDX THEN
               EXIT PARAGRAPH
           END-IF.
           IF RT-FUEL(WS-NXT) = 'R' OR RT-FUEL(WS-NXT) = 'U'
              OR RT-ICY-BELT(WS-NXT) = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           IF RT-HAS-GG(WS-NXT)
              AND (RT-REFUEL(WS-NXT) = 'S'
                   OR RT-REFUEL(WS-NXT) = 'C'
                   OR RT-REFUEL(WS-NXT) = '-') THEN
               EXIT PARAGRAPH
           END-IF.
           SET STOP-HAS-FUEL TO FALSE.
           EXIT PARAGRAPH.

      *********************************
      * Walk RT-PREV back from the destination, then print the legs
      * origin-first with distances and refuel warnings.
               ' to 'FUNCTION TRIM(WS-TO-NAME)' at '
               WS-JUMP-RANGE' ly/jump — '
               FUNCTION TRIM(WS-DISP-LEGS)' jump(s):'.
           IF WEIGHT-BY-RISK THEN
               DISPLAY '  (weighted by lane risk)'
           END-IF.
           IF REFUEL-REQUIRED THEN
               DISPLAY '  (every stop offers fuel)'
           END-IF.
           MOVE 0 TO WS-TOTAL-LY.
           PERFORM VARYING WS-STEP FROM WS-PATH-LEN BY -1
                   UNTIL WS-STEP < 2
               MOVE RT-PATH(WS-STEP) TO WS-CUR
               MOVE RT-PATH(WS-STEP - 1) TO WS-NXT
               IF RT-VIA(WS-NXT) > 0 THEN
                   MOVE SPACES TO WS-LEG-FEAT
                   PERFORM FORMAT-LINK-LEG
               ELSE
               PERFORM COMPUTE-LEG-DISTANCE
               ADD WS-LEG-DIST TO WS-TOTAL-LY
               MOVE WS-LEG-DIST TO WS-DISP-DIST
                      ' ly'              DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               END-IF
               IF RT-NO-GG(WS-NXT) THEN
                   IF RT-ICY-BELT(WS-NXT) = 'Y' THEN
                       STRING FUNCTION TRIM(WS-LINE)
                                              DELIMITED BY SIZE
                              '  [no gas giant — icy belt for '
                                              DELIMITED BY SIZE
                              'wilderness refuel]'
                                              DELIMITED BY SIZE
                              INTO WS-LINE
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(WS-LINE)
                                              DELIMITED BY SIZE
                              '  [no gas giant — no wilderness '
                                              DELIMITED BY SIZE
                              'refuel]'       DELIMITED BY SIZE
                              INTO WS-LINE
                       END-STRING
                   END-IF
               END-IF
      *        A giant is no longer an automatically safe gas
      *        station — its graded risk rides the leg line.
                          INTO WS-LINE
               END-STRING
               END-IF
               EVALUATE RT-ZONE(WS-NXT)
                   WHEN 'A'
                       STRING FUNCTION TRIM(WS-LINE)
                                              DELIMITED BY SIZE
                              '  [AMBER zone]'
                                              DELIMITED BY SIZE
                              INTO WS-LINE
                       END-STRING
                   WHEN 'R'
                       STRING FUNCTION TRIM(WS-LINE)
                                              DELIMITED BY SIZE
                              '  [RED zone — interdicted]'
                                              DELIMITED BY SIZE
                              INTO WS-LINE
                       END-STRING
               END-EVALUATE
               IF RT-BASES(WS-NXT) NOT = SPACES THEN
                   PERFORM APPEND-LEG-BASES
               END-IF
               IF RT-FUEL(WS-NXT) NOT = '?' THEN
                   PERFORM APPEND-LEG-PORT-FUEL
               END-IF
               IF WS-RATED-LANES > 0 AND RT-VIA(WS-NXT) = 0 THEN
                   PERFORM APPEND-LEG-RISK
               END-IF
               DISPLAY FUNCTION TRIM(WS-LINE)
           END-PERFORM.
           MOVE WS-TOTAL-LY TO WS-DISP-DIST.
           DISPLAY 'Total: 'FUNCTION TRIM(WS-DISP-LEGS)' jump(s), '
               FUNCTION TRIM(WS-DISP-DIST)' ly flown.'.
           EXIT PARAGRAPH.

      *    '[lane risk HIGH]' off the rated lane file, or
      *    '[off-lane]' where no rated lane joins the pair.
       APPEND-LEG-RISK.
           EVALUATE RT-RISK(WS-CUR, WS-NXT)
               WHEN 'L'
                   MOVE 'LOW' TO WS-CSV-RISK
               WHEN 'M'
                   MOVE 'MODERATE' TO WS-CSV-RISK
               WHEN 'H'
                   MOVE 'HIGH' TO WS-CSV-RISK
               WHEN 'E'
                   MOVE 'EXTREME' TO WS-CSV-RISK
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-LINE)  DELIMITED BY SIZE
                          '  [off-lane]'          DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   EXIT PARAGRAPH
           END-EVALUATE.
           STRING FUNCTION TRIM(WS-LINE)  DELIMITED BY SIZE
                  '  [lane risk '         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-RISK)
                                          DELIMITED BY SIZE
                  ']'                     DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           EXIT PARAGRAPH.

      *    '[port B: refined Cr450/t]', or '[port E: no fuel]'.
       APPEND-LEG-PORT-FUEL.
           IF RT-FUEL(WS-NXT) = 'N' THEN
               STRING FUNCTION TRIM(WS-LINE)  DELIMITED BY SIZE
                      '  [port '              DELIMITED BY SIZE
                      RT-PORT(WS-NXT)         DELIMITED BY SIZE
                      ': no fuel]'            DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE RT-FUEL-PRICE(WS-NXT) TO WS-DISP-PRICE.
           STRING FUNCTION TRIM(WS-LINE)  DELIMITED BY SIZE
                  '  [port '              DELIMITED BY SIZE
                  RT-PORT(WS-NXT)         DELIMITED BY SIZE
                  ': '                    DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           IF RT-FUEL(WS-NXT) = 'R' THEN
               STRING FUNCTION TRIM(WS-LINE)  DELIMITED BY SIZE
                      ' refined'              DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-LINE)  DELIMITED BY SIZE
                      ' unrefined'            DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           END-IF.
           STRING FUNCTION TRIM(WS-LINE)  DELIMITED BY SIZE
                  ' Cr'                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-PRICE)
                                          DELIMITED BY SIZE
                  '/t]'                   DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           EXIT PARAGRAPH.

      *    '[bases: naval scout way]' — whichever the destination has.
       APPEND-LEG-BASES.
           STRING FUNCTION TRIM(WS-LINE)  DELIMITED BY SIZE
                  '  [bases:'             DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           IF RT-BASES(WS-NXT)(1:1) = 'N' THEN
               STRING FUNCTION TRIM(WS-LINE)  DELIMITED BY SIZE
                      ' naval'                DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           END-IF.
           IF RT-BASES(WS-NXT)(2:1) = 'S' THEN
               STRING FUNCTION TRIM(WS-LINE)  DELIMITED BY SIZE
                      ' scout'                DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           END-IF.
           IF RT-BASES(WS-NXT)(3:1) = 'W' THEN
               STRING FUNCTION TRIM(WS-LINE)  DELIMITED BY SIZE
                      ' way'                  DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           END-IF.
           STRING FUNCTION TRIM(WS-LINE)  DELIMITED BY SIZE
                  ']'                     DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
