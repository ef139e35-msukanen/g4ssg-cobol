      * of the chosen star, best case (|a-b|) and worst case (a+b),
      * for the drive profile on the PARM.  A delta-V budget caps the
      * top speed: past the cap the profile becomes
      * accelerate-coast-decelerate.  With JUMP=Y the table closes
      * with each occupied orbit's leg out to its nearest clear jump
      * point — past the star's and the world's 100-diameter limits,
      * the same JUMP-LIMIT figures G4SSGAPR's approach chart shows.
      *
      * Between systems (SECTOR=<path>, the sector.csv a batch run
      * wrote): pairwise separations off the hex grid at HEXLY
      *   DATE=<yr>      campaign date saved 3D positions are
      *                  evaluated at (proper motion; default 0 =
      *                  the generation epoch)
      *   JUMP=Y         add the jump-point legs to the in-system
      *                  table
      *   WORLDS=<path>  world-detail file the JUMP=Y legs take world
      *                  diameters from (default worlds.dat)
      *   OUT=<path>     write the tables to a file instead of the
      *                  console (the session-pack bundler leans on
      *                  this)
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.
           SELECT SECTOR-FILE          ASSIGN TO WS-SECTOR-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-SECTOR-STATUS.
      *    World-detail sidecar (cpy/WORLDDTL.cpy) — optional.
           SELECT WORLD-FILE           ASSIGN TO WS-WORLD-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WDTL-KEY
                                       FILE STATUS
                                       IS WS-WORLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY STARDBF.
       FD  SECTOR-FILE.
       01  SECTOR-RECORD               PIC X(200).
       FD  WORLD-FILE.
       01  WORLD-RECORD.
           COPY WORLDDTL.
       FD  OUT-FILE.
       01  OUT-RECORD                  PIC X(132).
       FD  CLOCK-FILE.
       01  WS-OUT-MODE                 PIC X VALUE '-'.
           88  FILE-OUTPUT             VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
      *    'JUMP=Y' — the jump-point legs, off JUMP-LIMIT (see
      *    JMPCTL.cpy) and the world-detail sidecar's diameters.
       01  WS-JUMP-MODE                PIC X VALUE '-'.
           88  JUMP-LEGS-WANTED        VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-WORLD-PATH               PIC X(100) VALUE "worlds.dat".
       01  WS-WORLD-STATUS             PIC XX.
           88  WORLD-FILE-OK           VALUE '00'.
       01  WS-WD-OPEN                  PIC X VALUE '-'.
       01  WS-WD-TERRA.
           COPY TERRAINF.
       01  WS-WD-GG.
           COPY GGINF.
       01  WS-JMP-CTL.
           COPY JMPCTL.
       01  WS-DIAM-E                   USAGE COMP-2.
       01  WS-DIAM-EST                 PIC X.
       01  WS-ORB-N                    PIC 999 USAGE COMP-5.
      *********************************
      * Physics constants.
       77  TRV-AU-M                    USAGE COMP-2
               COPY STARDATA.
       01  WS-ORB-A                    PIC 999 USAGE COMP-5.
       01  WS-ORB-B                    PIC 999 USAGE COMP-5.
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.

       LINKAGE SECTION.
       01  LK-PARM.
      *   [    MAIN    ]
      *    ^~~~~~~~~~~^
       PROCEDURE DIVISION USING LK-PARM.
           MOVE 'G4SSGTRV' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           PERFORM UNTIL PARM-INDEX > PARM-LEN
                       WHEN 'OUT'
                           MOVE WS-PARM-VAL TO WS-OUT-PATH
                           SET FILE-OUTPUT TO TRUE
                       WHEN 'JUMP'
                           IF FUNCTION UPPER-CASE(WS-PARM-VAL(1:1))
                              = 'Y' THEN
                               SET JUMP-LEGS-WANTED TO TRUE
                           END-IF
                       WHEN 'WORLDS'
                           MOVE WS-PARM-VAL TO WS-WORLD-PATH
                   END-EVALUATE
               END-IF
           END-PERFORM.
               PERFORM BETWEEN-SYSTEMS-TABLE
           END-IF.
           IF WS-LOAD-NAME = SPACES AND WS-SECTOR-PATH = SPACES THEN
               MOVE 'TRV001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           IF FILE-OUTPUT THEN
               CLOSE OUT-FILE
           END-IF.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *    The campaign clock, when nobody gave a date — G4SSGCLK
       IN-SYSTEM-TABLE.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'TRV002' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOAD-NAME TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   MOVE 'TRV003' TO MC-MSG-ID
                   MOVE WS-LOAD-NAME TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   CLOSE STARDB-FILE
                   EXIT PARAGRAPH
           END-READ.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               MOVE 'TRV004' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               CLOSE STARDB-FILE
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           CLOSE STARDB-FILE.
           IF WS-WHICH-STAR < 1 OR WS-WHICH-STAR > STAR-COUNT THEN
               MOVE 'TRV005' TO MC-MSG-ID
               MOVE STAR-COUNT TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           SET STAR-IDX TO WS-WHICH-STAR.
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF JUMP-LEGS-WANTED THEN
               PERFORM JUMP-POINT-LEGS
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * Each occupied orbit's leg out to clear space — the star's
      * 100-diameter limit when the orbit sits in its shadow, the
      * world's own otherwise.  A world with no sidecar row is
      * taken at Earth's diameter (a giant at 9.5) and marked.
       JUMP-POINT-LEGS.
           OPEN INPUT WORLD-FILE.
           IF WORLD-FILE-OK THEN
               MOVE 'Y' TO WS-WD-OPEN
           ELSE
               MOVE '-' TO WS-WD-OPEN
           END-IF.
           MOVE RADIUS(STAR-IDX) TO JL-STAR-RADIUS-AU.
           MOVE 0 TO JL-ORBIT-AU JL-WORLD-DIAM-E.
           CALL 'JUMP-LIMIT' USING WS-JMP-CTL.
           MOVE 3 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING JL-STAR-LIMIT-AU, WS-FMT-DIGITS,
                                WS-TMP-STR.
           MOVE SPACES TO WS-LINE.
           STRING '  Jump-point legs (star''s jump shadow to '
                                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TMP-STR)
                                         DELIMITED BY SIZE
                  ' AU):'                DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-ORB-A FROM 1 BY 1
                   UNTIL WS-ORB-A > NUM-ORBITS(STAR-IDX)
               IF NOT OBJ-NOTHING(STAR-IDX, WS-ORB-A) THEN
                   PERFORM DISPLAY-JUMP-POINT-TIME
               END-IF
           END-PERFORM.
           IF WS-WD-OPEN = 'Y' THEN
               CLOSE WORLD-FILE
           END-IF.
           EXIT PARAGRAPH.

       DISPLAY-JUMP-POINT-TIME.
           PERFORM FETCH-WORLD-DIAMETER.
           MOVE DISTANCE OF ORBIT(STAR-IDX, WS-ORB-A) TO JL-ORBIT-AU.
           MOVE WS-DIAM-E TO JL-WORLD-DIAM-E.
           CALL 'JUMP-LIMIT' USING WS-JMP-CTL.
           COMPUTE WS-DIST-M = JL-CLEAR-AU * TRV-AU-M.
           PERFORM COMPUTE-LEG-TIME.
           MOVE WS-ORB-A TO WS-DISP-A.
           MOVE SPACES TO WS-LINE.
           STRING '  orbit ' WS-DISP-A ' -> jump point: '
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           MOVE 4 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING JL-CLEAR-AU, WS-FMT-DIGITS,
                                WS-TMP-STR.
           STRING FUNCTION TRIM(WS-LINE)      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TMP-STR)   DELIMITED BY SIZE
                  ' AU, '                     DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           MOVE 2 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING WS-TIME-DAYS, WS-FMT-DIGITS,
                                WS-TMP-STR.
           STRING FUNCTION TRIM(WS-LINE)      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TMP-STR)   DELIMITED BY SIZE
                  ' days'                     DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           IF JL-IN-SHADOW THEN
               STRING FUNCTION TRIM(WS-LINE)  DELIMITED BY SIZE
                      ' (in stellar shadow)'  DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           END-IF.
           IF WS-DIAM-EST = 'Y' THEN
               STRING FUNCTION TRIM(WS-LINE)  DELIMITED BY SIZE
                      ' (diameter est.)'      DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           END-IF.
           PERFORM EMIT-LINE.
           EXIT PARAGRAPH.

      *    Same diameter rule as G4SSGAPR: the sidecar's TERRA-
      *    DIAMETER, a giant's size class (4 / 9.5 / 11.2 Earth
      *    diameters), else the estimate; 0 for a belt.
       FETCH-WORLD-DIAMETER.
           MOVE 0 TO WS-DIAM-E.
           MOVE '-' TO WS-DIAM-EST.
           IF OBJ-ASTEROID-BELT(STAR-IDX, WS-ORB-A) THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-WD-OPEN = 'Y' THEN
               MOVE STAR-SYSTEM-NAME TO WDTL-SYSTEM-KEY
               SET WS-ORB-N TO STAR-IDX
               MOVE WS-ORB-N TO WDTL-STAR-NO
               MOVE WS-ORB-A TO WDTL-ORBIT-NO
               READ WORLD-FILE RECORD KEY IS WDTL-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM DECODE-WORLD-DIAMETER
               END-READ
           END-IF.
           IF WS-DIAM-E > 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-DIAM-EST.
           IF OBJ-GAS-GIANT(STAR-IDX, WS-ORB-A) THEN
               MOVE 9.5 TO WS-DIAM-E
           ELSE
               MOVE 1.0 TO WS-DIAM-E
           END-IF.
           EXIT PARAGRAPH.

       DECODE-WORLD-DIAMETER.
           EVALUATE TRUE
               WHEN WDTL-TERRESTRIAL
                AND OBJ-TERRESTRIAL(STAR-IDX, WS-ORB-A)
                   MOVE WDTL-DETAIL TO WS-WD-TERRA
                   IF TERRA-DIAMETER > 0 THEN
                       MOVE TERRA-DIAMETER TO WS-DIAM-E
                   END-IF
               WHEN WDTL-GAS-GIANT
                AND OBJ-GAS-GIANT(STAR-IDX, WS-ORB-A)
                   MOVE WDTL-DETAIL TO WS-WD-GG
                   EVALUATE TRUE
                       WHEN GG-SMALL
                           MOVE 4.0 TO WS-DIAM-E
                       WHEN GG-MEDIUM
                           MOVE 9.5 TO WS-DIAM-E
                       WHEN GG-LARGE
                           MOVE 11.2 TO WS-DIAM-E
                   END-EVALUATE
           END-EVALUATE.
           EXIT PARAGRAPH.

       DISPLAY-ORBIT-PAIR-TIME.
       BETWEEN-SYSTEMS-TABLE.
           OPEN INPUT SECTOR-FILE.
           IF NOT SECTOR-FILE-OK THEN
               MOVE 'TRV006' TO MC-MSG-ID
               MOVE WS-SECTOR-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL SECTOR-FILE-EOF
           END-PERFORM.
           CLOSE SECTOR-FILE.
           IF WS-SECT-COUNT < 2 THEN
               MOVE 'TRV007' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
      *    Real positions beat the hex grid where the database has
           END-STRING.
           PERFORM EMIT-LINE.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
