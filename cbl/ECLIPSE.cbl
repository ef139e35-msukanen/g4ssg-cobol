       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGECL.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Eclipse and transit calendar for one world of a saved system
      * — the big sky events a settled world plans its festivals
      * (and its power grid) around:
      *   solar eclipse    a moon crosses the sun's face and covers
      *                    it (TOTAL), rings it (ANNULAR) or clips it
      *                    (PARTIAL)
      *   moon transit     a moon too small to eclipse the sun
      *                    crossing its face (TOTAL when the whole
      *                    moon is on the disk)
      *   lunar eclipse    a moon through the world's shadow (TOTAL,
      *                    PARTIAL, or only the PENUMBRAL fringe)
      *   occultation      a moon passing over a companion star, or
      *                    a companion star passing behind (or across)
      *                    the world's own sun
      * Each with its date, how long it lasts and its class.
      *
      * Same epoch as G4SSGEPH and G4SSGWIN: circular orbits, every
      * body — planets, moons and companion stars alike — at
      * longitude 0 on campaign day 0, each moving at its own stored
      * period.  Moon orbits are tilted INCL= degrees to the world's
      * orbit with the node line at longitude 0, which is what
      * gives eclipse seasons instead of an eclipse every month;
      * companion stars are taken in the world's orbital plane.
      * Durations are first to last contact anywhere on the world.
      *
      * Moons come off the world-detail sidecar (period, orbital
      * radius, size class — sized by the tide model's masses at
      * Luna's density: large 3,474 km, medium 1,912 km, small
      * 1,016 km across).  The saved record keeps no star
      * separations; a companion's is recovered from the forbidden
      * zone the pair leaves on both stars (1/3 periapsis to 3x
      * apoapsis, whose geometric mean is the separation), or taken
      * from COMPSEP= where the zones do not tell.
      *
      * When the system keeps a local calendar (G4SSGCAL) each event
      * carries the local date too.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   LOAD=<name>      saved system (required)
      *   STAR=<n>         }  the world (default the calendar's
      *   ORBIT=<n>        }  world; one or the other is needed)
      *   FROM=<day>       first campaign day (default the clock's
      *                    today, else 0)
      *   TO=<day>         last campaign day (default FROM+365;
      *                    at most ten years are scanned)
      *   INCL=<deg>       moon orbit tilt (default 5, Luna's)
      *   COMPSEP=<AU>     companion separation where the record's
      *                    forbidden zones do not give one
      *   PATH=<path>      star database file (default stardb.dat)
      *   WORLDS=<path>    world-detail file (default worlds.dat)
      *   CALENDARS=<path> calendar file (default calendars.dat)
      *   CLOCK=<path>     campaign clock file (default
      *                    campclock.dat)
      *   OUT=<path>       write the calendar to a file instead of
      *                    the console
      *
      * Return codes: 0 calendar written (events or not), 8 no
      * database, no such system or no such world.
      *
      ******************************************************************
       COPY        TESTENV.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUT-FILE             ASSIGN TO WS-OUT-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STARDB-FILE          ASSIGN TO WS-STARDB-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.
      *    World-detail sidecar (cpy/WORLDDTL.cpy) — optional.
           SELECT WORLD-FILE           ASSIGN TO WS-WORLD-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WDTL-KEY
                                       FILE STATUS
                                       IS WS-WORLD-STATUS.
      *    Local calendars (cpy/CALREC.cpy) — G4SSGCAL's, read only.
           SELECT CALENDAR-FILE        ASSIGN TO WS-CAL-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS CAL-KEY
                                       FILE STATUS
                                       IS WS-CAL-STATUS.
           SELECT CLOCK-FILE           ASSIGN TO WS-CLOCK-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-CLOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.
       FD  WORLD-FILE.
       01  WORLD-RECORD.
           COPY WORLDDTL.
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY CALREC.
       FD  CLOCK-FILE.
       01  CLOCK-RECORD                PIC X(40).
       FD  OUT-FILE.
       01  OUT-RECORD                  PIC X(132).

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
       01  WS-WORLD-PATH               PIC X(100) VALUE "worlds.dat".
       01  WS-WORLD-STATUS             PIC XX.
           88  WORLD-FILE-OK           VALUE '00'.
       01  WS-CAL-PATH                 PIC X(100)
                                       VALUE "calendars.dat".
       01  WS-CAL-STATUS               PIC XX.
           88  CAL-FILE-OK             VALUE '00'.
       01  WS-CAL-FOUND                PIC X VALUE '-'.
       01  WS-LD-CTL.
           COPY CALCTL.
       01  WS-CLOCK-PATH               PIC X(100)
                                       VALUE "campclock.dat".
       01  WS-CLOCK-STATUS             PIC XX.
           88  CLOCK-FILE-OK           VALUE '00'.
       01  WS-CLOCK-DAY                PIC S9(8) USAGE COMP-5 VALUE 0.
       01  WS-CLOCK-FOUND              PIC X VALUE '-'.
       01  WS-CLK-LINE                 PIC X(40).
       01  WS-LOAD-NAME                PIC X(48) VALUE SPACES.
       01  WS-WHICH-STAR               PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-WHICH-ORBIT              PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-DAY-FROM                 PIC S9(7) USAGE COMP-5 VALUE 0.
       01  WS-DAY-TO                   PIC S9(7) USAGE COMP-5 VALUE 0.
       01  WS-FROM-GIVEN               PIC X VALUE '-'.
       01  WS-TO-GIVEN                 PIC X VALUE '-'.
       01  WS-INCL-DEG                 USAGE COMP-2 VALUE 5.
       01  WS-COMPSEP-AU               USAGE COMP-2 VALUE 0.
      *    'OUT=<path>' sends every calendar line to a file instead
      *    of the console — EMIT-LINE is the one place that decides.
       01  WS-OUT-PATH                 PIC X(100) VALUE SPACES.
       01  WS-OUT-MODE                 PIC X VALUE '-'.
           88  FILE-OUTPUT             VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
      *********************************
      * The world, its moons and the companion stars in its sky.
       01  WS-WD-TERRA.
           COPY TERRAINF.
       01  WS-WD-GG.
           COPY GGINF.
       01  WS-WD-FOUND                 PIC X VALUE '-'.
       77  ECL-EARTH-DIAM-KM           USAGE COMP-2 VALUE 12742.
       77  ECL-AU-KM                   USAGE COMP-2 VALUE 149597870.7.
       01  WS-WORLD-KIND               PIC X(12).
       01  WS-WORLD-R-KM               USAGE COMP-2.
       01  WS-WORLD-D-AU               USAGE COMP-2.
       01  WS-WORLD-P-D                USAGE COMP-2.
       01  WS-STAR-R-AU                USAGE COMP-2.
       01  WS-STAR-MASS                USAGE COMP-2.
       01  WS-SUN-ANG                  USAGE COMP-2.                    radians
       01  WS-MOON-COUNT               PIC 9 USAGE COMP-5 VALUE 0.
       01  WS-MOON-TAB.
           05  WS-MOON                 OCCURS 3 TIMES.
               10  MN-SIZE             PIC X(6).
               10  MN-PERIOD-D         USAGE COMP-2.
               10  MN-A-KM             USAGE COMP-2.
               10  MN-R-KM             USAGE COMP-2.
               10  MN-ANG              USAGE COMP-2.                    radians
               10  MN-PAR              USAGE COMP-2.                    radians
               10  MN-THETA            USAGE COMP-2.
               10  MN-BETA             USAGE COMP-2.
       01  WS-COMP-COUNT               PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-COMP-TAB.
           05  WS-COMP                 OCCURS 9 TIMES.
               10  CP-STAR             PIC 999 USAGE COMP-5.
               10  CP-SEP-AU           USAGE COMP-2.
               10  CP-SEP-KIND         PIC X.
                   88  CP-SEP-FROM-ZONE    VALUE 'Z'.
                   88  CP-SEP-FROM-PARM    VALUE 'P'.
               10  CP-PERIOD-D         USAGE COMP-2.
               10  CP-R-AU             USAGE COMP-2.
               10  CP-PHI              USAGE COMP-2.
               10  CP-DIST-AU          USAGE COMP-2.
       01  WS-COMP-SKIPPED             PIC 99 USAGE COMP-5 VALUE 0.
      *********************************
      * The scan: one longitude difference per body pair, watched for
      * the sign change that marks a line-up.
       01  WS-PAIR-COUNT               PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-PAIR-TAB.
           05  WS-PAIR                 OCCURS 40 TIMES.
               10  PR-KIND             PIC X.
                   88  PR-SOLAR            VALUE 'S'.
                   88  PR-LUNAR            VALUE 'L'.
                   88  PR-MOON-COMP        VALUE 'M'.
                   88  PR-STAR-COMP        VALUE 'C'.
               10  PR-MOON             PIC 9 USAGE COMP-5.
               10  PR-COMP             PIC 99 USAGE COMP-5.
               10  PR-PREV             USAGE COMP-2.
               10  PR-HAVE             PIC X.
       01  WS-P                        PIC 99 USAGE COMP-5.
       01  WS-K                        PIC 99 USAGE COMP-5.
       01  WS-T                        USAGE COMP-2.
       01  WS-T0                       USAGE COMP-2.
       01  WS-DT                       USAGE COMP-2.
       01  WS-T-END                    USAGE COMP-2.
       01  WS-DIFF                     USAGE COMP-2.
       01  WS-RATE                     USAGE COMP-2.
       01  WS-PI                       USAGE COMP-2.
       01  WS-TWO-PI                   USAGE COMP-2.
       01  WS-INCL-RAD                 USAGE COMP-2.
       01  WS-SIN-INCL                 USAGE COMP-2.
       01  WS-LW                       USAGE COMP-2.
       01  WS-WX                       USAGE COMP-2.
       01  WS-WY                       USAGE COMP-2.
       01  WS-CX                       USAGE COMP-2.
       01  WS-CY                       USAGE COMP-2.
       01  WS-DX                       USAGE COMP-2.
       01  WS-DY                       USAGE COMP-2.
       01  WS-ANG                      USAGE COMP-2.
       01  WS-TMP-N0                   USAGE COMP-2.
       01  WS-TMP-N1                   USAGE COMP-2.
       01  WS-BETA                     USAGE COMP-2.
       01  WS-REACH                    USAGE COMP-2.
       01  WS-INNER                    USAGE COMP-2.
       01  WS-UMBRA                    USAGE COMP-2.
       01  WS-DUR-H                    USAGE COMP-2.
       01  WS-EVENT-TEXT               PIC X(34).
       01  WS-EVENT-CLASS              PIC X(10).
       01  WS-EVENT-COUNT              PIC 9(4) USAGE COMP-5 VALUE 0.
       77  ECL-MAX-EVENTS              PIC 9(4) USAGE COMP-5
                                       VALUE 500.
       01  WS-EVENT-CAPPED             PIC X VALUE '-'.
      *********************************
      * Report scratch.
       01  WS-DISP-DAY                 PIC -(6)9.9.
       01  WS-DISP-HRS                 PIC ZZZ9.9.
       01  WS-DISP-N                   PIC Z9.
       01  WS-DISP-STAR                PIC ZZ9.
       01  WS-DISP-ORB                 PIC ZZ9.
       01  WS-DISP-D                   PIC -(6)9.
       01  WS-TMP-STR                  PIC X(100).
       01  WS-FMT-DIGITS               PIC 9 VALUE 1.
       01  WS-LINE                     PIC X(132).
       01  WS-LINE-PTR                 PIC 999 USAGE COMP-5.
      *********************************
      * The loaded system — same shape as G4SSGCRE's WS-STAR-SYSTEM.
       01  WS-STAR-SYSTEM.
           05  STAR-SYSTEM-NAME        PIC X(48) VALUE SPACES.
           COPY SYSHDR.
           05  STAR                    OCCURS 0 TO 200 TIMES
                                       DEPENDING ON STAR-COUNT
                                       INDEXED BY STAR-IDX.
               COPY STARDATA.
       01  WS-C-IDX                    PIC 999 USAGE COMP-5.
       01  WS-FZ-A                     PIC 99 USAGE COMP-5.
       01  WS-FZ-C                     PIC 99 USAGE COMP-5.
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
           MOVE 'G4SSGECL' TO MC-PROGRAM.
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
                       WHEN 'LOAD'
                           MOVE WS-PARM-VAL TO WS-LOAD-NAME
                       WHEN 'STAR'
                           COMPUTE WS-WHICH-STAR =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'ORBIT'
                           COMPUTE WS-WHICH-ORBIT =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'FROM'
                           COMPUTE WS-DAY-FROM =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                           MOVE 'Y' TO WS-FROM-GIVEN
                       WHEN 'TO'
                           COMPUTE WS-DAY-TO =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                           MOVE 'Y' TO WS-TO-GIVEN
                       WHEN 'INCL'
                           COMPUTE WS-INCL-DEG =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'COMPSEP'
                           COMPUTE WS-COMPSEP-AU =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'PATH'
                           MOVE WS-PARM-VAL TO WS-STARDB-PATH
                       WHEN 'WORLDS'
                           MOVE WS-PARM-VAL TO WS-WORLD-PATH
                       WHEN 'CALENDARS'
                           MOVE WS-PARM-VAL TO WS-CAL-PATH
                       WHEN 'CLOCK'
                           MOVE WS-PARM-VAL TO WS-CLOCK-PATH
                       WHEN 'OUT'
                           MOVE WS-PARM-VAL TO WS-OUT-PATH
                           SET FILE-OUTPUT TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-LOAD-NAME = SPACES THEN
               MOVE 'ECL001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
      *    No FROM= — today off the campaign clock; no TO= — a year.
           IF WS-FROM-GIVEN = '-' THEN
               PERFORM READ-CAMPAIGN-CLOCK
               IF WS-CLOCK-FOUND = 'Y' THEN
                   MOVE WS-CLOCK-DAY TO WS-DAY-FROM
               END-IF
           END-IF.
           IF WS-TO-GIVEN = '-' OR WS-DAY-TO < WS-DAY-FROM THEN
               COMPUTE WS-DAY-TO = WS-DAY-FROM + 365
           END-IF.
           IF WS-DAY-TO - WS-DAY-FROM > 3653 THEN
               COMPUTE WS-DAY-TO = WS-DAY-FROM + 3653
           END-IF.

           PERFORM FETCH-CALENDAR.
           IF WS-WHICH-ORBIT = 0 AND WS-CAL-FOUND = 'Y' THEN
               MOVE CAL-STAR-NO TO WS-WHICH-STAR
               MOVE CAL-ORBIT-NO TO WS-WHICH-ORBIT
           END-IF.
           IF WS-WHICH-STAR = 0 THEN
               MOVE 1 TO WS-WHICH-STAR
           END-IF.
           IF WS-WHICH-ORBIT = 0 THEN
               MOVE 'ECL002' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'ECL003' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE WS-LOAD-NAME TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   MOVE 'ECL004' TO MC-MSG-ID
                   MOVE WS-LOAD-NAME TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   CLOSE STARDB-FILE
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
           END-READ.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               MOVE 'ECL005' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               CLOSE STARDB-FILE
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           CLOSE STARDB-FILE.
           IF WS-WHICH-STAR > STAR-COUNT THEN
               MOVE 'ECL006' TO MC-MSG-ID
               MOVE STAR-COUNT TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           SET STAR-IDX TO WS-WHICH-STAR.
           IF WS-WHICH-ORBIT > NUM-ORBITS(STAR-IDX) THEN
               MOVE 'ECL007' TO MC-MSG-ID
               MOVE WS-WHICH-ORBIT TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           SET ORB-IDX TO WS-WHICH-ORBIT.
           IF NOT OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX)
           AND NOT OBJ-GAS-GIANT(STAR-IDX, ORB-IDX) THEN
               MOVE 'ECL008' TO MC-MSG-ID
               MOVE WS-WHICH-ORBIT TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

           PERFORM SET-UP-WORLD.
           PERFORM SET-UP-COMPANIONS.
           PERFORM SET-UP-PAIRS.

           IF FILE-OUTPUT THEN
               OPEN OUTPUT OUT-FILE
           END-IF.
           PERFORM WRITE-CALENDAR-HEADING.
           PERFORM SCAN-FOR-EVENTS.
           IF WS-EVENT-COUNT = 0 THEN
               MOVE '  (no eclipses, transits or occultations in '
                 & 'the range)' TO WS-LINE
               PERFORM EMIT-LINE
           END-IF.
           IF WS-EVENT-CAPPED = 'Y' THEN
               MOVE '  (listing stopped at 500 events — narrow '
                 & 'FROM=/TO=)' TO WS-LINE
               PERFORM EMIT-LINE
           END-IF.
           IF FILE-OUTPUT THEN
               CLOSE OUT-FILE
           END-IF.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *    Every calendar line funnels through here — console by
      *    default, the OUT= file when one was named.
       EMIT-LINE.
           IF FILE-OUTPUT THEN
               WRITE OUT-RECORD FROM WS-LINE
           ELSE
               DISPLAY WS-LINE
           END-IF.
           MOVE SPACES TO WS-LINE.
           EXIT PARAGRAPH.

      *    The campaign clock, when nobody gave a date — G4SSGCLK
      *    owns the file; this only reads it.
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

      *    The system's local calendar, if G4SSGCAL has kept one.
       FETCH-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF NOT CAL-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOAD-NAME TO CAL-KEY.
           READ CALENDAR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CAL-FOUND
           END-READ.
           CLOSE CALENDAR-FILE.
           EXIT PARAGRAPH.

      *********************************
      * The world's own figures and its moons, off the record and the
      * world-detail row.  All angular sizes are as seen from the
      * world, in radians.
       SET-UP-WORLD.
           COMPUTE WS-PI = FUNCTION PI.
           COMPUTE WS-TWO-PI = 2 * WS-PI.
           COMPUTE WS-INCL-RAD = WS-INCL-DEG / 180.
           COMPUTE WS-INCL-RAD = WS-INCL-RAD * WS-PI.
           COMPUTE WS-SIN-INCL = FUNCTION SIN(WS-INCL-RAD).
           MOVE DISTANCE OF ORBIT(STAR-IDX, ORB-IDX) TO WS-WORLD-D-AU.
           COMPUTE WS-WORLD-P-D =
                   ORBIT-PERIOD(STAR-IDX, ORB-IDX) * 365.25.
           MOVE RADIUS(STAR-IDX) TO WS-STAR-R-AU.
           MOVE MASS OF STAR(STAR-IDX) TO WS-STAR-MASS.
           COMPUTE WS-SUN-ANG = WS-STAR-R-AU / WS-WORLD-D-AU.

           OPEN INPUT WORLD-FILE.
           IF WORLD-FILE-OK THEN
               MOVE WS-LOAD-NAME TO WDTL-SYSTEM-KEY
               MOVE WS-WHICH-STAR TO WDTL-STAR-NO
               MOVE WS-WHICH-ORBIT TO WDTL-ORBIT-NO
               READ WORLD-FILE RECORD KEY IS WDTL-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN WDTL-TERRESTRIAL
                            AND OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX)
                               MOVE WDTL-DETAIL TO WS-WD-TERRA
                               MOVE 'Y' TO WS-WD-FOUND
                           WHEN WDTL-GAS-GIANT
                            AND OBJ-GAS-GIANT(STAR-IDX, ORB-IDX)
                               MOVE WDTL-DETAIL(1:93) TO WS-WD-GG
                               MOVE 'Y' TO WS-WD-FOUND
                       END-EVALUATE
               END-READ
               CLOSE WORLD-FILE
           END-IF.

      *    World radius — a gas giant's off its size class, as
      *    G4SSGAPR charts it.
           IF OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX) THEN
               MOVE 'terrestrial' TO WS-WORLD-KIND
               MOVE 1.0 TO WS-TMP-N0
               IF WS-WD-FOUND = 'Y' AND TERRA-DIAMETER > 0 THEN
                   MOVE TERRA-DIAMETER TO WS-TMP-N0
               END-IF
           ELSE
               MOVE 'gas giant' TO WS-WORLD-KIND
               MOVE 9.5 TO WS-TMP-N0
               IF WS-WD-FOUND = 'Y' THEN
                   EVALUATE TRUE
                       WHEN GG-SMALL  MOVE 4.0 TO WS-TMP-N0
                       WHEN GG-LARGE  MOVE 11.2 TO WS-TMP-N0
                   END-EVALUATE
               END-IF
           END-IF.
           COMPUTE WS-WORLD-R-KM = WS-TMP-N0 * ECL-EARTH-DIAM-KM / 2.

           MOVE 0 TO WS-MOON-COUNT.
           IF WS-WD-FOUND = 'Y' THEN
               IF OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX) THEN
                   PERFORM VARYING WS-K FROM 1 BY 1
                           UNTIL WS-K > TERRA-MOON-COUNT OR WS-K > 3
                       ADD 1 TO WS-MOON-COUNT
                       MOVE TERRA-MOON-SIZE(WS-K)
                         TO MN-SIZE(WS-MOON-COUNT)
                       MOVE TERRA-MOON-PERIOD-D(WS-K)
                         TO MN-PERIOD-D(WS-MOON-COUNT)
                       COMPUTE MN-A-KM(WS-MOON-COUNT) =
                           TERRA-MOON-ORBIT-ED(WS-K)
                           * ECL-EARTH-DIAM-KM
                   END-PERFORM
               ELSE
                   PERFORM VARYING WS-K FROM 1 BY 1
                           UNTIL WS-K > GG-MOON-COUNT OR WS-K > 3
                       ADD 1 TO WS-MOON-COUNT
                       MOVE GG-MOON-SIZE(WS-K)
                         TO MN-SIZE(WS-MOON-COUNT)
                       MOVE GG-MOON-PERIOD-D(WS-K)
                         TO MN-PERIOD-D(WS-MOON-COUNT)
                       COMPUTE MN-A-KM(WS-MOON-COUNT) =
                           GG-MOON-ORBIT-ED(WS-K)
                           * ECL-EARTH-DIAM-KM
                   END-PERFORM
               END-IF
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-MOON-COUNT
               EVALUATE MN-SIZE(WS-K)
                   WHEN 'LARGE'  MOVE 1737 TO MN-R-KM(WS-K)
                   WHEN 'MEDIUM' MOVE 956  TO MN-R-KM(WS-K)
                   WHEN OTHER    MOVE 508  TO MN-R-KM(WS-K)
               END-EVALUATE
               IF MN-A-KM(WS-K) <= 0 OR MN-PERIOD-D(WS-K) <= 0 THEN
                   MOVE 0 TO MN-ANG(WS-K) MN-PAR(WS-K)
               ELSE
                   COMPUTE MN-ANG(WS-K) =
                           MN-R-KM(WS-K) / MN-A-KM(WS-K)
                   COMPUTE MN-PAR(WS-K) =
                           WS-WORLD-R-KM / MN-A-KM(WS-K)
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * Every other star as a companion in the world's sky, with the
      * separation recovered from the matching forbidden zone (or
      * COMPSEP=).  A companion with neither is left out.
       SET-UP-COMPANIONS.
           MOVE 0 TO WS-COMP-COUNT WS-COMP-SKIPPED.
           PERFORM VARYING WS-C-IDX FROM 1 BY 1
                   UNTIL WS-C-IDX > STAR-COUNT
               IF WS-C-IDX NOT = WS-WHICH-STAR
               AND WS-COMP-COUNT < 9 THEN
                   PERFORM SET-UP-ONE-COMPANION
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       SET-UP-ONE-COMPANION.
           MOVE 0 TO WS-TMP-N1.
           PERFORM VARYING WS-FZ-A FROM 1 BY 1
                   UNTIL WS-FZ-A > FORBIDDEN-ZONE-COUNT(STAR-IDX)
                      OR WS-TMP-N1 > 0
               PERFORM VARYING WS-FZ-C FROM 1 BY 1
                       UNTIL WS-FZ-C > FORBIDDEN-ZONE-COUNT(WS-C-IDX)
                          OR WS-TMP-N1 > 0
                   IF INNER-LIMIT OF FORBIDDEN-ZONES(STAR-IDX, WS-FZ-A)
                    = INNER-LIMIT OF FORBIDDEN-ZONES(WS-C-IDX, WS-FZ-C)
                   AND OUTER-LIMIT OF FORBIDDEN-ZONES(STAR-IDX, WS-FZ-A)
                    = OUTER-LIMIT OF FORBIDDEN-ZONES(WS-C-IDX, WS-FZ-C)
                   AND INNER-LIMIT OF FORBIDDEN-ZONES(STAR-IDX, WS-FZ-A)
                    > 0 THEN
                       COMPUTE WS-TMP-N1 = FUNCTION SQRT(
                           INNER-LIMIT OF
                               FORBIDDEN-ZONES(STAR-IDX, WS-FZ-A)
                         * OUTER-LIMIT OF
                               FORBIDDEN-ZONES(STAR-IDX, WS-FZ-A))
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-TMP-N1 > 0 THEN
               ADD 1 TO WS-COMP-COUNT
               SET CP-SEP-FROM-ZONE(WS-COMP-COUNT) TO TRUE
           ELSE
               IF WS-COMPSEP-AU > 0 THEN
                   MOVE WS-COMPSEP-AU TO WS-TMP-N1
                   ADD 1 TO WS-COMP-COUNT
                   SET CP-SEP-FROM-PARM(WS-COMP-COUNT) TO TRUE
               ELSE
                   ADD 1 TO WS-COMP-SKIPPED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-C-IDX TO CP-STAR(WS-COMP-COUNT).
           MOVE WS-TMP-N1 TO CP-SEP-AU(WS-COMP-COUNT).
           MOVE RADIUS(WS-C-IDX) TO CP-R-AU(WS-COMP-COUNT).
      *    Kepler period of the pair: sqrt(a^3 / (M1 + M2)) years.
           COMPUTE WS-TMP-N0 = WS-STAR-MASS + MASS OF STAR(WS-C-IDX).
           COMPUTE WS-TMP-N1 = WS-TMP-N1 ** 3.
           COMPUTE WS-TMP-N1 = WS-TMP-N1 / WS-TMP-N0.
           COMPUTE CP-PERIOD-D(WS-COMP-COUNT) =
                   FUNCTION SQRT(WS-TMP-N1) * 365.25.
           EXIT PARAGRAPH.

      *    The pairs the scan watches: each moon against the sun (solar
      *    side and shadow side) and each companion, and the sun
      *    against each companion.
       SET-UP-PAIRS.
           MOVE 0 TO WS-PAIR-COUNT.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-MOON-COUNT
               IF MN-ANG(WS-K) > 0 THEN
                   ADD 1 TO WS-PAIR-COUNT
                   SET PR-SOLAR(WS-PAIR-COUNT) TO TRUE
                   MOVE WS-K TO PR-MOON(WS-PAIR-COUNT)
                   ADD 1 TO WS-PAIR-COUNT
                   SET PR-LUNAR(WS-PAIR-COUNT) TO TRUE
                   MOVE WS-K TO PR-MOON(WS-PAIR-COUNT)
                   PERFORM VARYING WS-P FROM 1 BY 1
                           UNTIL WS-P > WS-COMP-COUNT
                       ADD 1 TO WS-PAIR-COUNT
                       SET PR-MOON-COMP(WS-PAIR-COUNT) TO TRUE
                       MOVE WS-K TO PR-MOON(WS-PAIR-COUNT)
                       MOVE WS-P TO PR-COMP(WS-PAIR-COUNT)
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-COMP-COUNT
               ADD 1 TO WS-PAIR-COUNT
               SET PR-STAR-COMP(WS-PAIR-COUNT) TO TRUE
               MOVE WS-P TO PR-COMP(WS-PAIR-COUNT)
           END-PERFORM.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PAIR-COUNT
               MOVE '-' TO PR-HAVE(WS-P)
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * The heading — what world, what range, what is in its sky.
       WRITE-CALENDAR-HEADING.
           MOVE WS-WHICH-STAR TO WS-DISP-STAR.
           MOVE WS-WHICH-ORBIT TO WS-DISP-ORB.
           STRING 'Eclipse and transit calendar for '
                                         DELIMITED BY SIZE
                  FUNCTION TRIM(STAR-SYSTEM-NAME)
                                         DELIMITED BY SIZE
                  ', star '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-STAR)
                                         DELIMITED BY SIZE
                  ' orbit '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-ORB)
                                         DELIMITED BY SIZE
                  ' ('                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WORLD-KIND)
                                         DELIMITED BY SIZE
                  ')'                    DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-DAY-FROM TO WS-DISP-D.
           MOVE 1 TO WS-LINE-PTR.
           STRING '  Campaign days '     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-D)
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           MOVE WS-DAY-TO TO WS-DISP-D.
           MOVE WS-MOON-COUNT TO WS-DISP-N.
           STRING ' to '                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-D)
                                         DELIMITED BY SIZE
                  '; epoch: all bodies at longitude 0 on day 0; '
                                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)
                                         DELIMITED BY SIZE
                  ' moon(s)'             DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           MOVE WS-COMP-COUNT TO WS-DISP-N.
           STRING ', '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)
                                         DELIMITED BY SIZE
                  ' companion star(s)'   DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           PERFORM EMIT-LINE.
           IF WS-WD-FOUND = '-' THEN
               MOVE '  (no world-detail row — the world''s moons are '
                 & 'unknown)' TO WS-LINE
               PERFORM EMIT-LINE
           END-IF.
           IF WS-COMP-SKIPPED > 0 THEN
               MOVE WS-COMP-SKIPPED TO WS-DISP-N
               STRING '  ('             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-N)
                                        DELIMITED BY SIZE
                      ' companion(s) left out — no separation on the '
                                        DELIMITED BY SIZE
                      'record; give COMPSEP=)'
                                        DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               PERFORM EMIT-LINE
           END-IF.
           MOVE '      Day  Event                               Class'
             & '        Hours  Local date' TO WS-LINE.
           PERFORM EMIT-LINE.
           EXIT PARAGRAPH.

      *********************************
      * Walk the range in steps a fraction of the fastest moon's
      * period; a pair whose longitude difference changes sign
      * between two steps lined up in between.
       SCAN-FOR-EVENTS.
           MOVE 0.5 TO WS-DT.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-MOON-COUNT
               IF MN-PERIOD-D(WS-K) > 0 THEN
                   COMPUTE WS-TMP-N0 = MN-PERIOD-D(WS-K) / 100
                   IF WS-TMP-N0 < WS-DT THEN
                       MOVE WS-TMP-N0 TO WS-DT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DT < 0.005 THEN
               MOVE 0.005 TO WS-DT
           END-IF.
           MOVE WS-DAY-FROM TO WS-T.
           MOVE WS-DAY-TO TO WS-T-END.
           PERFORM UNTIL WS-T > WS-T-END
                      OR WS-EVENT-CAPPED = 'Y'
               PERFORM COMPUTE-POSITIONS
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PAIR-COUNT
                   PERFORM PAIR-DIFFERENCE
                   IF PR-HAVE(WS-P) = 'Y'
                   AND FUNCTION ABS(WS-DIFF) < 1.5
                   AND FUNCTION ABS(PR-PREV(WS-P)) < 1.5
                   AND ((PR-PREV(WS-P) < 0 AND WS-DIFF >= 0)
                     OR (PR-PREV(WS-P) > 0 AND WS-DIFF <= 0)) THEN
                       PERFORM LINE-UP-FOUND
      *                LINE-UP-FOUND moved the bodies to the moment
      *                of line-up; put them back for the next pair.
                       PERFORM COMPUTE-POSITIONS
                       PERFORM PAIR-DIFFERENCE
                   END-IF
                   MOVE WS-DIFF TO PR-PREV(WS-P)
                   MOVE 'Y' TO PR-HAVE(WS-P)
               END-PERFORM
               ADD WS-DT TO WS-T
           END-PERFORM.
           EXIT PARAGRAPH.

      *    Every body's place at day WS-T: the world's longitude, each
      *    moon's longitude and latitude, each companion's direction
      *    and distance from the world.
       COMPUTE-POSITIONS.
           IF WS-WORLD-P-D > 0 THEN
               COMPUTE WS-LW = WS-T / WS-WORLD-P-D
               COMPUTE WS-LW = WS-LW * WS-TWO-PI
           ELSE
               MOVE 0 TO WS-LW
           END-IF.
           COMPUTE WS-WX = WS-WORLD-D-AU * FUNCTION COS(WS-LW).
           COMPUTE WS-WY = WS-WORLD-D-AU * FUNCTION SIN(WS-LW).
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-MOON-COUNT
               IF MN-PERIOD-D(WS-K) > 0 THEN
                   COMPUTE MN-THETA(WS-K) = WS-T / MN-PERIOD-D(WS-K)
                   COMPUTE MN-THETA(WS-K) =
                           MN-THETA(WS-K) * WS-TWO-PI
               ELSE
                   MOVE 0 TO MN-THETA(WS-K)
               END-IF
               COMPUTE MN-BETA(WS-K) = FUNCTION ASIN(
                       WS-SIN-INCL * FUNCTION SIN(MN-THETA(WS-K)))
           END-PERFORM.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-COMP-COUNT
               COMPUTE WS-ANG = WS-T / CP-PERIOD-D(WS-K)
               COMPUTE WS-ANG = WS-ANG * WS-TWO-PI
               COMPUTE WS-CX = CP-SEP-AU(WS-K) * FUNCTION COS(WS-ANG)
               COMPUTE WS-CY = CP-SEP-AU(WS-K) * FUNCTION SIN(WS-ANG)
               COMPUTE WS-DX = WS-CX - WS-WX
               COMPUTE WS-DY = WS-CY - WS-WY
               COMPUTE CP-DIST-AU(WS-K) = FUNCTION SQRT(
                       WS-DX * WS-DX + WS-DY * WS-DY)
               PERFORM DIRECTION-OF-DX-DY
               MOVE WS-ANG TO CP-PHI(WS-K)
           END-PERFORM.
           EXIT PARAGRAPH.

      *    Direction of the vector WS-DX/WS-DY, radians — a two-
      *    argument arctangent out of the one-argument one.
       DIRECTION-OF-DX-DY.
           EVALUATE TRUE
               WHEN WS-DX > 0
                   COMPUTE WS-ANG = WS-DY / WS-DX
                   COMPUTE WS-ANG = FUNCTION ATAN(WS-ANG)
               WHEN WS-DX < 0
                   COMPUTE WS-ANG = WS-DY / WS-DX
                   COMPUTE WS-ANG = FUNCTION ATAN(WS-ANG) + WS-PI
               WHEN WS-DY >= 0
                   COMPUTE WS-ANG = WS-PI / 2
               WHEN OTHER
                   COMPUTE WS-ANG = 0 - WS-PI / 2
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    WS-DIFF: pair WS-P's longitude difference, wrapped into
      *    -pi..pi — zero when the two line up as the world sees them.
       PAIR-DIFFERENCE.
           EVALUATE TRUE
               WHEN PR-SOLAR(WS-P)
                   COMPUTE WS-DIFF = MN-THETA(PR-MOON(WS-P))
                                   - WS-LW - WS-PI
               WHEN PR-LUNAR(WS-P)
                   COMPUTE WS-DIFF = MN-THETA(PR-MOON(WS-P)) - WS-LW
               WHEN PR-MOON-COMP(WS-P)
                   COMPUTE WS-DIFF = MN-THETA(PR-MOON(WS-P))
                                   - CP-PHI(PR-COMP(WS-P))
               WHEN PR-STAR-COMP(WS-P)
                   COMPUTE WS-DIFF = WS-LW + WS-PI
                                   - CP-PHI(PR-COMP(WS-P))
           END-EVALUATE.
           COMPUTE WS-TMP-N0 = WS-DIFF + WS-PI.
           COMPUTE WS-TMP-N0 = WS-TMP-N0 / WS-TWO-PI.
           COMPUTE WS-TMP-N0 = FUNCTION INTEGER(WS-TMP-N0).
           COMPUTE WS-DIFF = WS-DIFF - WS-TMP-N0 * WS-TWO-PI.
           EXIT PARAGRAPH.

      *********************************
      * A line-up between the last step and this one: place it in
      * time, then see whether the disks actually touch.
       LINE-UP-FOUND.
           COMPUTE WS-RATE = WS-DIFF - PR-PREV(WS-P).
           COMPUTE WS-RATE = WS-RATE / WS-DT.
           IF WS-RATE = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-T0 = WS-DIFF / WS-RATE.
           COMPUTE WS-T0 = WS-T - WS-T0.
           MOVE WS-T TO WS-TMP-N1.
           MOVE WS-T0 TO WS-T.
           PERFORM COMPUTE-POSITIONS.
           MOVE WS-TMP-N1 TO WS-T.
           MOVE SPACES TO WS-EVENT-TEXT WS-EVENT-CLASS.
           MOVE 0 TO WS-DUR-H.
           EVALUATE TRUE
               WHEN PR-SOLAR(WS-P)
                   PERFORM CLASSIFY-SOLAR
               WHEN PR-LUNAR(WS-P)
                   PERFORM CLASSIFY-LUNAR
               WHEN PR-MOON-COMP(WS-P)
                   PERFORM CLASSIFY-MOON-COMPANION
               WHEN PR-STAR-COMP(WS-P)
                   PERFORM CLASSIFY-STAR-COMPANION
           END-EVALUATE.
           IF WS-EVENT-CLASS NOT = SPACES THEN
               PERFORM WRITE-EVENT-LINE
           END-IF.
           EXIT PARAGRAPH.

      *    Hours the line-up lasts: the chord the relative motion cuts
      *    through a contact circle of radius WS-REACH at offset
      *    WS-BETA, over the relative angular rate (radians/day).
       CHORD-HOURS.
           COMPUTE WS-TMP-N0 = WS-REACH * WS-REACH - WS-BETA * WS-BETA.
           IF WS-TMP-N0 <= 0 THEN
               MOVE 0 TO WS-DUR-H
           ELSE
               COMPUTE WS-DUR-H = 2 * FUNCTION SQRT(WS-TMP-N0)
               COMPUTE WS-DUR-H = WS-DUR-H
                                / FUNCTION ABS(WS-RATE) * 24
           END-IF.
           EXIT PARAGRAPH.

      *    A moon on the sun's side: eclipse if it can cover the sun,
      *    annular if it nearly can, a transit if it is a speck.
       CLASSIFY-SOLAR.
           MOVE PR-MOON(WS-P) TO WS-K.
           COMPUTE WS-BETA = FUNCTION ABS(MN-BETA(WS-K)).
           COMPUTE WS-REACH = WS-SUN-ANG + MN-ANG(WS-K) + MN-PAR(WS-K).
           IF WS-BETA >= WS-REACH THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHORD-HOURS.
           EVALUATE TRUE
               WHEN MN-ANG(WS-K) >= WS-SUN-ANG
                   MOVE 'solar eclipse' TO WS-EVENT-TEXT
                   COMPUTE WS-INNER = MN-ANG(WS-K) - WS-SUN-ANG
                                    + MN-PAR(WS-K)
                   IF WS-BETA < WS-INNER THEN
                       MOVE 'TOTAL' TO WS-EVENT-CLASS
                   ELSE
                       MOVE 'PARTIAL' TO WS-EVENT-CLASS
                   END-IF
               WHEN MN-ANG(WS-K) * 2 >= WS-SUN-ANG
                   MOVE 'solar eclipse' TO WS-EVENT-TEXT
                   COMPUTE WS-INNER = WS-SUN-ANG - MN-ANG(WS-K)
                                    + MN-PAR(WS-K)
                   IF WS-BETA < WS-INNER THEN
                       MOVE 'ANNULAR' TO WS-EVENT-CLASS
                   ELSE
                       MOVE 'PARTIAL' TO WS-EVENT-CLASS
                   END-IF
               WHEN OTHER
                   MOVE 'moon transit' TO WS-EVENT-TEXT
                   COMPUTE WS-INNER = WS-SUN-ANG - MN-ANG(WS-K)
                                    + MN-PAR(WS-K)
                   IF WS-BETA < WS-INNER THEN
                       MOVE 'TOTAL' TO WS-EVENT-CLASS
                   ELSE
                       MOVE 'PARTIAL' TO WS-EVENT-CLASS
                   END-IF
           END-EVALUATE.
           PERFORM NAME-THE-MOON.
           EXIT PARAGRAPH.

      *    A moon on the shadow side: the world's umbra at the moon's
      *    distance is its own angular size less the sun's; the
      *    penumbra, the two added.
       CLASSIFY-LUNAR.
           MOVE PR-MOON(WS-P) TO WS-K.
           COMPUTE WS-BETA = FUNCTION ABS(MN-BETA(WS-K)).
           COMPUTE WS-UMBRA = MN-PAR(WS-K) - WS-SUN-ANG.
           MOVE 'lunar eclipse' TO WS-EVENT-TEXT.
           IF WS-UMBRA > 0
           AND WS-BETA < WS-UMBRA + MN-ANG(WS-K) THEN
               COMPUTE WS-REACH = WS-UMBRA + MN-ANG(WS-K)
               PERFORM CHORD-HOURS
               IF WS-BETA + MN-ANG(WS-K) < WS-UMBRA THEN
                   MOVE 'TOTAL' TO WS-EVENT-CLASS
               ELSE
                   MOVE 'PARTIAL' TO WS-EVENT-CLASS
               END-IF
           ELSE
               COMPUTE WS-REACH = MN-PAR(WS-K) + WS-SUN-ANG
                                + MN-ANG(WS-K)
               IF WS-BETA < WS-REACH THEN
                   PERFORM CHORD-HOURS
                   MOVE 'PENUMBRAL' TO WS-EVENT-CLASS
               END-IF
           END-IF.
           IF WS-EVENT-CLASS NOT = SPACES THEN
               PERFORM NAME-THE-MOON
           END-IF.
           EXIT PARAGRAPH.

      *    A moon over a companion star — a companion is a point next
      *    to any moon, so covering it at all is nearly always total.
       CLASSIFY-MOON-COMPANION.
           MOVE PR-MOON(WS-P) TO WS-K.
           COMPUTE WS-BETA = FUNCTION ABS(MN-BETA(WS-K)).
           MOVE PR-COMP(WS-P) TO WS-C-IDX.
           COMPUTE WS-TMP-N1 = CP-R-AU(WS-C-IDX)
                             / CP-DIST-AU(WS-C-IDX).
           COMPUTE WS-REACH = MN-ANG(WS-K) + MN-PAR(WS-K) + WS-TMP-N1.
           IF WS-BETA >= WS-REACH THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHORD-HOURS.
           COMPUTE WS-INNER = MN-ANG(WS-K) + MN-PAR(WS-K) - WS-TMP-N1.
           IF WS-BETA < WS-INNER THEN
               MOVE 'TOTAL' TO WS-EVENT-CLASS
           ELSE
               MOVE 'PARTIAL' TO WS-EVENT-CLASS
           END-IF.
           MOVE WS-K TO WS-DISP-N.
           MOVE CP-STAR(WS-C-IDX) TO WS-DISP-STAR.
           STRING 'moon '                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)
                                         DELIMITED BY SIZE
                  ' occults star '       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-STAR)
                                         DELIMITED BY SIZE
                  INTO WS-EVENT-TEXT
           END-STRING.
           EXIT PARAGRAPH.

      *    The world's sun and a companion in the same spot of sky —
      *    the nearer one covers (or crosses) the farther; the
      *    orbits are taken as coplanar, so every line-up touches.
       CLASSIFY-STAR-COMPANION.
           MOVE PR-COMP(WS-P) TO WS-C-IDX.
           MOVE 0 TO WS-BETA.
           COMPUTE WS-TMP-N1 = CP-R-AU(WS-C-IDX)
                             / CP-DIST-AU(WS-C-IDX).
           COMPUTE WS-REACH = WS-SUN-ANG + WS-TMP-N1.
           PERFORM CHORD-HOURS.
           MOVE CP-STAR(WS-C-IDX) TO WS-DISP-STAR.
           IF CP-DIST-AU(WS-C-IDX) > WS-WORLD-D-AU THEN
               STRING 'star '            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-STAR)
                                         DELIMITED BY SIZE
                      ' behind the sun'  DELIMITED BY SIZE
                      INTO WS-EVENT-TEXT
               END-STRING
               IF WS-TMP-N1 <= WS-SUN-ANG THEN
                   MOVE 'TOTAL' TO WS-EVENT-CLASS
               ELSE
                   MOVE 'PARTIAL' TO WS-EVENT-CLASS
               END-IF
           ELSE
               STRING 'star '            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-STAR)
                                         DELIMITED BY SIZE
                      ' across the sun'  DELIMITED BY SIZE
                      INTO WS-EVENT-TEXT
               END-STRING
               IF WS-TMP-N1 >= WS-SUN-ANG THEN
                   MOVE 'TOTAL' TO WS-EVENT-CLASS
               ELSE
                   MOVE 'PARTIAL' TO WS-EVENT-CLASS
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *    '<event>, moon <k> (<size>)' into WS-EVENT-TEXT.
       NAME-THE-MOON.
           MOVE WS-K TO WS-DISP-N.
           STRING FUNCTION TRIM(WS-EVENT-TEXT)
                                         DELIMITED BY SIZE
                  ', moon '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)
                                         DELIMITED BY SIZE
                  ' ('                   DELIMITED BY SIZE
                  FUNCTION TRIM(MN-SIZE(WS-K))
                                         DELIMITED BY SIZE
                  ')'                    DELIMITED BY SIZE
                  INTO WS-EVENT-TEXT
           END-STRING.
           EXIT PARAGRAPH.

       WRITE-EVENT-LINE.
           IF WS-EVENT-COUNT >= ECL-MAX-EVENTS THEN
               MOVE 'Y' TO WS-EVENT-CAPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EVENT-COUNT.
           MOVE WS-T0 TO WS-DISP-DAY.
           MOVE WS-DUR-H TO WS-DISP-HRS.
           MOVE WS-DISP-DAY TO WS-LINE(1:10).
           MOVE WS-EVENT-TEXT TO WS-LINE(12:34).
           MOVE WS-EVENT-CLASS TO WS-LINE(48:10).
           MOVE WS-DISP-HRS TO WS-LINE(59:6).
           IF WS-CAL-FOUND = 'Y' THEN
               SET LD-TO-LOCAL TO TRUE
               COMPUTE LD-CAMPAIGN-DAY = FUNCTION INTEGER(WS-T0)
               CALL 'LOCAL-DATE' USING CALENDAR-RECORD, WS-LD-CTL
               IF LD-VALID THEN
                   MOVE LD-TEXT TO WS-LINE(67:60)
               END-IF
           END-IF.
           PERFORM EMIT-LINE.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
