       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGDOS.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Pre-survey dossier — what one saved system's telescopes would
      * have on another before anybody jumps there.  The target's
      * stars and bodies are run through the three classic planet-
      * finding methods at the real separation (saved 3D coordinates,
      * evaluated at the campaign date as G4SSGSKY does), and only
      * what those instruments could pick up makes the dossier —
      * reported with error bars and with the measured figures
      * scattered inside them, the way real catalogue numbers are.
      *
      *   transit    each star's planets share a plane, rolled once
      *              per star off the target's name; the observer's
      *              line of sight sets how edge-on that plane looks,
      *              so a system transits for some neighbors and not
      *              for others.  A body transits when its (slightly
      *              tilted) orbit passes within R*/a of edge-on; the
      *              dip (Rp/R*)² has to clear the photometric floor,
      *              and three transits have to fit the archive
      *              baseline.  Gives period and radius.
      *   RV         the star's reflex wobble, K = 28.4 m/s × Mp sin
      *              i (Jupiters) × M*^-2/3 × P^-1/3 — minimum mass
      *              and period; a pulsar's timing does the same job
      *              a thousand times finer.  Transit and RV together
      *              pin the true mass, and so the bulk density.
      *   imaging    the body's reflected light (albedo 0.3 rock,
      *              0.5 giant) has to sit outside the coronagraph's
      *              inner working angle, above its contrast floor
      *              and inside the telescope's magnitude limit.
      *
      * Photometric and RV floors worsen with distance and with a
      * dim star (photon noise: × (d/10 ly)/sqrt(L)).  The instrument
      * row comes off the tech level on the settlement's own scale —
      * the observer's TL by default.  Asteroid belts show as an
      * infrared excess (a dust disk) once the instruments are good
      * enough.  Nothing the instruments would miss is printed or
      * counted; the closing limits line says what the non-detections
      * rule out instead.  The notes sidecar's survey level heads the
      * dossier, so it is plain when a survey has already overtaken
      * it.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   FROM=<name>      observing system (required)
      *   LOAD=<name>      target system (required)
      *   TL=<n>           instrument tech level (default the
      *                    observer's settlement TL, else 12)
      *   DATE=<yr>        campaign date the positions are evaluated
      *                    at (default the clock's today, else 0)
      *   SEED=<n>         measurement-scatter seed (default 0)
      *   PATH=<path>      star database file (default stardb.dat)
      *   WORLDS=<path>    world-detail file (default worlds.dat)
      *   NOTES=<path>     annotation sidecar (default notes.dat)
      *   CLOCK=<path>     campaign clock file (default
      *                    campclock.dat)
      *   OUT=<path>       write the dossier to a file instead of
      *                    the console
      *
      * Return codes: 0 dossier written, 4 FROM=/LOAD= missing, 8 no
      * database, no such system, or no saved coordinates.
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
      *    World-detail sidecar (cpy/WORLDDTL.cpy).
           SELECT WORLD-FILE           ASSIGN TO WS-WORLD-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WDTL-KEY
                                       FILE STATUS
                                       IS WS-WORLD-STATUS.
           SELECT NOTES-FILE           ASSIGN TO WS-NOTES-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NOTE-KEY
                                       FILE STATUS
                                       IS WS-NOTES-STATUS.
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
       FD  NOTES-FILE.
       01  NOTES-RECORD.
           COPY NOTEREC.
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
       01  WS-WORLD-OPEN               PIC X VALUE '-'.
       01  WS-NOTES-PATH               PIC X(100) VALUE "notes.dat".
       01  WS-NOTES-STATUS             PIC XX.
           88  NOTES-FILE-OK           VALUE '00'.
       01  WS-CLOCK-PATH               PIC X(100)
                                       VALUE "campclock.dat".
       01  WS-CLOCK-STATUS             PIC XX.
           88  CLOCK-FILE-OK           VALUE '00'.
       01  WS-CLOCK-DAY                PIC S9(8) USAGE COMP-5 VALUE 0.
       01  WS-CLOCK-FOUND              PIC X VALUE '-'.
       01  WS-CLK-LINE                 PIC X(40).
       01  WS-FROM-NAME                PIC X(48) VALUE SPACES.
       01  WS-LOAD-NAME                PIC X(48) VALUE SPACES.
       01  WS-TL                       PIC 99 VALUE 0.
       01  WS-EVAL-DATE-YR             USAGE COMP-2 VALUE 0.
       01  WS-DATE-GIVEN               PIC X VALUE '-'.
       01  WS-SEED                     PIC 9(9) USAGE COMP-5 VALUE 0.
      *    'OUT=<path>' sends every dossier line to a file instead
      *    of the console — EMIT-LINE is the one place that decides.
       01  WS-OUT-PATH                 PIC X(100) VALUE SPACES.
       01  WS-OUT-MODE                 PIC X VALUE '-'.
           88  FILE-OUTPUT             VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
      *********************************
      * Instrument rows by tech level — TL 7 and below, 8-9, 10-11,
      * 12-13, 14, 15 and up: transit depth floor, RV floor (m/s),
      * coronagraph inner working angle (arcsec), contrast floor
      * (as a power of ten), faintest magnitude, archive baseline
      * (years).  Floors are for a Sol-like star at 10 ly.
       01  DOS-INSTRUMENT-VALUES.
           05  FILLER                  PIC 9V9(9) VALUE 0.001.
           05  FILLER                  PIC 99V9(4) VALUE 10.
           05  FILLER                  PIC 9V9(4) VALUE 0.5.
           05  FILLER                  PIC 99 VALUE 5.
           05  FILLER                  PIC 99 VALUE 24.
           05  FILLER                  PIC 999 VALUE 5.
           05  FILLER                  PIC 9V9(9) VALUE 0.00005.
           05  FILLER                  PIC 99V9(4) VALUE 0.3.
           05  FILLER                  PIC 9V9(4) VALUE 0.05.
           05  FILLER                  PIC 99 VALUE 9.
           05  FILLER                  PIC 99 VALUE 28.
           05  FILLER                  PIC 999 VALUE 15.
           05  FILLER                  PIC 9V9(9) VALUE 0.00001.
           05  FILLER                  PIC 99V9(4) VALUE 0.05.
           05  FILLER                  PIC 9V9(4) VALUE 0.01.
           05  FILLER                  PIC 99 VALUE 10.
           05  FILLER                  PIC 99 VALUE 31.
           05  FILLER                  PIC 999 VALUE 25.
           05  FILLER                  PIC 9V9(9) VALUE 0.000002.
           05  FILLER                  PIC 99V9(4) VALUE 0.01.
           05  FILLER                  PIC 9V9(4) VALUE 0.002.
           05  FILLER                  PIC 99 VALUE 11.
           05  FILLER                  PIC 99 VALUE 34.
           05  FILLER                  PIC 999 VALUE 40.
           05  FILLER                  PIC 9V9(9) VALUE 0.0000005.
           05  FILLER                  PIC 99V9(4) VALUE 0.003.
           05  FILLER                  PIC 9V9(4) VALUE 0.0005.
           05  FILLER                  PIC 99 VALUE 12.
           05  FILLER                  PIC 99 VALUE 37.
           05  FILLER                  PIC 999 VALUE 60.
           05  FILLER                  PIC 9V9(9) VALUE 0.0000001.
           05  FILLER                  PIC 99V9(4) VALUE 0.001.
           05  FILLER                  PIC 9V9(4) VALUE 0.0001.
           05  FILLER                  PIC 99 VALUE 13.
           05  FILLER                  PIC 99 VALUE 40.
           05  FILLER                  PIC 999 VALUE 100.
       01  DOS-INSTRUMENT-TAB REDEFINES DOS-INSTRUMENT-VALUES.
           05  DOS-INSTRUMENT          OCCURS 6 TIMES.
               10  DOS-DEPTH-FLOOR     PIC 9V9(9).
               10  DOS-RV-FLOOR        PIC 99V9(4).
               10  DOS-IWA             PIC 9V9(4).
               10  DOS-CONTRAST-EXP    PIC 99.
               10  DOS-MAG-LIMIT       PIC 99.
               10  DOS-BASELINE        PIC 999.
       01  WS-ROW                      PIC 9 USAGE COMP-5.
       77  DOS-EARTH-RADIUS-AU         USAGE COMP-2
                                       VALUE 0.0000425875.
       77  DOS-JUPITER-RADIUS-AU       USAGE COMP-2
                                       VALUE 0.000477894.
       77  DOS-EARTHS-PER-JUPITER      USAGE COMP-2 VALUE 317.83.
       01  DOS-STAR-LETTERS            PIC X(26) VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  DOS-BODY-LETTERS            PIC X(25) VALUE
               'bcdefghijklmnopqrstuvwxyz'.
      *********************************
      * Observer and geometry.
       01  WS-HOME-X                   USAGE COMP-2.
       01  WS-HOME-Y                   USAGE COMP-2.
       01  WS-HOME-Z                   USAGE COMP-2.
       01  WS-DX                       USAGE COMP-2.
       01  WS-DY                       USAGE COMP-2.
       01  WS-DZ                       USAGE COMP-2.
       01  WS-DIST-LY                  USAGE COMP-2.
       01  WS-DIST-PC                  USAGE COMP-2.
       01  WS-SURVEY                   PIC 9 VALUE 0.
       01  WS-NOTED                    PIC X VALUE '-'.
      *********************************
      * One star of the target.
       01  WS-STAR-NO                  PIC 99 USAGE COMP-5.
       01  WS-STAR-LUM                 USAGE COMP-2.                    × Sol
       01  WS-STAR-MAG                 USAGE COMP-2.
       01  WS-NOISE                    USAGE COMP-2.
       01  WS-DEPTH-MIN                USAGE COMP-2.
       01  WS-RV-MIN                   USAGE COMP-2.                    m/s
       01  WS-CONTRAST-MIN             USAGE COMP-2.
       01  WS-BETA-SYS                 USAGE COMP-2.                    radians
       01  WS-NX                       USAGE COMP-2.
       01  WS-NY                       USAGE COMP-2.
       01  WS-NZ                       USAGE COMP-2.
       01  WS-SPEC-CLASS               PIC X(8).
       01  WS-BODY-COUNT               PIC 99 USAGE COMP-5.
       01  WS-STARS-SHOWN              PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-BODIES-SHOWN             PIC 999 USAGE COMP-5 VALUE 0.
      *********************************
      * One body.
       01  WS-BODY-KIND                PIC X.
           88  BODY-ROCK               VALUE 'T'.
           88  BODY-GIANT              VALUE 'G'.
       01  WS-A                        USAGE COMP-2.                    AU
       01  WS-P                        USAGE COMP-2.                    years
       01  WS-ECC                      USAGE COMP-2.
       01  WS-RP                       USAGE COMP-2.                    AU
       01  WS-RP-E                     USAGE COMP-2.                    Earth radii
       01  WS-MP-E                     USAGE COMP-2.                    Earth masses
       01  WS-ALBEDO                   USAGE COMP-2.
       01  WS-BETA                     USAGE COMP-2.                    radians
       01  WS-SIN-I                    USAGE COMP-2.
       01  WS-DEPTH                    USAGE COMP-2.
       01  WS-K                        USAGE COMP-2.                    m/s
       01  WS-THETA                    USAGE COMP-2.                    arcsec
       01  WS-CONTRAST                 USAGE COMP-2.
       01  WS-BODY-MAG                 USAGE COMP-2.
       01  WS-BY-TRANSIT               PIC X.
       01  WS-BY-RV                    PIC X.
       01  WS-BY-IMAGE                 PIC X.
       01  WS-SNR                      USAGE COMP-2.
       01  WS-ERR-P                    USAGE COMP-2.
       01  WS-ERR-R                    USAGE COMP-2.
       01  WS-ERR-M                    USAGE COMP-2.
       01  WS-ERR-A                    USAGE COMP-2.
       01  WS-SHOW-VAL                 USAGE COMP-2.
       01  WS-SHOW-ERR                 USAGE COMP-2.
       01  WS-ERR-FRAC                 USAGE COMP-2.
       01  WS-METHODS                  PIC X(20).
       01  WS-KIND-TEXT                PIC X(14).
      *********************************
      * The dice — seeded off the run seed and the two names so a
      * dossier always reads the same for the same pair.
       01  WS-NAME-HASH                PIC 9(9) USAGE COMP-5.
       01  WS-PAIR-HASH                PIC 9(9) USAGE COMP-5.
       01  WS-NAME-POS                 PIC 99 USAGE COMP-5.
       01  WS-ROLL-SEED                PIC 9(9) USAGE COMP-5.
       01  WS-U                        USAGE COMP-2.
       01  WS-GAUSS                    USAGE COMP-2.
       01  WS-TMP-N0                   USAGE COMP-2.
       01  WS-TMP-N1                   USAGE COMP-2.
       01  WS-TMP-N2                   USAGE COMP-2.
      *********************************
      * Report scratch.
       01  WS-NUM-STR                  PIC X(11).
       01  WS-FMT-DIGITS               PIC S9 VALUE 1.
       01  WS-DISP-TL                  PIC Z9.
       01  WS-DISP-N                   PIC ZZ9.
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
       01  WS-WD-TERRA.
           COPY TERRAINF.
       01  WS-WD-GG.
           COPY GGINF.
       01  WS-WD-FOUND                 PIC X VALUE '-'.
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
           MOVE 'G4SSGDOS' TO MC-PROGRAM.
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
                       WHEN 'LOAD'
                           MOVE WS-PARM-VAL TO WS-LOAD-NAME
                       WHEN 'TL'
                           COMPUTE WS-TL =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'DATE'
                           COMPUTE WS-EVAL-DATE-YR =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                           MOVE 'Y' TO WS-DATE-GIVEN
                       WHEN 'SEED'
                           COMPUTE WS-SEED =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'PATH'
                           MOVE WS-PARM-VAL TO WS-STARDB-PATH
                       WHEN 'WORLDS'
                           MOVE WS-PARM-VAL TO WS-WORLD-PATH
                       WHEN 'NOTES'
                           MOVE WS-PARM-VAL TO WS-NOTES-PATH
                       WHEN 'CLOCK'
                           MOVE WS-PARM-VAL TO WS-CLOCK-PATH
                       WHEN 'OUT'
                           MOVE WS-PARM-VAL TO WS-OUT-PATH
                           SET FILE-OUTPUT TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-FROM-NAME = SPACES OR WS-LOAD-NAME = SPACES THEN
               MOVE 'DOS001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-DATE-GIVEN = '-' THEN
               PERFORM READ-CAMPAIGN-CLOCK
               IF WS-CLOCK-FOUND = 'Y' THEN
                   COMPUTE WS-EVAL-DATE-YR = WS-CLOCK-DAY / 365.25
               END-IF
           END-IF.

           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'DOS002' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
      *    The observer first — only its position and its tech level
      *    are wanted.
           MOVE WS-FROM-NAME TO STARDB-KEY.
           PERFORM READ-ONE-SYSTEM.
           SET MC-QUERY TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           IF MC-RC >= 8 THEN
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           COMPUTE WS-HOME-X = SYS-COORD-X
                 + SYS-VEL-X * WS-EVAL-DATE-YR / 1000.
           COMPUTE WS-HOME-Y = SYS-COORD-Y
                 + SYS-VEL-Y * WS-EVAL-DATE-YR / 1000.
           COMPUTE WS-HOME-Z = SYS-COORD-Z
                 + SYS-VEL-Z * WS-EVAL-DATE-YR / 1000.
           IF WS-TL = 0 THEN
               MOVE SETTLE-TL TO WS-TL
           END-IF.
           IF WS-TL = 0 THEN
               MOVE 12 TO WS-TL
           END-IF.
      *    Then the target.
           MOVE WS-LOAD-NAME TO STARDB-KEY.
           PERFORM READ-ONE-SYSTEM.
           SET MC-QUERY TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           IF MC-RC >= 8 THEN
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           CLOSE STARDB-FILE.
           COMPUTE WS-DX = SYS-COORD-X
                 + SYS-VEL-X * WS-EVAL-DATE-YR / 1000 - WS-HOME-X.
           COMPUTE WS-DY = SYS-COORD-Y
                 + SYS-VEL-Y * WS-EVAL-DATE-YR / 1000 - WS-HOME-Y.
           COMPUTE WS-DZ = SYS-COORD-Z
                 + SYS-VEL-Z * WS-EVAL-DATE-YR / 1000 - WS-HOME-Z.
           COMPUTE WS-DIST-LY = FUNCTION SQRT(
                   WS-DX * WS-DX + WS-DY * WS-DY + WS-DZ * WS-DZ).
           IF WS-DIST-LY < 0.01 THEN
               MOVE 'DOS003' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
      *    Unit line of sight, observer to target.
           COMPUTE WS-DX = WS-DX / WS-DIST-LY.
           COMPUTE WS-DY = WS-DY / WS-DIST-LY.
           COMPUTE WS-DZ = WS-DZ / WS-DIST-LY.
           COMPUTE WS-DIST-PC = WS-DIST-LY / 3.2616.

           EVALUATE TRUE
               WHEN WS-TL <= 7     MOVE 1 TO WS-ROW
               WHEN WS-TL <= 9     MOVE 2 TO WS-ROW
               WHEN WS-TL <= 11    MOVE 3 TO WS-ROW
               WHEN WS-TL <= 13    MOVE 4 TO WS-ROW
               WHEN WS-TL = 14     MOVE 5 TO WS-ROW
               WHEN OTHER          MOVE 6 TO WS-ROW
           END-EVALUATE.
           PERFORM READ-SURVEY-LEVEL.
           PERFORM HASH-NAMES.
           OPEN INPUT WORLD-FILE.
           IF WORLD-FILE-OK THEN
               MOVE 'Y' TO WS-WORLD-OPEN
           END-IF.
           IF FILE-OUTPUT THEN
               OPEN OUTPUT OUT-FILE
           END-IF.
           PERFORM WRITE-DOSSIER-HEADING.
           PERFORM VARYING STAR-IDX FROM 1 BY 1
                   UNTIL STAR-IDX > STAR-COUNT OR STAR-IDX > 26
               PERFORM SURVEY-ONE-STAR
           END-PERFORM.
           PERFORM WRITE-LIMITS-LINE.
           IF WS-WORLD-OPEN = 'Y' THEN
               CLOSE WORLD-FILE
           END-IF.
           IF FILE-OUTPUT THEN
               CLOSE OUT-FILE
           END-IF.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *    Every dossier line funnels through here — console by
      *    default, the OUT= file when one was named.
       EMIT-LINE.
           IF FILE-OUTPUT THEN
               WRITE OUT-RECORD FROM WS-LINE
           ELSE
               DISPLAY WS-LINE
           END-IF.
           MOVE SPACES TO WS-LINE.
           MOVE 1 TO WS-LINE-PTR.
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

      *    STARDB-KEY's system into WS-STAR-SYSTEM; an error message
      *    (file closed) when it is missing, stale or never placed.
       READ-ONE-SYSTEM.
           READ STARDB-FILE
               INVALID KEY
                   MOVE 'DOS004' TO MC-MSG-ID
                   MOVE STARDB-KEY TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   CLOSE STARDB-FILE
                   EXIT PARAGRAPH
           END-READ.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               MOVE 'DOS005' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               CLOSE STARDB-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           IF SYS-COORD-X = 0 AND SYS-COORD-Y = 0
              AND SYS-COORD-Z = 0 THEN
               MOVE 'DOS006' TO MC-MSG-ID
               MOVE STAR-SYSTEM-NAME TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               CLOSE STARDB-FILE
               EXIT PARAGRAPH
           END-IF.
           EXIT PARAGRAPH.

      *    The target's survey level off the notes sidecar; no
      *    sidecar, or no annotation, leaves it at 0.
       READ-SURVEY-LEVEL.
           OPEN INPUT NOTES-FILE.
           IF NOT NOTES-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOAD-NAME TO NOTE-KEY.
           READ NOTES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-NOTED
                   IF NOTE-SURVEY IS NUMERIC THEN
                       MOVE NOTE-SURVEY TO WS-SURVEY
                   END-IF
           END-READ.
           CLOSE NOTES-FILE.
           EXIT PARAGRAPH.

      *    Two numbers off the names: the target's alone (its stars'
      *    orbital planes — the same for every observer) and the
      *    pair's (the measurement scatter — this observer's own).
       HASH-NAMES.
           MOVE 0 TO WS-NAME-HASH.
           PERFORM VARYING WS-NAME-POS FROM 1 BY 1
                   UNTIL WS-NAME-POS > 48
               COMPUTE WS-NAME-HASH = FUNCTION MOD(
                       WS-NAME-HASH * 31
                     + FUNCTION ORD(WS-LOAD-NAME(WS-NAME-POS:1)),
                       999999937)
           END-PERFORM.
           MOVE WS-NAME-HASH TO WS-PAIR-HASH.
           PERFORM VARYING WS-NAME-POS FROM 1 BY 1
                   UNTIL WS-NAME-POS > 48
               COMPUTE WS-PAIR-HASH = FUNCTION MOD(
                       WS-PAIR-HASH * 37
                     + FUNCTION ORD(WS-FROM-NAME(WS-NAME-POS:1)),
                       999999937)
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * Heading: who looks at whom, from how far, with what.
       WRITE-DOSSIER-HEADING.
           MOVE 1 TO WS-LINE-PTR.
           STRING 'PRE-SURVEY DOSSIER: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAD-NAME)
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-DIST-LY TO WS-SHOW-VAL.
           MOVE 2 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING WS-SHOW-VAL, WS-FMT-DIGITS, WS-NUM-STR.
           MOVE WS-TL TO WS-DISP-TL.
           MOVE DOS-BASELINE(WS-ROW) TO WS-DISP-N.
           STRING '  Observed from '     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FROM-NAME)
                                         DELIMITED BY SIZE
                  ' at '                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-STR)
                                         DELIMITED BY SIZE
                  ' ly; instruments TL ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-TL)
                                         DELIMITED BY SIZE
                  ', archive baseline '  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)
                                         DELIMITED BY SIZE
                  ' yr'                  DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           PERFORM EMIT-LINE.
           IF WS-SURVEY = 0 THEN
               MOVE '  Survey status: unsurveyed — this dossier is '
                 & 'all anyone has.' TO WS-LINE
           ELSE
               MOVE '  Survey status: level ' TO WS-LINE
               MOVE WS-SURVEY TO WS-LINE(24:1)
               MOVE ' — the survey write-up supersedes this dossier.'
                 TO WS-LINE(25:48)
           END-IF.
           PERFORM EMIT-LINE.
           PERFORM EMIT-LINE.
           EXIT PARAGRAPH.

      *********************************
      * One star: its own line, then whatever of its bodies the
      * instruments would catch.
       SURVEY-ONE-STAR.
           SET WS-STAR-NO TO STAR-IDX.
           MOVE CURRENT-LUM(STAR-IDX) TO WS-STAR-LUM.
           IF WS-STAR-LUM <= 0 THEN
               IF WS-STAR-NO = 1 THEN
                   MOVE '  Star A  dark — no light to measure; '
                     & 'nothing to report until somebody goes.'
                     TO WS-LINE
                   PERFORM EMIT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF.
      *    Apparent magnitude as G4SSGSKY works it.
           COMPUTE WS-STAR-MAG = 4.83
                 - 2.5 * FUNCTION LOG(WS-STAR-LUM) / 2.302585.
           COMPUTE WS-TMP-N0 = FUNCTION LOG(WS-DIST-PC) / 2.302585.
           COMPUTE WS-STAR-MAG = WS-STAR-MAG + 5.0 * WS-TMP-N0 - 5.0.
           IF WS-STAR-MAG > DOS-MAG-LIMIT(WS-ROW) THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STARS-SHOWN.
           PERFORM WRITE-STAR-LINE.

      *    Photon noise off distance and brightness; a hot star's
      *    few broad lines spoil RV, a white dwarf's even more, and
      *    a pulsar's clock beats any spectrograph.
           COMPUTE WS-TMP-N0 = FUNCTION SQRT(WS-STAR-LUM).
           COMPUTE WS-NOISE = WS-DIST-LY / 10.
           COMPUTE WS-NOISE = WS-NOISE / WS-TMP-N0.
           IF WS-NOISE < 0.2 THEN
               MOVE 0.2 TO WS-NOISE
           END-IF.
           COMPUTE WS-DEPTH-MIN = DOS-DEPTH-FLOOR(WS-ROW) * WS-NOISE.
           COMPUTE WS-RV-MIN = DOS-RV-FLOOR(WS-ROW) * WS-NOISE.
           IF TEMPERATURE(STAR-IDX) > 7000 THEN
               COMPUTE WS-RV-MIN = WS-RV-MIN * 10
           END-IF.
           IF STAGE OF STAR(STAR-IDX) = 'WD ' THEN
               COMPUTE WS-RV-MIN = WS-RV-MIN * 30
           END-IF.
           IF NOT PULSAR-NONE(STAR-IDX) THEN
               COMPUTE WS-RV-MIN = DOS-RV-FLOOR(WS-ROW) / 1000
           END-IF.
           COMPUTE WS-TMP-N0 = 10 ** DOS-CONTRAST-EXP(WS-ROW).
           COMPUTE WS-CONTRAST-MIN = 1 / WS-TMP-N0.

      *    The star's planet plane: a random pole off the target's
      *    name, and how far from edge-on it sits along our line of
      *    sight.
           MOVE 0 TO WS-TMP-N2.
           PERFORM PLANE-DIE.
           COMPUTE WS-NZ = 2 * WS-U - 1.
           COMPUTE WS-U = FUNCTION RANDOM.
           COMPUTE WS-TMP-N0 = 2 * FUNCTION PI * WS-U.
           COMPUTE WS-TMP-N1 = 1 - WS-NZ * WS-NZ.
           COMPUTE WS-TMP-N1 = FUNCTION SQRT(WS-TMP-N1).
           COMPUTE WS-NX = WS-TMP-N1 * FUNCTION COS(WS-TMP-N0).
           COMPUTE WS-NY = WS-TMP-N1 * FUNCTION SIN(WS-TMP-N0).
           COMPUTE WS-TMP-N0 = WS-NX * WS-DX + WS-NY * WS-DY
                             + WS-NZ * WS-DZ.
           COMPUTE WS-BETA-SYS = FUNCTION ASIN(WS-TMP-N0).

           MOVE 0 TO WS-BODY-COUNT.
           PERFORM VARYING ORB-IDX FROM 1 BY 1
                   UNTIL ORB-IDX > NUM-ORBITS(STAR-IDX)
               EVALUATE TRUE
                   WHEN OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX)
                   WHEN OBJ-GAS-GIANT(STAR-IDX, ORB-IDX)
                       PERFORM SURVEY-ONE-BODY
                   WHEN OBJ-ASTEROID-BELT(STAR-IDX, ORB-IDX)
                       PERFORM SURVEY-ONE-BELT
               END-EVALUATE
           END-PERFORM.
           EXIT PARAGRAPH.

       WRITE-STAR-LINE.
           CALL 'DERIVE-SPECTRAL-CLASS' USING
                   TEMPERATURE OF STAR(STAR-IDX),
                   STAGE OF STAR(STAR-IDX), WS-SPEC-CLASS.
           MOVE 1 TO WS-LINE-PTR.
           STRING '  Star '              DELIMITED BY SIZE
                  DOS-STAR-LETTERS(WS-STAR-NO:1)
                                         DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  WS-SPEC-CLASS          DELIMITED BY SIZE
                  '  mag '               DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           MOVE WS-STAR-MAG TO WS-SHOW-VAL.
           MOVE 1 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING WS-SHOW-VAL, WS-FMT-DIGITS, WS-NUM-STR.
           STRING FUNCTION TRIM(WS-NUM-STR)
                                         DELIMITED BY SIZE
                  '   mass '             DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
      *    Stellar figures: a few per cent, worse with distance.
           COMPUTE WS-ERR-FRAC = 0.05 + WS-DIST-LY / 1000.
           MOVE 1 TO WS-TMP-N2.
           MOVE MASS(STAR-IDX) TO WS-SHOW-VAL.
           PERFORM SCATTER-FIGURE.
           STRING ' Sol   luminosity '   DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           COMPUTE WS-ERR-FRAC = 0.08 + WS-DIST-LY / 500.
           MOVE 2 TO WS-TMP-N2.
           MOVE WS-STAR-LUM TO WS-SHOW-VAL.
           PERFORM SCATTER-FIGURE.
           STRING ' Sol'                 DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           IF NOT PULSAR-NONE(STAR-IDX) THEN
               STRING '   (pulsar)'      DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF.
           PERFORM EMIT-LINE.
           EXIT PARAGRAPH.

      *********************************
      * One planet or giant through the three methods.
       SURVEY-ONE-BODY.
           PERFORM GET-BODY-FIGURES.
           IF WS-A <= 0 OR WS-P <= 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE '-' TO WS-BY-TRANSIT WS-BY-RV WS-BY-IMAGE.
           MOVE 0 TO WS-ERR-R WS-ERR-M WS-ERR-P.

      *    Transit: the body's own small tilt off the star's plane
      *    (up to 2 degrees either way), then within R*/a of edge-on.
           MOVE 3 TO WS-TMP-N2.
           PERFORM PLANE-DIE.
           COMPUTE WS-BETA = (2 * WS-U - 1) * 0.0349.
           ADD WS-BETA-SYS TO WS-BETA.
           COMPUTE WS-SIN-I = FUNCTION COS(WS-BETA).
           COMPUTE WS-TMP-N0 = RADIUS(STAR-IDX) / WS-A.
           IF RADIUS(STAR-IDX) > 0
              AND FUNCTION ABS(WS-BETA) < WS-TMP-N0 THEN
               COMPUTE WS-DEPTH = WS-RP / RADIUS(STAR-IDX)
               COMPUTE WS-DEPTH = WS-DEPTH * WS-DEPTH
               IF WS-DEPTH > 1 THEN
                   MOVE 1 TO WS-DEPTH
               END-IF
               COMPUTE WS-TMP-N1 = DOS-BASELINE(WS-ROW) / 3
               IF WS-DEPTH >= WS-DEPTH-MIN AND WS-P <= WS-TMP-N1 THEN
                   MOVE 'Y' TO WS-BY-TRANSIT
                   COMPUTE WS-SNR = WS-DEPTH / WS-DEPTH-MIN
                   COMPUTE WS-ERR-R = 0.15 / FUNCTION SQRT(WS-SNR)
                   IF WS-ERR-R < 0.02 THEN
                       MOVE 0.02 TO WS-ERR-R
                   END-IF
                   COMPUTE WS-ERR-P = WS-ERR-R / 50
               END-IF
           END-IF.

      *    RV: the reflex semi-amplitude against the floor.
           COMPUTE WS-TMP-N0 = WS-MP-E / DOS-EARTHS-PER-JUPITER.
           COMPUTE WS-K = 28.4329 * WS-TMP-N0.
           COMPUTE WS-K = WS-K * WS-SIN-I.
           COMPUTE WS-TMP-N0 = MASS(STAR-IDX) ** (2 / 3).
           COMPUTE WS-K = WS-K / WS-TMP-N0.
           COMPUTE WS-TMP-N0 = WS-P ** (1 / 3).
           COMPUTE WS-K = WS-K / WS-TMP-N0.
           COMPUTE WS-TMP-N0 = 1 - WS-ECC * WS-ECC.
           COMPUTE WS-TMP-N0 = FUNCTION SQRT(WS-TMP-N0).
           COMPUTE WS-K = WS-K / WS-TMP-N0.
           IF WS-K >= WS-RV-MIN AND WS-P <= DOS-BASELINE(WS-ROW) THEN
               MOVE 'Y' TO WS-BY-RV
               COMPUTE WS-SNR = WS-K / WS-RV-MIN
               COMPUTE WS-ERR-M = 0.3 / FUNCTION SQRT(WS-SNR)
               IF WS-ERR-M < 0.03 THEN
                   MOVE 0.03 TO WS-ERR-M
               END-IF
               IF WS-ERR-P = 0 THEN
                   COMPUTE WS-ERR-P = WS-ERR-M / 10
               END-IF
           END-IF.

      *    Imaging: far enough off the star, bright enough against
      *    it, bright enough at all.
           COMPUTE WS-THETA = WS-A / WS-DIST-PC.
           COMPUTE WS-CONTRAST = WS-RP / WS-A.
           COMPUTE WS-CONTRAST = WS-CONTRAST / 2.
           COMPUTE WS-CONTRAST = WS-CONTRAST * WS-CONTRAST.
           COMPUTE WS-CONTRAST = WS-CONTRAST * WS-ALBEDO.
           COMPUTE WS-TMP-N0 = FUNCTION LOG(WS-CONTRAST) / 2.302585.
           COMPUTE WS-BODY-MAG = WS-STAR-MAG - 2.5 * WS-TMP-N0.
           IF WS-THETA >= DOS-IWA(WS-ROW)
              AND WS-CONTRAST >= WS-CONTRAST-MIN
              AND WS-BODY-MAG <= DOS-MAG-LIMIT(WS-ROW) THEN
               MOVE 'Y' TO WS-BY-IMAGE
               IF WS-ERR-R = 0 THEN
                   MOVE 0.4 TO WS-ERR-R
               END-IF
               IF WS-ERR-P = 0 THEN
                   MOVE 0.2 TO WS-ERR-P
               END-IF
           END-IF.

           IF WS-BY-TRANSIT = '-' AND WS-BY-RV = '-'
              AND WS-BY-IMAGE = '-' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-BODY-LINE.
           EXIT PARAGRAPH.

      *    Orbit and size for the body on STAR-IDX/ORB-IDX — the
      *    world-detail row when there is one, otherwise an Earth or
      *    a Jupiter by the kind.
       GET-BODY-FIGURES.
           MOVE DISTANCE OF ORBIT(STAR-IDX, ORB-IDX) TO WS-A.
           MOVE ORBIT-PERIOD(STAR-IDX, ORB-IDX) TO WS-P.
           MOVE ORB-ECCENTRICITY(STAR-IDX, ORB-IDX) TO WS-ECC.
           MOVE OBJ(STAR-IDX, ORB-IDX) TO WS-BODY-KIND.
           IF BODY-ROCK THEN
               MOVE 1 TO WS-RP-E WS-MP-E
               MOVE 0.3 TO WS-ALBEDO
           ELSE
               COMPUTE WS-RP-E = DOS-JUPITER-RADIUS-AU
                               / DOS-EARTH-RADIUS-AU
               MOVE DOS-EARTHS-PER-JUPITER TO WS-MP-E
               MOVE 0.5 TO WS-ALBEDO
           END-IF.
           MOVE '-' TO WS-WD-FOUND.
           IF WS-WORLD-OPEN = 'Y' THEN
               MOVE WS-LOAD-NAME TO WDTL-SYSTEM-KEY
               MOVE WS-STAR-NO TO WDTL-STAR-NO
               SET WDTL-ORBIT-NO TO ORB-IDX
               READ WORLD-FILE RECORD KEY IS WDTL-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-WD-FOUND
               END-READ
           END-IF.
           IF WS-WD-FOUND = 'Y' THEN
               EVALUATE TRUE
                   WHEN WDTL-TERRESTRIAL AND BODY-ROCK
                       MOVE WDTL-DETAIL TO WS-WD-TERRA
                       IF TERRA-DIAMETER > 0 THEN
                           MOVE TERRA-DIAMETER TO WS-RP-E
                           MOVE TERRA-MASS TO WS-MP-E
                       END-IF
                   WHEN WDTL-GAS-GIANT AND BODY-GIANT
                       MOVE WDTL-DETAIL(1:93) TO WS-WD-GG
      *                Giant radius barely moves with mass above a
      *                Saturn; it falls away toward the ice giants.
                       IF GG-MASS > 0 THEN
                           COMPUTE WS-MP-E =
                                   GG-MASS * DOS-EARTHS-PER-JUPITER
                           COMPUTE WS-TMP-N0 = GG-MASS ** 0.3
                           IF WS-TMP-N0 > 1.1 THEN
                               MOVE 1.1 TO WS-TMP-N0
                           END-IF
                           COMPUTE WS-RP-E = DOS-JUPITER-RADIUS-AU
                                           / DOS-EARTH-RADIUS-AU
                           COMPUTE WS-RP-E = WS-RP-E * WS-TMP-N0
                       END-IF
               END-EVALUATE
           END-IF.
           COMPUTE WS-RP = WS-RP-E * DOS-EARTH-RADIUS-AU.
           EXIT PARAGRAPH.

      *    A belt shows only as warm dust around the star — an
      *    infrared excess — once the instruments reach TL 10, and
      *    not from too far for the star's brightness.
       SURVEY-ONE-BELT.
           IF WS-ROW < 3 OR WS-NOISE > 20 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE DISTANCE OF ORBIT(STAR-IDX, ORB-IDX) TO WS-A.
           MOVE 1 TO WS-LINE-PTR.
           STRING '    dust disk (infrared excess) near '
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           MOVE 5 TO WS-TMP-N2.
           MOVE WS-A TO WS-SHOW-VAL.
           MOVE 0.3 TO WS-ERR-FRAC.
           PERFORM SCATTER-FIGURE.
           STRING ' AU'                  DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           PERFORM EMIT-LINE.
           EXIT PARAGRAPH.

      *    One detected body: designation, methods, then the figures
      *    the methods actually give, each scattered inside its bar.
       WRITE-BODY-LINE.
           ADD 1 TO WS-BODY-COUNT WS-BODIES-SHOWN.
           MOVE SPACES TO WS-METHODS.
           MOVE 1 TO WS-LINE-PTR.
           IF WS-BY-TRANSIT = 'Y' THEN
               STRING 'transit '         DELIMITED BY SIZE
                      INTO WS-METHODS WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF.
           IF WS-BY-RV = 'Y' THEN
               IF NOT PULSAR-NONE(STAR-IDX) THEN
                   STRING 'timing '      DELIMITED BY SIZE
                          INTO WS-METHODS WITH POINTER WS-LINE-PTR
                   END-STRING
               ELSE
                   STRING 'RV '          DELIMITED BY SIZE
                          INTO WS-METHODS WITH POINTER WS-LINE-PTR
                   END-STRING
               END-IF
           END-IF.
           IF WS-BY-IMAGE = 'Y' THEN
               STRING 'imaging'          DELIMITED BY SIZE
                      INTO WS-METHODS WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF.
           MOVE 1 TO WS-LINE-PTR.
           STRING '    '                 DELIMITED BY SIZE
                  DOS-STAR-LETTERS(WS-STAR-NO:1)
                                         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  DOS-BODY-LETTERS(WS-BODY-COUNT:1)
                                         DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  WS-METHODS(1:16)       DELIMITED BY SIZE
                  '  P '                 DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
      *    Period — days under two years, years beyond.
           MOVE 6 TO WS-TMP-N2.
           MOVE WS-P TO WS-SHOW-VAL.
           IF WS-P < 2 THEN
               COMPUTE WS-SHOW-VAL = WS-P * 365.25
           END-IF.
           MOVE WS-ERR-P TO WS-ERR-FRAC.
           PERFORM SCATTER-FIGURE.
           IF WS-P < 2 THEN
               STRING ' d'               DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           ELSE
               STRING ' yr'              DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF.
      *    Separation: Kepler off the period and the star's (itself
      *    uncertain) mass, a third of the period's bar plus the
      *    mass's.
           COMPUTE WS-ERR-FRAC = WS-ERR-P + 0.02.
           MOVE 7 TO WS-TMP-N2.
           MOVE WS-A TO WS-SHOW-VAL.
           STRING '  a '                 DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           PERFORM SCATTER-FIGURE.
           STRING ' AU'                  DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
      *    Radius, when a transit or the image gives one — Earth
      *    radii for rock-sized, Jupiter radii above six Earths.
           IF WS-BY-TRANSIT = 'Y' OR WS-BY-IMAGE = 'Y' THEN
               MOVE 8 TO WS-TMP-N2
               MOVE WS-RP-E TO WS-SHOW-VAL
               IF WS-RP-E > 6 THEN
                   COMPUTE WS-SHOW-VAL = WS-RP / DOS-JUPITER-RADIUS-AU
               END-IF
               MOVE WS-ERR-R TO WS-ERR-FRAC
               STRING '  R '             DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
               PERFORM SCATTER-FIGURE
               IF WS-RP-E > 6 THEN
                   STRING ' Rj'          DELIMITED BY SIZE
                          INTO WS-LINE WITH POINTER WS-LINE-PTR
                   END-STRING
               ELSE
                   STRING ' Re'          DELIMITED BY SIZE
                          INTO WS-LINE WITH POINTER WS-LINE-PTR
                   END-STRING
               END-IF
           END-IF.
      *    Mass off RV — only a minimum (M sin i) unless a transit
      *    fixes the inclination.
           IF WS-BY-RV = 'Y' THEN
               MOVE 9 TO WS-TMP-N2
               COMPUTE WS-SHOW-VAL = WS-MP-E * WS-SIN-I
               IF WS-BY-TRANSIT = 'Y' THEN
                   MOVE WS-MP-E TO WS-SHOW-VAL
                   STRING '  M '         DELIMITED BY SIZE
                          INTO WS-LINE WITH POINTER WS-LINE-PTR
                   END-STRING
               ELSE
                   STRING '  M sin i '   DELIMITED BY SIZE
                          INTO WS-LINE WITH POINTER WS-LINE-PTR
                   END-STRING
               END-IF
               IF WS-MP-E > 50 THEN
                   COMPUTE WS-SHOW-VAL = WS-SHOW-VAL
                                       / DOS-EARTHS-PER-JUPITER
               END-IF
               MOVE WS-ERR-M TO WS-ERR-FRAC
               PERFORM SCATTER-FIGURE
               IF WS-MP-E > 50 THEN
                   STRING ' Mj'          DELIMITED BY SIZE
                          INTO WS-LINE WITH POINTER WS-LINE-PTR
                   END-STRING
               ELSE
                   STRING ' Me'          DELIMITED BY SIZE
                          INTO WS-LINE WITH POINTER WS-LINE-PTR
                   END-STRING
               END-IF
           END-IF.
      *    What the figures add up to: radius and true mass give a
      *    density; either alone only a size class.
           EVALUATE TRUE
               WHEN WS-BY-TRANSIT = 'Y' AND WS-BY-RV = 'Y'
                   COMPUTE WS-TMP-N0 = WS-RP-E * WS-RP-E * WS-RP-E
                   COMPUTE WS-TMP-N0 = WS-MP-E / WS-TMP-N0
                   IF WS-TMP-N0 > 0.5 THEN
                       MOVE 'rocky' TO WS-KIND-TEXT
                   ELSE
                       MOVE 'gaseous' TO WS-KIND-TEXT
                   END-IF
               WHEN WS-RP-E > 6 OR WS-MP-E > 50
                   MOVE 'giant' TO WS-KIND-TEXT
               WHEN WS-RP-E < 1.8 AND WS-MP-E < 8
                   MOVE 'Earth-sized' TO WS-KIND-TEXT
               WHEN OTHER
                   MOVE 'super-Earth' TO WS-KIND-TEXT
           END-EVALUATE.
           STRING '  ('                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KIND-TEXT)
                                         DELIMITED BY SIZE
                  ')'                    DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           PERFORM EMIT-LINE.
           EXIT PARAGRAPH.

      *    A measured figure: WS-SHOW-VAL (the true one) scattered
      *    inside its WS-ERR-FRAC bar, and the bar itself sized off
      *    what was measured — so the printed bar never gives the
      *    true figure away.
       SCATTER-FIGURE.
           PERFORM PAIR-GAUSS.
           COMPUTE WS-TMP-N0 = WS-GAUSS * WS-ERR-FRAC.
           COMPUTE WS-TMP-N0 = WS-TMP-N0 * WS-SHOW-VAL.
           ADD WS-TMP-N0 TO WS-SHOW-VAL.
           COMPUTE WS-SHOW-ERR = FUNCTION ABS(WS-SHOW-VAL).
           COMPUTE WS-SHOW-ERR = WS-SHOW-ERR * WS-ERR-FRAC.
           PERFORM APPEND-VAL-ERR.
           EXIT PARAGRAPH.

      *    '<value> ±<error>' at the line pointer, two significant
      *    figures or so.
       APPEND-VAL-ERR.
           PERFORM APPEND-NUM.
           STRING ' ±'                   DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           IF WS-FMT-DIGITS = 5 AND WS-SHOW-ERR < 0.00001 THEN
               MOVE 0.00001 TO WS-SHOW-ERR
           END-IF.
           IF WS-FMT-DIGITS = 3 AND WS-SHOW-ERR < 0.001 THEN
               MOVE 0.001 TO WS-SHOW-ERR
           END-IF.
           CALL 'FMT-NUM' USING WS-SHOW-ERR, WS-FMT-DIGITS, WS-NUM-STR.
           STRING FUNCTION TRIM(WS-NUM-STR)
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           EXIT PARAGRAPH.

      *    WS-SHOW-VAL at the line pointer, with as many decimals as
      *    its size wants (WS-FMT-DIGITS is left set for the caller).
       APPEND-NUM.
           EVALUATE TRUE
               WHEN FUNCTION ABS(WS-SHOW-VAL) >= 100
                   MOVE 0 TO WS-FMT-DIGITS
               WHEN FUNCTION ABS(WS-SHOW-VAL) >= 10
                   MOVE 1 TO WS-FMT-DIGITS
               WHEN FUNCTION ABS(WS-SHOW-VAL) >= 1
                   MOVE 2 TO WS-FMT-DIGITS
               WHEN FUNCTION ABS(WS-SHOW-VAL) >= 0.01
                   MOVE 3 TO WS-FMT-DIGITS
               WHEN OTHER
                   MOVE 5 TO WS-FMT-DIGITS
           END-EVALUATE.
           CALL 'FMT-NUM' USING WS-SHOW-VAL, WS-FMT-DIGITS, WS-NUM-STR.
           STRING FUNCTION TRIM(WS-NUM-STR)
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           EXIT PARAGRAPH.

      *********************************
      * What the non-detections rule out around the primary — the
      * honest half of the dossier.
       WRITE-LIMITS-LINE.
           PERFORM EMIT-LINE.
           IF WS-BODIES-SHOWN = 0 THEN
               MOVE '  No bodies detected.' TO WS-LINE
               PERFORM EMIT-LINE
           END-IF.
           IF WS-STARS-SHOWN = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           SET STAR-IDX TO 1.
           IF RADIUS(STAR-IDX) <= 0 OR CURRENT-LUM(STAR-IDX) <= 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TMP-N0 = FUNCTION SQRT(CURRENT-LUM(STAR-IDX)).
           COMPUTE WS-NOISE = WS-DIST-LY / 10.
           COMPUTE WS-NOISE = WS-NOISE / WS-TMP-N0.
           IF WS-NOISE < 0.2 THEN
               MOVE 0.2 TO WS-NOISE
           END-IF.
      *    Smallest transiting radius that would have shown, Earth
      *    radii: R* × sqrt(depth floor).
           COMPUTE WS-TMP-N0 = DOS-DEPTH-FLOOR(WS-ROW) * WS-NOISE.
           COMPUTE WS-TMP-N0 = FUNCTION SQRT(WS-TMP-N0).
           COMPUTE WS-TMP-N0 = WS-TMP-N0 * RADIUS(STAR-IDX).
           COMPUTE WS-SHOW-VAL = WS-TMP-N0 / DOS-EARTH-RADIUS-AU.
           MOVE 1 TO WS-LINE-PTR.
           STRING '  Limits: no transiting body above '
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           PERFORM APPEND-NUM.
           STRING ' Re on an edge-on orbit inside '
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           COMPUTE WS-SHOW-VAL = DOS-BASELINE(WS-ROW) / 3.
           MOVE 0 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING WS-SHOW-VAL, WS-FMT-DIGITS, WS-NUM-STR.
           STRING FUNCTION TRIM(WS-NUM-STR)
                                         DELIMITED BY SIZE
                  ' yr;'                 DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           PERFORM EMIT-LINE.
           STRING '          no wobble above '
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           COMPUTE WS-SHOW-VAL = DOS-RV-FLOOR(WS-ROW) * WS-NOISE.
           PERFORM APPEND-NUM.
           STRING ' m/s; nothing imaged closer in than '
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           COMPUTE WS-SHOW-VAL = DOS-IWA(WS-ROW) * WS-DIST-PC.
           PERFORM APPEND-NUM.
           STRING ' AU.'                 DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           PERFORM EMIT-LINE.
           EXIT PARAGRAPH.

      *********************************
      * The dice.  PLANE-DIE rolls off the target's name alone (the
      * orbital geometry is the target's, whoever looks); PAIR-GAUSS
      * off the observer/target pair (measurement scatter belongs to
      * the observer).  WS-TMP-N2 says which figure is being rolled.
       PLANE-DIE.
           SET WS-NAME-POS TO ORB-IDX.
           IF WS-TMP-N2 = 0 THEN
               MOVE 0 TO WS-NAME-POS
           END-IF.
           COMPUTE WS-ROLL-SEED = FUNCTION MOD(WS-NAME-HASH
                 + WS-STAR-NO * 7919 + WS-NAME-POS * 104729
                 + WS-TMP-N2 * 1299709, 999999937) + 1.
           COMPUTE WS-U = FUNCTION RANDOM(WS-ROLL-SEED).
           COMPUTE WS-U = FUNCTION RANDOM.
           EXIT PARAGRAPH.

      *    WS-GAUSS: roughly a standard normal draw (three uniforms
      *    summed), clipped at two sigma so no figure lands absurdly
      *    far outside its own error bar.
       PAIR-GAUSS.
           SET WS-NAME-POS TO ORB-IDX.
           COMPUTE WS-ROLL-SEED = FUNCTION MOD(WS-PAIR-HASH + WS-SEED
                 + WS-STAR-NO * 7919 + WS-NAME-POS * 104729
                 + WS-TMP-N2 * 1299709, 999999937) + 1.
           COMPUTE WS-U = FUNCTION RANDOM(WS-ROLL-SEED).
           COMPUTE WS-GAUSS = FUNCTION RANDOM.
           COMPUTE WS-U = FUNCTION RANDOM.
           ADD WS-U TO WS-GAUSS.
           COMPUTE WS-U = FUNCTION RANDOM.
           ADD WS-U TO WS-GAUSS.
           COMPUTE WS-GAUSS = WS-GAUSS - 1.5.
           COMPUTE WS-GAUSS = WS-GAUSS * 2.
           IF WS-GAUSS > 2 THEN
               MOVE 2 TO WS-GAUSS
           END-IF.
           IF WS-GAUSS < -2 THEN
               MOVE -2 TO WS-GAUSS
           END-IF.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
