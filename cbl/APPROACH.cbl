       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGAPR.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Approach chart for a saved system — where a jump drive may
      * and may not be used.  Travel-style rules keep a ship from
      * jumping within 100 diameters of a star or a world; this
      * puts numbers on those limits off the saved record (every
      * star's RADIUS) and the world-detail sidecar (each world's
      * diameter), so the referee stops guessing how long the run
      * out to the jump point takes.
      *
      * Per star: its 100-diameter limit in AU.  Per occupied
      * orbit: the world's diameter and its own limit, whether the
      * orbit sits inside the star's jump shadow, the distance out
      * to the nearest clear jump point and the time to fly it at
      * the PARM's drive profile (brachistochrone, or accelerate-
      * coast-decelerate under a delta-V cap — G4SSGTRV's rule).
      * The limits themselves come from JUMP-LIMIT, which G4SSGTRV's
      * JUMP=Y legs share.
      *
      * Terrestrial diameters are the sidecar's TERRA-DIAMETER; a gas
      * giant's is taken off its size class (small 4, medium 9.5,
      * large 11.2 Earth diameters — the sidecar keeps mass, not
      * size).  A world with no sidecar row is charted at Earth's
      * diameter, or medium-giant's, and marked '(est.)'.  Belts
      * are no single body and cast no shadow of their own.
      * Companion stars' own shadows are not charted: the saved
      * record does not keep the star separations.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   LOAD=<name>    saved system to chart (required)
      *   PATH=<path>    star database file (default stardb.dat)
      *   WORLDS=<path>  world-detail file (default worlds.dat)
      *   ACCEL=<g>      constant acceleration in g (default 1.0)
      *   DELTAV=<km/s>  delta-V budget per leg; 0 = unlimited
      *   DIAMETERS=<n>  the setting's jump-limit multiple (default
      *                  100)
      *   OUT=<path>     write the chart to a file instead of the
      *                  console
      *
      * Return codes: 0 chart written, 8 no database or no such
      * system.
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

       DATA DIVISION.
       FILE SECTION.
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.
       FD  WORLD-FILE.
       01  WORLD-RECORD.
           COPY WORLDDTL.
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
       01  WS-WD-OPEN                  PIC X VALUE '-'.
       01  WS-LOAD-NAME                PIC X(48) VALUE SPACES.
       01  WS-ACCEL-G                  USAGE COMP-2 VALUE 1.0.
       01  WS-DELTAV-KMS               USAGE COMP-2 VALUE 0.
      *    'OUT=<path>' sends every chart line to a file instead of
      *    the console — EMIT-LINE is the one place that decides.
       01  WS-OUT-PATH                 PIC X(100) VALUE SPACES.
       01  WS-OUT-MODE                 PIC X VALUE '-'.
           88  FILE-OUTPUT             VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
      *    One world's detail row, decoded.
       01  WS-WD-TERRA.
           COPY TERRAINF.
       01  WS-WD-GG.
           COPY GGINF.
      *    The jump-limit control block — see JMPCTL.cpy.
       01  WS-JMP-CTL.
           COPY JMPCTL.
      *********************************
      * Physics constants — G4SSGTRV's.
       77  TRV-AU-M                    USAGE COMP-2
                                       VALUE 149597870700.
       77  TRV-G-MS2                   USAGE COMP-2 VALUE 9.80665.
       77  TRV-SEC-PER-DAY             USAGE COMP-2 VALUE 86400.
      *********************************
      * Travel math and chart fields.
       01  WS-ACCEL-MS2                USAGE COMP-2.
       01  WS-VCAP-MS                  USAGE COMP-2.
       01  WS-DIST-M                   USAGE COMP-2.
       01  WS-VPEAK-MS                 USAGE COMP-2.
       01  WS-TIME-S                   USAGE COMP-2.
       01  WS-TIME-DAYS                USAGE COMP-2.
       01  WS-DIAM-E                   USAGE COMP-2.
       01  WS-DIAM-EST                 PIC X.
       01  WS-SHADOWED                 PIC 999 USAGE COMP-5.
       01  WS-ORB                      PIC 999 USAGE COMP-5.
       01  WS-DISP-STAR                PIC ZZ9.
       01  WS-DISP-ORB                 PIC ZZ9.
       01  WS-TMP-STR                  PIC X(100).
       01  WS-FMT-DIGITS               PIC 9 VALUE 1.
       01  WS-LINE                     PIC X(132).
      *********************************
      * The loaded system — same shape as G4SSGCRE's WS-STAR-SYSTEM.
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
           MOVE 'G4SSGAPR' TO MC-PROGRAM.
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
                       WHEN 'PATH'
                           MOVE WS-PARM-VAL TO WS-STARDB-PATH
                       WHEN 'WORLDS'
                           MOVE WS-PARM-VAL TO WS-WORLD-PATH
                       WHEN 'ACCEL'
                           COMPUTE WS-ACCEL-G =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'DELTAV'
                           COMPUTE WS-DELTAV-KMS =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'DIAMETERS'
                           COMPUTE JL-DIAMETERS =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'OUT'
                           MOVE WS-PARM-VAL TO WS-OUT-PATH
                           SET FILE-OUTPUT TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-LOAD-NAME = SPACES THEN
               MOVE 'APR001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-ACCEL-G <= 0 THEN
               MOVE 1.0 TO WS-ACCEL-G
           END-IF.
           IF JL-DIAMETERS <= 0 THEN
               MOVE 100 TO JL-DIAMETERS
           END-IF.
           COMPUTE WS-ACCEL-MS2 = WS-ACCEL-G * TRV-G-MS2.
      *    Half the budget up, half back down — G4SSGTRV's cap.
           COMPUTE WS-VCAP-MS = WS-DELTAV-KMS * 1000.0 / 2.0.

           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'APR002' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE WS-LOAD-NAME TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   MOVE 'APR003' TO MC-MSG-ID
                   MOVE WS-LOAD-NAME TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   CLOSE STARDB-FILE
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
           END-READ.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               MOVE 'APR004' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               CLOSE STARDB-FILE
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           CLOSE STARDB-FILE.

           OPEN INPUT WORLD-FILE.
           IF WORLD-FILE-OK THEN
               MOVE 'Y' TO WS-WD-OPEN
           END-IF.
           IF FILE-OUTPUT THEN
               OPEN OUTPUT OUT-FILE
           END-IF.

           MOVE 1 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING WS-ACCEL-G, WS-FMT-DIGITS,
                                WS-TMP-STR.
           MOVE SPACES TO WS-LINE.
           STRING 'Approach chart for '   DELIMITED BY SIZE
                  FUNCTION TRIM(STAR-SYSTEM-NAME)
                                          DELIMITED BY SIZE
                  ' — jump limits at '    DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           MOVE 0 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING JL-DIAMETERS, WS-FMT-DIGITS,
                                WS-TMP-STR.
           STRING FUNCTION TRIM(WS-LINE)  DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TMP-STR)
                                          DELIMITED BY SIZE
                  ' diameters, transit at '
                                          DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           MOVE 1 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING WS-ACCEL-G, WS-FMT-DIGITS,
                                WS-TMP-STR.
           STRING FUNCTION TRIM(WS-LINE)  DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TMP-STR)
                                          DELIMITED BY SIZE
                  'g'                     DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           IF WS-WD-OPEN NOT = 'Y' THEN
               MOVE '  (no world-detail file — world diameters '
                 & 'estimated)' TO WS-LINE
               PERFORM EMIT-LINE
           END-IF.
           PERFORM VARYING STAR-IDX FROM 1 BY 1
                   UNTIL STAR-IDX > STAR-COUNT
               PERFORM CHART-ONE-STAR
           END-PERFORM.
           IF WS-WD-OPEN = 'Y' THEN
               CLOSE WORLD-FILE
           END-IF.
           IF FILE-OUTPUT THEN
               CLOSE OUT-FILE
           END-IF.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *    Every chart line funnels through here — console by
      *    default, the OUT= file when one was named.
       EMIT-LINE.
           IF FILE-OUTPUT THEN
               WRITE OUT-RECORD FROM WS-LINE
           ELSE
               DISPLAY WS-LINE
           END-IF.
           MOVE SPACES TO WS-LINE.
           EXIT PARAGRAPH.

      *********************************
      * One star: its own limit, then each occupied orbit.
       CHART-ONE-STAR.
           MOVE RADIUS(STAR-IDX) TO JL-STAR-RADIUS-AU.
           MOVE 0 TO JL-ORBIT-AU JL-WORLD-DIAM-E.
           CALL 'JUMP-LIMIT' USING WS-JMP-CTL.
           MOVE SPACES TO WS-LINE.
           PERFORM EMIT-LINE.
           SET WS-ORB TO STAR-IDX.
           MOVE WS-ORB TO WS-DISP-STAR.
           MOVE 4 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING RADIUS(STAR-IDX), WS-FMT-DIGITS,
                                WS-TMP-STR.
           STRING 'Star '                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-STAR)
                                          DELIMITED BY SIZE
                  ': radius '             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TMP-STR)
                                          DELIMITED BY SIZE
                  ' AU, jump shadow to '  DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           MOVE 3 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING JL-STAR-LIMIT-AU, WS-FMT-DIGITS,
                                WS-TMP-STR.
           STRING FUNCTION TRIM(WS-LINE)  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TMP-STR)
                                          DELIMITED BY SIZE
                  ' AU'                   DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           IF NUM-ORBITS(STAR-IDX) = 0 THEN
               MOVE '  (no orbits)' TO WS-LINE
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE '  Orb   Dist AU  Object     Diam(E)  Own limit AU'
             & '  Shadow  To clear AU   Days' TO WS-LINE.
           PERFORM EMIT-LINE.
           MOVE 0 TO WS-SHADOWED.
           PERFORM VARYING ORB-IDX FROM 1 BY 1
                   UNTIL ORB-IDX > NUM-ORBITS(STAR-IDX)
               IF NOT OBJ-NOTHING(STAR-IDX, ORB-IDX) THEN
                   PERFORM CHART-ONE-ORBIT
               END-IF
           END-PERFORM.
           IF WS-SHADOWED > 0 THEN
               MOVE WS-SHADOWED TO WS-DISP-ORB
               STRING '  '                DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-ORB)
                                          DELIMITED BY SIZE
                      ' occupied orbit(s) inside the stellar jump '
                                          DELIMITED BY SIZE
                      'shadow.'           DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               PERFORM EMIT-LINE
           END-IF.
           EXIT PARAGRAPH.

       CHART-ONE-ORBIT.
           PERFORM FETCH-WORLD-DIAMETER.
           MOVE DISTANCE OF ORBIT(STAR-IDX, ORB-IDX) TO JL-ORBIT-AU.
           MOVE WS-DIAM-E TO JL-WORLD-DIAM-E.
           CALL 'JUMP-LIMIT' USING WS-JMP-CTL.
           IF JL-IN-SHADOW THEN
               ADD 1 TO WS-SHADOWED
           END-IF.
           COMPUTE WS-DIST-M = JL-CLEAR-AU * TRV-AU-M.
           PERFORM COMPUTE-LEG-TIME.
           MOVE SPACES TO WS-LINE.
           SET WS-ORB TO ORB-IDX.
           MOVE WS-ORB TO WS-DISP-ORB.
           MOVE WS-DISP-ORB TO WS-LINE(3:3).
           MOVE 3 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING JL-ORBIT-AU, WS-FMT-DIGITS,
                                WS-TMP-STR.
           MOVE FUNCTION TRIM(WS-TMP-STR) TO WS-LINE(8:9).
           EVALUATE TRUE
               WHEN OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX)
                   MOVE 'world' TO WS-LINE(18:10)
               WHEN OBJ-GAS-GIANT(STAR-IDX, ORB-IDX)
                   MOVE 'gas giant' TO WS-LINE(18:10)
               WHEN OTHER
                   MOVE 'belt' TO WS-LINE(18:10)
           END-EVALUATE.
           IF WS-DIAM-E > 0 THEN
               MOVE 2 TO WS-FMT-DIGITS
               CALL 'FMT-NUM' USING WS-DIAM-E, WS-FMT-DIGITS,
                                    WS-TMP-STR
               MOVE FUNCTION TRIM(WS-TMP-STR) TO WS-LINE(29:6)
               IF WS-DIAM-EST = 'Y' THEN
                   MOVE '~' TO WS-LINE(28:1)
               END-IF
               MOVE 4 TO WS-FMT-DIGITS
               CALL 'FMT-NUM' USING JL-WORLD-LIMIT-AU, WS-FMT-DIGITS,
                                    WS-TMP-STR
               MOVE FUNCTION TRIM(WS-TMP-STR) TO WS-LINE(38:10)
           ELSE
               MOVE '-' TO WS-LINE(29:1)
               MOVE '-' TO WS-LINE(38:1)
           END-IF.
           IF JL-IN-SHADOW THEN
               MOVE 'INSIDE' TO WS-LINE(52:6)
           ELSE
               MOVE 'clear' TO WS-LINE(52:6)
           END-IF.
           MOVE 4 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING JL-CLEAR-AU, WS-FMT-DIGITS,
                                WS-TMP-STR.
           MOVE FUNCTION TRIM(WS-TMP-STR) TO WS-LINE(60:12).
           MOVE 2 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING WS-TIME-DAYS, WS-FMT-DIGITS,
                                WS-TMP-STR.
           MOVE FUNCTION TRIM(WS-TMP-STR) TO WS-LINE(74:10).
           IF WS-DIAM-EST = 'Y' THEN
               STRING FUNCTION TRIM(WS-LINE, TRAILING)
                                          DELIMITED BY SIZE
                      '  (est.)'          DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           END-IF.
           PERFORM EMIT-LINE.
           EXIT PARAGRAPH.

      *    The world's diameter in Earth diameters into WS-DIAM-E —
      *    off its sidecar row where there is one, its kind's typical
      *    size where not (WS-DIAM-EST 'Y'); 0 for a belt.
       FETCH-WORLD-DIAMETER.
           MOVE 0 TO WS-DIAM-E.
           MOVE '-' TO WS-DIAM-EST.
           IF OBJ-ASTEROID-BELT(STAR-IDX, ORB-IDX) THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-WD-OPEN = 'Y' THEN
               MOVE STAR-SYSTEM-NAME TO WDTL-SYSTEM-KEY
               SET WS-ORB TO STAR-IDX
               MOVE WS-ORB TO WDTL-STAR-NO
               SET WS-ORB TO ORB-IDX
               MOVE WS-ORB TO WDTL-ORBIT-NO
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
           IF OBJ-GAS-GIANT(STAR-IDX, ORB-IDX) THEN
               MOVE 9.5 TO WS-DIAM-E
           ELSE
               MOVE 1.0 TO WS-DIAM-E
           END-IF.
           EXIT PARAGRAPH.

      *    A row of another object kind (the system was re-rolled
      *    and the file never caught up) counts as no row.
       DECODE-WORLD-DIAMETER.
           EVALUATE TRUE
               WHEN WDTL-TERRESTRIAL
                AND OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX)
                   MOVE WDTL-DETAIL TO WS-WD-TERRA
                   IF TERRA-DIAMETER > 0 THEN
                       MOVE TERRA-DIAMETER TO WS-DIAM-E
                   END-IF
               WHEN WDTL-GAS-GIANT
                AND OBJ-GAS-GIANT(STAR-IDX, ORB-IDX)
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

      *********************************
      * Time over WS-DIST-M at WS-ACCEL-MS2 into WS-TIME-DAYS —
      * G4SSGTRV's brachistochrone with its delta-V cap.
       COMPUTE-LEG-TIME.
           IF WS-DIST-M <= 0 THEN
               MOVE 0 TO WS-TIME-DAYS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-VPEAK-MS =
               FUNCTION SQRT(WS-DIST-M * WS-ACCEL-MS2).
           IF WS-VCAP-MS > 0 AND WS-VPEAK-MS > WS-VCAP-MS THEN
               COMPUTE WS-TIME-S =
                   (WS-DIST-M / WS-VCAP-MS)
                 + (WS-VCAP-MS / WS-ACCEL-MS2)
           ELSE
               COMPUTE WS-TIME-S =
                   2.0 * FUNCTION SQRT(WS-DIST-M / WS-ACCEL-MS2)
           END-IF.
           COMPUTE WS-TIME-DAYS = WS-TIME-S / TRV-SEC-PER-DAY.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
