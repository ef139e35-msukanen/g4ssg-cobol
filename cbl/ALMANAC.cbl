       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGALM.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Session weather almanac — day-by-day weather at one latitude
      * band of a saved terrestrial world, for the GM who would
      * rather not invent the rain at the landing site.
      *
      * The band's mean temperature is the write-up's own climate-
      * band figure (WRITE-CLIMATE-BAND-LINES: the equator-to-pole
      * gradient off the pressure and the tilt), and each day rides
      * on top of it:
      *   season     the tilt's swing over the orbit — same day-0
      *              epoch as G4SSGEPH and G4SSGCAL, so spring starts
      *              at campaign day 0 (for the north; the south runs
      *              half a year out), warmest a month after the
      *              solstice, wider toward the pole, damped by sea
      *              and by thick air; an eccentric orbit adds its
      *              perihelion warmth (perihelion at day 0)
      *   weather    seeded day-to-day swings that persist a few days
      *              (each day is a weighted run of the last five
      *              days' dice, so a front lasts and a day's weather
      *              does not depend on where the range starts)
      *   day/night  the diurnal spread — wide under thin air, dry
      *              ground and a slow spin, narrow under cloud, sea
      *              and a thick atmosphere; none on a locked world
      *   rain       odds off the hydrographic cover and the band,
      *              snow or sleet when it is cold enough, none at
      *              all without air or water
      *   wind       off the band, the pressure and the persistent
      *              swing — a locked world's terminator always blows
      *   warnings   storm, blizzard, tropical cyclone, dust storm,
      *              thunderstorms, and acid rain under a corrosive sky
      * Temperatures print in Celsius.
      *
      * The dice are reseeded per day off the run seed, the system
      * name and the day (as G4SSGMKT and G4SSGSWX reseed theirs), so
      * SEED= picks another year's weather and the same PARM always
      * prints the same table.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   LOAD=<name>      saved system (required)
      *   STAR=<n>         }  the world (default the system's
      *   ORBIT=<n>        }  calendar world, else its best-affinity
      *                       terrestrial)
      *   BAND=<band>      POLAR, HIGH, MID (default) or TROPICS; on
      *                    a locked world DAYSIDE, TERMINATOR
      *                    (default) or NIGHTSIDE
      *   HEMI=<N|S>       hemisphere for the seasons (default N)
      *   FROM=<day>       first campaign day (default the clock's
      *                    today, else 0)
      *   TO=<day>         last campaign day (default FROM+13; at
      *                    most a year)
      *   SEED=<n>         run seed (default 0)
      *   PATH=<path>      star database file (default stardb.dat)
      *   WORLDS=<path>    world-detail file (default worlds.dat)
      *   CALENDARS=<path> calendar file (default calendars.dat)
      *   CLOCK=<path>     campaign clock file (default
      *                    campclock.dat)
      *   OUT=<path>       write the almanac to a file instead of the
      *                    console
      *
      * Return codes: 0 almanac written, 8 no database, no such
      * system, or no terrestrial world with a world-detail row.
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
       01  WS-BAND-PARM                PIC X(10) VALUE SPACES.
       01  WS-HEMI                     PIC X VALUE 'N'.
           88  HEMI-SOUTH              VALUE 'S'.
       01  WS-DAY-FROM                 PIC S9(7) USAGE COMP-5 VALUE 0.
       01  WS-DAY-TO                   PIC S9(7) USAGE COMP-5 VALUE 0.
       01  WS-FROM-GIVEN               PIC X VALUE '-'.
       01  WS-TO-GIVEN                 PIC X VALUE '-'.
       01  WS-SEED                     PIC 9(9) USAGE COMP-5 VALUE 0.
      *    'OUT=<path>' sends every almanac line to a file instead
      *    of the console — EMIT-LINE is the one place that decides.
       01  WS-OUT-PATH                 PIC X(100) VALUE SPACES.
       01  WS-OUT-MODE                 PIC X VALUE '-'.
           88  FILE-OUTPUT             VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
      *********************************
      * The world and its default pick.
       01  WS-WD-TERRA.
           COPY TERRAINF.
       01  WS-WD-FOUND                 PIC X VALUE '-'.
       01  WS-BEST-STAR                PIC 999 USAGE COMP-5.
       01  WS-BEST-ORBIT               PIC 999 USAGE COMP-5.
       01  WS-BEST-AFFINITY            PIC S99.
       01  WS-ORB                      PIC 999 USAGE COMP-5.
      *********************************
      * The band's standing climate, worked out once.
       01  WS-BAND-NAME                PIC X(10).
       01  WS-BAND-K                   PIC 9 USAGE COMP-5.
           88  BAND-POLAR              VALUE 1.
           88  BAND-HIGH               VALUE 2.
           88  BAND-MID                VALUE 3.
           88  BAND-TROPICS            VALUE 4.
           88  BAND-DAYSIDE            VALUE 5.
           88  BAND-TERMINATOR         VALUE 6.
           88  BAND-NIGHTSIDE          VALUE 7.
       01  WS-BAND-GRADIENT            USAGE COMP-2.
       01  WS-BAND-TEMP                USAGE COMP-2.                    Kelvin
       01  WS-BAND-WORD                PIC X(9).
       01  WS-HYDRO                    USAGE COMP-2.                    fraction
       01  WS-PRESSURE                 USAGE COMP-2.                    atm
       01  WS-ECC                      USAGE COMP-2.
       01  WS-YEAR-D                   USAGE COMP-2.                    days
       01  WS-SEASON-AMP               USAGE COMP-2.                    K
       01  WS-SEASON-WEIGHT            USAGE COMP-2.
       01  WS-DIURNAL                  USAGE COMP-2.                    K
       01  WS-SWING                    USAGE COMP-2.                    K
       01  WS-WET-BASE                 USAGE COMP-2.
       01  WS-WIND-BASE                USAGE COMP-2.                    kph
       01  WS-NO-AIR                   PIC X VALUE '-'.
       01  WS-PI                       USAGE COMP-2.
      *********************************
      * The dice — one noise stream per weather element, each day a
      * weighted run of the last five days' rolls.
       01  WS-NAME-HASH                PIC 9(9) USAGE COMP-5.
       01  WS-NAME-POS                 PIC 99 USAGE COMP-5.
       01  WS-DAY-SEED                 PIC 9(9) USAGE COMP-5.
       01  WS-ND                       PIC S9(8) USAGE COMP-5.
       01  WS-NSTREAM                  PIC 9 USAGE COMP-5.
       01  WS-NK                       PIC 9 USAGE COMP-5.
       01  WS-U                        USAGE COMP-2.
       01  WS-ANOM                     USAGE COMP-2.
       01  ALM-RUN-WEIGHTS.
           05  FILLER                  PIC 9V99 VALUE 0.40.
           05  FILLER                  PIC 9V99 VALUE 0.25.
           05  FILLER                  PIC 9V99 VALUE 0.15.
           05  FILLER                  PIC 9V99 VALUE 0.12.
           05  FILLER                  PIC 9V99 VALUE 0.08.
       01  ALM-RUN-TAB REDEFINES ALM-RUN-WEIGHTS.
           05  ALM-RUN-WEIGHT          PIC 9V99 OCCURS 5 TIMES.
       01  ALM-SEASON-NAMES.
           05  FILLER                  PIC X(6) VALUE 'spring'.
           05  FILLER                  PIC X(6) VALUE 'summer'.
           05  FILLER                  PIC X(6) VALUE 'autumn'.
           05  FILLER                  PIC X(6) VALUE 'winter'.
       01  ALM-SEASON-TAB REDEFINES ALM-SEASON-NAMES.
           05  ALM-SEASON-NAME         PIC X(6) OCCURS 4 TIMES.
      *********************************
      * One day.
       01  WS-DAY                      PIC S9(7) USAGE COMP-5.
       01  WS-PHASE                    USAGE COMP-2.
       01  WS-SEASON-I                 PIC 9 USAGE COMP-5.
       01  WS-MEAN                     USAGE COMP-2.                    Kelvin
       01  WS-HIGH                     USAGE COMP-2.                    Kelvin
       01  WS-LOW                      USAGE COMP-2.                    Kelvin
       01  WS-WET-ANOM                 USAGE COMP-2.
       01  WS-WIND-ANOM                USAGE COMP-2.
       01  WS-WET-ODDS                 USAGE COMP-2.
       01  WS-WIND                     USAGE COMP-2.                    kph
       01  WS-PRECIP                   USAGE COMP-2.                    mm
       01  WS-PRECIP-KIND              PIC X(6).
       01  WS-IS-WET                   PIC X.
       01  WS-SKY-TEXT                 PIC X(22).
       01  WS-WIND-TEXT                PIC X(18).
       01  WS-WARN-TEXT                PIC X(13).
       01  WS-TMP-N0                   USAGE COMP-2.
       01  WS-TMP-N1                   USAGE COMP-2.
      *********************************
      * Report scratch.
       01  WS-DISP-DAY                 PIC -(6)9.
       01  WS-DISP-C                   PIC -(3)9.
       01  WS-DISP-MM                  PIC ZZ9.
       01  WS-DISP-KPH                 PIC ZZ9.
       01  WS-DISP-STAR                PIC ZZ9.
       01  WS-DISP-ORB                 PIC ZZ9.
       01  WS-DISP-PCT                 PIC ZZ9.
       01  WS-DISP-TILT                PIC Z9.
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
           MOVE 'G4SSGALM' TO MC-PROGRAM.
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
                       WHEN 'BAND'
                           MOVE FUNCTION UPPER-CASE(WS-PARM-VAL)
                             TO WS-BAND-PARM
                       WHEN 'HEMI'
                           MOVE FUNCTION UPPER-CASE(WS-PARM-VAL(1:1))
                             TO WS-HEMI
                       WHEN 'FROM'
                           COMPUTE WS-DAY-FROM =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                           MOVE 'Y' TO WS-FROM-GIVEN
                       WHEN 'TO'
                           COMPUTE WS-DAY-TO =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                           MOVE 'Y' TO WS-TO-GIVEN
                       WHEN 'SEED'
                           COMPUTE WS-SEED =
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
               MOVE 'ALM001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
      *    No FROM= — today off the campaign clock; no TO= — a
      *    fortnight.
           IF WS-FROM-GIVEN = '-' THEN
               PERFORM READ-CAMPAIGN-CLOCK
               IF WS-CLOCK-FOUND = 'Y' THEN
                   MOVE WS-CLOCK-DAY TO WS-DAY-FROM
               END-IF
           END-IF.
           IF WS-TO-GIVEN = '-' OR WS-DAY-TO < WS-DAY-FROM THEN
               COMPUTE WS-DAY-TO = WS-DAY-FROM + 13
           END-IF.
           IF WS-DAY-TO - WS-DAY-FROM > 366 THEN
               COMPUTE WS-DAY-TO = WS-DAY-FROM + 366
           END-IF.

           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'ALM002' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE WS-LOAD-NAME TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   MOVE 'ALM003' TO MC-MSG-ID
                   MOVE WS-LOAD-NAME TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   CLOSE STARDB-FILE
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
           END-READ.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               MOVE 'ALM004' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               CLOSE STARDB-FILE
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           CLOSE STARDB-FILE.

           PERFORM FETCH-CALENDAR.
           OPEN INPUT WORLD-FILE.
           IF NOT WORLD-FILE-OK THEN
               MOVE 'ALM005' TO MC-MSG-ID
               MOVE WS-WORLD-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-WHICH-ORBIT = 0 AND WS-CAL-FOUND = 'Y' THEN
               MOVE CAL-STAR-NO TO WS-WHICH-STAR
               MOVE CAL-ORBIT-NO TO WS-WHICH-ORBIT
               PERFORM FETCH-WORLD
           END-IF.
           IF WS-WHICH-ORBIT = 0 OR WS-WD-FOUND = '-' THEN
               IF WS-WHICH-ORBIT = 0 THEN
                   PERFORM PICK-DEFAULT-WORLD
               END-IF
               PERFORM FETCH-WORLD
           END-IF.
           CLOSE WORLD-FILE.
           IF WS-WD-FOUND = '-' THEN
               MOVE 'ALM006' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

           PERFORM HASH-SYSTEM-NAME.
           PERFORM SET-UP-BAND.
           IF FILE-OUTPUT THEN
               OPEN OUTPUT OUT-FILE
           END-IF.
           PERFORM WRITE-ALMANAC-HEADING.
           PERFORM VARYING WS-DAY FROM WS-DAY-FROM BY 1
                   UNTIL WS-DAY > WS-DAY-TO
               PERFORM ROLL-ONE-DAY
               PERFORM WRITE-DAY-LINE
           END-PERFORM.
           IF FILE-OUTPUT THEN
               CLOSE OUT-FILE
           END-IF.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *    Every almanac line funnels through here — console by
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

      *    The chosen world's detail row, when it is a terrestrial
      *    one with a row on file.
       FETCH-WORLD.
           MOVE '-' TO WS-WD-FOUND.
           IF WS-WHICH-STAR = 0 THEN
               MOVE 1 TO WS-WHICH-STAR
           END-IF.
           IF WS-WHICH-STAR > STAR-COUNT OR WS-WHICH-ORBIT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           SET STAR-IDX TO WS-WHICH-STAR.
           IF WS-WHICH-ORBIT > NUM-ORBITS(STAR-IDX) THEN
               EXIT PARAGRAPH
           END-IF.
           SET ORB-IDX TO WS-WHICH-ORBIT.
           IF NOT OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOAD-NAME TO WDTL-SYSTEM-KEY.
           MOVE WS-WHICH-STAR TO WDTL-STAR-NO.
           MOVE WS-WHICH-ORBIT TO WDTL-ORBIT-NO.
           READ WORLD-FILE RECORD KEY IS WDTL-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF WDTL-TERRESTRIAL THEN
                       MOVE WDTL-DETAIL TO WS-WD-TERRA
                       MOVE 'Y' TO WS-WD-FOUND
                   END-IF
           END-READ.
           EXIT PARAGRAPH.

      *    The best-affinity terrestrial — the world a colony is on —
      *    as G4SSGCAL picks it.
       PICK-DEFAULT-WORLD.
           MOVE 0 TO WS-BEST-STAR WS-BEST-ORBIT.
           MOVE -99 TO WS-BEST-AFFINITY.
           PERFORM VARYING STAR-IDX FROM 1 BY 1
                   UNTIL STAR-IDX > STAR-COUNT
               PERFORM VARYING ORB-IDX FROM 1 BY 1
                       UNTIL ORB-IDX > NUM-ORBITS(STAR-IDX)
                   IF OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX) THEN
                       PERFORM WEIGH-ONE-WORLD
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WS-BEST-STAR TO WS-WHICH-STAR.
           MOVE WS-BEST-ORBIT TO WS-WHICH-ORBIT.
           EXIT PARAGRAPH.

       WEIGH-ONE-WORLD.
           MOVE WS-LOAD-NAME TO WDTL-SYSTEM-KEY.
           SET WS-ORB TO STAR-IDX.
           MOVE WS-ORB TO WDTL-STAR-NO.
           SET WS-ORB TO ORB-IDX.
           MOVE WS-ORB TO WDTL-ORBIT-NO.
           READ WORLD-FILE RECORD KEY IS WDTL-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF WDTL-TERRESTRIAL THEN
               MOVE WDTL-DETAIL TO WS-WD-TERRA
               IF TERRA-AFFINITY > WS-BEST-AFFINITY THEN
                   MOVE TERRA-AFFINITY TO WS-BEST-AFFINITY
                   MOVE WDTL-STAR-NO TO WS-BEST-STAR
                   MOVE WDTL-ORBIT-NO TO WS-BEST-ORBIT
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *    The system name folded into a number, once — part of every
      *    day's seed.
       HASH-SYSTEM-NAME.
           MOVE 0 TO WS-NAME-HASH.
           PERFORM VARYING WS-NAME-POS FROM 1 BY 1
                   UNTIL WS-NAME-POS > 48
               COMPUTE WS-NAME-HASH = FUNCTION MOD(
                       WS-NAME-HASH * 31
                     + FUNCTION ORD(WS-LOAD-NAME(WS-NAME-POS:1)),
                       999999937)
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * The band's standing figures: mean temperature (the write-
      * up's climate-band rule), seasonal swing, day/night spread,
      * rain odds and the wind it usually sees.
       SET-UP-BAND.
           COMPUTE WS-PI = FUNCTION PI.
           MOVE TERRA-PRESSURE TO WS-PRESSURE.
           COMPUTE WS-HYDRO = TERRA-HYDROGRAPHIC / 100.
           MOVE ORB-ECCENTRICITY(STAR-IDX, ORB-IDX) TO WS-ECC.
           COMPUTE WS-YEAR-D = ORBIT-PERIOD(STAR-IDX, ORB-IDX) * 365.25.
           IF ATMO-COMP-NONE OR WS-PRESSURE < 0.001 THEN
               MOVE 'Y' TO WS-NO-AIR
           END-IF.

           IF ROTATION-LOCKED THEN
               EVALUATE WS-BAND-PARM
                   WHEN 'DAYSIDE'    MOVE 5 TO WS-BAND-K
                   WHEN 'NIGHTSIDE'  MOVE 7 TO WS-BAND-K
                   WHEN OTHER        MOVE 6 TO WS-BAND-K
               END-EVALUATE
           ELSE
               EVALUATE WS-BAND-PARM
                   WHEN 'POLAR'      MOVE 1 TO WS-BAND-K
                   WHEN 'HIGH'       MOVE 2 TO WS-BAND-K
                   WHEN 'TROPICS'    MOVE 4 TO WS-BAND-K
                   WHEN 'TROPICAL'   MOVE 4 TO WS-BAND-K
                   WHEN OTHER        MOVE 3 TO WS-BAND-K
               END-EVALUATE
           END-IF.

      *    Band mean — the gradient narrows under thick air and at
      *    high tilt, exactly as the write-up draws it.
           COMPUTE WS-TMP-N0 = 0.5 + WS-PRESSURE.
           COMPUTE WS-BAND-GRADIENT = 45.0 / WS-TMP-N0.
           IF WS-BAND-GRADIENT > 80 THEN
               MOVE 80 TO WS-BAND-GRADIENT
           END-IF.
           IF WS-BAND-GRADIENT < 15 THEN
               MOVE 15 TO WS-BAND-GRADIENT
           END-IF.
           COMPUTE WS-TMP-N1 = TERRA-AXIAL-TILT / 180.0.
           COMPUTE WS-TMP-N1 = 1.0 - WS-TMP-N1.
           COMPUTE WS-BAND-GRADIENT = WS-BAND-GRADIENT * WS-TMP-N1.
           EVALUATE TRUE
               WHEN BAND-POLAR
                   MOVE 'polar' TO WS-BAND-NAME
                   COMPUTE WS-BAND-TEMP = TERRA-SURFACE-TEMP
                           - WS-BAND-GRADIENT * 0.55
                   MOVE 0.9 TO WS-SEASON-WEIGHT
                   MOVE 0.5 TO WS-WET-BASE
                   MOVE 22 TO WS-WIND-BASE
               WHEN BAND-HIGH
                   MOVE 'high' TO WS-BAND-NAME
                   COMPUTE WS-BAND-TEMP = TERRA-SURFACE-TEMP
                           - WS-BAND-GRADIENT * 0.25
                   MOVE 0.7 TO WS-SEASON-WEIGHT
                   MOVE 0.9 TO WS-WET-BASE
                   MOVE 20 TO WS-WIND-BASE
               WHEN BAND-MID
                   MOVE 'mid' TO WS-BAND-NAME
                   COMPUTE WS-BAND-TEMP = TERRA-SURFACE-TEMP
                           + WS-BAND-GRADIENT * 0.05
                   MOVE 0.5 TO WS-SEASON-WEIGHT
                   MOVE 1.0 TO WS-WET-BASE
                   MOVE 16 TO WS-WIND-BASE
               WHEN BAND-TROPICS
                   MOVE 'tropics' TO WS-BAND-NAME
                   COMPUTE WS-BAND-TEMP = TERRA-SURFACE-TEMP
                           + WS-BAND-GRADIENT * 0.30
                   MOVE 0.1 TO WS-SEASON-WEIGHT
                   MOVE 1.2 TO WS-WET-BASE
                   MOVE 12 TO WS-WIND-BASE
               WHEN BAND-DAYSIDE
                   MOVE 'dayside' TO WS-BAND-NAME
                   COMPUTE WS-TMP-N1 = 70.0 / WS-TMP-N0
                   COMPUTE WS-BAND-TEMP = TERRA-SURFACE-TEMP
                                        + WS-TMP-N1
                   MOVE 0 TO WS-SEASON-WEIGHT
                   MOVE 1.3 TO WS-WET-BASE
                   MOVE 14 TO WS-WIND-BASE
               WHEN BAND-TERMINATOR
                   MOVE 'terminator' TO WS-BAND-NAME
                   MOVE TERRA-SURFACE-TEMP TO WS-BAND-TEMP
                   MOVE 0 TO WS-SEASON-WEIGHT
                   MOVE 0.8 TO WS-WET-BASE
                   MOVE 40 TO WS-WIND-BASE
               WHEN OTHER
                   MOVE 'nightside' TO WS-BAND-NAME
                   COMPUTE WS-TMP-N1 = 90.0 / WS-TMP-N0
                   COMPUTE WS-BAND-TEMP = TERRA-SURFACE-TEMP
                                        - WS-TMP-N1
                   MOVE 0 TO WS-SEASON-WEIGHT
                   MOVE 0.4 TO WS-WET-BASE
                   MOVE 18 TO WS-WIND-BASE
           END-EVALUATE.
           PERFORM CLASSIFY-BAND-TEMP.

      *    Seasonal swing: the tilt's reach at this band, damped by
      *    sea (water holds heat) and by thick air.
           MOVE TERRA-AXIAL-TILT TO WS-SEASON-AMP.
           COMPUTE WS-SEASON-AMP = WS-SEASON-AMP * WS-SEASON-WEIGHT.
           COMPUTE WS-TMP-N1 = 1.8 - 0.72 * WS-HYDRO.
           COMPUTE WS-SEASON-AMP = WS-SEASON-AMP * WS-TMP-N1.
           COMPUTE WS-TMP-N1 = FUNCTION SQRT(WS-TMP-N0).
           COMPUTE WS-SEASON-AMP = WS-SEASON-AMP / WS-TMP-N1.
           IF SEASONS-NONE THEN
               MOVE 0 TO WS-SEASON-AMP
           END-IF.

      *    Day/night spread: thin air, dry ground and a long day
      *    widen it; a locked world has none to speak of.
           COMPUTE WS-TMP-N1 = 0.3 + WS-PRESSURE.
           COMPUTE WS-DIURNAL = 12 - 6 * WS-HYDRO.
           COMPUTE WS-DIURNAL = WS-DIURNAL / WS-TMP-N1.
           IF TERRA-ROTATION-HRS > 0 THEN
               COMPUTE WS-TMP-N1 = TERRA-ROTATION-HRS / 24
               COMPUTE WS-TMP-N1 = FUNCTION SQRT(WS-TMP-N1)
               IF WS-TMP-N1 > 4 THEN
                   MOVE 4 TO WS-TMP-N1
               END-IF
               COMPUTE WS-DIURNAL = WS-DIURNAL * WS-TMP-N1
           END-IF.
           IF WS-DIURNAL > 150 THEN
               MOVE 150 TO WS-DIURNAL
           END-IF.
           IF ROTATION-LOCKED THEN
               MOVE 2 TO WS-DIURNAL
           END-IF.

      *    Day-to-day swing: wider toward the pole, narrower over sea.
           COMPUTE WS-SWING = 3 + 4 * WS-SEASON-WEIGHT.
           COMPUTE WS-TMP-N1 = 1 - 0.4 * WS-HYDRO.
           COMPUTE WS-SWING = WS-SWING * WS-TMP-N1.

      *    Rain odds off the water cover; wind stiffer in thin air.
           COMPUTE WS-TMP-N1 = 0.05 + 0.5 * WS-HYDRO.
           COMPUTE WS-WET-BASE = WS-WET-BASE * WS-TMP-N1.
           IF WS-PRESSURE > 0.05 THEN
               COMPUTE WS-TMP-N1 = WS-PRESSURE ** 0.3
               COMPUTE WS-WIND-BASE = WS-WIND-BASE / WS-TMP-N1
           END-IF.
           IF WS-WIND-BASE > 80 THEN
               MOVE 80 TO WS-WIND-BASE
           END-IF.
           EXIT PARAGRAPH.

      *    The same climate bins GEN-SURFACE-CLIMATE uses.
       CLASSIFY-BAND-TEMP.
           EVALUATE TRUE
               WHEN WS-BAND-TEMP < 244
                   MOVE 'FROZEN' TO WS-BAND-WORD
               WHEN WS-BAND-TEMP < 266
                   MOVE 'COLD' TO WS-BAND-WORD
               WHEN WS-BAND-TEMP < 289
                   MOVE 'TEMPERATE' TO WS-BAND-WORD
               WHEN WS-BAND-TEMP < 311
                   MOVE 'TROPICAL' TO WS-BAND-WORD
               WHEN WS-BAND-TEMP < 344
                   MOVE 'HOT' TO WS-BAND-WORD
               WHEN OTHER
                   MOVE 'INFERNAL' TO WS-BAND-WORD
           END-EVALUATE.
           EXIT PARAGRAPH.

      *********************************
      * The heading — which world, which band, and what it is like.
       WRITE-ALMANAC-HEADING.
           MOVE WS-WHICH-STAR TO WS-DISP-STAR.
           MOVE WS-WHICH-ORBIT TO WS-DISP-ORB.
           MOVE 1 TO WS-LINE-PTR.
           STRING 'Weather almanac for ' DELIMITED BY SIZE
                  FUNCTION TRIM(STAR-SYSTEM-NAME)
                                         DELIMITED BY SIZE
                  ', star '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-STAR)
                                         DELIMITED BY SIZE
                  ' orbit '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-ORB)
                                         DELIMITED BY SIZE
                  ' ('                   DELIMITED BY SIZE
                  FUNCTION TRIM(TERRA-WORLD-TYPE)
                                         DELIMITED BY SIZE
                  '), '                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BAND-NAME)
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           IF ROTATION-LOCKED THEN
               STRING ' zone'            DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           ELSE
               IF HEMI-SOUTH THEN
                   STRING ' latitudes, south'
                                         DELIMITED BY SIZE
                          INTO WS-LINE WITH POINTER WS-LINE-PTR
                   END-STRING
               ELSE
                   STRING ' latitudes, north'
                                         DELIMITED BY SIZE
                          INTO WS-LINE WITH POINTER WS-LINE-PTR
                   END-STRING
               END-IF
           END-IF.
           PERFORM EMIT-LINE.

           COMPUTE WS-DISP-C ROUNDED = WS-BAND-TEMP - 273.15.
           MOVE TERRA-HYDROGRAPHIC TO WS-DISP-PCT.
           MOVE TERRA-AXIAL-TILT TO WS-DISP-TILT.
           MOVE 2 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING WS-PRESSURE, WS-FMT-DIGITS, WS-TMP-STR.
           MOVE 1 TO WS-LINE-PTR.
           STRING '  Band mean '         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-C)
                                         DELIMITED BY SIZE
                  ' C ('                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BAND-WORD)
                                         DELIMITED BY SIZE
                  '); '                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TMP-STR)
                                         DELIMITED BY SIZE
                  ' atm '                DELIMITED BY SIZE
                  FUNCTION TRIM(TERRA-ATMO-COMP)
                                         DELIMITED BY SIZE
                  '; hydrographics '     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-PCT)
                                         DELIMITED BY SIZE
                  '%; tilt '             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-TILT)
                                         DELIMITED BY SIZE
                  ' deg'                 DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           PERFORM EMIT-LINE.
           IF WS-NO-AIR = 'Y' THEN
               MOVE '  (no air to speak of — no weather beyond the '
                 & 'thermometer)' TO WS-LINE
               PERFORM EMIT-LINE
           END-IF.
           MOVE '      Day  High    Low  Season  Sky'
             & '                    Wind               Warning'
             & '       Local date' TO WS-LINE.
           PERFORM EMIT-LINE.
           EXIT PARAGRAPH.

      *********************************
      * One day's weather.
       ROLL-ONE-DAY.
      *    Orbital phase from the day-0 epoch (middle of the day).
           IF WS-YEAR-D > 0 THEN
               COMPUTE WS-PHASE = WS-DAY + 0.5
               COMPUTE WS-PHASE = WS-PHASE / WS-YEAR-D
               COMPUTE WS-PHASE = WS-PHASE
                                - FUNCTION INTEGER(WS-PHASE)
           ELSE
               MOVE 0 TO WS-PHASE
           END-IF.
           COMPUTE WS-SEASON-I = FUNCTION INTEGER(WS-PHASE * 4) + 1.
           IF HEMI-SOUTH THEN
               ADD 2 TO WS-SEASON-I
               IF WS-SEASON-I > 4 THEN
                   SUBTRACT 4 FROM WS-SEASON-I
               END-IF
           END-IF.

      *    Season (warmest a twelfth of a year past the solstice),
      *    perihelion warmth, then the persistent day-to-day swing.
           MOVE WS-BAND-TEMP TO WS-MEAN.
           IF WS-SEASON-AMP > 0 THEN
               COMPUTE WS-TMP-N0 = (WS-PHASE - 0.08) * 2 * WS-PI
               COMPUTE WS-TMP-N1 = FUNCTION SIN(WS-TMP-N0)
               COMPUTE WS-TMP-N1 = WS-TMP-N1 * WS-SEASON-AMP
               IF HEMI-SOUTH THEN
                   SUBTRACT WS-TMP-N1 FROM WS-MEAN
               ELSE
                   ADD WS-TMP-N1 TO WS-MEAN
               END-IF
           END-IF.
           IF WS-ECC > 0 THEN
               COMPUTE WS-TMP-N0 = WS-PHASE * 2 * WS-PI
               COMPUTE WS-TMP-N1 = FUNCTION COS(WS-TMP-N0)
               COMPUTE WS-TMP-N1 = WS-TMP-N1 * WS-ECC * 0.5
               COMPUTE WS-TMP-N1 = WS-TMP-N1 * WS-BAND-TEMP
               ADD WS-TMP-N1 TO WS-MEAN
           END-IF.
           MOVE 1 TO WS-NSTREAM.
           PERFORM RUN-OF-NOISE.
           COMPUTE WS-TMP-N1 = WS-ANOM * WS-SWING.
           ADD WS-TMP-N1 TO WS-MEAN.
           COMPUTE WS-HIGH = WS-MEAN + WS-DIURNAL / 2.
           COMPUTE WS-LOW = WS-MEAN - WS-DIURNAL / 2.
           IF WS-LOW < 3 THEN
               MOVE 3 TO WS-LOW
           END-IF.

           MOVE SPACES TO WS-SKY-TEXT WS-WIND-TEXT WS-WARN-TEXT.
           MOVE '-' TO WS-IS-WET.
           MOVE 0 TO WS-PRECIP WS-WIND.
           IF WS-NO-AIR = 'Y' THEN
               MOVE 'airless' TO WS-SKY-TEXT
               MOVE 'none' TO WS-WIND-TEXT
               EXIT PARAGRAPH
           END-IF.

      *    Rain: the persistent wet swing tilts the day's odds.
           MOVE 2 TO WS-NSTREAM.
           PERFORM RUN-OF-NOISE.
           MOVE WS-ANOM TO WS-WET-ANOM.
           MOVE 3 TO WS-NSTREAM.
           PERFORM RUN-OF-NOISE.
           MOVE WS-ANOM TO WS-WIND-ANOM.
           MOVE WS-DAY TO WS-ND.
           MOVE 4 TO WS-NSTREAM.
           PERFORM DAY-NOISE.
           COMPUTE WS-WET-ODDS = WS-WET-BASE + 0.25 * WS-WET-ANOM.
           IF WS-HYDRO > 0 AND WS-U < WS-WET-ODDS THEN
               MOVE 'Y' TO WS-IS-WET
           END-IF.
      *    How much: a second die, heavier rain in warmer air.
           COMPUTE WS-U = FUNCTION RANDOM.
           IF WS-IS-WET = 'Y' THEN
               EVALUATE TRUE
                   WHEN WS-U < 0.40
                       COMPUTE WS-PRECIP = 1 + WS-U * 8
                   WHEN WS-U < 0.75
                       COMPUTE WS-PRECIP = 5 + (WS-U - 0.40) * 30
                   WHEN WS-U < 0.93
                       COMPUTE WS-PRECIP = 15 + (WS-U - 0.75) * 140
                   WHEN OTHER
                       COMPUTE WS-PRECIP = 40 + (WS-U - 0.93) * 850
               END-EVALUATE
               IF WS-MEAN > 300 THEN
                   COMPUTE WS-PRECIP = WS-PRECIP * 1.5
               END-IF
               IF WS-MEAN < 260 THEN
                   COMPUTE WS-PRECIP = WS-PRECIP * 0.5
               END-IF
               EVALUATE TRUE
                   WHEN WS-MEAN < 272
                       MOVE 'snow' TO WS-PRECIP-KIND
                   WHEN WS-MEAN < 275
                       MOVE 'sleet' TO WS-PRECIP-KIND
                   WHEN OTHER
                       MOVE 'rain' TO WS-PRECIP-KIND
               END-EVALUATE
      *        Snow prints as its depth — a centimetre of it to a
      *        millimetre of water.
               IF WS-PRECIP < 1 THEN
                   MOVE 1 TO WS-PRECIP
               END-IF
               COMPUTE WS-DISP-MM ROUNDED = WS-PRECIP
               MOVE 1 TO WS-LINE-PTR
               STRING FUNCTION TRIM(WS-PRECIP-KIND)
                                         DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-MM)
                                         DELIMITED BY SIZE
                      INTO WS-SKY-TEXT WITH POINTER WS-LINE-PTR
               END-STRING
               IF WS-PRECIP-KIND = 'snow' THEN
                   STRING ' cm'          DELIMITED BY SIZE
                          INTO WS-SKY-TEXT WITH POINTER WS-LINE-PTR
                   END-STRING
               ELSE
                   STRING ' mm'          DELIMITED BY SIZE
                          INTO WS-SKY-TEXT WITH POINTER WS-LINE-PTR
                   END-STRING
               END-IF
           ELSE
               COMPUTE WS-TMP-N0 = 0.2 + 0.4 * WS-HYDRO
                                 + 0.2 * WS-WET-ANOM
               IF WS-U < WS-TMP-N0 THEN
                   MOVE 'dry, overcast' TO WS-SKY-TEXT
               ELSE
                   MOVE 'clear' TO WS-SKY-TEXT
               END-IF
           END-IF.

      *    Wind: the band's usual, pushed by the persistent swing.
           COMPUTE WS-U = FUNCTION RANDOM.
           COMPUTE WS-TMP-N1 = 1 + 0.6 * WS-WIND-ANOM.
           COMPUTE WS-WIND = WS-WIND-BASE * WS-TMP-N1 + WS-U * 8.
           IF WS-WIND < 0 THEN
               MOVE 0 TO WS-WIND
           END-IF.
           PERFORM ROLL-WARNING.
           COMPUTE WS-DISP-KPH ROUNDED = WS-WIND.
           EVALUATE TRUE
               WHEN WS-WIND < 6   MOVE 'calm'   TO WS-WIND-TEXT
               WHEN WS-WIND < 20  MOVE 'light'  TO WS-WIND-TEXT
               WHEN WS-WIND < 39  MOVE 'breezy' TO WS-WIND-TEXT
               WHEN WS-WIND < 62  MOVE 'windy'  TO WS-WIND-TEXT
               WHEN WS-WIND < 89  MOVE 'gale'   TO WS-WIND-TEXT
               WHEN OTHER         MOVE 'storm'  TO WS-WIND-TEXT
           END-EVALUATE.
           STRING FUNCTION TRIM(WS-WIND-TEXT)
                                         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-KPH)
                                         DELIMITED BY SIZE
                  ' kph'                 DELIMITED BY SIZE
                  INTO WS-WIND-TEXT
           END-STRING.
           EXIT PARAGRAPH.

      *    The day's warning, worst first.  A tropical cyclone wants
      *    warm sea and the warm half of the year; dust needs dry
      *    ground and air to lift it.
       ROLL-WARNING.
           COMPUTE WS-U = FUNCTION RANDOM.
           EVALUATE TRUE
               WHEN BAND-TROPICS AND WS-MEAN > 299
                AND WS-HYDRO >= 0.3 AND WS-PHASE >= 0.3
                AND WS-PHASE < 0.7 AND WS-U < 0.03
                   MOVE 'CYCLONE' TO WS-WARN-TEXT
                   COMPUTE WS-WIND = WS-WIND + 90
                   IF WS-IS-WET = 'Y' THEN
                       COMPUTE WS-PRECIP = WS-PRECIP + 60
                   END-IF
               WHEN WS-WIND >= 62 AND WS-IS-WET = 'Y'
                AND WS-PRECIP-KIND = 'snow'
                   MOVE 'BLIZZARD' TO WS-WARN-TEXT
               WHEN WS-WIND >= 62 AND WS-IS-WET = 'Y'
                   MOVE 'STORM' TO WS-WARN-TEXT
               WHEN WS-IS-WET = 'Y' AND ATMO-COMP-CORROSIVE
                   MOVE 'ACID RAIN' TO WS-WARN-TEXT
               WHEN WS-HYDRO < 0.2 AND WS-WIND >= 39
                AND WS-IS-WET = '-' AND WS-PRESSURE >= 0.05
                   MOVE 'DUST STORM' TO WS-WARN-TEXT
               WHEN WS-IS-WET = 'Y' AND WS-MEAN > 295
                AND WS-PRESSURE >= 0.5 AND WS-U < 0.3
                   MOVE 'THUNDER' TO WS-WARN-TEXT
               WHEN WS-HIGH > 323
                   MOVE 'HEAT' TO WS-WARN-TEXT
               WHEN WS-LOW < 223 AND WS-MEAN > 200
                   MOVE 'HARD FREEZE' TO WS-WARN-TEXT
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    WS-ANOM: stream WS-NSTREAM's swing on WS-DAY — a weighted
      *    run of the last five days' dice, roughly -1..+1.
       RUN-OF-NOISE.
           MOVE 0 TO WS-ANOM.
           PERFORM VARYING WS-NK FROM 1 BY 1 UNTIL WS-NK > 5
               COMPUTE WS-ND = WS-DAY - WS-NK + 1
               PERFORM DAY-NOISE
               COMPUTE WS-ANOM = WS-ANOM
                       + ALM-RUN-WEIGHT(WS-NK) * (2 * WS-U - 1)
           END-PERFORM.
           COMPUTE WS-ANOM = WS-ANOM * 1.7.
           EXIT PARAGRAPH.

      *    WS-U: one die (0..1) for stream WS-NSTREAM on day WS-ND,
      *    the dice reseeded off run seed, system name, day and
      *    stream so every day always reads the same.
       DAY-NOISE.
           COMPUTE WS-DAY-SEED = FUNCTION MOD(
                   WS-SEED + (WS-ND + 10000000) * 7919
                 + WS-NSTREAM * 104729 + WS-NAME-HASH, 999999937) + 1.
           COMPUTE WS-U = FUNCTION RANDOM(WS-DAY-SEED).
           COMPUTE WS-U = FUNCTION RANDOM.
           EXIT PARAGRAPH.

      *********************************
      * The day's row.
       WRITE-DAY-LINE.
           MOVE WS-DAY TO WS-DISP-DAY.
           MOVE WS-DISP-DAY TO WS-LINE(3:7).
           COMPUTE WS-DISP-C ROUNDED = WS-HIGH - 273.15.
           MOVE WS-DISP-C TO WS-LINE(12:4).
           COMPUTE WS-DISP-C ROUNDED = WS-LOW - 273.15.
           MOVE WS-DISP-C TO WS-LINE(19:4).
           IF WS-SEASON-AMP > 0 THEN
               MOVE ALM-SEASON-NAME(WS-SEASON-I) TO WS-LINE(25:6)
           ELSE
               MOVE '-' TO WS-LINE(25:1)
           END-IF.
           MOVE WS-SKY-TEXT TO WS-LINE(33:22).
           MOVE WS-WIND-TEXT TO WS-LINE(56:18).
           MOVE WS-WARN-TEXT TO WS-LINE(75:13).
           IF WS-CAL-FOUND = 'Y' THEN
               SET LD-TO-LOCAL TO TRUE
               MOVE WS-DAY TO LD-CAMPAIGN-DAY
               CALL 'LOCAL-DATE' USING CALENDAR-RECORD, WS-LD-CTL
               IF LD-VALID THEN
                   MOVE LD-TEXT TO WS-LINE(89:44)
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
