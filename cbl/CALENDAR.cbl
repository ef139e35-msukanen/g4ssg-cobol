       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGCAL.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Local calendar for a saved system's world, and the campaign-
      * date converter that runs on it.  The campaign clock counts
      * standard days; the people on the ground count their own —
      * this derives how, and keeps the answer so the write-up and
      * session-pack headers can print the local date beside the
      * campaign one.
      *
      * The calendar comes off the saved record (the orbit's period)
      * and the world-detail sidecar (rotation, axial tilt, moons):
      *   day     the local solar day — sidereal rotation against the
      *           orbit; a locked world, or one whose sun takes
      *           longer than a year to come round, keeps a standard
      *           24-hour watch day instead
      *   year    the orbital period in local days
      *   month   the largest moon's synodic period (its period as
      *           seen from the turning world); the year's last
      *           month runs short.  No moons, no months — dates are
      *           day-of-year
      *   seasons the quarter marks of the year when the axial tilt
      *           gives any, spring first
      * One calendar per system (calendars.dat, cpy/CALREC.cpy); it
      * is derived on first use and whenever DEFINE=Y, STAR=,
      * ORBIT= or EPOCH= asks for it again.  The conversion itself
      * is LOCAL-DATE's, which the header writers share.
      *
      * The world defaults to the system's best-affinity terrestrial
      * (the one a colony would be on), else its first gas giant.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   LOAD=<name>      saved system (required)
      *   STAR=<n>         }  the world whose calendar it is
      *   ORBIT=<n>        }  (default as above)
      *   EPOCH=<year>     local year campaign day 0 falls in
      *                    (default 1, or the stored calendar's)
      *   DEFINE=Y         re-derive and store the calendar
      *   DAY=<n>          campaign day to convert (default the
      *                    campaign clock, else day 0)
      *   LOCAL=<y>/<m>/<d>  local date to convert to a campaign day
      *                    — <y>/<d> on a moonless calendar
      *   PATH=<path>      star database file (default stardb.dat)
      *   WORLDS=<path>    world-detail file (default worlds.dat)
      *   CALENDARS=<path> calendar file (default calendars.dat)
      *   CLOCK=<path>     campaign clock file (default
      *                    campclock.dat)
      *
      * Return codes: 0 converted, 4 no such local date, 8 no
      * database, no such system, or no world to reckon by.
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
      *    World-detail sidecar (cpy/WORLDDTL.cpy).
           SELECT WORLD-FILE           ASSIGN TO WS-WORLD-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WDTL-KEY
                                       FILE STATUS
                                       IS WS-WORLD-STATUS.
      *    Calendar sidecar (cpy/CALREC.cpy) — owned here.
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
       01  WS-CLOCK-PATH               PIC X(100)
                                       VALUE "campclock.dat".
       01  WS-CLOCK-STATUS             PIC XX.
           88  CLOCK-FILE-OK           VALUE '00'.
       01  WS-CLOCK-DAY                PIC S9(8) USAGE COMP-5 VALUE 0.
       01  WS-CLOCK-FOUND              PIC X VALUE '-'.
       01  WS-CLK-LINE                 PIC X(40).
       01  WS-LOAD-NAME                PIC X(48) VALUE SPACES.
       01  WS-WHICH-STAR               PIC 99 VALUE 0.
       01  WS-WHICH-ORBIT              PIC 999 VALUE 0.
       01  WS-EPOCH-YEAR               PIC S9(6) VALUE 1.
       01  WS-EPOCH-GIVEN              PIC X VALUE '-'.
       01  WS-DEFINE                   PIC X VALUE '-'.
       01  WS-DAY                      PIC S9(8) USAGE COMP-5 VALUE 0.
       01  WS-DAY-GIVEN                PIC X VALUE '-'.
       01  WS-LOCAL-VAL                PIC X(30) VALUE SPACES.
       01  WS-LOCAL-PARTS.
           05  WS-LOCAL-PART           PIC X(10) OCCURS 3 TIMES.
       01  WS-LOCAL-TOKENS             PIC 9 USAGE COMP-5.
      *********************************
      * The calendar in hand and its conversion block.
       01  WS-CAL-FOUND                PIC X VALUE '-'.
       01  WS-CALENDAR.
           COPY CALREC.
       01  WS-LD-CTL.
           COPY CALCTL.
      *********************************
      * Derivation scratch.
       01  WS-WD-TERRA.
           COPY TERRAINF.
       01  WS-WD-GG.
           COPY GGINF.
       01  WS-BEST-AFFINITY            PIC S99.
       01  WS-BEST-STAR                PIC 99.
       01  WS-BEST-ORBIT               PIC 999.
       01  WS-BEST-KIND                PIC X.
       01  WS-FIRST-GG-STAR            PIC 99.
       01  WS-FIRST-GG-ORBIT           PIC 999.
       01  WS-ORB                      PIC 999 USAGE COMP-5.
       01  WS-WORLD-KIND               PIC X.
           88  WS-KIND-TERRA           VALUE 'T'.
           88  WS-KIND-GIANT           VALUE 'G'.
       01  WS-ROT-HRS                  USAGE COMP-2.
       01  WS-PERIOD-HRS               USAGE COMP-2.
       01  WS-SOLAR-HRS                USAGE COMP-2.
       01  WS-YEAR-D                   USAGE COMP-2.
       01  WS-MOON-PERIOD-D            USAGE COMP-2.
       01  WS-SYNODIC-D                USAGE COMP-2.
       01  WS-MONTH-D                  USAGE COMP-2.
       01  WS-DIVISOR                  USAGE COMP-2.
       01  WS-MOON-N                   PIC 9 USAGE COMP-5.
       01  WS-MOON-PICK                PIC 9 USAGE COMP-5.
       01  WS-MOON-RANK                PIC 9 USAGE COMP-5.
       01  WS-PICK-RANK                PIC 9 USAGE COMP-5.
       01  WS-MOON-WORD                PIC X(6).
       01  WS-S                        PIC 9 USAGE COMP-5.
      *********************************
      * Report scratch.
       01  WS-TMP-STR                  PIC X(100).
       01  WS-FMT-DIGITS               PIC 9 VALUE 1.
       01  WS-FMT-VAL                  USAGE COMP-2.
       01  WS-DISP-STAR                PIC Z9.
       01  WS-DISP-ORBIT               PIC ZZ9.
       01  WS-DISP-N                   PIC Z(6)9.
       01  WS-DISP-DAY                 PIC -(7)9.
       01  WS-DISP-YEAR                PIC -(6)9.
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
           MOVE 'G4SSGCAL' TO MC-PROGRAM.
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
                           MOVE 'Y' TO WS-DEFINE
                       WHEN 'ORBIT'
                           COMPUTE WS-WHICH-ORBIT =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                           MOVE 'Y' TO WS-DEFINE
                       WHEN 'EPOCH'
                           COMPUTE WS-EPOCH-YEAR =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                           MOVE 'Y' TO WS-EPOCH-GIVEN WS-DEFINE
                       WHEN 'DEFINE'
                           IF WS-PARM-VAL(1:1) = 'Y'
                           OR WS-PARM-VAL(1:1) = 'y' THEN
                               MOVE 'Y' TO WS-DEFINE
                           END-IF
                       WHEN 'DAY'
                           COMPUTE WS-DAY =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                           MOVE 'Y' TO WS-DAY-GIVEN
                       WHEN 'LOCAL'
                           MOVE WS-PARM-VAL TO WS-LOCAL-VAL
                       WHEN 'PATH'
                           MOVE WS-PARM-VAL TO WS-STARDB-PATH
                       WHEN 'WORLDS'
                           MOVE WS-PARM-VAL TO WS-WORLD-PATH
                       WHEN 'CALENDARS'
                           MOVE WS-PARM-VAL TO WS-CAL-PATH
                       WHEN 'CLOCK'
                           MOVE WS-PARM-VAL TO WS-CLOCK-PATH
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-LOAD-NAME = SPACES THEN
               MOVE 'CAL001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

           PERFORM FETCH-STORED-CALENDAR.
           IF WS-CAL-FOUND = 'Y' AND WS-EPOCH-GIVEN = '-' THEN
               MOVE CAL-EPOCH-YEAR OF WS-CALENDAR TO WS-EPOCH-YEAR
           END-IF.
           IF WS-CAL-FOUND = '-' OR WS-DEFINE = 'Y' THEN
               PERFORM DERIVE-CALENDAR
               SET MC-QUERY TO TRUE
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               IF MC-RC >= 8 THEN
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
               END-IF
               PERFORM STORE-CALENDAR
           END-IF.
           PERFORM SHOW-CALENDAR.

           IF WS-LOCAL-VAL NOT = SPACES THEN
               PERFORM CONVERT-LOCAL-DATE
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
      *    No DAY= — today off the campaign clock.
           IF WS-DAY-GIVEN = '-' THEN
               PERFORM READ-CAMPAIGN-CLOCK
               IF WS-CLOCK-FOUND = 'Y' THEN
                   MOVE WS-CLOCK-DAY TO WS-DAY
               END-IF
           END-IF.
           SET LD-TO-LOCAL TO TRUE.
           MOVE WS-DAY TO LD-CAMPAIGN-DAY.
           CALL 'LOCAL-DATE' USING WS-CALENDAR, WS-LD-CTL.
           MOVE WS-DAY TO WS-DISP-DAY.
           DISPLAY 'Campaign day ' FUNCTION TRIM(WS-DISP-DAY)
               ' = ' FUNCTION TRIM(LD-TEXT).
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

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

      *********************************
      * The system's stored calendar, if it has one.
       FETCH-STORED-CALENDAR.
           MOVE '-' TO WS-CAL-FOUND.
           OPEN INPUT CALENDAR-FILE.
           IF NOT CAL-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOAD-NAME TO CAL-KEY OF CALENDAR-RECORD.
           READ CALENDAR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CALENDAR-RECORD TO WS-CALENDAR
                   MOVE 'Y' TO WS-CAL-FOUND
           END-READ.
           CLOSE CALENDAR-FILE.
           EXIT PARAGRAPH.

      *********************************
      * Add or replace the system's calendar row.
       STORE-CALENDAR.
           OPEN I-O CALENDAR-FILE.
           IF NOT CAL-FILE-OK THEN
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF.
           IF NOT CAL-FILE-OK THEN
               MOVE 'CAL002' TO MC-MSG-ID
               MOVE WS-CAL-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOAD-NAME TO CAL-KEY OF CALENDAR-RECORD.
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE WS-CALENDAR TO CALENDAR-RECORD
                   WRITE CALENDAR-RECORD
                       INVALID KEY
                           MOVE 'CAL003' TO MC-MSG-ID
                           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-CALENDAR TO CALENDAR-RECORD
                   REWRITE CALENDAR-RECORD
                       INVALID KEY
                           MOVE 'CAL004' TO MC-MSG-ID
                           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   END-REWRITE
           END-READ.
           CLOSE CALENDAR-FILE.
           EXIT PARAGRAPH.

      *********************************
      * Work the calendar out of the saved record and the world's
      * sidecar row.  An error message when there is nothing to
      * reckon by.
       DERIVE-CALENDAR.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'CAL005' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOAD-NAME TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   MOVE 'CAL006' TO MC-MSG-ID
                   MOVE WS-LOAD-NAME TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   CLOSE STARDB-FILE
                   EXIT PARAGRAPH
           END-READ.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               MOVE 'CAL007' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               CLOSE STARDB-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           CLOSE STARDB-FILE.

           OPEN INPUT WORLD-FILE.
           IF NOT WORLD-FILE-OK THEN
               MOVE 'CAL008' TO MC-MSG-ID
               MOVE WS-WORLD-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           IF WS-WHICH-STAR = 0 OR WS-WHICH-ORBIT = 0 THEN
               PERFORM PICK-DEFAULT-WORLD
           END-IF.
           IF WS-WHICH-STAR = 0 OR WS-WHICH-STAR > STAR-COUNT THEN
               MOVE 'CAL009' TO MC-MSG-ID
               MOVE WS-LOAD-NAME TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               CLOSE WORLD-FILE
               EXIT PARAGRAPH
           END-IF.
           SET STAR-IDX TO WS-WHICH-STAR.
           IF WS-WHICH-ORBIT = 0
           OR WS-WHICH-ORBIT > NUM-ORBITS(STAR-IDX) THEN
               MOVE 'CAL010' TO MC-MSG-ID
               MOVE WS-WHICH-STAR TO MC-INSERT(1)
               MOVE WS-WHICH-ORBIT TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               CLOSE WORLD-FILE
               EXIT PARAGRAPH
           END-IF.
           SET ORB-IDX TO WS-WHICH-ORBIT.
           MOVE WS-LOAD-NAME TO WDTL-SYSTEM-KEY.
           MOVE WS-WHICH-STAR TO WDTL-STAR-NO.
           MOVE WS-WHICH-ORBIT TO WDTL-ORBIT-NO.
           MOVE SPACE TO WS-WORLD-KIND.
           READ WORLD-FILE RECORD KEY IS WDTL-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WDTL-TERRESTRIAL
                        AND OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX)
                           MOVE WDTL-DETAIL TO WS-WD-TERRA
                           SET WS-KIND-TERRA TO TRUE
                       WHEN WDTL-GAS-GIANT
                        AND OBJ-GAS-GIANT(STAR-IDX, ORB-IDX)
                           MOVE WDTL-DETAIL(1:93) TO WS-WD-GG
                           SET WS-KIND-GIANT TO TRUE
                   END-EVALUATE
           END-READ.
           CLOSE WORLD-FILE.
           IF WS-WORLD-KIND = SPACE THEN
               MOVE WS-WHICH-STAR TO WS-DISP-STAR
               MOVE WS-WHICH-ORBIT TO WS-DISP-ORBIT
               MOVE 'CAL011' TO MC-MSG-ID
               MOVE WS-DISP-STAR TO MC-INSERT(1)
               MOVE WS-DISP-ORBIT TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM RECKON-CALENDAR.
           EXIT PARAGRAPH.

      *    The best-affinity terrestrial with a sidecar row, else the
      *    first gas giant that has one.
       PICK-DEFAULT-WORLD.
           MOVE 0 TO WS-BEST-STAR WS-BEST-ORBIT.
           MOVE 0 TO WS-FIRST-GG-STAR WS-FIRST-GG-ORBIT.
           MOVE -99 TO WS-BEST-AFFINITY.
           PERFORM VARYING STAR-IDX FROM 1 BY 1
                   UNTIL STAR-IDX > STAR-COUNT
               PERFORM VARYING ORB-IDX FROM 1 BY 1
                       UNTIL ORB-IDX > NUM-ORBITS(STAR-IDX)
                   IF OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX)
                   OR OBJ-GAS-GIANT(STAR-IDX, ORB-IDX) THEN
                       PERFORM WEIGH-ONE-WORLD
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-BEST-STAR > 0 THEN
               MOVE WS-BEST-STAR TO WS-WHICH-STAR
               MOVE WS-BEST-ORBIT TO WS-WHICH-ORBIT
           ELSE
               MOVE WS-FIRST-GG-STAR TO WS-WHICH-STAR
               MOVE WS-FIRST-GG-ORBIT TO WS-WHICH-ORBIT
           END-IF.
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
           EVALUATE TRUE
               WHEN WDTL-TERRESTRIAL
                AND OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX)
                   MOVE WDTL-DETAIL TO WS-WD-TERRA
                   IF TERRA-AFFINITY > WS-BEST-AFFINITY THEN
                       MOVE TERRA-AFFINITY TO WS-BEST-AFFINITY
                       MOVE WDTL-STAR-NO TO WS-BEST-STAR
                       MOVE WDTL-ORBIT-NO TO WS-BEST-ORBIT
                   END-IF
               WHEN WDTL-GAS-GIANT
                AND OBJ-GAS-GIANT(STAR-IDX, ORB-IDX)
                AND WS-FIRST-GG-STAR = 0
                   MOVE WDTL-STAR-NO TO WS-FIRST-GG-STAR
                   MOVE WDTL-ORBIT-NO TO WS-FIRST-GG-ORBIT
           END-EVALUATE.
           EXIT PARAGRAPH.

      *********************************
      * Day, year, month and seasons for the decoded world at
      * STAR-IDX/ORB-IDX.
       RECKON-CALENDAR.
           INITIALIZE WS-CALENDAR.
           MOVE WS-LOAD-NAME TO CAL-KEY OF WS-CALENDAR.
           MOVE WS-WHICH-STAR TO CAL-STAR-NO OF WS-CALENDAR.
           MOVE WS-WHICH-ORBIT TO CAL-ORBIT-NO OF WS-CALENDAR.
           MOVE WS-EPOCH-YEAR TO CAL-EPOCH-YEAR OF WS-CALENDAR.
           COMPUTE WS-PERIOD-HRS =
                   ORBIT-PERIOD(STAR-IDX, ORB-IDX) * 365.25 * 24.
           IF WS-KIND-TERRA THEN
               MOVE TERRA-ROTATION-HRS TO WS-ROT-HRS
           ELSE
               MOVE GG-ROTATION-HRS TO WS-ROT-HRS
           END-IF.
      *    Solar day off the sidereal spin: 1/solar = 1/spin -
      *    1/orbit.  No spin to speak of (locked), or a sun that
      *    takes longer than the year to come round, and the
      *    settlers keep standard watches instead.
      *    (Divisors go through a scratch field first — the
      *    dialect's fixed-point intermediates mangle a division
      *    following an in-line product.)
           MOVE 0 TO WS-SOLAR-HRS.
           IF WS-ROT-HRS > 0 AND WS-ROT-HRS < WS-PERIOD-HRS THEN
               COMPUTE WS-DIVISOR = WS-PERIOD-HRS - WS-ROT-HRS
               COMPUTE WS-SOLAR-HRS = WS-ROT-HRS * WS-PERIOD-HRS
               COMPUTE WS-SOLAR-HRS = WS-SOLAR-HRS / WS-DIVISOR
           END-IF.
           IF WS-SOLAR-HRS <= 0 OR WS-SOLAR-HRS >= WS-PERIOD-HRS
           OR WS-SOLAR-HRS > 9999999 THEN
               SET CAL-WATCH-DAY OF WS-CALENDAR TO TRUE
               MOVE 24 TO WS-SOLAR-HRS
           ELSE
               SET CAL-SOLAR-DAY OF WS-CALENDAR TO TRUE
           END-IF.
           MOVE WS-SOLAR-HRS TO CAL-DAY-HOURS OF WS-CALENDAR.
           COMPUTE WS-YEAR-D = WS-PERIOD-HRS / WS-SOLAR-HRS.
           IF WS-YEAR-D > 9999999 THEN
               MOVE 9999999 TO WS-YEAR-D
           END-IF.
           MOVE WS-YEAR-D TO CAL-YEAR-DAYS OF WS-CALENDAR.

      *    Months off the largest moon (first of the largest class).
           MOVE 0 TO WS-MOON-PICK WS-PICK-RANK.
           IF WS-KIND-TERRA THEN
               PERFORM VARYING WS-MOON-N FROM 1 BY 1
                       UNTIL WS-MOON-N > TERRA-MOON-COUNT
                          OR WS-MOON-N > 3
                   MOVE TERRA-MOON-SIZE(WS-MOON-N) TO WS-MOON-WORD
                   PERFORM RANK-MOON-WORD
               END-PERFORM
               IF WS-MOON-PICK > 0 THEN
                   MOVE TERRA-MOON-PERIOD-D(WS-MOON-PICK)
                     TO WS-MOON-PERIOD-D
               END-IF
           ELSE
               PERFORM VARYING WS-MOON-N FROM 1 BY 1
                       UNTIL WS-MOON-N > GG-MOON-COUNT
                          OR WS-MOON-N > 3
                   MOVE GG-MOON-SIZE(WS-MOON-N) TO WS-MOON-WORD
                   PERFORM RANK-MOON-WORD
               END-PERFORM
               IF WS-MOON-PICK > 0 THEN
                   MOVE GG-MOON-PERIOD-D(WS-MOON-PICK)
                     TO WS-MOON-PERIOD-D
               END-IF
           END-IF.
           MOVE 0 TO CAL-MONTH-DAYS OF WS-CALENDAR
                     CAL-MONTHS OF WS-CALENDAR.
           IF WS-MOON-PICK > 0 AND WS-MOON-PERIOD-D > 0
           AND WS-MOON-PERIOD-D * 24 < WS-PERIOD-HRS THEN
               COMPUTE WS-DIVISOR =
                       (WS-PERIOD-HRS / 24) - WS-MOON-PERIOD-D
               COMPUTE WS-SYNODIC-D = WS-MOON-PERIOD-D
                       * (WS-PERIOD-HRS / 24)
               COMPUTE WS-SYNODIC-D = WS-SYNODIC-D / WS-DIVISOR
               COMPUTE WS-MONTH-D = WS-SYNODIC-D / WS-SOLAR-HRS * 24
      *        A "month" of under two local days, or one that
      *        outlasts the year, is no month to count by.
               IF WS-MONTH-D >= 2 AND WS-MONTH-D < WS-YEAR-D
               AND WS-MONTH-D < 99999 THEN
                   MOVE WS-MONTH-D TO CAL-MONTH-DAYS OF WS-CALENDAR
                   COMPUTE CAL-MONTHS OF WS-CALENDAR =
                       0 - FUNCTION INTEGER(0 - WS-YEAR-D
                                          / WS-MONTH-D)
               END-IF
           END-IF.
           IF CAL-MONTHS OF WS-CALENDAR = 0 THEN
               MOVE 0 TO CAL-MONTH-DAYS OF WS-CALENDAR
           END-IF.

      *    Seasons at the quarter marks, when the tilt gives any.
           SET CAL-HAS-SEASONS OF WS-CALENDAR TO FALSE.
           IF WS-KIND-TERRA THEN
               MOVE TERRA-AXIAL-TILT TO CAL-AXIAL-TILT OF WS-CALENDAR
               IF TERRA-AXIAL-TILT > 0 AND NOT SEASONS-NONE THEN
                   SET CAL-HAS-SEASONS OF WS-CALENDAR TO TRUE
               END-IF
           END-IF.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 4
               COMPUTE CAL-SEASON-START OF WS-CALENDAR(WS-S) =
                   FUNCTION INTEGER(WS-YEAR-D * (WS-S - 1) / 4)
           END-PERFORM.
           EXIT PARAGRAPH.

      *    LARGE over MEDIUM over SMALL over anything smaller.
       RANK-MOON-WORD.
           EVALUATE WS-MOON-WORD
               WHEN 'LARGE'  MOVE 4 TO WS-MOON-RANK
               WHEN 'MEDIUM' MOVE 3 TO WS-MOON-RANK
               WHEN 'SMALL'  MOVE 2 TO WS-MOON-RANK
               WHEN OTHER    MOVE 1 TO WS-MOON-RANK
           END-EVALUATE.
           IF WS-MOON-RANK > WS-PICK-RANK THEN
               MOVE WS-MOON-RANK TO WS-PICK-RANK
               MOVE WS-MOON-N TO WS-MOON-PICK
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * The calendar, in words.
       SHOW-CALENDAR.
           MOVE CAL-STAR-NO OF WS-CALENDAR TO WS-DISP-STAR.
           MOVE CAL-ORBIT-NO OF WS-CALENDAR TO WS-DISP-ORBIT.
           DISPLAY 'Local calendar for '
               FUNCTION TRIM(WS-LOAD-NAME) ', star '
               FUNCTION TRIM(WS-DISP-STAR) ' orbit '
               FUNCTION TRIM(WS-DISP-ORBIT) ':'.
           IF CAL-WATCH-DAY OF WS-CALENDAR THEN
               DISPLAY '  Day:     standard 24-hour watch day (no '
                   'sunrise to count by)'
           ELSE
               MOVE CAL-DAY-HOURS OF WS-CALENDAR TO WS-FMT-VAL
               MOVE 2 TO WS-FMT-DIGITS
               CALL 'FMT-NUM' USING WS-FMT-VAL, WS-FMT-DIGITS,
                                    WS-TMP-STR
               DISPLAY '  Day:     ' FUNCTION TRIM(WS-TMP-STR)
                   ' standard hours, sunrise to sunrise'
           END-IF.
           MOVE CAL-YEAR-DAYS OF WS-CALENDAR TO WS-FMT-VAL.
           MOVE 2 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING WS-FMT-VAL, WS-FMT-DIGITS, WS-TMP-STR.
           DISPLAY '  Year:    ' FUNCTION TRIM(WS-TMP-STR)
               ' local days'.
           IF CAL-MONTHS OF WS-CALENDAR > 0 THEN
               MOVE CAL-MONTH-DAYS OF WS-CALENDAR TO WS-FMT-VAL
               CALL 'FMT-NUM' USING WS-FMT-VAL, WS-FMT-DIGITS,
                                    WS-TMP-STR
               MOVE CAL-MONTHS OF WS-CALENDAR TO WS-DISP-N
               DISPLAY '  Months:  ' FUNCTION TRIM(WS-DISP-N)
                   ' a year, ' FUNCTION TRIM(WS-TMP-STR)
                   ' local days each off the largest moon (the '
                   'last runs short)'
           ELSE
               DISPLAY '  Months:  none — dates count the day of '
                   'the year'
           END-IF.
           IF CAL-HAS-SEASONS OF WS-CALENDAR THEN
               MOVE SPACES TO WS-LINE
               MOVE CAL-AXIAL-TILT OF WS-CALENDAR TO WS-DISP-N
               STRING '  Seasons: tilt '     DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-N)
                                             DELIMITED BY SIZE
                      ' deg — spring from day 1' DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               COMPUTE WS-DISP-N =
                   CAL-SEASON-START OF WS-CALENDAR(2) + 1
               STRING FUNCTION TRIM(WS-LINE) DELIMITED BY SIZE
                      ', summer '            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-N)
                                             DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               COMPUTE WS-DISP-N =
                   CAL-SEASON-START OF WS-CALENDAR(3) + 1
               STRING FUNCTION TRIM(WS-LINE) DELIMITED BY SIZE
                      ', autumn '            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-N)
                                             DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               COMPUTE WS-DISP-N =
                   CAL-SEASON-START OF WS-CALENDAR(4) + 1
               STRING FUNCTION TRIM(WS-LINE) DELIMITED BY SIZE
                      ', winter '            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-N)
                                             DELIMITED BY SIZE
                      ' (day of year)'       DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
           ELSE
               DISPLAY '  Seasons: none to speak of'
           END-IF.
           MOVE CAL-EPOCH-YEAR OF WS-CALENDAR TO WS-DISP-YEAR.
           DISPLAY '  Epoch:   campaign day 0 falls in local year '
               FUNCTION TRIM(WS-DISP-YEAR).
           EXIT PARAGRAPH.

      *********************************
      * LOCAL=<y>/<m>/<d> (or <y>/<d>) to the campaign day.
       CONVERT-LOCAL-DATE.
           MOVE SPACES TO WS-LOCAL-PARTS.
           MOVE 0 TO WS-LOCAL-TOKENS.
           UNSTRING WS-LOCAL-VAL DELIMITED BY '/'
                   INTO WS-LOCAL-PART(1), WS-LOCAL-PART(2),
                        WS-LOCAL-PART(3)
                   TALLYING IN WS-LOCAL-TOKENS
           END-UNSTRING.
           SET LD-TO-CAMPAIGN TO TRUE.
           COMPUTE LD-YEAR = FUNCTION NUMVAL(WS-LOCAL-PART(1)).
           IF WS-LOCAL-TOKENS > 2 THEN
               COMPUTE LD-MONTH = FUNCTION NUMVAL(WS-LOCAL-PART(2))
               COMPUTE LD-DAY = FUNCTION NUMVAL(WS-LOCAL-PART(3))
           ELSE
               MOVE 0 TO LD-MONTH
               COMPUTE LD-DAY = FUNCTION NUMVAL(WS-LOCAL-PART(2))
           END-IF.
           IF WS-LOCAL-TOKENS < 2
           OR (WS-LOCAL-TOKENS = 2
               AND CAL-MONTHS OF WS-CALENDAR > 0) THEN
               MOVE 'CAL012' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           CALL 'LOCAL-DATE' USING WS-CALENDAR, WS-LD-CTL.
           IF NOT LD-VALID THEN
               MOVE 'CAL013' TO MC-MSG-ID
               MOVE WS-LOCAL-VAL TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE LD-CAMPAIGN-DAY TO WS-DISP-DAY.
           DISPLAY FUNCTION TRIM(LD-TEXT) ' = campaign day '
               FUNCTION TRIM(WS-DISP-DAY).
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
