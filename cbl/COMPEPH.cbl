       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGCEP.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Companion-star ephemeris for one world of a saved multi-star
      * system — where each of the other suns sits over campaign
      * time, seen from that world: its distance, how bright it
      * stands in the sky, and how much light and heat it adds.  On
      * a world whose own sun has a companion on an eccentric orbit
      * the second sun swings from a bright star to a second
      * daylight and back; the tables show when, the upcoming
      * periastron passages are listed, and every time the combined
      * insolation takes the world out of its habitable band (or
      * back in) is called out.
      *
      * The companion orbits are the ones G4SSGCRE rolled, kept in
      * the record's header (SYSTEM-COMPANION-ORBITS): each
      * companion goes round its own parent star on a Kepler ellipse
      * of the recorded separation and eccentricity, at periastron
      * on campaign day 0 — the same epoch G4SSGEPH and G4SSGECL
      * count from, planets at longitude 0 on day 0 on their
      * circular orbits.  All orbits are taken as coplanar, with
      * every periastron on the same line.  A record saved before
      * the orbits were kept falls back to G4SSGECL's reading: each
      * companion circles the world's sun at the separation the
      * pair's forbidden zone gives (or COMPSEP=), so it has no
      * periastron to list.
      *
      * Insolation is in Earth units (Sol at 1 AU = 1).  The
      * habitable band is G4SSGCRE's: 0.95 to 1.4 times the square
      * root of the light the world gets, which is 0.51 to 1.11 in
      * these units whatever the stars.  Brightness is the apparent
      * magnitude and the same sky words the world write-up uses.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   LOAD=<name>    saved system (required)
      *   STAR=<n>       }  the world (default star 1; ORBIT= is
      *   ORBIT=<n>      }  required)
      *   FROM=<day>     first campaign day (default the clock's
      *                  today, else 0)
      *   TO=<day>       last campaign day (default FROM+365; at
      *                  most ten years are followed)
      *   STEP=<days>    tabulation step (default 30)
      *   COMPSEP=<AU>   companion separation for an older record
      *                  whose forbidden zones do not give one
      *   PATH=<path>    star database file (default stardb.dat)
      *   CLOCK=<path>   campaign clock file (default campclock.dat)
      *   OUT=<path>     write the tables to a file instead of the
      *                  console
      *
      * Return codes: 0 tables written, 4 written from an older
      * record or with companions left out, 8 no database, no such
      * system or no such world.
      *
      ******************************************************************
       COPY        TESTENV.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOCK-FILE           ASSIGN TO WS-CLOCK-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-CLOCK-STATUS.
           SELECT OUT-FILE             ASSIGN TO WS-OUT-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STARDB-FILE          ASSIGN TO WS-STARDB-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.
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
       01  WS-LOAD-NAME                PIC X(48) VALUE SPACES.
       01  WS-WHICH-STAR               PIC 999 USAGE COMP-5 VALUE 1.
       01  WS-WHICH-ORBIT              PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-DAY-FROM                 PIC S9(7) USAGE COMP-5 VALUE 0.
       01  WS-DAY-TO                   PIC S9(7) USAGE COMP-5 VALUE 0.
       01  WS-DAY-STEP                 PIC 9(5) USAGE COMP-5 VALUE 30.
       01  WS-FROM-GIVEN               PIC X VALUE '-'.
       01  WS-TO-GIVEN                 PIC X VALUE '-'.
       01  WS-COMPSEP-AU               USAGE COMP-2 VALUE 0.
      *    The shared campaign clock (see G4SSGCLK) — read when the
      *    PARM stayed silent about the date, so every dated tool
      *    agrees what today is.
       01  WS-CLOCK-PATH               PIC X(100)
                                       VALUE "campclock.dat".
       01  WS-CLOCK-STATUS             PIC XX.
           88  CLOCK-FILE-OK           VALUE '00'.
       01  WS-CLOCK-DAY                PIC S9(8) USAGE COMP-5 VALUE 0.
       01  WS-CLOCK-FOUND              PIC X VALUE '-'.
       01  WS-CLK-LINE                 PIC X(40).
      *    'OUT=<path>' sends every table line to a file instead of
      *    the console — EMIT-LINE is the one place that decides.
       01  WS-OUT-PATH                 PIC X(100) VALUE SPACES.
       01  WS-OUT-MODE                 PIC X VALUE '-'.
           88  FILE-OUTPUT             VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
      *********************************
      * The habitable band in Earth insolation units — G4SSGCRE's
      * 0.95/1.4 x sqrt(L) zone edges, turned round to flux.
       77  CEP-BAND-HOT                USAGE COMP-2 VALUE 1.108.
       77  CEP-BAND-COLD               USAGE COMP-2 VALUE 0.510.
       77  CEP-SUN-MAG                 USAGE COMP-2 VALUE -26.74.
       77  CEP-MAX-EVENTS              PIC 99 USAGE COMP-5 VALUE 24.
      *********************************
      * The world, and every star's orbit round its parent.  Entry n
      * of the companion table is star n; the star everything else
      * is placed from (the primary, or the world's own sun on an
      * older record) has no orbit of its own here.
       01  WS-WORLD-KIND               PIC X(12).
       01  WS-WORLD-D-AU               USAGE COMP-2.
       01  WS-WORLD-P-D                USAGE COMP-2.
       01  WS-OWN-FLUX                 USAGE COMP-2.
       01  WS-ORBITS-KIND              PIC X VALUE '-'.
           88  ORBITS-FROM-RECORD      VALUE 'C'.
           88  ORBITS-FROM-ZONES       VALUE '-'.
       01  WS-ROOT-STAR                PIC 9 USAGE COMP-5 VALUE 1.
       01  WS-COMP-TAB.
           05  WS-COMP                 OCCURS 8 TIMES.
               10  CP-KNOWN            PIC X.
                   88  CP-ORBIT-KNOWN      VALUE 'Y'.
               10  CP-PARENT           PIC 9 USAGE COMP-5.
               10  CP-A-AU             USAGE COMP-2.
               10  CP-ECC              USAGE COMP-2.
               10  CP-PERIOD-D         USAGE COMP-2.
               10  CP-X                USAGE COMP-2.
               10  CP-Y                USAGE COMP-2.
               10  CP-DIST-AU          USAGE COMP-2.
               10  CP-FLUX             USAGE COMP-2.
               10  CP-NEXT-PERI        USAGE COMP-2.
               10  CP-PERI-LIST        PIC X.
                   88  CP-PERI-DATED       VALUE 'Y'.
       01  WS-COMP-COUNT               PIC 9 USAGE COMP-5 VALUE 0.
       01  WS-COMP-SKIPPED             PIC 9 USAGE COMP-5 VALUE 0.
       01  WS-K                        PIC 99 USAGE COMP-5.
       01  WS-P                        PIC 99 USAGE COMP-5.
       01  WS-ITER                     PIC 99 USAGE COMP-5.
       01  WS-C-IDX                    PIC 999 USAGE COMP-5.
       01  WS-FZ-A                     PIC 99 USAGE COMP-5.
       01  WS-FZ-C                     PIC 99 USAGE COMP-5.
      *********************************
      * Positions at day WS-T — every star in the orbital plane, the
      * world beside its own.
       01  WS-T                        USAGE COMP-2.
       01  WS-PI                       USAGE COMP-2.
       01  WS-TWO-PI                   USAGE COMP-2.
       01  WS-MEAN-ANOM                USAGE COMP-2.                    radians
       01  WS-ECC-ANOM                 USAGE COMP-2.                    radians
       01  WS-WX                       USAGE COMP-2.
       01  WS-WY                       USAGE COMP-2.
       01  WS-DX                       USAGE COMP-2.
       01  WS-DY                       USAGE COMP-2.
       01  WS-TOTAL-FLUX               USAGE COMP-2.
       01  WS-BAND-STATE               PIC X.
           88  BAND-INSIDE             VALUE 'I'.
           88  BAND-TOO-HOT            VALUE 'H'.
           88  BAND-TOO-COLD           VALUE 'C'.
       01  WS-PREV-STATE               PIC X.
       01  WS-TMP-N0                   USAGE COMP-2.
       01  WS-TMP-N1                   USAGE COMP-2.
      *********************************
      * Event lists.
       01  WS-EVENT-NUM                PIC 99 USAGE COMP-5.
       01  WS-EVENT-DAY                USAGE COMP-2.
       01  WS-EVENT-STAR               PIC 9 USAGE COMP-5.
       01  WS-SCAN-DAY                 PIC S9(7) USAGE COMP-5.
      *********************************
      * Report scratch.
       01  WS-DISP-DAY                 PIC -(6)9.
       01  WS-DISP-STAR                PIC ZZ9.
       01  WS-DISP-ORB                 PIC ZZ9.
       01  WS-DISP-MAG                 PIC -(3)9.9.
       01  WS-SKY-WORD                 PIC X(10).
       01  WS-BAND-WORD                PIC X(10).
       01  WS-PERIOD-TXT               PIC X(20).
       01  WS-TMP-STR                  PIC X(100).
       01  WS-FMT-DIGITS               PIC 9 VALUE 2.
       01  WS-LINE                     PIC X(132).
       01  WS-LINE-PTR                 PIC 999 USAGE COMP-5.
      *********************************
      * The loaded system — same shape as G4SSGCRE's WS-STAR-SYSTEM
      * so the record's raw body image lands on the right fields.
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
           MOVE 'G4SSGCEP' TO MC-PROGRAM.
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
                       WHEN 'STEP'
                           COMPUTE WS-DAY-STEP =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'COMPSEP'
                           COMPUTE WS-COMPSEP-AU =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'PATH'
                           MOVE WS-PARM-VAL TO WS-STARDB-PATH
                       WHEN 'CLOCK'
                           MOVE WS-PARM-VAL TO WS-CLOCK-PATH
                       WHEN 'OUT'
                           MOVE WS-PARM-VAL TO WS-OUT-PATH
                           SET FILE-OUTPUT TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-LOAD-NAME = SPACES THEN
               MOVE 'CEP001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-WHICH-ORBIT = 0 THEN
               MOVE 'CEP002' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-WHICH-STAR = 0 THEN
               MOVE 1 TO WS-WHICH-STAR
           END-IF.
           IF WS-DAY-STEP = 0 THEN
               MOVE 30 TO WS-DAY-STEP
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

           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'CEP003' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE WS-LOAD-NAME TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   MOVE 'CEP004' TO MC-MSG-ID
                   MOVE WS-LOAD-NAME TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   CLOSE STARDB-FILE
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
           END-READ.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               MOVE 'CEP005' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               CLOSE STARDB-FILE
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           CLOSE STARDB-FILE.
           IF WS-WHICH-STAR > STAR-COUNT THEN
               MOVE 'CEP006' TO MC-MSG-ID
               MOVE STAR-COUNT TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           SET STAR-IDX TO WS-WHICH-STAR.
           IF WS-WHICH-ORBIT > NUM-ORBITS(STAR-IDX) THEN
               MOVE 'CEP007' TO MC-MSG-ID
               MOVE WS-WHICH-ORBIT TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           SET ORB-IDX TO WS-WHICH-ORBIT.
           IF NOT OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX)
           AND NOT OBJ-GAS-GIANT(STAR-IDX, ORB-IDX) THEN
               MOVE 'CEP008' TO MC-MSG-ID
               MOVE WS-WHICH-ORBIT TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF STAR-COUNT < 2 THEN
               MOVE 'CEP009' TO MC-MSG-ID
               MOVE STAR-SYSTEM-NAME TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

           PERFORM SET-UP-WORLD.
           PERFORM SET-UP-COMPANIONS.

           IF FILE-OUTPUT THEN
               OPEN OUTPUT OUT-FILE
           END-IF.
           PERFORM WRITE-EPHEMERIS-HEADING.
           PERFORM TABULATE-COMPANIONS.
           PERFORM LIST-PERIASTRON-PASSAGES.
           PERFORM LIST-BAND-EXCURSIONS.
           IF FILE-OUTPUT THEN
               CLOSE OUT-FILE
           END-IF.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *    Every table line funnels through here — console by
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

      *********************************
      * The world's circular orbit and the light its own sun gives it.
       SET-UP-WORLD.
           COMPUTE WS-PI = FUNCTION PI.
           COMPUTE WS-TWO-PI = 2 * WS-PI.
           MOVE DISTANCE OF ORBIT(STAR-IDX, ORB-IDX) TO WS-WORLD-D-AU.
           COMPUTE WS-WORLD-P-D =
                   ORBIT-PERIOD(STAR-IDX, ORB-IDX) * 365.25.
           IF OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX) THEN
               MOVE 'terrestrial' TO WS-WORLD-KIND
           ELSE
               MOVE 'gas giant' TO WS-WORLD-KIND
           END-IF.
           IF WS-WORLD-D-AU > 0 THEN
               COMPUTE WS-OWN-FLUX = CURRENT-LUM(STAR-IDX)
                   / (WS-WORLD-D-AU * WS-WORLD-D-AU)
           ELSE
               MOVE 0 TO WS-OWN-FLUX
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * Every other star's orbit — off the header when G4SSGCRE kept
      * them, else recovered the way G4SSGECL does it.  A companion
      * with no separation either way is left out.
       SET-UP-COMPANIONS.
           MOVE 0 TO WS-COMP-COUNT WS-COMP-SKIPPED.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 8
               MOVE '-' TO CP-KNOWN(WS-K)
               MOVE 0 TO CP-PARENT(WS-K)
               MOVE 0 TO CP-A-AU(WS-K) CP-ECC(WS-K) CP-PERIOD-D(WS-K)
               MOVE 0 TO CP-X(WS-K) CP-Y(WS-K)
           END-PERFORM.
           IF COMPANION-ORBITS-RECORDED THEN
               SET ORBITS-FROM-RECORD TO TRUE
               MOVE 1 TO WS-ROOT-STAR
               PERFORM VARYING WS-C-IDX FROM 2 BY 1
                       UNTIL WS-C-IDX > STAR-COUNT OR WS-C-IDX > 8
                   PERFORM SET-UP-RECORDED-ORBIT
               END-PERFORM
           ELSE
               SET ORBITS-FROM-ZONES TO TRUE
               MOVE WS-WHICH-STAR TO WS-ROOT-STAR
               MOVE 'CEP010' TO MC-MSG-ID
               MOVE STAR-SYSTEM-NAME TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM VARYING WS-C-IDX FROM 1 BY 1
                       UNTIL WS-C-IDX > STAR-COUNT OR WS-C-IDX > 8
                   IF WS-C-IDX NOT = WS-WHICH-STAR THEN
                       PERFORM SET-UP-ZONE-ORBIT
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-COMP-SKIPPED > 0 THEN
               MOVE 'CEP011' TO MC-MSG-ID
               MOVE WS-COMP-SKIPPED TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

      *    Entry n-1 of SYSTEM-COMPANION-ORBITS is star n.
       SET-UP-RECORDED-ORBIT.
           COMPUTE WS-P = WS-C-IDX - 1.
           IF COMP-AVG-DISTANCE(WS-P) <= 0
              OR COMP-PARENT(WS-P) < 1
              OR COMP-PARENT(WS-P) >= WS-C-IDX THEN
               IF WS-C-IDX NOT = WS-WHICH-STAR THEN
                   ADD 1 TO WS-COMP-SKIPPED
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE COMP-PARENT(WS-P) TO CP-PARENT(WS-C-IDX).
           MOVE COMP-AVG-DISTANCE(WS-P) TO CP-A-AU(WS-C-IDX).
           MOVE COMP-ECCENTRICITY(WS-P) TO CP-ECC(WS-C-IDX).
           PERFORM SET-UP-ORBIT-PERIOD.
           IF WS-C-IDX NOT = WS-WHICH-STAR THEN
               ADD 1 TO WS-COMP-COUNT
           END-IF.
           EXIT PARAGRAPH.

      *    Separation from the forbidden zone the pair left on both
      *    stars (1/3 periapsis to 3x apoapsis — the geometric mean
      *    is the separation), else COMPSEP=; circular, round the
      *    world's sun.
       SET-UP-ZONE-ORBIT.
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
           IF WS-TMP-N1 <= 0 THEN
               IF WS-COMPSEP-AU > 0 THEN
                   MOVE WS-COMPSEP-AU TO WS-TMP-N1
               ELSE
                   ADD 1 TO WS-COMP-SKIPPED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-WHICH-STAR TO CP-PARENT(WS-C-IDX).
           MOVE WS-TMP-N1 TO CP-A-AU(WS-C-IDX).
           MOVE 0 TO CP-ECC(WS-C-IDX).
           PERFORM SET-UP-ORBIT-PERIOD.
           ADD 1 TO WS-COMP-COUNT.
           EXIT PARAGRAPH.

      *    Kepler period of star WS-C-IDX round its parent:
      *    sqrt(a^3 / (M1 + M2)) years.
       SET-UP-ORBIT-PERIOD.
           MOVE CP-PARENT(WS-C-IDX) TO WS-K.
           COMPUTE WS-TMP-N0 = MASS OF STAR(WS-K)
                             + MASS OF STAR(WS-C-IDX).
           IF WS-TMP-N0 <= 0 THEN
               MOVE 1 TO WS-TMP-N0
           END-IF.
           COMPUTE WS-TMP-N1 = CP-A-AU(WS-C-IDX) ** 3.
           COMPUTE WS-TMP-N1 = WS-TMP-N1 / WS-TMP-N0.
           COMPUTE CP-PERIOD-D(WS-C-IDX) =
                   FUNCTION SQRT(WS-TMP-N1) * 365.25.
           SET CP-ORBIT-KNOWN(WS-C-IDX) TO TRUE.
           EXIT PARAGRAPH.

      *********************************
      * The heading — world, range, and each companion's orbit.
       WRITE-EPHEMERIS-HEADING.
           MOVE WS-WHICH-STAR TO WS-DISP-STAR.
           MOVE WS-WHICH-ORBIT TO WS-DISP-ORB.
           STRING 'Companion ephemeris for '
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
           MOVE WS-DAY-FROM TO WS-DISP-DAY.
           MOVE 1 TO WS-LINE-PTR.
           STRING '  Campaign days '     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DAY)
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           MOVE WS-DAY-TO TO WS-DISP-DAY.
           STRING ' to '                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DAY)
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           MOVE WS-DAY-STEP TO WS-DISP-DAY.
           STRING ', every '             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DAY)
                                         DELIMITED BY SIZE
                  ' days; epoch: companions at periastron, planets '
                                         DELIMITED BY SIZE
                  'at longitude 0, on day 0'
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE 4 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING WS-OWN-FLUX, WS-FMT-DIGITS,
                                WS-TMP-STR.
           STRING '  Own sun gives '     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TMP-STR)
                                         DELIMITED BY SIZE
                  ' x Earth insolation; habitable band 0.51 to 1.11'
                                         DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           IF ORBITS-FROM-ZONES THEN
               MOVE '  (record keeps no companion orbits — circular '
                 & 'orbits off the forbidden zones, no periastron)'
                 TO WS-LINE
               PERFORM EMIT-LINE
           END-IF.
           PERFORM VARYING WS-C-IDX FROM 1 BY 1
                   UNTIL WS-C-IDX > STAR-COUNT OR WS-C-IDX > 8
               IF CP-ORBIT-KNOWN(WS-C-IDX) THEN
                   PERFORM WRITE-ONE-ORBIT-LINE
               END-IF
           END-PERFORM.
           IF WS-COMP-SKIPPED > 0 THEN
               MOVE WS-COMP-SKIPPED TO WS-DISP-STAR
               STRING '  ('             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-STAR)
                                        DELIMITED BY SIZE
                      ' companion(s) left out — no separation on the '
                                        DELIMITED BY SIZE
                      'record; give COMPSEP=)'
                                        DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               PERFORM EMIT-LINE
           END-IF.
           EXIT PARAGRAPH.

      *    '  star 3 round star 1: a 41.2 AU, e 0.35, period 155.1 yr,
      *    periastron 26.8 AU'
       WRITE-ONE-ORBIT-LINE.
           MOVE 1 TO WS-LINE-PTR.
           MOVE WS-C-IDX TO WS-DISP-STAR.
           STRING '  star '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-STAR)
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           MOVE CP-PARENT(WS-C-IDX) TO WS-DISP-STAR.
           MOVE 2 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING CP-A-AU(WS-C-IDX), WS-FMT-DIGITS,
                                WS-TMP-STR.
           STRING ' round star '         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-STAR)
                                         DELIMITED BY SIZE
                  ': a '                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TMP-STR)
                                         DELIMITED BY SIZE
                  ' AU'                  DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           IF CP-ECC(WS-C-IDX) > 0 THEN
               MOVE 3 TO WS-FMT-DIGITS
               CALL 'FMT-NUM' USING CP-ECC(WS-C-IDX), WS-FMT-DIGITS,
                                    WS-TMP-STR
               STRING ', e '             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TMP-STR)
                                         DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           ELSE
               STRING ', circular'       DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF.
           PERFORM FORMAT-ORBIT-PERIOD.
           STRING ', period '            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PERIOD-TXT)
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           IF CP-ECC(WS-C-IDX) > 0 THEN
               COMPUTE WS-TMP-N0 =
                       CP-A-AU(WS-C-IDX) * (1 - CP-ECC(WS-C-IDX))
               MOVE 2 TO WS-FMT-DIGITS
               CALL 'FMT-NUM' USING WS-TMP-N0, WS-FMT-DIGITS,
                                    WS-TMP-STR
               STRING ', periastron '    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TMP-STR)
                                         DELIMITED BY SIZE
                      ' AU'              DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF.
           IF WS-C-IDX = WS-WHICH-STAR THEN
               STRING ' (the world''s own sun)'
                                         DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF.
           PERFORM EMIT-LINE.
           EXIT PARAGRAPH.

      *    Star WS-C-IDX's period into WS-PERIOD-TXT — days for a
      *    tight pair, years otherwise.
       FORMAT-ORBIT-PERIOD.
           MOVE SPACES TO WS-PERIOD-TXT.
           MOVE 1 TO WS-FMT-DIGITS.
           IF CP-PERIOD-D(WS-C-IDX) < 365.25 THEN
               CALL 'FMT-NUM' USING CP-PERIOD-D(WS-C-IDX),
                                    WS-FMT-DIGITS, WS-TMP-STR
               STRING FUNCTION TRIM(WS-TMP-STR) ' d'
                      DELIMITED BY SIZE INTO WS-PERIOD-TXT
               END-STRING
           ELSE
               COMPUTE WS-TMP-N0 = CP-PERIOD-D(WS-C-IDX) / 365.25
               CALL 'FMT-NUM' USING WS-TMP-N0, WS-FMT-DIGITS,
                                    WS-TMP-STR
               STRING FUNCTION TRIM(WS-TMP-STR) ' yr'
                      DELIMITED BY SIZE INTO WS-PERIOD-TXT
               END-STRING
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * One row per companion per sampled day; the day, the total
      * and the band verdict on the first row of each day.
       TABULATE-COMPANIONS.
           MOVE SPACES TO WS-LINE.
           PERFORM EMIT-LINE.
           MOVE '    Day' TO WS-LINE(1:7).
           MOVE 'Star' TO WS-LINE(9:4).
           MOVE 'Dist AU' TO WS-LINE(15:7).
           MOVE 'Mag' TO WS-LINE(27:3).
           MOVE 'Sky' TO WS-LINE(34:3).
           MOVE 'Insol x E' TO WS-LINE(46:9).
           MOVE 'Total x E' TO WS-LINE(59:9).
           MOVE 'Band' TO WS-LINE(71:4).
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-SCAN-DAY FROM WS-DAY-FROM
                   BY WS-DAY-STEP UNTIL WS-SCAN-DAY > WS-DAY-TO
               MOVE WS-SCAN-DAY TO WS-T
               PERFORM COMPUTE-INSOLATION
               MOVE 0 TO WS-P
               PERFORM VARYING WS-C-IDX FROM 1 BY 1
                       UNTIL WS-C-IDX > STAR-COUNT OR WS-C-IDX > 8
                   IF WS-C-IDX NOT = WS-WHICH-STAR
                      AND CP-DIST-AU(WS-C-IDX) > 0 THEN
                       ADD 1 TO WS-P
                       PERFORM WRITE-ONE-TABLE-ROW
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT PARAGRAPH.

       WRITE-ONE-TABLE-ROW.
           MOVE SPACES TO WS-LINE.
           IF WS-P = 1 THEN
               MOVE WS-SCAN-DAY TO WS-DISP-DAY
               MOVE WS-DISP-DAY TO WS-LINE(1:7)
           END-IF.
           MOVE WS-C-IDX TO WS-DISP-STAR.
           MOVE WS-DISP-STAR TO WS-LINE(10:3).
           MOVE 2 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING CP-DIST-AU(WS-C-IDX), WS-FMT-DIGITS,
                                WS-TMP-STR.
           MOVE FUNCTION TRIM(WS-TMP-STR) TO WS-LINE(15:10).
           MOVE CP-FLUX(WS-C-IDX) TO WS-TMP-N0.
           PERFORM NAME-THE-BRIGHTNESS.
           MOVE WS-DISP-MAG TO WS-LINE(26:6).
           MOVE WS-SKY-WORD TO WS-LINE(34:10).
           MOVE 6 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING CP-FLUX(WS-C-IDX), WS-FMT-DIGITS,
                                WS-TMP-STR.
           MOVE FUNCTION TRIM(WS-TMP-STR) TO WS-LINE(46:11).
           IF WS-P = 1 THEN
               MOVE 4 TO WS-FMT-DIGITS
               CALL 'FMT-NUM' USING WS-TOTAL-FLUX, WS-FMT-DIGITS,
                                    WS-TMP-STR
               MOVE FUNCTION TRIM(WS-TMP-STR) TO WS-LINE(59:10)
               PERFORM NAME-THE-BAND-STATE
               MOVE WS-BAND-WORD TO WS-LINE(71:10)
           END-IF.
           PERFORM EMIT-LINE.
           EXIT PARAGRAPH.

      *    Apparent magnitude and sky word for a light of WS-TMP-N0
      *    (Earth units) — the words and thresholds are the world
      *    write-up's sky view.
       NAME-THE-BRIGHTNESS.
           IF WS-TMP-N0 > 0 THEN
               COMPUTE WS-DISP-MAG = CEP-SUN-MAG
                   - 2.5 * FUNCTION LOG10(WS-TMP-N0)
           ELSE
               MOVE 0 TO WS-DISP-MAG
           END-IF.
           EVALUATE TRUE
               WHEN WS-TMP-N0 >= 0.01
                   MOVE 'second sun' TO WS-SKY-WORD
               WHEN WS-TMP-N0 >= 0.000001
                   MOVE 'brilliant' TO WS-SKY-WORD
               WHEN WS-TMP-N0 >= 0.000000001
                   MOVE 'brightest' TO WS-SKY-WORD
               WHEN OTHER
                   MOVE 'ordinary' TO WS-SKY-WORD
           END-EVALUATE.
           EXIT PARAGRAPH.

       NAME-THE-BAND-STATE.
           EVALUATE TRUE
               WHEN BAND-TOO-HOT
                   MOVE 'TOO HOT' TO WS-BAND-WORD
               WHEN BAND-TOO-COLD
                   MOVE 'TOO COLD' TO WS-BAND-WORD
               WHEN OTHER
                   MOVE 'in band' TO WS-BAND-WORD
           END-EVALUATE.
           EXIT PARAGRAPH.

      *********************************
      * Every star's place at day WS-T, then each companion's distance
      * from the world and the light it adds, the total and the band
      * verdict.  Stars are placed in index order — a parent always
      * comes before its companions.
       COMPUTE-INSOLATION.
           PERFORM VARYING WS-C-IDX FROM 1 BY 1
                   UNTIL WS-C-IDX > STAR-COUNT OR WS-C-IDX > 8
               IF CP-ORBIT-KNOWN(WS-C-IDX) THEN
                   PERFORM PLACE-ONE-STAR
               ELSE
                   MOVE 0 TO CP-X(WS-C-IDX) CP-Y(WS-C-IDX)
               END-IF
           END-PERFORM.
           IF WS-WORLD-P-D > 0 THEN
               COMPUTE WS-TMP-N0 = WS-T / WS-WORLD-P-D
               COMPUTE WS-TMP-N0 = WS-TMP-N0 * WS-TWO-PI
           ELSE
               MOVE 0 TO WS-TMP-N0
           END-IF.
           COMPUTE WS-WX = CP-X(WS-WHICH-STAR)
                         + WS-WORLD-D-AU * FUNCTION COS(WS-TMP-N0).
           COMPUTE WS-WY = CP-Y(WS-WHICH-STAR)
                         + WS-WORLD-D-AU * FUNCTION SIN(WS-TMP-N0).
           MOVE WS-OWN-FLUX TO WS-TOTAL-FLUX.
           PERFORM VARYING WS-C-IDX FROM 1 BY 1
                   UNTIL WS-C-IDX > STAR-COUNT OR WS-C-IDX > 8
               MOVE 0 TO CP-DIST-AU(WS-C-IDX) CP-FLUX(WS-C-IDX)
               IF WS-C-IDX NOT = WS-WHICH-STAR
                  AND (CP-ORBIT-KNOWN(WS-C-IDX)
                       OR WS-C-IDX = WS-ROOT-STAR) THEN
                   COMPUTE WS-DX = CP-X(WS-C-IDX) - WS-WX
                   COMPUTE WS-DY = CP-Y(WS-C-IDX) - WS-WY
                   COMPUTE CP-DIST-AU(WS-C-IDX) = FUNCTION SQRT(
                           WS-DX * WS-DX + WS-DY * WS-DY)
                   IF CP-DIST-AU(WS-C-IDX) > 0 THEN
                       COMPUTE CP-FLUX(WS-C-IDX) =
                           CURRENT-LUM(WS-C-IDX)
                           / (CP-DIST-AU(WS-C-IDX)
                            * CP-DIST-AU(WS-C-IDX))
                       ADD CP-FLUX(WS-C-IDX) TO WS-TOTAL-FLUX
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-TOTAL-FLUX > CEP-BAND-HOT
                   SET BAND-TOO-HOT TO TRUE
               WHEN WS-TOTAL-FLUX < CEP-BAND-COLD
                   SET BAND-TOO-COLD TO TRUE
               WHEN OTHER
                   SET BAND-INSIDE TO TRUE
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    Star WS-C-IDX at its parent's place plus its own offset on
      *    the ellipse — Kepler's equation by Newton's method from
      *    the mean anomaly, periastron on the +x line.
       PLACE-ONE-STAR.
           COMPUTE WS-TMP-N0 = WS-T / CP-PERIOD-D(WS-C-IDX).
           COMPUTE WS-TMP-N0 =
                   WS-TMP-N0 - FUNCTION INTEGER(WS-TMP-N0).
           COMPUTE WS-MEAN-ANOM = WS-TMP-N0 * WS-TWO-PI.
           MOVE WS-MEAN-ANOM TO WS-ECC-ANOM.
           PERFORM VARYING WS-ITER FROM 1 BY 1 UNTIL WS-ITER > 12
               COMPUTE WS-TMP-N1 = WS-ECC-ANOM
                   - CP-ECC(WS-C-IDX) * FUNCTION SIN(WS-ECC-ANOM)
                   - WS-MEAN-ANOM
               COMPUTE WS-TMP-N1 = WS-TMP-N1 / (1
                   - CP-ECC(WS-C-IDX) * FUNCTION COS(WS-ECC-ANOM))
               COMPUTE WS-ECC-ANOM = WS-ECC-ANOM - WS-TMP-N1
           END-PERFORM.
           MOVE CP-PARENT(WS-C-IDX) TO WS-K.
           COMPUTE CP-X(WS-C-IDX) = CP-X(WS-K) + CP-A-AU(WS-C-IDX)
               * (FUNCTION COS(WS-ECC-ANOM) - CP-ECC(WS-C-IDX)).
           COMPUTE WS-TMP-N1 = 1 - CP-ECC(WS-C-IDX) * CP-ECC(WS-C-IDX).
           COMPUTE CP-Y(WS-C-IDX) = CP-Y(WS-K) + CP-A-AU(WS-C-IDX)
               * FUNCTION SQRT(WS-TMP-N1) * FUNCTION SIN(WS-ECC-ANOM).
           EXIT PARAGRAPH.

      *********************************
      * Periastron passages inside the range, soonest first across
      * all companions (capped so a tight pair can't flood the
      * listing), each with the world's light at that moment.
       LIST-PERIASTRON-PASSAGES.
           MOVE SPACES TO WS-LINE.
           PERFORM EMIT-LINE.
           MOVE 'Periastron passages:' TO WS-LINE.
           PERFORM EMIT-LINE.
           IF ORBITS-FROM-ZONES THEN
               MOVE '  (none — the orbits are taken as circular)'
                 TO WS-LINE
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           END-IF.
      *    First passage on or after FROM for each eccentric orbit.
      *    A pair that comes round faster than the tabulation step
      *    gets one line for its cadence instead of a date list.
           MOVE 0 TO WS-EVENT-NUM.
           PERFORM VARYING WS-C-IDX FROM 1 BY 1
                   UNTIL WS-C-IDX > STAR-COUNT OR WS-C-IDX > 8
               MOVE 0 TO CP-NEXT-PERI(WS-C-IDX)
               MOVE '-' TO CP-PERI-LIST(WS-C-IDX)
               IF CP-ORBIT-KNOWN(WS-C-IDX)
                  AND CP-ECC(WS-C-IDX) > 0 THEN
                   IF CP-PERIOD-D(WS-C-IDX) < WS-DAY-STEP THEN
                       PERFORM WRITE-PASSAGE-CADENCE-LINE
                   ELSE
                       SET CP-PERI-DATED(WS-C-IDX) TO TRUE
                   END-IF
               END-IF
               IF CP-PERI-DATED(WS-C-IDX) THEN
                   COMPUTE WS-TMP-N0 =
                           WS-DAY-FROM / CP-PERIOD-D(WS-C-IDX)
                   COMPUTE WS-TMP-N0 = FUNCTION INTEGER(WS-TMP-N0)
                   COMPUTE CP-NEXT-PERI(WS-C-IDX) =
                           WS-TMP-N0 * CP-PERIOD-D(WS-C-IDX)
                   IF CP-NEXT-PERI(WS-C-IDX) < WS-DAY-FROM THEN
                       ADD CP-PERIOD-D(WS-C-IDX)
                        TO CP-NEXT-PERI(WS-C-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM UNTIL WS-EVENT-NUM >= CEP-MAX-EVENTS
               PERFORM FIND-NEXT-PASSAGE
               IF WS-EVENT-STAR = 0 THEN
                   EXIT PERFORM
               END-IF
               PERFORM WRITE-PASSAGE-LINE
               ADD 1 TO WS-EVENT-NUM
               ADD CP-PERIOD-D(WS-EVENT-STAR)
                TO CP-NEXT-PERI(WS-EVENT-STAR)
           END-PERFORM.
           IF WS-EVENT-NUM = 0 THEN
               MOVE '  (none in the range)' TO WS-LINE
               PERFORM EMIT-LINE
           END-IF.
           IF WS-EVENT-NUM >= CEP-MAX-EVENTS THEN
               MOVE '  (listing stopped at 24 passages — narrow '
                 & 'FROM=/TO=)' TO WS-LINE
               PERFORM EMIT-LINE
           END-IF.
           EXIT PARAGRAPH.

      *    '  star 3: periastron every 4.3 d, 0.04 AU from star 2'.
       WRITE-PASSAGE-CADENCE-LINE.
           ADD 1 TO WS-EVENT-NUM.
           MOVE 1 TO WS-LINE-PTR.
           MOVE WS-C-IDX TO WS-DISP-STAR.
           PERFORM FORMAT-ORBIT-PERIOD.
           STRING '  star '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-STAR)
                                         DELIMITED BY SIZE
                  ': periastron every '  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PERIOD-TXT)
                                         DELIMITED BY SIZE
                  ', '                   DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           COMPUTE WS-TMP-N0 = CP-A-AU(WS-C-IDX)
                             * (1 - CP-ECC(WS-C-IDX)).
           MOVE 2 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING WS-TMP-N0, WS-FMT-DIGITS,
                                WS-TMP-STR.
           MOVE CP-PARENT(WS-C-IDX) TO WS-DISP-STAR.
           STRING FUNCTION TRIM(WS-TMP-STR)
                                         DELIMITED BY SIZE
                  ' AU from star '       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-STAR)
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           PERFORM EMIT-LINE.
           EXIT PARAGRAPH.

      *    WS-EVENT-STAR: the companion whose next passage is soonest
      *    and still inside the range, 0 when there is none.
       FIND-NEXT-PASSAGE.
           MOVE 0 TO WS-EVENT-STAR.
           PERFORM VARYING WS-C-IDX FROM 1 BY 1
                   UNTIL WS-C-IDX > STAR-COUNT OR WS-C-IDX > 8
               IF CP-PERI-DATED(WS-C-IDX)
                  AND CP-NEXT-PERI(WS-C-IDX) <= WS-DAY-TO THEN
                   IF WS-EVENT-STAR = 0 THEN
                       MOVE WS-C-IDX TO WS-EVENT-STAR
                   ELSE
                       IF CP-NEXT-PERI(WS-C-IDX)
                          < CP-NEXT-PERI(WS-EVENT-STAR) THEN
                           MOVE WS-C-IDX TO WS-EVENT-STAR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    '  day 1204: star 2 at periastron, 8.06 AU from star 1 —
      *    0.0421 x Earth here, total 1.0392 (in band)' — flagged
      *    WARNING when the total is out of the band.
       WRITE-PASSAGE-LINE.
           MOVE CP-NEXT-PERI(WS-EVENT-STAR) TO WS-EVENT-DAY.
           MOVE WS-EVENT-DAY TO WS-T.
           PERFORM COMPUTE-INSOLATION.
           MOVE 1 TO WS-LINE-PTR.
           MOVE WS-EVENT-DAY TO WS-DISP-DAY.
           STRING '  day '               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DAY)
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           MOVE WS-EVENT-STAR TO WS-DISP-STAR.
           STRING ': star '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-STAR)
                                         DELIMITED BY SIZE
                  ' at periastron, '     DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           COMPUTE WS-TMP-N0 = CP-A-AU(WS-EVENT-STAR)
                             * (1 - CP-ECC(WS-EVENT-STAR)).
           MOVE 2 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING WS-TMP-N0, WS-FMT-DIGITS,
                                WS-TMP-STR.
           MOVE CP-PARENT(WS-EVENT-STAR) TO WS-DISP-STAR.
           STRING FUNCTION TRIM(WS-TMP-STR)
                                         DELIMITED BY SIZE
                  ' AU from star '       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-STAR)
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
      *    The world's own sun passing periastron moves the other
      *    star(s) instead; either way the light is the total's.
           IF WS-EVENT-STAR NOT = WS-WHICH-STAR THEN
               MOVE 4 TO WS-FMT-DIGITS
               CALL 'FMT-NUM' USING CP-FLUX(WS-EVENT-STAR),
                                    WS-FMT-DIGITS, WS-TMP-STR
               STRING ' — '              DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TMP-STR)
                                         DELIMITED BY SIZE
                      ' x Earth here'    DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF.
           MOVE 4 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING WS-TOTAL-FLUX, WS-FMT-DIGITS,
                                WS-TMP-STR.
           PERFORM NAME-THE-BAND-STATE.
           STRING ', total '             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TMP-STR)
                                         DELIMITED BY SIZE
                  ' ('                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BAND-WORD)
                                         DELIMITED BY SIZE
                  ')'                    DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           IF NOT BAND-INSIDE THEN
               STRING ' — WARNING: out of the habitable band'
                                         DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF.
           PERFORM EMIT-LINE.
           EXIT PARAGRAPH.

      *********************************
      * Day by day through the range: every day the combined light
      * carries the world out of its habitable band, or back in.  A
      * world the band never holds gets one line saying so.
       LIST-BAND-EXCURSIONS.
           MOVE SPACES TO WS-LINE.
           PERFORM EMIT-LINE.
           MOVE 'Habitable-band alerts:' TO WS-LINE.
           PERFORM EMIT-LINE.
           MOVE 0 TO WS-EVENT-NUM.
           MOVE WS-DAY-FROM TO WS-SCAN-DAY.
           MOVE WS-SCAN-DAY TO WS-T.
           PERFORM COMPUTE-INSOLATION.
           MOVE WS-BAND-STATE TO WS-PREV-STATE.
           IF NOT BAND-INSIDE THEN
               PERFORM WRITE-BAND-ALERT-LINE
           END-IF.
           PERFORM VARYING WS-SCAN-DAY FROM WS-DAY-FROM BY 1
                   UNTIL WS-SCAN-DAY > WS-DAY-TO
                      OR WS-EVENT-NUM >= CEP-MAX-EVENTS
               MOVE WS-SCAN-DAY TO WS-T
               PERFORM COMPUTE-INSOLATION
               IF WS-BAND-STATE NOT = WS-PREV-STATE THEN
                   PERFORM WRITE-BAND-ALERT-LINE
                   MOVE WS-BAND-STATE TO WS-PREV-STATE
               END-IF
           END-PERFORM.
           IF WS-EVENT-NUM = 0 THEN
               MOVE '  (combined insolation stays inside the band '
                 & 'throughout)' TO WS-LINE
               PERFORM EMIT-LINE
           END-IF.
           IF WS-EVENT-NUM >= CEP-MAX-EVENTS THEN
               MOVE '  (listing stopped at 24 alerts — narrow '
                 & 'FROM=/TO=)' TO WS-LINE
               PERFORM EMIT-LINE
           END-IF.
           EXIT PARAGRAPH.

      *    '  day 1190: WARNING — total 1.1342 x Earth, TOO HOT
      *    (star 2 at 7.92 AU)', or '  day 1231: back in band, total
      *    1.0977 x Earth'.  The named star is the brightest
      *    companion at the time.
       WRITE-BAND-ALERT-LINE.
           ADD 1 TO WS-EVENT-NUM.
           MOVE 1 TO WS-LINE-PTR.
           MOVE WS-SCAN-DAY TO WS-DISP-DAY.
           MOVE 4 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING WS-TOTAL-FLUX, WS-FMT-DIGITS,
                                WS-TMP-STR.
           PERFORM NAME-THE-BAND-STATE.
           STRING '  day '               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DAY)
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           IF BAND-INSIDE THEN
               STRING ': back in band, total '
                                         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TMP-STR)
                                         DELIMITED BY SIZE
                      ' x Earth'         DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           END-IF.
           STRING ': WARNING — total '   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TMP-STR)
                                         DELIMITED BY SIZE
                  ' x Earth, '           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BAND-WORD)
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           MOVE 0 TO WS-EVENT-STAR.
           PERFORM VARYING WS-C-IDX FROM 1 BY 1
                   UNTIL WS-C-IDX > STAR-COUNT OR WS-C-IDX > 8
               IF CP-FLUX(WS-C-IDX) > 0 THEN
                   IF WS-EVENT-STAR = 0 THEN
                       MOVE WS-C-IDX TO WS-EVENT-STAR
                   ELSE
                       IF CP-FLUX(WS-C-IDX)
                          > CP-FLUX(WS-EVENT-STAR) THEN
                           MOVE WS-C-IDX TO WS-EVENT-STAR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-EVENT-STAR > 0 THEN
               MOVE WS-EVENT-STAR TO WS-DISP-STAR
               MOVE 2 TO WS-FMT-DIGITS
               CALL 'FMT-NUM' USING CP-DIST-AU(WS-EVENT-STAR),
                                    WS-FMT-DIGITS, WS-TMP-STR
               STRING ' (star '          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-STAR)
                                         DELIMITED BY SIZE
                      ' at '             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TMP-STR)
                                         DELIMITED BY SIZE
                      ' AU)'             DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
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
