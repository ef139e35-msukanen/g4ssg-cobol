       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGSWX.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Space-weather forecast for a saved system over a run of
      * campaign days.  RATE-SPACE-WEATHER leaves a standing Quiet /
      * Active / Severe / eXtreme rating on the system and on every
      * orbit; this turns those ratings into dated events the table
      * can play — which days a flare's radiation hits, when a
      * coronal mass ejection arrives, when a pulsar's wind gusts —
      * and lists the warning days orbit by orbit.
      *
      * Every star rolls each day for:
      *   flare       radiation the same day at every orbit
      *   CME         a plasma storm arriving a day per AU later
      *               (at most ten), lasting a day, two if severe
      *   pulsar wind neutron-star pulsars only, the same day
      * with daily odds set by the star's rating (the flare/remnant
      * verdict RATE-SPACE-WEATHER gives it):
      *               flare    CME      (per day)
      *   Quiet       1%       0.3%
      *   Active      5%       1%
      *   Severe     15%       4%
      *   eXtreme    30%       8%
      * and a minor / major / severe strength on one die (1-3 / 4-5 /
      * 6, one up for an eXtreme star).  An orbit rated easier than
      * its star — the outer system, past twice the snow line —
      * takes each event one strength lower, and a minor event
      * there is no warning at all.
      *
      * The dice are reseeded per star per day off the run seed,
      * the system name and the day (as G4SSGMKT reseeds its daily
      * swings), so a day's weather is the same whatever range it
      * is forecast in, and SEED= picks another timeline.  Rolling
      * starts ten days before FROM so storms already in flight
      * show up.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   LOAD=<name>    saved system (required)
      *   FROM=<day>     first campaign day (default the clock's
      *                  today, else 0)
      *   TO=<day>       last campaign day (default FROM+30; at most
      *                  a year)
      *   SEED=<n>       run seed (default 0)
      *   PATH=<path>    star database file (default stardb.dat)
      *   CLOCK=<path>   campaign clock file (default campclock.dat)
      *   OUT=<path>     write the forecast to a file instead of the
      *                  console
      *
      * Return codes: 0 forecast written, 8 no database or no such
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
           SELECT CLOCK-FILE           ASSIGN TO WS-CLOCK-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-CLOCK-STATUS.

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
       01  WS-CLOCK-PATH               PIC X(100)
                                       VALUE "campclock.dat".
       01  WS-CLOCK-STATUS             PIC XX.
           88  CLOCK-FILE-OK           VALUE '00'.
       01  WS-CLOCK-DAY                PIC S9(8) USAGE COMP-5 VALUE 0.
       01  WS-CLOCK-FOUND              PIC X VALUE '-'.
       01  WS-CLK-LINE                 PIC X(40).
       01  WS-LOAD-NAME                PIC X(48) VALUE SPACES.
       01  WS-DAY-FROM                 PIC S9(7) USAGE COMP-5 VALUE 0.
       01  WS-DAY-TO                   PIC S9(7) USAGE COMP-5 VALUE 0.
       01  WS-FROM-GIVEN               PIC X VALUE '-'.
       01  WS-TO-GIVEN                 PIC X VALUE '-'.
       01  WS-SEED                     PIC 9(9) USAGE COMP-5 VALUE 0.
      *    'OUT=<path>' sends every forecast line to a file instead
      *    of the console — EMIT-LINE is the one place that decides.
       01  WS-OUT-PATH                 PIC X(100) VALUE SPACES.
       01  WS-OUT-MODE                 PIC X VALUE '-'.
           88  FILE-OUTPUT             VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
      *********************************
      * Per-star daily odds and the dice.
       01  WS-STAR-WX-TAB.
           05  WS-STAR-WX              OCCURS 200 TIMES.
               10  SW-RATING           PIC X.
               10  SW-RANK             PIC 9 USAGE COMP-5.
               10  SW-FLARE-ODDS       USAGE COMP-2.
               10  SW-CME-ODDS         USAGE COMP-2.
               10  SW-PULSAR-ODDS      USAGE COMP-2.
       01  WS-NAME-HASH                PIC 9(9) USAGE COMP-5.
       01  WS-NAME-POS                 PIC 99 USAGE COMP-5.
       01  WS-DAY-SEED                 PIC 9(9) USAGE COMP-5.
       01  WS-ROLL                     USAGE COMP-2.
       01  WS-DIE                      PIC 9 USAGE COMP-5.
       01  WS-DAY                      PIC S9(7) USAGE COMP-5.
       01  WS-ROLL-FROM                PIC S9(7) USAGE COMP-5.
       01  WS-S                        PIC 999 USAGE COMP-5.
       01  WS-O                        PIC 999 USAGE COMP-5.
       01  WS-E                        PIC 9(4) USAGE COMP-5.
      *********************************
      * Rolled events, in launch-day order.
       01  WS-EVENT-COUNT              PIC 9(4) USAGE COMP-5 VALUE 0.
       77  SWX-MAX-EVENTS              PIC 9(4) USAGE COMP-5
                                       VALUE 800.
       01  WS-EVENT-CAPPED             PIC X VALUE '-'.
       01  WS-EVENT-TAB.
           05  WS-EVENT                OCCURS 800 TIMES.
               10  EV-DAY              PIC S9(7) USAGE COMP-5.
               10  EV-STAR             PIC 999 USAGE COMP-5.
               10  EV-KIND             PIC X.
                   88  EV-FLARE            VALUE 'F'.
                   88  EV-CME              VALUE 'C'.
                   88  EV-PULSAR           VALUE 'P'.
               10  EV-STRENGTH         PIC 9 USAGE COMP-5.
       01  WS-NEW-KIND                 PIC X.
      *********************************
      * One orbit's warnings.
       01  WS-ORBIT-RANK               PIC 9 USAGE COMP-5.
       01  WS-EASE                     PIC 9 USAGE COMP-5.
       01  WS-TRAVEL                   PIC 99 USAGE COMP-5.
       01  WS-ARRIVE                   PIC S9(7) USAGE COMP-5.
       01  WS-LAST-DAY                 PIC S9(7) USAGE COMP-5.
       01  WS-STRENGTH                 PIC S9 USAGE COMP-5.
       01  WS-ORBIT-WARNINGS           PIC 9(4) USAGE COMP-5.
       01  WS-ALL-WARNINGS             PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-EVENTS-SHOWN             PIC 9(4) USAGE COMP-5.
      *********************************
      * Report scratch.
       01  WS-RATING-TEXT              PIC X(8).
       01  WS-KIND-TEXT                PIC X(14).
       01  WS-STRENGTH-TEXT            PIC X(6).
       01  WS-BODY-TEXT                PIC X(14).
       01  WS-DISP-DAY                 PIC -(6)9.
       01  WS-DISP-STAR                PIC ZZ9.
       01  WS-DISP-ORB                 PIC ZZ9.
       01  WS-DISP-N                   PIC ZZZ9.
       01  WS-DISP-SEED                PIC Z(8)9.
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
           MOVE 'G4SSGSWX' TO MC-PROGRAM.
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
                       WHEN 'CLOCK'
                           MOVE WS-PARM-VAL TO WS-CLOCK-PATH
                       WHEN 'OUT'
                           MOVE WS-PARM-VAL TO WS-OUT-PATH
                           SET FILE-OUTPUT TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-LOAD-NAME = SPACES THEN
               MOVE 'SWX001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
      *    No FROM= — today off the campaign clock; no TO= — a month.
           IF WS-FROM-GIVEN = '-' THEN
               PERFORM READ-CAMPAIGN-CLOCK
               IF WS-CLOCK-FOUND = 'Y' THEN
                   MOVE WS-CLOCK-DAY TO WS-DAY-FROM
               END-IF
           END-IF.
           IF WS-TO-GIVEN = '-' OR WS-DAY-TO < WS-DAY-FROM THEN
               COMPUTE WS-DAY-TO = WS-DAY-FROM + 30
           END-IF.
           IF WS-DAY-TO - WS-DAY-FROM > 366 THEN
               COMPUTE WS-DAY-TO = WS-DAY-FROM + 366
           END-IF.

           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'SWX002' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE WS-LOAD-NAME TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   MOVE 'SWX003' TO MC-MSG-ID
                   MOVE WS-LOAD-NAME TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   CLOSE STARDB-FILE
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
           END-READ.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               MOVE 'SWX004' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               CLOSE STARDB-FILE
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           CLOSE STARDB-FILE.

           PERFORM HASH-SYSTEM-NAME.
           PERFORM RATE-EACH-STAR.
           PERFORM ROLL-EVENTS.

           IF FILE-OUTPUT THEN
               OPEN OUTPUT OUT-FILE
           END-IF.
           PERFORM WRITE-FORECAST-HEADING.
           PERFORM WRITE-STAR-EVENTS.
           PERFORM WRITE-ORBIT-WARNINGS.
           IF FILE-OUTPUT THEN
               CLOSE OUT-FILE
           END-IF.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *    Every forecast line funnels through here — console by
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
      * Each star's own rating — the same verdict RATE-SPACE-WEATHER
      * gives it before the system keeps the worst — and the daily
      * odds that go with it.
       RATE-EACH-STAR.
           PERFORM VARYING STAR-IDX FROM 1 BY 1
                   UNTIL STAR-IDX > STAR-COUNT
               SET WS-S TO STAR-IDX
               EVALUATE TRUE
                   WHEN NEUTRON-STAR(STAR-IDX)
                     OR BLACK-HOLE(STAR-IDX)
                       MOVE 'X' TO SW-RATING(WS-S)
                   WHEN FLARE-VIOLENT(STAR-IDX)
                       MOVE 'X' TO SW-RATING(WS-S)
                   WHEN FLARE-FREQUENT(STAR-IDX)
                       MOVE 'S' TO SW-RATING(WS-S)
                   WHEN FLARE-OCCASIONAL(STAR-IDX)
                       MOVE 'A' TO SW-RATING(WS-S)
                   WHEN OTHER
                       MOVE 'Q' TO SW-RATING(WS-S)
               END-EVALUATE
               IF XFER-NOVA-ACCRETOR(STAR-IDX)
               AND (SW-RATING(WS-S) = 'Q' OR SW-RATING(WS-S) = 'A')
               THEN
                   MOVE 'S' TO SW-RATING(WS-S)
               END-IF
               MOVE SW-RATING(WS-S) TO WS-RATING-TEXT
               PERFORM RANK-OF-RATING
               MOVE WS-ORBIT-RANK TO SW-RANK(WS-S)
               EVALUATE SW-RANK(WS-S)
                   WHEN 1
                       MOVE 0.01  TO SW-FLARE-ODDS(WS-S)
                       MOVE 0.003 TO SW-CME-ODDS(WS-S)
                   WHEN 2
                       MOVE 0.05  TO SW-FLARE-ODDS(WS-S)
                       MOVE 0.01  TO SW-CME-ODDS(WS-S)
                   WHEN 3
                       MOVE 0.15  TO SW-FLARE-ODDS(WS-S)
                       MOVE 0.04  TO SW-CME-ODDS(WS-S)
                   WHEN OTHER
                       MOVE 0.30  TO SW-FLARE-ODDS(WS-S)
                       MOVE 0.08  TO SW-CME-ODDS(WS-S)
               END-EVALUATE
      *        Dead remnants do not flare; a pulsar gusts instead
      *        — a millisecond pulsar's wind near constantly.
               MOVE 0 TO SW-PULSAR-ODDS(WS-S)
               IF NEUTRON-STAR(STAR-IDX) OR BLACK-HOLE(STAR-IDX) THEN
                   MOVE 0 TO SW-FLARE-ODDS(WS-S) SW-CME-ODDS(WS-S)
                   EVALUATE TRUE
                       WHEN PULSAR-MILLISECOND(STAR-IDX)
                           MOVE 0.35 TO SW-PULSAR-ODDS(WS-S)
                       WHEN PULSAR-NORMAL(STAR-IDX)
                           MOVE 0.20 TO SW-PULSAR-ODDS(WS-S)
                   END-EVALUATE
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    Q/A/S/X (first byte of WS-RATING-TEXT) as 1-4 in
      *    WS-ORBIT-RANK; anything unrated counts as 0.
       RANK-OF-RATING.
           EVALUATE WS-RATING-TEXT(1:1)
               WHEN 'Q' MOVE 1 TO WS-ORBIT-RANK
               WHEN 'A' MOVE 2 TO WS-ORBIT-RANK
               WHEN 'S' MOVE 3 TO WS-ORBIT-RANK
               WHEN 'X' MOVE 4 TO WS-ORBIT-RANK
               WHEN OTHER MOVE 0 TO WS-ORBIT-RANK
           END-EVALUATE.
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
      * Roll every star's every day, from ten days ahead of the
      * range (storms already in flight) to its end.
       ROLL-EVENTS.
           COMPUTE WS-ROLL-FROM = WS-DAY-FROM - 10.
           PERFORM VARYING WS-DAY FROM WS-ROLL-FROM BY 1
                   UNTIL WS-DAY > WS-DAY-TO
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > STAR-COUNT
                   PERFORM ROLL-STAR-DAY
               END-PERFORM
           END-PERFORM.
           EXIT PARAGRAPH.

      *    One star, one day: reseed, then the three rolls in a fixed
      *    order so the same seed always reads the same dice.
       ROLL-STAR-DAY.
           COMPUTE WS-DAY-SEED = FUNCTION MOD(
                   WS-SEED + FUNCTION ABS(WS-DAY) * 7919
                 + WS-S * 104729 + WS-NAME-HASH, 999999937) + 1.
           COMPUTE WS-ROLL = FUNCTION RANDOM(WS-DAY-SEED).
           COMPUTE WS-ROLL = FUNCTION RANDOM.
           IF WS-ROLL < SW-FLARE-ODDS(WS-S) THEN
               MOVE 'F' TO WS-NEW-KIND
               PERFORM ADD-EVENT
           END-IF.
           COMPUTE WS-ROLL = FUNCTION RANDOM.
           IF WS-ROLL < SW-CME-ODDS(WS-S) THEN
               MOVE 'C' TO WS-NEW-KIND
               PERFORM ADD-EVENT
           END-IF.
           COMPUTE WS-ROLL = FUNCTION RANDOM.
           IF WS-ROLL < SW-PULSAR-ODDS(WS-S) THEN
               MOVE 'P' TO WS-NEW-KIND
               PERFORM ADD-EVENT
           END-IF.
           EXIT PARAGRAPH.

      *    Log one event for star WS-S on WS-DAY, strength on a die.
       ADD-EVENT.
           COMPUTE WS-ROLL = FUNCTION RANDOM.
           COMPUTE WS-DIE = FUNCTION INTEGER(WS-ROLL * 6) + 1.
           IF WS-EVENT-COUNT >= SWX-MAX-EVENTS THEN
               MOVE 'Y' TO WS-EVENT-CAPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EVENT-COUNT.
           MOVE WS-DAY TO EV-DAY(WS-EVENT-COUNT).
           MOVE WS-S TO EV-STAR(WS-EVENT-COUNT).
           MOVE WS-NEW-KIND TO EV-KIND(WS-EVENT-COUNT).
           IF SW-RANK(WS-S) = 4 THEN
               ADD 1 TO WS-DIE
           END-IF.
           EVALUATE TRUE
               WHEN WS-DIE <= 3
                   MOVE 1 TO EV-STRENGTH(WS-EVENT-COUNT)
               WHEN WS-DIE <= 5
                   MOVE 2 TO EV-STRENGTH(WS-EVENT-COUNT)
               WHEN OTHER
                   MOVE 3 TO EV-STRENGTH(WS-EVENT-COUNT)
           END-EVALUATE.
           EXIT PARAGRAPH.

      *********************************
      * Heading and the star-by-star event log.
       WRITE-FORECAST-HEADING.
           STRING 'Space-weather forecast for '
                                         DELIMITED BY SIZE
                  FUNCTION TRIM(STAR-SYSTEM-NAME)
                                         DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE 1 TO WS-LINE-PTR.
           MOVE WS-DAY-FROM TO WS-DISP-DAY.
           STRING '  Campaign days '     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DAY)
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           MOVE WS-DAY-TO TO WS-DISP-DAY.
           MOVE SYSTEM-SPACE-WEATHER TO WS-RATING-TEXT.
           PERFORM NAME-OF-RATING.
           STRING ' to '                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DAY)
                                         DELIMITED BY SIZE
                  '; system rated '      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RATING-TEXT)
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           IF WS-SEED NOT = 0 THEN
               MOVE WS-SEED TO WS-DISP-SEED
               STRING '; seed '          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-SEED)
                                         DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF.
           PERFORM EMIT-LINE.
           EXIT PARAGRAPH.

      *    Q/A/S/X in WS-RATING-TEXT spelled out in place.
       NAME-OF-RATING.
           EVALUATE WS-RATING-TEXT(1:1)
               WHEN 'Q' MOVE 'Quiet'   TO WS-RATING-TEXT
               WHEN 'A' MOVE 'Active'  TO WS-RATING-TEXT
               WHEN 'S' MOVE 'Severe'  TO WS-RATING-TEXT
               WHEN 'X' MOVE 'eXtreme' TO WS-RATING-TEXT
               WHEN OTHER MOVE 'unrated' TO WS-RATING-TEXT
           END-EVALUATE.
           EXIT PARAGRAPH.

       WRITE-STAR-EVENTS.
           MOVE SPACES TO WS-LINE.
           PERFORM EMIT-LINE.
           MOVE 'Events at the stars:' TO WS-LINE.
           PERFORM EMIT-LINE.
           MOVE 0 TO WS-EVENTS-SHOWN.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EVENT-COUNT
               IF EV-DAY(WS-E) >= WS-DAY-FROM THEN
                   ADD 1 TO WS-EVENTS-SHOWN
                   MOVE EV-DAY(WS-E) TO WS-DISP-DAY
                   MOVE EV-STAR(WS-E) TO WS-DISP-STAR
                   MOVE EV-KIND(WS-E) TO WS-NEW-KIND
                   MOVE EV-STRENGTH(WS-E) TO WS-STRENGTH
                   PERFORM NAME-OF-EVENT
                   STRING '  day '       DELIMITED BY SIZE
                          WS-DISP-DAY    DELIMITED BY SIZE
                          '  star '      DELIMITED BY SIZE
                          WS-DISP-STAR   DELIMITED BY SIZE
                          '  '           DELIMITED BY SIZE
                          WS-KIND-TEXT   DELIMITED BY SIZE
                          WS-STRENGTH-TEXT
                                         DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM EMIT-LINE
               END-IF
           END-PERFORM.
           IF WS-EVENTS-SHOWN = 0 THEN
               MOVE '  (none — quiet skies)' TO WS-LINE
               PERFORM EMIT-LINE
           END-IF.
           IF WS-EVENT-CAPPED = 'Y' THEN
               MOVE '  (event log full at 800 — shorten FROM=/TO=)'
                 TO WS-LINE
               PERFORM EMIT-LINE
           END-IF.
           EXIT PARAGRAPH.

      *    WS-NEW-KIND / WS-STRENGTH as words.
       NAME-OF-EVENT.
           EVALUATE WS-NEW-KIND
               WHEN 'F' MOVE 'flare'       TO WS-KIND-TEXT
               WHEN 'C' MOVE 'CME'         TO WS-KIND-TEXT
               WHEN OTHER MOVE 'pulsar wind' TO WS-KIND-TEXT
           END-EVALUATE.
           EVALUATE WS-STRENGTH
               WHEN 1 MOVE 'minor'  TO WS-STRENGTH-TEXT
               WHEN 2 MOVE 'major'  TO WS-STRENGTH-TEXT
               WHEN OTHER MOVE 'severe' TO WS-STRENGTH-TEXT
           END-EVALUATE.
           EXIT PARAGRAPH.

      *********************************
      * Warning days orbit by orbit — every occupied orbit of each
      * star, its own star's events arriving in day order.
       WRITE-ORBIT-WARNINGS.
           MOVE SPACES TO WS-LINE.
           PERFORM EMIT-LINE.
           MOVE 'Warning days by orbit:' TO WS-LINE.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > STAR-COUNT
               SET STAR-IDX TO WS-S
               PERFORM VARYING WS-O FROM 1 BY 1
                       UNTIL WS-O > NUM-ORBITS(STAR-IDX)
                   SET ORB-IDX TO WS-O
                   IF NOT OBJ-NOTHING(STAR-IDX, ORB-IDX) THEN
                       PERFORM WRITE-ONE-ORBIT
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WS-ALL-WARNINGS TO WS-DISP-N.
           STRING '  '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)
                                         DELIMITED BY SIZE
                  ' warning day(s) in all.'
                                         DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           EXIT PARAGRAPH.

       WRITE-ONE-ORBIT.
           MOVE ORBIT-HAZARD(STAR-IDX, ORB-IDX) TO WS-RATING-TEXT.
           PERFORM RANK-OF-RATING.
           IF WS-ORBIT-RANK = 0
           OR WS-ORBIT-RANK > SW-RANK(WS-S) THEN
               MOVE SW-RANK(WS-S) TO WS-ORBIT-RANK
           END-IF.
           COMPUTE WS-EASE = SW-RANK(WS-S) - WS-ORBIT-RANK.
           EVALUATE TRUE
               WHEN OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX)
                   MOVE 'terrestrial' TO WS-BODY-TEXT
               WHEN OBJ-GAS-GIANT(STAR-IDX, ORB-IDX)
                   MOVE 'gas giant' TO WS-BODY-TEXT
               WHEN OBJ-ASTEROID-BELT(STAR-IDX, ORB-IDX)
                   MOVE 'asteroid belt' TO WS-BODY-TEXT
               WHEN OTHER
                   MOVE 'body' TO WS-BODY-TEXT
           END-EVALUATE.
           PERFORM NAME-OF-RATING.
           MOVE WS-S TO WS-DISP-STAR.
           MOVE WS-O TO WS-DISP-ORB.
           STRING '  Star '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-STAR)
                                         DELIMITED BY SIZE
                  ' orbit '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-ORB)
                                         DELIMITED BY SIZE
                  ' ('                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BODY-TEXT)
                                         DELIMITED BY SIZE
                  ', rated '             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RATING-TEXT)
                                         DELIMITED BY SIZE
                  ')'                    DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           PERFORM EMIT-LINE.
      *    A CME covers a day per AU, ten at most.
           COMPUTE WS-TRAVEL = FUNCTION INTEGER(
                   DISTANCE OF ORBIT(STAR-IDX, ORB-IDX)).
           IF WS-TRAVEL > 10 THEN
               MOVE 10 TO WS-TRAVEL
           END-IF.
           MOVE 0 TO WS-ORBIT-WARNINGS.
           PERFORM VARYING WS-DAY FROM WS-DAY-FROM BY 1
                   UNTIL WS-DAY > WS-DAY-TO
               PERFORM VARYING WS-E FROM 1 BY 1
                       UNTIL WS-E > WS-EVENT-COUNT
                   IF EV-STAR(WS-E) = WS-S THEN
                       PERFORM CHECK-EVENT-ON-DAY
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-ORBIT-WARNINGS = 0 THEN
               MOVE '    no warnings' TO WS-LINE
               PERFORM EMIT-LINE
           END-IF.
           EXIT PARAGRAPH.

      *    Does event WS-E reach this orbit on WS-DAY, and how hard?
       CHECK-EVENT-ON-DAY.
           MOVE EV-DAY(WS-E) TO WS-ARRIVE.
           IF EV-CME(WS-E) THEN
               ADD WS-TRAVEL TO WS-ARRIVE
           END-IF.
           MOVE WS-ARRIVE TO WS-LAST-DAY.
           IF EV-CME(WS-E) AND EV-STRENGTH(WS-E) = 3 THEN
               ADD 1 TO WS-LAST-DAY
           END-IF.
           IF WS-DAY < WS-ARRIVE OR WS-DAY > WS-LAST-DAY THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-STRENGTH = EV-STRENGTH(WS-E) - WS-EASE.
           IF WS-STRENGTH < 1 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ORBIT-WARNINGS WS-ALL-WARNINGS.
           MOVE EV-KIND(WS-E) TO WS-NEW-KIND.
           PERFORM NAME-OF-EVENT.
           MOVE WS-DAY TO WS-DISP-DAY.
           EVALUATE TRUE
               WHEN EV-FLARE(WS-E)
                   MOVE 'radiation' TO WS-BODY-TEXT
               WHEN EV-CME(WS-E)
                   MOVE 'plasma storm' TO WS-BODY-TEXT
               WHEN OTHER
                   MOVE 'particle wind' TO WS-BODY-TEXT
           END-EVALUATE.
           MOVE 1 TO WS-LINE-PTR.
           STRING '    day '             DELIMITED BY SIZE
                  WS-DISP-DAY            DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  WS-BODY-TEXT           DELIMITED BY SIZE
                  WS-STRENGTH-TEXT       DELIMITED BY SIZE
                  '  ('                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KIND-TEXT)
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           IF EV-CME(WS-E) THEN
               MOVE EV-DAY(WS-E) TO WS-DISP-DAY
               STRING ' launched day '   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-DAY)
                                         DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF.
           STRING ')'                    DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-PTR
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
