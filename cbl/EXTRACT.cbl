       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGXTR.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Nightly reporting extract — run once after G4SSGCRE, it
      * flattens stardb.dat into two fixed-layout sequential files:
      *   - the system summary extract (SYSEXTR.cpy), one row per
      *     saved system: the header fields and a block per star
      *   - the orbit extract (ORBEXTR.cpy), one row per occupied
      *     orbit, carrying the system header fields, the owning
      *     star's fields and every ORBIT byte
      * Both come out in STARDB-KEY order, so a reader can walk them
      * side by side.  G4SSGCEN, G4SSGSHL, G4SSGMIN, G4SSGHOK and
      * G4SSGAUD take EXTRACT=Y to read these instead of decoding
      * the STAR/ORBIT tables of every record themselves — the one
      * decode the chain does per night happens here.
      *
      * Records in an older layout are left out (and counted); run
      * G4SSGMIG first and they come across.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   PATH=<path>    star database file (default stardb.dat)
      *   SYSEXT=<path>  system summary extract written (default
      *                  stardb.sxt)
      *   ORBEXT=<path>  orbit extract written (default stardb.oxt)
      *
      * Return codes: 0 extract written, 4 written but older-layout
      * records were left out (or the database is empty), 8 no
      * database or an extract file could not be written.
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
           SELECT SYSEXT-FILE          ASSIGN TO WS-SYSEXT-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-SYSEXT-STATUS.
           SELECT ORBEXT-FILE          ASSIGN TO WS-ORBEXT-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-ORBEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.
       FD  SYSEXT-FILE.
       01  SYSEXT-RECORD.
           COPY SYSEXTR.
       FD  ORBEXT-FILE.
       01  ORBEXT-RECORD.
           COPY ORBEXTR.

       WORKING-STORAGE SECTION.
       COPY CONST.
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
           88  STARDB-FILE-EOF         VALUE '10'.
       01  WS-SYSEXT-PATH              PIC X(100) VALUE "stardb.sxt".
       01  WS-SYSEXT-STATUS            PIC XX.
           88  SYSEXT-FILE-OK          VALUE '00'.
       01  WS-ORBEXT-PATH              PIC X(100) VALUE "stardb.oxt".
       01  WS-ORBEXT-STATUS            PIC XX.
           88  ORBEXT-FILE-OK          VALUE '00'.
      *********************************
      * Run totals.
       01  WS-SYS-WRITTEN              PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-ORB-WRITTEN              PIC 9(9) USAGE COMP-5 VALUE 0.
       01  WS-SKIPPED                  PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-S                        PIC 999 USAGE COMP-5.
       01  WS-O                        PIC 999 USAGE COMP-5.
       01  WS-E                        PIC 9 USAGE COMP-5.
       01  WS-ROWS                     PIC 9(5) USAGE COMP-5.
       01  WS-DISP-N                   PIC Z(8)9.
      *********************************
      * The decoded system — same shape as G4SSGCRE's WS-STAR-SYSTEM
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
           MOVE 'G4SSGXTR' TO MC-PROGRAM.
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
               IF WS-PARM-TOKENS > 1 THEN
                   EVALUATE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-PARM-KEY))
                       WHEN 'PATH'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-STARDB-PATH
                       WHEN 'SYSEXT'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-SYSEXT-PATH
                       WHEN 'ORBEXT'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-ORBEXT-PATH
                   END-EVALUATE
               END-IF
           END-PERFORM.

           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'XTR001' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           OPEN OUTPUT SYSEXT-FILE.
           IF NOT SYSEXT-FILE-OK THEN
               MOVE 'XTR002' TO MC-MSG-ID
               MOVE WS-SYSEXT-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               CLOSE STARDB-FILE
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           OPEN OUTPUT ORBEXT-FILE.
           IF NOT ORBEXT-FILE-OK THEN
               MOVE 'XTR003' TO MC-MSG-ID
               MOVE WS-ORBEXT-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               CLOSE STARDB-FILE SYSEXT-FILE
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
      *    An empty database still gets (empty) extracts, so the
      *    readers downstream see "no systems" rather than "no file".
           MOVE LOW-VALUES TO STARDB-KEY.
           START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
               INVALID KEY
                   MOVE 'XTR004' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE '10' TO WS-STARDB-STATUS
           END-START.
           PERFORM UNTIL STARDB-FILE-EOF
               READ STARDB-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END PERFORM EXTRACT-ONE-SYSTEM
               END-READ
           END-PERFORM.
           CLOSE STARDB-FILE SYSEXT-FILE ORBEXT-FILE.

           MOVE WS-SYS-WRITTEN TO WS-DISP-N.
           MOVE 'XTR005' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-SYSEXT-PATH TO MC-INSERT(2).
           MOVE WS-ORB-WRITTEN TO WS-DISP-N.
           MOVE WS-DISP-N TO MC-INSERT(3).
           MOVE WS-ORBEXT-PATH TO MC-INSERT(4).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           IF WS-SKIPPED > 0 THEN
               MOVE WS-SKIPPED TO WS-DISP-N
               MOVE 'XTR006' TO MC-MSG-ID
               MOVE WS-DISP-N TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * One saved system: the summary row first, then its occupied
      * orbits in star/orbit order.
       EXTRACT-ONE-SYSTEM.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               ADD 1 TO WS-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           PERFORM BUILD-SUMMARY-ROW.
           WRITE SYSEXT-RECORD.
           ADD 1 TO WS-SYS-WRITTEN.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > STAR-COUNT
               PERFORM VARYING WS-O FROM 1 BY 1
                       UNTIL WS-O > NUM-ORBITS(WS-S)
                          OR WS-O > 200
                   IF NOT OBJ-NOTHING(WS-S, WS-O) THEN
                       PERFORM WRITE-ORBIT-ROW
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT PARAGRAPH.

       BUILD-SUMMARY-ROW.
           INITIALIZE SYSEXT-RECORD.
           MOVE STAR-SYSTEM-NAME TO XS-KEY.
           SET XS-SUMMARY-ROW TO TRUE.
           MOVE BYR OF SYSTEM-AGE TO XS-BYR.
           MOVE POPULATION OF SYSTEM-AGE TO XS-POPULATION.
           MOVE STAR-COUNT TO XS-STAR-COUNT.
           MOVE SYSTEM-METALLICITY TO XS-METALLICITY.
           MOVE SYS-COORD-X TO XS-COORD-X.
           MOVE SYS-COORD-Y TO XS-COORD-Y.
           MOVE SYS-COORD-Z TO XS-COORD-Z.
           MOVE SYS-VEL-X TO XS-VEL-X.
           MOVE SYS-VEL-Y TO XS-VEL-Y.
           MOVE SYS-VEL-Z TO XS-VEL-Z.
           MOVE SYSTEM-SECTOR TO XS-SECTOR.
           MOVE SYSTEM-GENERATION TO XS-GENERATION.
           MOVE SYSTEM-SETTLEMENT TO XS-SETTLEMENT.
           MOVE SYSTEM-ALLEGIANCE TO XS-ALLEGIANCE.
           MOVE SYSTEM-SPACE-WEATHER TO XS-SPACE-WEATHER.
           MOVE SYSTEM-NEBULA-FLAG TO XS-NEBULA-FLAG.
           MOVE SYSTEM-EVENT-COUNT TO XS-EVENT-COUNT.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 8
               MOVE EVENT-AGE-BYR(WS-E) TO XS-EVENT-AGE-BYR(WS-E)
               MOVE EVENT-CODE(WS-E) TO XS-EVENT-CODE(WS-E)
           END-PERFORM.
           MOVE SYSTEM-CELL TO XS-CELL.
           MOVE SYSTEM-BASES TO XS-BASES.
           MOVE SYSTEM-TRAVEL-ZONE TO XS-TRAVEL-ZONE.
           MOVE SYSTEM-STELLAR-GROUP TO XS-STELLAR-GROUP.
           MOVE SYSTEM-COMPANION-ORBITS TO XS-COMPANION-ORBITS.
           MOVE SYSTEM-SPECIES TO XS-SPECIES.
           MOVE SYSTEM-MAIN-WORLD TO XS-MAIN-WORLD.
           MOVE 0 TO WS-ROWS.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > STAR-COUNT
                      OR WS-S > STARDB-MAX-STARS
               PERFORM BUILD-SUMMARY-STAR
           END-PERFORM.
           MOVE WS-ROWS TO XS-ORBIT-ROWS.
           EXIT PARAGRAPH.

       BUILD-SUMMARY-STAR.
           MOVE MASS OF STAR(WS-S) TO XS-MASS(WS-S).
           MOVE INITIAL-MASS(WS-S) TO XS-INITIAL-MASS(WS-S).
           MOVE MASS-STAGE(WS-S) TO XS-MASS-STAGE(WS-S).
           MOVE STAGE OF STAR(WS-S) TO XS-STAGE(WS-S).
           MOVE CURRENT-LUM(WS-S) TO XS-CURRENT-LUM(WS-S).
           MOVE INITIAL-LUM(WS-S) TO XS-INITIAL-LUM(WS-S).
           MOVE STAR-FLARE(WS-S) TO XS-FLARE(WS-S).
           MOVE STAR-XFER(WS-S) TO XS-XFER(WS-S).
           MOVE STAR-PULSAR(WS-S) TO XS-PULSAR(WS-S).
           MOVE STAR-PULSAR-MS(WS-S) TO XS-PULSAR-MS(WS-S).
           MOVE STAR-ACC-DISK(WS-S) TO XS-ACC-DISK(WS-S).
           MOVE STAR-DANGER-AU(WS-S) TO XS-DANGER-AU(WS-S).
           MOVE TEMPERATURE OF STAR(WS-S) TO XS-TEMPERATURE(WS-S).
           MOVE RADIUS OF STAR(WS-S) TO XS-RADIUS(WS-S).
           MOVE INNER-LIMIT OF ORBIT-LIMITS(WS-S)
             TO XS-INNER-LIMIT(WS-S).
           MOVE OUTER-LIMIT OF ORBIT-LIMITS(WS-S)
             TO XS-OUTER-LIMIT(WS-S).
           MOVE SNOW-LINE OF ORBIT-LIMITS(WS-S)
             TO XS-SNOW-LINE(WS-S).
           MOVE HZ-INNER OF ORBIT-LIMITS(WS-S) TO XS-HZ-INNER(WS-S).
           MOVE HZ-OUTER OF ORBIT-LIMITS(WS-S) TO XS-HZ-OUTER(WS-S).
           MOVE FORBIDDEN-ZONE-COUNT(WS-S) TO XS-FZ-COUNT(WS-S).
           MOVE ARRANGEMENT(WS-S) TO XS-ARRANGEMENT(WS-S).
           MOVE DISTANCE OF GAS-GIANT-ARRANGEMENT(WS-S)
             TO XS-GGA-DISTANCE(WS-S).
           MOVE ROLL OF GAS-GIANT-ARRANGEMENT(WS-S)
             TO XS-GGA-ROLL(WS-S).
           MOVE TIDAL-LOCK-FLAG(WS-S) TO XS-TIDAL-LOCK-FLAG(WS-S).
           MOVE NUM-ORBITS(WS-S) TO XS-NUM-ORBITS(WS-S).
           MOVE 0 TO XS-OCCUPIED(WS-S).
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > NUM-ORBITS(WS-S) OR WS-O > 200
               IF NOT OBJ-NOTHING(WS-S, WS-O) THEN
                   ADD 1 TO XS-OCCUPIED(WS-S)
               END-IF
           END-PERFORM.
           ADD XS-OCCUPIED(WS-S) TO WS-ROWS.
           EXIT PARAGRAPH.

       WRITE-ORBIT-ROW.
           INITIALIZE ORBEXT-RECORD.
           MOVE STAR-SYSTEM-NAME TO XO-SYSTEM-KEY.
           MOVE WS-S TO XO-STAR-NO.
           MOVE WS-O TO XO-ORBIT-NO.
           SET XO-ORBIT-ROW TO TRUE.
           MOVE SYSTEM-SECTOR TO XO-SECTOR.
           MOVE SYSTEM-ALLEGIANCE TO XO-ALLEGIANCE.
           MOVE BYR OF SYSTEM-AGE TO XO-BYR.
           MOVE POPULATION OF SYSTEM-AGE TO XO-POPULATION.
           MOVE STAR-COUNT TO XO-STAR-COUNT.
           MOVE SYS-COORD-X TO XO-COORD-X.
           MOVE SYS-COORD-Y TO XO-COORD-Y.
           MOVE SYS-COORD-Z TO XO-COORD-Z.
           MOVE SYSTEM-SETTLEMENT TO XO-SETTLEMENT.
           MOVE SYSTEM-SPACE-WEATHER TO XO-SPACE-WEATHER.
           MOVE SYSTEM-NEBULA-FLAG TO XO-NEBULA-FLAG.
           MOVE STAGE OF STAR(WS-S) TO XO-STAGE.
           MOVE MASS OF STAR(WS-S) TO XO-MASS.
           MOVE CURRENT-LUM(WS-S) TO XO-CURRENT-LUM.
           MOVE TEMPERATURE OF STAR(WS-S) TO XO-TEMPERATURE.
           MOVE RADIUS OF STAR(WS-S) TO XO-RADIUS.
           MOVE STAR-FLARE(WS-S) TO XO-FLARE.
           MOVE SNOW-LINE OF ORBIT-LIMITS(WS-S) TO XO-SNOW-LINE.
           MOVE HZ-INNER OF ORBIT-LIMITS(WS-S) TO XO-HZ-INNER.
           MOVE HZ-OUTER OF ORBIT-LIMITS(WS-S) TO XO-HZ-OUTER.
           MOVE DISTANCE OF ORBIT(WS-S, WS-O) TO XO-DISTANCE.
           MOVE ORBIT-PERIOD(WS-S, WS-O) TO XO-PERIOD.
           MOVE ORB-ECCENTRICITY(WS-S, WS-O) TO XO-ECCENTRICITY.
           MOVE ORBIT-STABILITY(WS-S, WS-O) TO XO-STABILITY.
           MOVE ORBIT-RESONANCE(WS-S, WS-O) TO XO-RESONANCE.
           MOVE ORBIT-LIFE(WS-S, WS-O) TO XO-LIFE.
           MOVE ORBIT-WEALTH(WS-S, WS-O) TO XO-WEALTH.
           MOVE ORBIT-REFUEL(WS-S, WS-O) TO XO-REFUEL.
           MOVE ORBIT-HAZARD(WS-S, WS-O) TO XO-HAZARD.
           MOVE ORBIT-PRECURSOR(WS-S, WS-O) TO XO-PRECURSOR.
           MOVE ORBIT-DYNAMO(WS-S, WS-O) TO XO-DYNAMO.
           MOVE ORBIT-COMPANION(WS-S, WS-O) TO XO-COMPANION.
           MOVE OBJ(WS-S, WS-O) TO XO-OBJ.
           WRITE ORBEXT-RECORD.
           ADD 1 TO WS-ORB-WRITTEN.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
