       IDENTIFICATION DIVISION.
       PROGRAM-ID.   READ-EXTRACT-SYSTEM.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Reading side of G4SSGXTR's nightly extract, shared by the
      * report programs' EXTRACT=Y mode.  Each call hands back the
      * next system, laid into the caller's WS-STAR-SYSTEM the way
      * a STARDB-RECORD move would have laid it — header and stars
      * off the summary row, the occupied orbits off the orbit rows
      * that follow it — so the report's own per-system logic runs
      * unchanged on either source.
      *
      * What the extract does not carry comes back empty: orbit
      * slots with nothing in them (OBJ '-', zero distance), the
      * forbidden-zone limits (the count survives), mass index and
      * object references (set to 1).  None of the readers looks at
      * an unoccupied slot or at those fields.
      *
      * Both files are walked in step, in key order; the files stay
      * open across calls (see EXTRCTL.cpy for the control block).
      *
      ******************************************************************
       COPY        TESTENV.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD  SYSEXT-FILE.
       01  SYSEXT-RECORD.
           COPY SYSEXTR.
       FD  ORBEXT-FILE.
       01  ORBEXT-RECORD.
           COPY ORBEXTR.

       WORKING-STORAGE SECTION.
       COPY CONST.
       01  WS-SYSEXT-PATH              PIC X(100).
       01  WS-SYSEXT-STATUS            PIC XX.
           88  SYSEXT-FILE-OK          VALUE '00'.
       01  WS-ORBEXT-PATH              PIC X(100).
       01  WS-ORBEXT-STATUS            PIC XX.
           88  ORBEXT-FILE-OK          VALUE '00'.
      *    'Y' once the orbit file has no row left to hand out.
       01  WS-ORBEXT-DONE              PIC X VALUE '-'.
           88  ORBEXT-DONE             VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-S                        PIC 999 USAGE COMP-5.
       01  WS-O                        PIC 999 USAGE COMP-5.
       01  WS-E                        PIC 9 USAGE COMP-5.

       LINKAGE SECTION.
       01  LK-EXTRACT-CTL.
           COPY EXTRCTL.
       01  LK-STAR-SYSTEM.
           05  STAR-SYSTEM-NAME        PIC X(48).
           COPY SYSHDR.
           05  STAR                    OCCURS 0 TO 200 TIMES
                                       DEPENDING ON STAR-COUNT
                                       INDEXED BY STAR-IDX.
               COPY STARDATA.

       PROCEDURE DIVISION USING LK-EXTRACT-CTL, LK-STAR-SYSTEM.
           IF XC-AT-END OR XC-OPEN-FAILED THEN
               GOBACK
           END-IF.
           IF XC-NOT-OPEN THEN
               PERFORM OPEN-EXTRACT
               IF XC-OPEN-FAILED THEN
                   GOBACK
               END-IF
           END-IF.
           READ SYSEXT-FILE
               AT END
                   PERFORM CLOSE-EXTRACT
                   GOBACK
           END-READ.
           PERFORM UNPACK-SUMMARY-ROW.
      *    Orbit rows sorting ahead of this system belong to no
      *    summary row at all — count them and move on.
           PERFORM UNTIL ORBEXT-DONE
                      OR XO-SYSTEM-KEY > XS-KEY
               IF XO-SYSTEM-KEY = XS-KEY THEN
                   PERFORM UNPACK-ORBIT-ROW
               ELSE
                   ADD 1 TO XC-ORPHANS
               END-IF
               PERFORM READ-NEXT-ORBIT-ROW
           END-PERFORM.
           SET XC-SYSTEM-READY TO TRUE.
           GOBACK.

      *********************************
      * Both files or neither; the first orbit row is read ahead.
       OPEN-EXTRACT.
           MOVE XC-SYSEXT-PATH TO WS-SYSEXT-PATH.
           MOVE XC-ORBEXT-PATH TO WS-ORBEXT-PATH.
           MOVE 0 TO XC-ORPHANS.
           OPEN INPUT SYSEXT-FILE.
           IF NOT SYSEXT-FILE-OK THEN
               MOVE XC-SYSEXT-PATH TO XC-FAILED-PATH
               SET XC-OPEN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ORBEXT-FILE.
           IF NOT ORBEXT-FILE-OK THEN
               CLOSE SYSEXT-FILE
               MOVE XC-ORBEXT-PATH TO XC-FAILED-PATH
               SET XC-OPEN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           SET ORBEXT-DONE TO FALSE.
           PERFORM READ-NEXT-ORBIT-ROW.
           EXIT PARAGRAPH.

      *    Anything left in the orbit file once the summaries run
      *    out is orphaned too.
       CLOSE-EXTRACT.
           PERFORM UNTIL ORBEXT-DONE
               ADD 1 TO XC-ORPHANS
               PERFORM READ-NEXT-ORBIT-ROW
           END-PERFORM.
           CLOSE SYSEXT-FILE ORBEXT-FILE.
           SET XC-AT-END TO TRUE.
           EXIT PARAGRAPH.

       READ-NEXT-ORBIT-ROW.
           READ ORBEXT-FILE
               AT END
                   SET ORBEXT-DONE TO TRUE
           END-READ.
           EXIT PARAGRAPH.

      *********************************
      * The summary row onto the header and the star entries; every
      * orbit slot up to NUM-ORBITS starts out empty for the orbit
      * rows to fill.
       UNPACK-SUMMARY-ROW.
           MOVE XS-STAR-COUNT TO STAR-COUNT.
           IF STAR-COUNT > STARDB-MAX-STARS THEN
               MOVE STARDB-MAX-STARS TO STAR-COUNT
           END-IF.
           MOVE XS-KEY TO STAR-SYSTEM-NAME.
           MOVE XS-BYR TO BYR OF SYSTEM-AGE.
           MOVE XS-POPULATION TO POPULATION OF SYSTEM-AGE.
           MOVE XS-METALLICITY TO SYSTEM-METALLICITY.
           MOVE XS-COORD-X TO SYS-COORD-X.
           MOVE XS-COORD-Y TO SYS-COORD-Y.
           MOVE XS-COORD-Z TO SYS-COORD-Z.
           MOVE XS-VEL-X TO SYS-VEL-X.
           MOVE XS-VEL-Y TO SYS-VEL-Y.
           MOVE XS-VEL-Z TO SYS-VEL-Z.
           MOVE XS-SECTOR TO SYSTEM-SECTOR.
           MOVE XS-GENERATION TO SYSTEM-GENERATION.
           MOVE XS-SETTLEMENT TO SYSTEM-SETTLEMENT.
           MOVE XS-ALLEGIANCE TO SYSTEM-ALLEGIANCE.
           MOVE XS-SPACE-WEATHER TO SYSTEM-SPACE-WEATHER.
           MOVE XS-NEBULA-FLAG TO SYSTEM-NEBULA-FLAG.
           MOVE XS-EVENT-COUNT TO SYSTEM-EVENT-COUNT.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 8
               MOVE XS-EVENT-AGE-BYR(WS-E) TO EVENT-AGE-BYR(WS-E)
               MOVE XS-EVENT-CODE(WS-E) TO EVENT-CODE(WS-E)
           END-PERFORM.
           SET SYSTEM-LAYOUT-CURRENT TO TRUE.
           MOVE XS-CELL TO SYSTEM-CELL.
           MOVE SPACES TO SYSTEM-PROVENANCE.
           MOVE SPACES TO SYSTEM-SAVE-RUN-ID.
           MOVE XS-BASES TO SYSTEM-BASES.
           MOVE XS-TRAVEL-ZONE TO SYSTEM-TRAVEL-ZONE.
           MOVE XS-STELLAR-GROUP TO SYSTEM-STELLAR-GROUP.
           MOVE XS-COMPANION-ORBITS TO SYSTEM-COMPANION-ORBITS.
           MOVE XS-SPECIES TO SYSTEM-SPECIES.
           MOVE XS-MAIN-WORLD TO SYSTEM-MAIN-WORLD.
           MOVE SPACES TO SYSTEM-HDR-RESERVE.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > STAR-COUNT
               PERFORM UNPACK-SUMMARY-STAR
           END-PERFORM.
           EXIT PARAGRAPH.

       UNPACK-SUMMARY-STAR.
           SET MASS-INDEX(WS-S) TO 1.
           MOVE XS-MASS(WS-S) TO MASS OF STAR(WS-S).
           MOVE XS-INITIAL-MASS(WS-S) TO INITIAL-MASS(WS-S).
           MOVE XS-MASS-STAGE(WS-S) TO MASS-STAGE(WS-S).
           MOVE XS-STAGE(WS-S) TO STAGE OF STAR(WS-S).
           MOVE XS-CURRENT-LUM(WS-S) TO CURRENT-LUM(WS-S).
           MOVE XS-INITIAL-LUM(WS-S) TO INITIAL-LUM(WS-S).
           MOVE XS-FLARE(WS-S) TO STAR-FLARE(WS-S).
           MOVE XS-XFER(WS-S) TO STAR-XFER(WS-S).
           MOVE XS-PULSAR(WS-S) TO STAR-PULSAR(WS-S).
           MOVE XS-PULSAR-MS(WS-S) TO STAR-PULSAR-MS(WS-S).
           MOVE XS-ACC-DISK(WS-S) TO STAR-ACC-DISK(WS-S).
           MOVE XS-DANGER-AU(WS-S) TO STAR-DANGER-AU(WS-S).
           MOVE XS-TEMPERATURE(WS-S) TO TEMPERATURE OF STAR(WS-S).
           MOVE XS-RADIUS(WS-S) TO RADIUS OF STAR(WS-S).
           MOVE XS-INNER-LIMIT(WS-S)
             TO INNER-LIMIT OF ORBIT-LIMITS(WS-S).
           MOVE XS-OUTER-LIMIT(WS-S)
             TO OUTER-LIMIT OF ORBIT-LIMITS(WS-S).
           MOVE XS-SNOW-LINE(WS-S)
             TO SNOW-LINE OF ORBIT-LIMITS(WS-S).
           MOVE XS-HZ-INNER(WS-S) TO HZ-INNER OF ORBIT-LIMITS(WS-S).
           MOVE XS-HZ-OUTER(WS-S) TO HZ-OUTER OF ORBIT-LIMITS(WS-S).
           MOVE XS-FZ-COUNT(WS-S) TO FORBIDDEN-ZONE-COUNT(WS-S).
           MOVE XS-ARRANGEMENT(WS-S) TO ARRANGEMENT(WS-S).
           MOVE XS-GGA-DISTANCE(WS-S)
             TO DISTANCE OF GAS-GIANT-ARRANGEMENT(WS-S).
           MOVE XS-GGA-ROLL(WS-S)
             TO ROLL OF GAS-GIANT-ARRANGEMENT(WS-S).
           MOVE XS-TIDAL-LOCK-FLAG(WS-S) TO TIDAL-LOCK-FLAG(WS-S).
           MOVE XS-NUM-ORBITS(WS-S) TO NUM-ORBITS(WS-S).
           IF NUM-ORBITS(WS-S) > 200 THEN
               MOVE 200 TO NUM-ORBITS(WS-S)
           END-IF.
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > NUM-ORBITS(WS-S)
               MOVE 0 TO DISTANCE OF ORBIT(WS-S, WS-O)
               MOVE 0 TO ORBIT-PERIOD(WS-S, WS-O)
               MOVE 0 TO ORB-ECCENTRICITY(WS-S, WS-O)
               SET STABILITY-UNTESTED(WS-S, WS-O) TO TRUE
               SET RESONANCE-NONE(WS-S, WS-O) TO TRUE
               SET LIFE-UNSURVEYED(WS-S, WS-O) TO TRUE
               SET WEALTH-UNSURVEYED(WS-S, WS-O) TO TRUE
               SET REFUEL-UNGRADED(WS-S, WS-O) TO TRUE
               SET HAZARD-UNRATED(WS-S, WS-O) TO TRUE
               SET PRECURSOR-NONE(WS-S, WS-O) TO TRUE
               SET DYNAMO-UNKNOWN(WS-S, WS-O) TO TRUE
               SET TROJAN-NONE(WS-S, WS-O) TO TRUE
               SET OBJ-NOTHING(WS-S, WS-O) TO TRUE
               SET OBJ-REF(WS-S, WS-O) TO 1
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * One orbit row into its slot.  A row naming a star or slot
      * the summary never declared is an orphan.
       UNPACK-ORBIT-ROW.
           MOVE XO-STAR-NO TO WS-S.
           MOVE XO-ORBIT-NO TO WS-O.
           IF WS-S < 1 OR WS-S > STAR-COUNT THEN
               ADD 1 TO XC-ORPHANS
               EXIT PARAGRAPH
           END-IF.
           IF WS-O < 1 OR WS-O > NUM-ORBITS(WS-S) THEN
               ADD 1 TO XC-ORPHANS
               EXIT PARAGRAPH
           END-IF.
           MOVE XO-DISTANCE TO DISTANCE OF ORBIT(WS-S, WS-O).
           MOVE XO-PERIOD TO ORBIT-PERIOD(WS-S, WS-O).
           MOVE XO-ECCENTRICITY TO ORB-ECCENTRICITY(WS-S, WS-O).
           MOVE XO-STABILITY TO ORBIT-STABILITY(WS-S, WS-O).
           MOVE XO-RESONANCE TO ORBIT-RESONANCE(WS-S, WS-O).
           MOVE XO-LIFE TO ORBIT-LIFE(WS-S, WS-O).
           MOVE XO-WEALTH TO ORBIT-WEALTH(WS-S, WS-O).
           MOVE XO-REFUEL TO ORBIT-REFUEL(WS-S, WS-O).
           MOVE XO-HAZARD TO ORBIT-HAZARD(WS-S, WS-O).
           MOVE XO-PRECURSOR TO ORBIT-PRECURSOR(WS-S, WS-O).
           MOVE XO-DYNAMO TO ORBIT-DYNAMO(WS-S, WS-O).
           MOVE XO-COMPANION TO ORBIT-COMPANION(WS-S, WS-O).
           MOVE XO-OBJ TO OBJ(WS-S, WS-O).
           EXIT PARAGRAPH.
