      *     (p.105-106) alongside
      *   - habitable-orbit frequency (systems with an occupied
      *     orbit inside the HZ band)
      *   - settled systems and population by sapient species (the
      *     record's SYSTEM-SPECIES; blank is human)
      * A drifted column is how an old tuning mistake polluting the
      * campaign database finally gets noticed.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   PATH=<path>    star database file (default stardb.dat)
      *   SECTOR=<id>    only the systems stamped with this sector
      *                  id (STARTs on the sector key)
      *   ALLEGIANCE=<c> only the systems of this polity code
      *                  (STARTs on the allegiance key; with SECTOR=
      *                  it filters within the sector)
      *   EXTRACT=Y      read G4SSGXTR's flat extract instead of the
      *                  database (RESUME= does not apply)
      *   SYSEXT=<path>  extract system file (default stardb.sxt)
      *   ORBEXT=<path>  extract orbit file (default stardb.oxt)
      *
      ******************************************************************
       COPY        TESTENV.
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.
      *    Sweep checkpoint marker — may not exist yet, hence the
           88  STARDB-FILE-OK          VALUE '00'.
           88  STARDB-FILE-EOF         VALUE '10'.
      *********************************
      * EXTRACT=Y — the sweep reads G4SSGXTR's flat extract through
      * READ-EXTRACT-SYSTEM instead of the database; SYSEXT=/ORBEXT=
      * override the extract paths in the control block.
       01  WS-EXTRACT-MODE             PIC X VALUE '-'.
           88  EXTRACT-ENABLED         VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-EXTRACT-CTL.
           COPY EXTRCTL.
       01  WS-DISP-ORPHANS             PIC Z(6)9.
      *********************************
      * SECTOR=/ALLEGIANCE= selection — the sweep STARTs on that
      * alternate key and stops once the key value changes, instead
      * of reading every campaign in the file.  With both given it
      * runs on the sector and filters the allegiance.
       01  WS-SEL-SECTOR               PIC X(12) VALUE SPACES.
       01  WS-SEL-ALLEGIANCE           PIC X(4) VALUE SPACES.
       01  WS-SEL-WANTED               PIC X VALUE 'Y'.
           88  SEL-RECORD-WANTED       VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
      *********************************
      * Checkpoint/RESUME state — the census is an aggregation, so
      * the marker carries every running tally alongside the last
      * completed key; a resumed sweep's report still adds up.
       01  WS-CHK-F2                   PIC X(14).
       01  WS-CHK-F3                   PIC X(14).
       01  WS-CHK-F4                   PIC X(14).
       01  WS-CHK-POP                  PIC 9(17).
      *********************************
      * Census tallies.
       01  WS-SYS-TOTAL                PIC 9(7) USAGE COMP-5 VALUE 0.
           05  CEN-ARR-EPI             PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-HZ-SYS-COUNT             PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-HZ-SEEN                  PIC X.
      *    Settled systems and head count per species, in the order
      *    first met — key spaces for human.  Past fifty species the
      *    rest share the last entry.
       01  WS-SPC-COUNT                PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-SPC-TALLY.
           05  WS-SPC-ENTRY            OCCURS 50 TIMES.
               10  CEN-SPC-KEY         PIC X(24).
               10  CEN-SPC-SYS         PIC 9(7) USAGE COMP-5.
               10  CEN-SPC-POP         USAGE COMP-2.
       01  WS-SPC-I                    PIC 99 USAGE COMP-5.
       01  WS-SPC-KEY                  PIC X(24).
      *********************************
      * Reporting scratch.
       01  WS-I                        PIC 99 USAGE COMP-5.
                                       DEPENDING ON STAR-COUNT
                                       INDEXED BY STAR-IDX.
               COPY STARDATA.
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.

       LINKAGE SECTION.
       01  LK-PARM.
      *   [    MAIN    ]
      *    ^~~~~~~~~~~^
       PROCEDURE DIVISION USING LK-PARM.
           MOVE 'G4SSGCEN' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           PERFORM UNTIL PARM-INDEX > PARM-LEN
               IF WS-PARM-TOKENS > 1 THEN
                   EVALUATE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-PARM-KEY))
                       WHEN 'SECTOR'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-SEL-SECTOR
                       WHEN 'ALLEGIANCE'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-SEL-ALLEGIANCE
                       WHEN 'EXTRACT'
                           IF FUNCTION UPPER-CASE(
                              FUNCTION TRIM(WS-PARM-VAL)) = 'Y' THEN
                               SET EXTRACT-ENABLED TO TRUE
                           END-IF
                       WHEN 'SYSEXT'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO XC-SYSEXT-PATH
                       WHEN 'ORBEXT'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO XC-ORBEXT-PATH
                       WHEN 'PATH'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-STARDB-PATH
               END-IF
           END-PERFORM.

           IF RESUME-ENABLED
              AND (WS-SEL-SECTOR NOT = SPACES
                   OR WS-SEL-ALLEGIANCE NOT = SPACES) THEN
               MOVE 'CEN001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET RESUME-ENABLED TO FALSE
           END-IF.
           IF RESUME-ENABLED AND EXTRACT-ENABLED THEN
               MOVE 'CEN002' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET RESUME-ENABLED TO FALSE
           END-IF.

           PERFORM VARYING WS-MULT-I FROM 1 BY 1
                   UNTIL WS-MULT-I > 5
               MOVE 0 TO WS-MULT-COUNT(WS-MULT-I)
           MOVE 'X2' TO POP-CODE(6).
           MOVE '??' TO POP-CODE(7).

           IF EXTRACT-ENABLED THEN
               PERFORM OPEN-EXTRACT-SWEEP
               IF XC-OPEN-FAILED THEN
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
               END-IF
               PERFORM SWEEP-EXTRACT
           ELSE
               PERFORM SWEEP-DATABASE
           END-IF.
           PERFORM DISPLAY-CENSUS-REPORT.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * EXTRACT=Y sweep.  The first call opens the extract (and
      * hands back the first system); each system arrives already
      * decoded into WS-STAR-SYSTEM, so it goes straight to
      * CENSUS-DECODED-SYSTEM.  SECTOR=/ALLEGIANCE= are checked on
      * the decoded header, record by record.
       OPEN-EXTRACT-SWEEP.
           CALL 'READ-EXTRACT-SYSTEM' USING WS-EXTRACT-CTL,
                                            WS-STAR-SYSTEM.
           IF XC-OPEN-FAILED THEN
               MOVE 'CEN003' TO MC-MSG-ID
               MOVE XC-FAILED-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       SWEEP-EXTRACT.
           PERFORM UNTIL XC-AT-END
               PERFORM CHECK-EXTRACT-SELECTION
               IF SEL-RECORD-WANTED THEN
                   PERFORM CENSUS-DECODED-SYSTEM
               END-IF
               CALL 'READ-EXTRACT-SYSTEM' USING WS-EXTRACT-CTL,
                                                WS-STAR-SYSTEM
           END-PERFORM.
           IF XC-ORPHANS > 0 THEN
               MOVE XC-ORPHANS TO WS-DISP-ORPHANS
               MOVE 'CEN004' TO MC-MSG-ID
               MOVE WS-DISP-ORPHANS TO MC-INSERT(1)
               MOVE XC-ORBEXT-PATH TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       CHECK-EXTRACT-SELECTION.
           SET SEL-RECORD-WANTED TO TRUE.
           IF WS-SEL-SECTOR NOT = SPACES
              AND SYSTEM-SECTOR NOT = WS-SEL-SECTOR THEN
               SET SEL-RECORD-WANTED TO FALSE
           END-IF.
           IF WS-SEL-ALLEGIANCE NOT = SPACES
              AND SYSTEM-ALLEGIANCE NOT = WS-SEL-ALLEGIANCE THEN
               SET SEL-RECORD-WANTED TO FALSE
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * The database sweep — from the top, from a RESUME=Y
      * checkpoint, or over a SECTOR=/ALLEGIANCE= selection.
       SWEEP-DATABASE.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'CEN005' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF RESUME-ENABLED THEN
               MOVE WS-RESUME-KEY TO STARDB-KEY
               START STARDB-FILE KEY IS GREATER THAN STARDB-KEY
                   INVALID KEY
                       MOVE 'CEN006' TO MC-MSG-ID
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       CLOSE STARDB-FILE
                       PERFORM MARK-SWEEP-DONE
                       PERFORM DISPLAY-CENSUS-REPORT
                       PERFORM CLOSE-RUN-MESSAGES
                       GOBACK
               END-START
               MOVE 'CEN007' TO MC-MSG-ID
               MOVE WS-RESUME-KEY TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           ELSE
               IF WS-SEL-SECTOR NOT = SPACES
                  OR WS-SEL-ALLEGIANCE NOT = SPACES THEN
                   PERFORM START-SELECTED-SWEEP
                   IF STARDB-FILE-EOF THEN
                       CLOSE STARDB-FILE
                       PERFORM CLOSE-RUN-MESSAGES
                       GOBACK
                   END-IF
               ELSE
                   MOVE LOW-VALUES TO STARDB-KEY
                   START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
                       INVALID KEY
                           MOVE 'CEN008' TO MC-MSG-ID
                           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                           CLOSE STARDB-FILE
                           PERFORM CLOSE-RUN-MESSAGES
                           GOBACK
                   END-START
               END-IF
           END-IF.
           PERFORM UNTIL STARDB-FILE-EOF
               READ STARDB-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       PERFORM CHECK-SWEEP-SELECTION
                       IF SEL-RECORD-WANTED THEN
                           PERFORM CENSUS-ONE-SYSTEM
                           PERFORM NOTE-SWEEP-PROGRESS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STARDB-FILE.
           IF RESUME-ENABLED THEN
               PERFORM MARK-SWEEP-DONE
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * START on the selection's alternate key.  Nothing on file
      * under that value leaves the status at end-of-file.
       START-SELECTED-SWEEP.
           IF WS-SEL-SECTOR NOT = SPACES THEN
               MOVE WS-SEL-SECTOR TO STARDB-SECTOR
               START STARDB-FILE KEY IS = STARDB-SECTOR
                   INVALID KEY
                       MOVE 'CEN009' TO MC-MSG-ID
                       MOVE WS-SEL-SECTOR TO MC-INSERT(1)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE '10' TO WS-STARDB-STATUS
               END-START
           ELSE
               MOVE WS-SEL-ALLEGIANCE TO STARDB-ALLEGIANCE
               START STARDB-FILE KEY IS = STARDB-ALLEGIANCE
                   INVALID KEY
                       MOVE 'CEN010' TO MC-MSG-ID
                       MOVE WS-SEL-ALLEGIANCE TO MC-INSERT(1)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE '10' TO WS-STARDB-STATUS
               END-START
           END-IF.
           EXIT PARAGRAPH.

      *    Each record a selected sweep reads: past the last one
      *    under the started key value the sweep is over; the
      *    second criterion, if any, is checked record by record.
       CHECK-SWEEP-SELECTION.
           SET SEL-RECORD-WANTED TO TRUE.
           IF WS-SEL-SECTOR NOT = SPACES THEN
               IF STARDB-SECTOR NOT = WS-SEL-SECTOR THEN
                   MOVE '10' TO WS-STARDB-STATUS
                   SET SEL-RECORD-WANTED TO FALSE
               ELSE
                   IF WS-SEL-ALLEGIANCE NOT = SPACES
                      AND STARDB-ALLEGIANCE NOT = WS-SEL-ALLEGIANCE
                       THEN
                       SET SEL-RECORD-WANTED TO FALSE
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-SEL-ALLEGIANCE NOT = SPACES
              AND STARDB-ALLEGIANCE NOT = WS-SEL-ALLEGIANCE THEN
               MOVE '10' TO WS-STARDB-STATUS
               SET SEL-RECORD-WANTED TO FALSE
           END-IF.
           EXIT PARAGRAPH.

       DISPLAY-SWEEP-SELECTION.
           IF WS-SEL-SECTOR NOT = SPACES THEN
               DISPLAY 'Sector:     'FUNCTION TRIM(WS-SEL-SECTOR)
           END-IF.
           IF WS-SEL-ALLEGIANCE NOT = SPACES THEN
               DISPLAY 'Allegiance: '
                   FUNCTION TRIM(WS-SEL-ALLEGIANCE)
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * Checkpointing — the census aggregates, so the whole tally
                  DELIMITED BY SIZE INTO WS-CHK-LINE
           END-STRING.
           WRITE CHECKPOINT-RECORD FROM WS-CHK-LINE.
           PERFORM VARYING WS-SPC-I FROM 1 BY 1
                   UNTIL WS-SPC-I > WS-SPC-COUNT
               MOVE CEN-SPC-SYS(WS-SPC-I) TO WS-CHK-CNT
               MOVE CEN-SPC-POP(WS-SPC-I) TO WS-CHK-POP
               MOVE SPACES TO WS-CHK-LINE
               STRING 'Q,' WS-CHK-CNT ',' WS-CHK-POP ','
                      CEN-SPC-KEY(WS-SPC-I)
                      DELIMITED BY SIZE INTO WS-CHK-LINE
               END-STRING
               WRITE CHECKPOINT-RECORD FROM WS-CHK-LINE
           END-PERFORM.
           MOVE SPACES TO WS-CHK-LINE.
           STRING 'K,' STARDB-KEY DELIMITED BY SIZE
                  INTO WS-CHK-LINE
                           FUNCTION NUMVAL(WS-CHK-F4)
                   COMPUTE CEN-ARR-EPI =
                           FUNCTION NUMVAL(WS-CHK-LINE(27:7))
               WHEN 'Q,'
                   IF WS-SPC-COUNT < 50 THEN
                       ADD 1 TO WS-SPC-COUNT
                       COMPUTE CEN-SPC-SYS(WS-SPC-COUNT) =
                               FUNCTION NUMVAL(WS-CHK-LINE(3:7))
                       COMPUTE CEN-SPC-POP(WS-SPC-COUNT) =
                               FUNCTION NUMVAL(WS-CHK-LINE(11:17))
                       MOVE WS-CHK-LINE(29:24)
                         TO CEN-SPC-KEY(WS-SPC-COUNT)
                   END-IF
               WHEN 'K,'
                   MOVE WS-CHK-LINE(3:48) TO WS-RESUME-KEY
           END-EVALUATE.
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           PERFORM CENSUS-DECODED-SYSTEM.
           EXIT PARAGRAPH.

      *    One decoded system — off the database record above, or
      *    straight off the extract (SWEEP-EXTRACT).
       CENSUS-DECODED-SYSTEM.
           ADD 1 TO WS-SYS-TOTAL.
           ADD STAR-COUNT TO WS-STAR-TOTAL.
      *    Clamp BEFORE the move — a straight MOVE of a 12-star
           IF WS-PRE-SEEN = 'Y' THEN
               ADD 1 TO CEN-PRECURSOR-SYS
           END-IF.
           IF NOT SETTLE-UNINHABITED THEN
               PERFORM CENSUS-SETTLED-SPECIES
           END-IF.
           EXIT PARAGRAPH.

      *    A settled system onto its species' line.
       CENSUS-SETTLED-SPECIES.
           MOVE SYSTEM-SPECIES TO WS-SPC-KEY.
           PERFORM VARYING WS-SPC-I FROM 1 BY 1
                   UNTIL WS-SPC-I > WS-SPC-COUNT
                      OR CEN-SPC-KEY(WS-SPC-I) = WS-SPC-KEY
               CONTINUE
           END-PERFORM.
           IF WS-SPC-I > WS-SPC-COUNT THEN
               IF WS-SPC-COUNT < 50 THEN
                   ADD 1 TO WS-SPC-COUNT
                   MOVE WS-SPC-KEY TO CEN-SPC-KEY(WS-SPC-COUNT)
                   MOVE 0 TO CEN-SPC-SYS(WS-SPC-COUNT)
                   MOVE 0 TO CEN-SPC-POP(WS-SPC-COUNT)
               END-IF
               MOVE WS-SPC-COUNT TO WS-SPC-I
           END-IF.
           ADD 1 TO CEN-SPC-SYS(WS-SPC-I).
           COMPUTE CEN-SPC-POP(WS-SPC-I) =
                   CEN-SPC-POP(WS-SPC-I) + 10 ** SETTLE-POP-EXP.
           EXIT PARAGRAPH.

       CENSUS-ONE-STAR.
      * the database carries bad batches.
       DISPLAY-CENSUS-REPORT.
           DISPLAY '========== Database census =========='.
           PERFORM DISPLAY-SWEEP-SELECTION.
           MOVE WS-SYS-TOTAL TO WS-DISP-CNT.
           DISPLAY 'Systems: 'FUNCTION TRIM(WS-DISP-CNT).
           MOVE WS-STAR-TOTAL TO WS-DISP-CNT.
           DISPLAY 'Systems with an occupied habitable-zone '
               'orbit: 'FUNCTION TRIM(WS-DISP-CNT)' ('
               FUNCTION TRIM(WS-DISP-PCT)'%)'.

           DISPLAY ' '.
           DISPLAY '-- Population by species (settled systems, '
                   'head count) --'.
           IF WS-SPC-COUNT = 0 THEN
               DISPLAY '  (no settled systems)'
           END-IF.
           PERFORM VARYING WS-SPC-I FROM 1 BY 1
                   UNTIL WS-SPC-I > WS-SPC-COUNT
               MOVE CEN-SPC-SYS(WS-SPC-I) TO WS-DISP-CNT
               MOVE 0 TO WS-DISP-EXP
               IF CEN-SPC-POP(WS-SPC-I) >= 1 THEN
                   COMPUTE WS-DISP-EXP ROUNDED =
                           FUNCTION LOG10(CEN-SPC-POP(WS-SPC-I))
               END-IF
               IF CEN-SPC-KEY(WS-SPC-I) = SPACES THEN
                   MOVE 'human / unattributed' TO WS-SPC-KEY
               ELSE
                   MOVE CEN-SPC-KEY(WS-SPC-I) TO WS-SPC-KEY
               END-IF
               DISPLAY '  'WS-SPC-KEY': '
                   FUNCTION TRIM(WS-DISP-CNT)' system(s), ~10^'
                   FUNCTION TRIM(WS-DISP-EXP)
           END-PERFORM.
           EXIT PARAGRAPH.

       ARR-PCT-NONE.
           DISPLAY '  Epistellar:   'FUNCTION TRIM(WS-DISP-CNT)
               '  ('FUNCTION TRIM(WS-DISP-PCT)'% / 1.9%)'.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
