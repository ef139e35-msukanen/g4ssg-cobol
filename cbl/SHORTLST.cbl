      * biosphere).  Replaces reading
      * report.txt files until someone's eyes give out.
      *
      * Scoring (from the persisted record fields, plus the world's
      * own row in the world-detail file when it has one):
      *   in the HZ band: 8 + 2×(how central), near-band (within
      *   20%% of either edge): 4, elsewhere: 1
      *   occasional flares -1, frequent/violent -3
      *   epistellar tidal-lock risk on the star: -2
      *   marginal orbit -1, unstable orbit -4
      *   eccentricity above 0.2: -1
      *   with world detail on file: breathable air +2,
      *   unbreathable -1, toxic/corrosive -3; hydrographics
      *   under 10%% -1; surface gravity outside 0.5-1.5 G -1
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   PATH=<path>    star database file (default stardb.dat)
      *   TOP=<n>        shortlist length (default 10, max 50)
      *   SECTOR=<id>    only the systems stamped with this sector
      *                  id (STARTs on the sector key)
      *   ALLEGIANCE=<c> only the systems of this polity code
      *                  (STARTs on the allegiance key; with SECTOR=
      *                  it filters within the sector)
      *   EXTRACT=Y      read G4SSGXTR's flat extract instead of the
      *                  database (RESUME= does not apply)
      *   SYSEXT=<path>  extract system file (default stardb.sxt)
      *   ORBEXT=<path>  extract orbit file (default stardb.oxt)
      *   RESUME=Y       pick up where a stopped sweep left off —
      *                  the candidate table rides in the marker,
      *                  so the resumed ranking still holds
      *   CHECKEVERY=<n> systems between checkpoint rewrites
      *                  (default 500)
      *   CHECKFILE=<p>  checkpoint marker (default shlchk.dat)
      *   WORLDS=<path>  world-detail file (default worlds.dat) —
      *                  missing is fine, the record fields alone
      *                  still score
      *   LANG=<code>    language of the printed list (data/lang/
      *                  <code>.txt; English where it has no text).
      *                  Zone and caveat words are kept in English
      *                  (and in the checkpoint) and only put into
      *                  the language as they print
      *
      ******************************************************************
       COPY        TESTENV.
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
      *    Sweep checkpoint marker — may not exist yet, hence the
      *    FILE STATUS.
           SELECT CHECKPOINT-FILE      ASSIGN TO WS-CHECKPOINT-PATH
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.
       FD  WORLD-FILE.
       01  WORLD-RECORD.
           COPY WORLDDTL.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD           PIC X(160).

       01  WS-STARDB-STATUS            PIC XX.
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
       01  WS-TOP-N                    PIC 99 USAGE COMP-5 VALUE 10.
       01  WS-WORLD-PATH               PIC X(100) VALUE "worlds.dat".
       01  WS-WORLD-STATUS             PIC XX.
           88  WORLD-FILE-OK           VALUE '00'.
       01  WS-WD-OPEN                  PIC X VALUE '-'.
       01  WS-WD-FOUND                 PIC X VALUE '-'.
      *    One world's detail row, decoded — see SCORE-WORLD-DETAIL.
       01  WS-WD-TERRA.
           COPY TERRAINF.
      *********************************
      * Checkpoint/RESUME state — the candidate table itself rides
      * in the marker (one fixed-layout row per candidate) so a
       01  WS-DISP-SCORE               PIC -Z9.9.
       01  WS-DISP-DIST                PIC ZZ9.999.
       01  WS-DISP-N                   PIC ZZ9.
       01  WS-CAVEAT-SCAN              PIC X(61).
       01  WS-CAVEAT-WORD              PIC X(30).
       01  WS-CAVEAT-OUT               PIC X(150).
       01  WS-CAV-PTR                  PIC 999 USAGE COMP-5.
       01  WS-CAV-OUT-PTR              PIC 999 USAGE COMP-5.
      *********************************
      * The list's wording — see LANGCTL.cpy.
       01  WS-LANG-CTL.
           COPY LANGCTL.
      *********************************
      * The decoded system — same shape as G4SSGCRE's WS-STAR-SYSTEM
      * so the record's raw body image lands on the right fields.
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
           MOVE 'G4SSGSHL' TO MC-PROGRAM.
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
                       WHEN 'CHECKFILE'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-CHECKPOINT-PATH
                       WHEN 'WORLDS'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-WORLD-PATH
                       WHEN 'LANG'
                           MOVE WS-PARM-VAL TO LT-LANG
                           SET LT-SET-LANGUAGE TO TRUE
                           CALL 'TRANSLATE-TEXT' USING WS-LANG-CTL
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-TOP-N < 1 OR WS-TOP-N > 50 THEN
               MOVE 10 TO WS-TOP-N
           END-IF.
           IF RESUME-ENABLED
              AND (WS-SEL-SECTOR NOT = SPACES
                   OR WS-SEL-ALLEGIANCE NOT = SPACES) THEN
               MOVE 'SHL001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET RESUME-ENABLED TO FALSE
           END-IF.
           IF RESUME-ENABLED AND EXTRACT-ENABLED THEN
               MOVE 'SHL002' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET RESUME-ENABLED TO FALSE
           END-IF.

           IF EXTRACT-ENABLED THEN
               PERFORM OPEN-EXTRACT-SWEEP
               IF XC-OPEN-FAILED THEN
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
               END-IF
               PERFORM OPEN-WORLD-DETAIL
               PERFORM SWEEP-EXTRACT
               IF WS-WD-OPEN = 'Y' THEN
                   CLOSE WORLD-FILE
               END-IF
           ELSE
               PERFORM SWEEP-DATABASE
           END-IF.

           IF WS-CAND-COUNT = 0 THEN
               MOVE 'SHL003' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM PRINT-SHORTLIST.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * EXTRACT=Y sweep.  The first call opens the extract (and
      * hands back the first system); each system arrives already
      * decoded into WS-STAR-SYSTEM, so it goes straight to
      * SCAN-DECODED-SYSTEM.  SECTOR=/ALLEGIANCE= are checked on
      * the decoded header, record by record.
       OPEN-EXTRACT-SWEEP.
           CALL 'READ-EXTRACT-SYSTEM' USING WS-EXTRACT-CTL,
                                            WS-STAR-SYSTEM.
           IF XC-OPEN-FAILED THEN
               MOVE 'SHL004' TO MC-MSG-ID
               MOVE XC-FAILED-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       SWEEP-EXTRACT.
           PERFORM UNTIL XC-AT-END
               PERFORM CHECK-EXTRACT-SELECTION
               IF SEL-RECORD-WANTED THEN
                   PERFORM SCAN-DECODED-SYSTEM
               END-IF
               CALL 'READ-EXTRACT-SYSTEM' USING WS-EXTRACT-CTL,
                                                WS-STAR-SYSTEM
           END-PERFORM.
           IF XC-ORPHANS > 0 THEN
               MOVE XC-ORPHANS TO WS-DISP-ORPHANS
               MOVE 'SHL005' TO MC-MSG-ID
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
               MOVE 'SHL006' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM OPEN-WORLD-DETAIL.
           IF RESUME-ENABLED THEN
               PERFORM READ-SWEEP-CHECKPOINT
           END-IF.
               MOVE WS-RESUME-KEY TO STARDB-KEY
               START STARDB-FILE KEY IS GREATER THAN STARDB-KEY
                   INVALID KEY
                       MOVE 'SHL007' TO MC-MSG-ID
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       CLOSE STARDB-FILE
                       IF WS-WD-OPEN = 'Y' THEN
                           CLOSE WORLD-FILE
                       END-IF
                       PERFORM MARK-SWEEP-DONE
                       PERFORM PRINT-SHORTLIST
                       PERFORM CLOSE-RUN-MESSAGES
                       GOBACK
               END-START
               MOVE 'SHL008' TO MC-MSG-ID
               MOVE WS-RESUME-KEY TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           ELSE
               IF WS-SEL-SECTOR NOT = SPACES
                  OR WS-SEL-ALLEGIANCE NOT = SPACES THEN
                   PERFORM START-SELECTED-SWEEP
               ELSE
                   MOVE LOW-VALUES TO STARDB-KEY
                   START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
                       INVALID KEY
                           MOVE 'SHL009' TO MC-MSG-ID
                           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                           MOVE '10' TO WS-STARDB-STATUS
                   END-START
               END-IF
               IF STARDB-FILE-EOF THEN
                   CLOSE STARDB-FILE
                   IF WS-WD-OPEN = 'Y' THEN
                       CLOSE WORLD-FILE
                   END-IF
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL STARDB-FILE-EOF
               READ STARDB-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       PERFORM CHECK-SWEEP-SELECTION
                       IF SEL-RECORD-WANTED THEN
                           PERFORM SCAN-ONE-SYSTEM
                           PERFORM NOTE-SWEEP-PROGRESS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STARDB-FILE.
           IF WS-WD-OPEN = 'Y' THEN
               CLOSE WORLD-FILE
           END-IF.
           IF RESUME-ENABLED THEN
               PERFORM MARK-SWEEP-DONE
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * World detail is optional — without it the candidates score
      * off the record fields alone.
       OPEN-WORLD-DETAIL.
           OPEN INPUT WORLD-FILE.
           IF WORLD-FILE-OK THEN
               MOVE 'Y' TO WS-WD-OPEN
           ELSE
               MOVE 'SHL010' TO MC-MSG-ID
               MOVE WS-WORLD-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
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
                       MOVE 'SHL011' TO MC-MSG-ID
                       MOVE WS-SEL-SECTOR TO MC-INSERT(1)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE '10' TO WS-STARDB-STATUS
               END-START
           ELSE
               MOVE WS-SEL-ALLEGIANCE TO STARDB-ALLEGIANCE
               START STARDB-FILE KEY IS = STARDB-ALLEGIANCE
                   INVALID KEY
                       MOVE 'SHL012' TO MC-MSG-ID
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
      * Checkpointing — candidate rows out in a fixed layout, the
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           PERFORM SCAN-DECODED-SYSTEM.
           EXIT PARAGRAPH.

      *    One decoded system — off the database record above, or
      *    straight off the extract (SWEEP-EXTRACT).
       SCAN-DECODED-SYSTEM.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > STAR-COUNT
               PERFORM VARYING WS-O FROM 1 BY 1
              OR HAZARD-EXTREME(WS-S, WS-O) THEN
               PERFORM ADD-CAVEAT-SPACEWX
           END-IF.
           PERFORM SCORE-WORLD-DETAIL.
           IF WS-SCORE > 1 AND WS-CAND-COUNT >= 500
              AND WS-CAP-NOTED = '-' THEN
               MOVE 'SHL013' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'Y' TO WS-CAP-NOTED
           END-IF.
           IF WS-SCORE > 1 AND WS-CAND-COUNT < 500 THEN
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * The world itself, when its detail row is on file — air,
      * water and gravity are what a colony board actually lands
      * on.  A row of another object kind (the system was re-rolled
      * and the file never caught up) counts as no row.
       SCORE-WORLD-DETAIL.
           MOVE '-' TO WS-WD-FOUND.
           IF WS-WD-OPEN = 'Y' THEN
               MOVE STAR-SYSTEM-NAME TO WDTL-SYSTEM-KEY
               MOVE WS-S TO WDTL-STAR-NO
               MOVE WS-O TO WDTL-ORBIT-NO
               READ WORLD-FILE RECORD KEY IS WDTL-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF WDTL-TERRESTRIAL THEN
                           MOVE 'Y' TO WS-WD-FOUND
                       END-IF
               END-READ
           END-IF.
           IF WS-WD-FOUND NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WDTL-DETAIL TO WS-WD-TERRA.
           EVALUATE TRUE
               WHEN ATMO-BREATHABLE
                   ADD 2 TO WS-SCORE
               WHEN ATMO-UNBREATHABLE
                   SUBTRACT 1 FROM WS-SCORE
                   PERFORM ADD-CAVEAT-AIR
               WHEN ATMO-TOXIC OR ATMO-CORROSIVE
                   SUBTRACT 3 FROM WS-SCORE
                   PERFORM ADD-CAVEAT-AIR
           END-EVALUATE.
           IF TERRA-HYDROGRAPHIC < 10 THEN
               SUBTRACT 1 FROM WS-SCORE
               PERFORM ADD-CAVEAT-DRY
           END-IF.
           IF TERRA-GRAVITY < 0.5 OR TERRA-GRAVITY > 1.5 THEN
               SUBTRACT 1 FROM WS-SCORE
               PERFORM ADD-CAVEAT-GRAVITY
           END-IF.
           EXIT PARAGRAPH.

       ADD-CAVEAT-AIR.
           STRING FUNCTION TRIM(WS-CAVEAT-TXT) DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  FUNCTION LOWER-CASE(FUNCTION TRIM(TERRA-BREATHE))
                                               DELIMITED BY SIZE
                  '-air'                       DELIMITED BY SIZE
                  INTO WS-CAVEAT-TXT
           END-STRING.
           EXIT PARAGRAPH.

       ADD-CAVEAT-DRY.
           STRING FUNCTION TRIM(WS-CAVEAT-TXT) DELIMITED BY SIZE
                  ' dry'                       DELIMITED BY SIZE
                  INTO WS-CAVEAT-TXT
           END-STRING.
           EXIT PARAGRAPH.

       ADD-CAVEAT-GRAVITY.
           IF TERRA-GRAVITY < 0.5 THEN
               STRING FUNCTION TRIM(WS-CAVEAT-TXT) DELIMITED BY SIZE
                      ' low-g'                     DELIMITED BY SIZE
                      INTO WS-CAVEAT-TXT
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-CAVEAT-TXT) DELIMITED BY SIZE
                      ' high-g'                    DELIMITED BY SIZE
                      INTO WS-CAVEAT-TXT
               END-STRING
           END-IF.
           EXIT PARAGRAPH.

       ADD-CAVEAT-FLARE.
           STRING FUNCTION TRIM(WS-CAVEAT-TXT) DELIMITED BY SIZE
                  ' flare-star'                DELIMITED BY SIZE
      * Selection-print: pull the best remaining candidate TOP-N
      * times.  500 × 50 comparisons is nothing; no sort needed.
       PRINT-SHORTLIST.
           PERFORM DISPLAY-SWEEP-SELECTION.
           MOVE WS-CAND-COUNT TO WS-DISP-N.
           MOVE 'SHL.HEAD' TO LT-KEY.
           MOVE 'Habitability shortlist (&1 candidate(s) scored):'
             TO LT-TEXT.
           MOVE FUNCTION TRIM(WS-DISP-N) TO LT-INSERT(1).
           CALL 'TRANSLATE-TEXT' USING WS-LANG-CTL.
           DISPLAY FUNCTION TRIM(LT-TEXT TRAILING).
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-TOP-N
                      OR WS-RANK > WS-CAND-COUNT
           MOVE WS-BEST-SCORE TO WS-DISP-SCORE.
           MOVE SHL-DIST(WS-BEST-I) TO WS-DISP-DIST.
           MOVE SHL-STAR(WS-BEST-I) TO WS-DISP-N.
           PERFORM TRANSLATE-CAVEATS.
           MOVE 'ZONE' TO LT-KEY.
           MOVE SHL-ZONE(WS-BEST-I) TO LT-INSERT(1).
           SET LT-TRANSLATE-WORD TO TRUE.
           CALL 'TRANSLATE-TEXT' USING WS-LANG-CTL.
           MOVE LT-TEXT TO LT-INSERT(6).
           MOVE 'SHL.RANKED' TO LT-KEY.
           MOVE '  &1. &2, star &3, orbit at &4 AU — score &5 (&6)'
             TO LT-TEXT.
           MOVE WS-DISP-RANK TO LT-INSERT(1).
           MOVE FUNCTION TRIM(SHL-SYSTEM(WS-BEST-I)) TO LT-INSERT(2).
           MOVE FUNCTION TRIM(WS-DISP-N) TO LT-INSERT(3).
           MOVE FUNCTION TRIM(WS-DISP-DIST) TO LT-INSERT(4).
           MOVE FUNCTION TRIM(WS-DISP-SCORE) TO LT-INSERT(5).
           CALL 'TRANSLATE-TEXT' USING WS-LANG-CTL.
           DISPLAY FUNCTION TRIM(LT-TEXT TRAILING)
               FUNCTION TRIM(WS-CAVEAT-OUT).
           EXIT PARAGRAPH.

      *    The stored caveats are English words; each one prints as
      *    the table's CAVEAT.<word>, or as itself when there is none.
       TRANSLATE-CAVEATS.
           MOVE SPACES TO WS-CAVEAT-OUT.
           MOVE 1 TO WS-CAV-OUT-PTR.
           MOVE FUNCTION TRIM(SHL-CAVEATS(WS-BEST-I)) TO WS-CAVEAT-SCAN.
           MOVE 1 TO WS-CAV-PTR.
           PERFORM UNTIL WS-CAV-PTR > 60
                      OR WS-CAVEAT-SCAN(WS-CAV-PTR:) = SPACES
               MOVE SPACES TO WS-CAVEAT-WORD
               UNSTRING WS-CAVEAT-SCAN DELIMITED BY ALL SPACE
                       INTO WS-CAVEAT-WORD
                       WITH POINTER WS-CAV-PTR
               END-UNSTRING
               MOVE 'CAVEAT' TO LT-KEY
               MOVE WS-CAVEAT-WORD TO LT-INSERT(1)
               SET LT-TRANSLATE-WORD TO TRUE
               CALL 'TRANSLATE-TEXT' USING WS-LANG-CTL
               IF WS-CAV-OUT-PTR > 1 THEN
                   STRING ' ' DELIMITED BY SIZE
                          INTO WS-CAVEAT-OUT
                          WITH POINTER WS-CAV-OUT-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(LT-TEXT) DELIMITED BY SIZE
                      INTO WS-CAVEAT-OUT
                      WITH POINTER WS-CAV-OUT-PTR
               END-STRING
           END-PERFORM.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
