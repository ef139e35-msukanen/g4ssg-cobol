      ******************************************************************
      *
      * Star-database layout migration — upgrades a database in
      * place from the original (pre-version-stamp) record layout,
      * or from an older stamped one, to the current layout, so
      * months of curated systems survive a copybook change instead
      * of being orphaned by it.
      *
      * WS-OLD-SYSTEM below is a field-for-field transcription of
      * the version-1 layout (the shape STARDATA.cpy had before the
      * version stamp.  Records already stamped current are left
      * untouched.
      *
      * A version-2 record differs from the current one only in the
      * system header: version 3 added the coordinate cell and the
      * header reserve after the stamp, so the header is copied
      * across as it stands, the star entries are shifted along
      * one by one (WS-V2-IMAGE), the reserve is cleared and the
      * cell derived from the coordinates.
      *
      * Version 3 also made the sector, allegiance, starport class
      * and cell alternate keys (STARDBAK.cpy), which changes the
      * indexed file itself, not just its records.  A database
      * built before that will not open under the keyed SELECT; it
      * is then read through LEGACY-FILE (same path, primary key
      * only) and every record, migrated or not, rebuilt into a
      * fresh keyed file at OUT= — as with G4SSGDBA's REORG the
      * original is never touched and the operator swaps the
      * rebuilt file in.
      *
      * An old record holding more stars than the current
      * STARDB-MAX-STARS keeps its first STARDB-MAX-STARS stars and
      * says so — the shrunken cap is why the layout grew a stamp
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   PATH=<path>    star database file (default stardb.dat)
      *   OUT=<path>     rebuild target when the file itself predates
      *                  the alternate keys (default stardb.new)
      *   DRYRUN=Y       report what would migrate, change nothing
      *
      * Return codes: 0 nothing needed migration, 1 records
      * migrated or the file rebuilt (or would be, under DRYRUN),
      * 8 no database or the rebuild failed.
      *
      ******************************************************************
       COPY        TESTENV.
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.
      *    The same file as it was before the alternate keys.
           SELECT LEGACY-FILE          ASSIGN TO WS-STARDB-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS LEGDB-KEY
                                       FILE STATUS
                                       IS WS-LEGACY-STATUS.
           SELECT NEWDB-FILE           ASSIGN TO WS-NEWDB-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NEWDB-KEY
                                       COPY STARDBAK REPLACING
                                           LEADING ==STARDB==
                                           BY ==NEWDB==.
                                       FILE STATUS
                                       IS WS-NEWDB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.
       FD  LEGACY-FILE.
       01  LEGDB-RECORD.
           COPY STARDBF REPLACING LEADING ==STARDB== BY ==LEGDB==.
       FD  NEWDB-FILE.
       01  NEWDB-RECORD.
           COPY STARDBF REPLACING LEADING ==STARDB== BY ==NEWDB==.

       WORKING-STORAGE SECTION.
       COPY CONST.
       01  WS-STARDB-STATUS            PIC XX.
           88  STARDB-FILE-OK          VALUE '00'.
           88  STARDB-FILE-EOF         VALUE '10'.
      *        Fixed-attribute mismatch — the file on disk was built
      *        without the alternate keys.
           88  STARDB-FILE-UNKEYED     VALUE '39'.
       01  WS-LEGACY-STATUS            PIC XX.
           88  LEGACY-FILE-OK          VALUE '00'.
           88  LEGACY-FILE-EOF         VALUE '10'.
       01  WS-NEWDB-PATH               PIC X(100) VALUE "stardb.new".
       01  WS-NEWDB-STATUS             PIC XX.
           88  NEWDB-FILE-OK           VALUE '00'.
       01  WS-DRY-RUN-MODE             PIC X VALUE '-'.
           88  DRY-RUN-ENABLED         VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-SEEN                     PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-MIGRATED                 PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-TRIMMED                  PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-REBUILT                  PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-REBUILD-ERRORS           PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-REBUILD-MODE             PIC X VALUE '-'.
           88  REBUILD-ENABLED         VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-IMAGE-CHANGED            PIC X VALUE '-'.
           88  IMAGE-CHANGED           VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-S                        PIC 999 USAGE COMP-5.
       01  WS-O                        PIC 999 USAGE COMP-5.
       01  WS-F                        PIC 99 USAGE COMP-5.
       01  WS-DISP-N                   PIC Z(6)9.
      *********************************
      * The record being migrated, whichever file it came from.
       01  WS-DB-IMAGE.
           COPY STARDBF REPLACING LEADING ==STARDB== BY ==MIG==.
      *    The same bytes seen as a version-2 record: the 228-byte
      *    version-2 header (everything up to and including the
      *    layout stamp), then the star entries back to back.
       01  WS-V2-IMAGE                 REDEFINES WS-DB-IMAGE.
           05  FILLER                  PIC X(48).
           05  FILLER                  PIC X(228).
           05  V2-STAR                 PIC X(7720)
                                       OCCURS 8 TIMES.
           05  FILLER                  PIC X(1080).
      *********************************
      * The version-1 record image — the layout as it was, field
      * for field, O- prefixed so it can live beside the current
      * one.  Decoded straight from STARDB-BODY the way the loaders
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
           MOVE 'G4SSGMIG' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           PERFORM UNTIL PARM-INDEX > PARM-LEN
                       WHEN 'PATH'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-STARDB-PATH
                       WHEN 'OUT'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-NEWDB-PATH
                       WHEN 'DRYRUN'
                           IF FUNCTION UPPER-CASE(
                              FUNCTION TRIM(WS-PARM-VAL)) = 'Y'
           ELSE
               OPEN I-O STARDB-FILE
           END-IF.
           IF STARDB-FILE-UNKEYED THEN
               PERFORM REBUILD-UNKEYED-FILE
               SET MC-QUERY TO TRUE
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               IF MC-RC >= 8 THEN
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
               END-IF
           ELSE
               IF NOT STARDB-FILE-OK THEN
                   MOVE 'MIG001' TO MC-MSG-ID
                   MOVE WS-STARDB-PATH TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
               END-IF
               PERFORM MIGRATE-IN-PLACE
           END-IF.
           IF DRY-RUN-ENABLED THEN
               MOVE 'MIG013' TO MC-MSG-ID
           ELSE
               MOVE 'MIG014' TO MC-MSG-ID
           END-IF.
           MOVE WS-SEEN TO WS-DISP-N.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-MIGRATED TO WS-DISP-N.
           MOVE WS-DISP-N TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           IF WS-TRIMMED > 0 THEN
               MOVE WS-TRIMMED TO WS-DISP-N
               MOVE 'MIG002' TO MC-MSG-ID
               MOVE WS-DISP-N TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           IF REBUILD-ENABLED THEN
               MOVE WS-REBUILT TO WS-DISP-N
               IF DRY-RUN-ENABLED THEN
                   MOVE 'MIG003' TO MC-MSG-ID
                   MOVE WS-NEWDB-PATH TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               ELSE
                   MOVE 'MIG004' TO MC-MSG-ID
                   MOVE WS-DISP-N TO MC-INSERT(1)
                   MOVE WS-NEWDB-PATH TO MC-INSERT(2)
                   MOVE WS-STARDB-PATH TO MC-INSERT(3)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               END-IF
           END-IF.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * The usual case: the file already carries the alternate keys,
      * so old records are rewritten where they stand.
       MIGRATE-IN-PLACE.
           MOVE LOW-VALUES TO STARDB-KEY.
           START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
               INVALID KEY
                   MOVE 'MIG005' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   CLOSE STARDB-FILE
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL STARDB-FILE-EOF
               READ STARDB-FILE NEXT RECORD
               END-READ
           END-PERFORM.
           CLOSE STARDB-FILE.
           EXIT PARAGRAPH.

       MIGRATE-ONE-RECORD.
           MOVE STARDB-RECORD TO WS-DB-IMAGE.
           PERFORM MIGRATE-IMAGE.
           IF NOT IMAGE-CHANGED THEN
               EXIT PARAGRAPH
           END-IF.
           REWRITE STARDB-RECORD FROM WS-DB-IMAGE
               INVALID KEY
                   MOVE 'MIG006' TO MC-MSG-ID
                   MOVE STARDB-KEY TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-REWRITE.
           DISPLAY '  migrated 'FUNCTION TRIM(STARDB-KEY).
           EXIT PARAGRAPH.

      *********************************
      * The file predates the alternate keys: read it through the
      * primary-key-only SELECT and copy every record, migrated
      * where it needs it, into a fresh keyed file.
       REBUILD-UNKEYED-FILE.
           SET REBUILD-ENABLED TO TRUE.
           OPEN INPUT LEGACY-FILE.
           IF NOT LEGACY-FILE-OK THEN
               MOVE 'MIG007' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               MOVE WS-LEGACY-STATUS TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           IF NOT DRY-RUN-ENABLED THEN
               OPEN OUTPUT NEWDB-FILE
               IF NOT NEWDB-FILE-OK THEN
                   MOVE 'MIG008' TO MC-MSG-ID
                   MOVE WS-NEWDB-PATH TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   CLOSE LEGACY-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 'MIG009' TO MC-MSG-ID.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE LOW-VALUES TO LEGDB-KEY.
           START LEGACY-FILE KEY IS NOT LESS THAN LEGDB-KEY
               INVALID KEY
                   MOVE 'MIG010' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE '10' TO WS-LEGACY-STATUS
           END-START.
           PERFORM UNTIL LEGACY-FILE-EOF
               READ LEGACY-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END PERFORM REBUILD-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE LEGACY-FILE.
           IF NOT DRY-RUN-ENABLED THEN
               CLOSE NEWDB-FILE
           END-IF.
           IF WS-REBUILD-ERRORS > 0 THEN
               MOVE WS-REBUILD-ERRORS TO WS-DISP-N
               MOVE 'MIG011' TO MC-MSG-ID
               MOVE WS-DISP-N TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       REBUILD-ONE-RECORD.
           MOVE LEGDB-RECORD TO WS-DB-IMAGE.
           PERFORM MIGRATE-IMAGE.
           IF DRY-RUN-ENABLED THEN
               EXIT PARAGRAPH
           END-IF.
           WRITE NEWDB-RECORD FROM WS-DB-IMAGE
               INVALID KEY
                   MOVE 'MIG012' TO MC-MSG-ID
                   MOVE LEGDB-KEY TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   ADD 1 TO WS-REBUILD-ERRORS
               NOT INVALID KEY
                   ADD 1 TO WS-REBUILT
           END-WRITE.
           EXIT PARAGRAPH.

      *********************************
      * One record image: already current is left alone, a version-2
      * record is shifted into the current shape, anything else is
      * decoded against the version-1 image and rebuilt.
       MIGRATE-IMAGE.
           ADD 1 TO WS-SEEN.
           SET IMAGE-CHANGED TO FALSE.
           IF MIG-LAYOUT-CURRENT THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MIGRATED.
           IF DRY-RUN-ENABLED THEN
               IF MIG-LAYOUT-VER = 2 THEN
                   DISPLAY '  would migrate '
                       FUNCTION TRIM(MIG-KEY)' (version 2)'
               ELSE
                   DISPLAY '  would migrate '
                       FUNCTION TRIM(MIG-KEY)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF MIG-LAYOUT-VER = 2 THEN
               PERFORM BUILD-FROM-VERSION-2
           ELSE
      *        The old ODO governor has to be set before the image
      *        move, same as every loader does for the current one.
               MOVE MIG-STAR-COUNT TO O-STAR-COUNT
               IF O-STAR-COUNT > 200 THEN
                   MOVE 200 TO O-STAR-COUNT
               END-IF
               MOVE MIG-BODY TO WS-OLD-SYSTEM
               PERFORM BUILD-CURRENT-IMAGE
           END-IF.
           MOVE WS-STAR-SYSTEM TO WS-DB-IMAGE.
           SET IMAGE-CHANGED TO TRUE.
           EXIT PARAGRAPH.

      *********************************
      * Version 2: same header fields, same star entries, only the
      * header grew — copy it across, then move each star out from
      * behind the new header fields.
       BUILD-FROM-VERSION-2.
           MOVE MIG-STAR-COUNT TO STAR-COUNT.
           IF STAR-COUNT > STARDB-MAX-STARS THEN
               MOVE STARDB-MAX-STARS TO STAR-COUNT
               ADD 1 TO WS-TRIMMED
           END-IF.
           MOVE WS-DB-IMAGE TO WS-STAR-SYSTEM.
           MOVE MIG-STAR-COUNT TO STAR-COUNT.
           IF STAR-COUNT > STARDB-MAX-STARS THEN
               MOVE STARDB-MAX-STARS TO STAR-COUNT
           END-IF.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > STAR-COUNT
               MOVE V2-STAR(WS-S) TO STAR(WS-S)
           END-PERFORM.
           SET SYSTEM-LAYOUT-CURRENT TO TRUE.
           MOVE SPACES TO SYSTEM-PROVENANCE.
           MOVE SPACES TO SYSTEM-SAVE-RUN-ID.
           MOVE SPACES TO SYSTEM-BASES SYSTEM-TRAVEL-ZONE.
           MOVE SPACES TO SYSTEM-STELLAR-GROUP.
           MOVE SPACES TO SYSTEM-COMPANION-ORBITS.
           MOVE SPACES TO SYSTEM-SPECIES.
           MOVE SPACES TO SYSTEM-MAIN-WORLD.
           MOVE SPACES TO SYSTEM-HDR-RESERVE.
           PERFORM DERIVE-SYSTEM-CELL.
           EXIT PARAGRAPH.

      *********************************
      * Field-for-field into the current shape; everything the old
      * layout never carried gets its proper default.
       BUILD-CURRENT-IMAGE.
           MOVE MIG-KEY TO STAR-SYSTEM-NAME.
           MOVE O-STAR-COUNT TO STAR-COUNT.
           IF STAR-COUNT > STARDB-MAX-STARS THEN
               MOVE STARDB-MAX-STARS TO STAR-COUNT
               MOVE SPACES TO EVENT-CODE(WS-F)
           END-PERFORM.
           SET SYSTEM-LAYOUT-CURRENT TO TRUE.
           MOVE SPACES TO SYSTEM-PROVENANCE.
           MOVE SPACES TO SYSTEM-SAVE-RUN-ID.
           MOVE SPACES TO SYSTEM-BASES SYSTEM-TRAVEL-ZONE.
           MOVE SPACES TO SYSTEM-STELLAR-GROUP.
           MOVE SPACES TO SYSTEM-COMPANION-ORBITS.
           MOVE SPACES TO SYSTEM-SPECIES.
           MOVE SPACES TO SYSTEM-MAIN-WORLD.
           MOVE SPACES TO SYSTEM-HDR-RESERVE.
           PERFORM DERIVE-SYSTEM-CELL.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > STAR-COUNT
               PERFORM MIGRATE-ONE-STAR
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * Same cell cut as G4SSGCRE's save (STARDB-CELL-LY cubes);
      * coordinates short of the first cell stay in cell 0.
       DERIVE-SYSTEM-CELL.
           MOVE 0 TO SYS-CELL-X SYS-CELL-Y SYS-CELL-Z.
           IF SYS-COORD-X > 0 THEN
               COMPUTE SYS-CELL-X = SYS-COORD-X / STARDB-CELL-LY
           END-IF.
           IF SYS-COORD-Y > 0 THEN
               COMPUTE SYS-CELL-Y = SYS-COORD-Y / STARDB-CELL-LY
           END-IF.
           IF SYS-COORD-Z > 0 THEN
               COMPUTE SYS-CELL-Z = SYS-COORD-Z / STARDB-CELL-LY
           END-IF.
           EXIT PARAGRAPH.

       MIGRATE-ONE-STAR.
           SET MASS-INDEX(WS-S) TO O-MASS-INDEX(WS-S).
           MOVE O-MASS(WS-S) TO MASS OF STAR(WS-S).
               SET DYNAMO-UNKNOWN(WS-S, WS-O) TO TRUE
           END-PERFORM.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
