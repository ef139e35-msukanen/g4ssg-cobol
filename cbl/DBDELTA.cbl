       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGDLT.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Delta report between the last G4SSGDBA VERB=BACKUP sidecar
      * and the live star database — the answer to "what did last
      * night's chain and yesterday's patches actually change".
      * G4SSGCDF only diffs SPECS.csv, and the history sidecar keeps
      * whole displaced records; this one lists, by system key:
      *   ADDED    systems on file now that the backup did not have
      *   DELETED  systems the backup had that are gone now
      *   CHANGED  systems whose record differs, each followed by
      *            the header, star and orbit fields that moved,
      *            old value -> new value
      * Both files are in STARDB-KEY order (the backup is written by
      * a keyed sweep), so the two are walked side by side in one
      * pass.  A record of an older layout on either side is only
      * reported as changed — its fields don't sit where this
      * layout's do (G4SSGMIG first, then compare).
      *
      * Not compared: the mass index and the per-orbit object
      * references — working pointers of a generation run, not data.
      * The field walk itself is COMPARE-SYSTEM-RECORDS (SYSCMP.cbl).
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   PATH=<path>    star database (default stardb.dat)
      *   BACKUP=<path>  backup sidecar (default stardb.bak)
      *   SUMMARY=Y      ADDED/DELETED/CHANGED lines only, without
      *                  the field detail
      *
      * Return codes: 0 no differences, 4 differences listed, 8 a
      * file is missing or the backup is out of key order.
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
           SELECT BACKUP-FILE          ASSIGN TO WS-BACKUP-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-BACKUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.
      *    Same image G4SSGDBA writes, laid over with the record
      *    overlay so the layout stamp can be read off it.
       FD  BACKUP-FILE.
       01  BAKDB-RECORD.
           COPY STARDBF REPLACING LEADING ==STARDB== BY ==BAKDB==.

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
       01  WS-BACKUP-PATH              PIC X(100) VALUE "stardb.bak".
       01  WS-BACKUP-STATUS            PIC XX.
           88  BACKUP-FILE-OK          VALUE '00'.
           88  BACKUP-FILE-EOF         VALUE '10'.
       01  WS-SUMMARY-MODE             PIC X VALUE '-'.
           88  SUMMARY-ONLY            VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
      *********************************
      * Merge state — the key each side is sitting on, HIGH-VALUES
      * once that side has run out.
       01  WS-BAK-KEY                  PIC X(48).
       01  WS-LIVE-KEY                 PIC X(48).
       01  WS-PREV-BAK-KEY             PIC X(48) VALUE LOW-VALUES.
       01  WS-MERGE-STATE              PIC X VALUE '-'.
           88  MERGE-ABANDONED         VALUE 'Y'.
       01  WS-ADDED-COUNT              PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-DELETED-COUNT            PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-CHANGED-COUNT            PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-SAME-COUNT               PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-DISP-CNT                 PIC Z(6)9.
      *********************************
      * The field-by-field walk is COMPARE-SYSTEM-RECORDS (shared
      * with G4SSGDBU's REPRODUCE=); every field counts here.
       01  WS-CMP-CTL.
           COPY SYSCMPC.
       01  WS-DISP-Z                   PIC 99.
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
           MOVE 'G4SSGDLT' TO MC-PROGRAM.
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
                       WHEN 'BACKUP'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-BACKUP-PATH
                       WHEN 'SUMMARY'
                           IF FUNCTION UPPER-CASE(
                              FUNCTION TRIM(WS-PARM-VAL)) = 'Y' THEN
                               SET SUMMARY-ONLY TO TRUE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

           OPEN INPUT BACKUP-FILE.
           IF NOT BACKUP-FILE-OK THEN
               MOVE 'DLT001' TO MC-MSG-ID
               MOVE WS-BACKUP-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'DLT002' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               CLOSE BACKUP-FILE
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE LOW-VALUES TO STARDB-KEY.
           START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
               INVALID KEY
                   MOVE '10' TO WS-STARDB-STATUS
           END-START.

           DISPLAY 'Delta: ' FUNCTION TRIM(WS-BACKUP-PATH) ' -> '
               FUNCTION TRIM(WS-STARDB-PATH).
           PERFORM READ-NEXT-BACKUP.
           PERFORM READ-NEXT-LIVE.
           PERFORM UNTIL WS-BAK-KEY = HIGH-VALUES
                     AND WS-LIVE-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-BAK-KEY < WS-LIVE-KEY
                       PERFORM REPORT-DELETED-SYSTEM
                       PERFORM READ-NEXT-BACKUP
                   WHEN WS-BAK-KEY > WS-LIVE-KEY
                       PERFORM REPORT-ADDED-SYSTEM
                       PERFORM READ-NEXT-LIVE
                   WHEN OTHER
                       PERFORM COMPARE-ONE-SYSTEM
                       PERFORM READ-NEXT-BACKUP
                       PERFORM READ-NEXT-LIVE
               END-EVALUATE
           END-PERFORM.
           CLOSE BACKUP-FILE.
           CLOSE STARDB-FILE.
           IF MERGE-ABANDONED THEN
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

      *    Any difference at all is worth a look — the summary says
      *    so at warning level.
           IF WS-ADDED-COUNT + WS-DELETED-COUNT + WS-CHANGED-COUNT
              > 0 THEN
               MOVE 'DLT005' TO MC-MSG-ID
           ELSE
               MOVE 'DLT004' TO MC-MSG-ID
           END-IF.
           MOVE WS-ADDED-COUNT TO WS-DISP-CNT.
           MOVE WS-DISP-CNT TO MC-INSERT(1).
           MOVE WS-DELETED-COUNT TO WS-DISP-CNT.
           MOVE WS-DISP-CNT TO MC-INSERT(2).
           MOVE WS-CHANGED-COUNT TO WS-DISP-CNT.
           MOVE WS-DISP-CNT TO MC-INSERT(3).
           MOVE WS-SAME-COUNT TO WS-DISP-CNT.
           MOVE WS-DISP-CNT TO MC-INSERT(4).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * The merge's two feeders.  The backup is trusted to be in key
      * order only as far as it proves it — a key going backwards
      * would make every later match meaningless, so the walk stops
      * there with an error.
       READ-NEXT-BACKUP.
           READ BACKUP-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-BAK-KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE BAKDB-KEY TO WS-BAK-KEY.
           IF WS-BAK-KEY <= WS-PREV-BAK-KEY THEN
               MOVE 'DLT003' TO MC-MSG-ID
               MOVE WS-BAK-KEY TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET MERGE-ABANDONED TO TRUE
               MOVE HIGH-VALUES TO WS-BAK-KEY
               MOVE HIGH-VALUES TO WS-LIVE-KEY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BAK-KEY TO WS-PREV-BAK-KEY.
           EXIT PARAGRAPH.

       READ-NEXT-LIVE.
           IF STARDB-FILE-EOF OR MERGE-ABANDONED THEN
               MOVE HIGH-VALUES TO WS-LIVE-KEY
               EXIT PARAGRAPH
           END-IF.
           READ STARDB-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-LIVE-KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE STARDB-KEY TO WS-LIVE-KEY.
           EXIT PARAGRAPH.

      *********************************
      * One-liners for the systems only one side has.
       REPORT-ADDED-SYSTEM.
           ADD 1 TO WS-ADDED-COUNT.
           DISPLAY 'ADDED    ' FUNCTION TRIM(WS-LIVE-KEY).
           EXIT PARAGRAPH.

       REPORT-DELETED-SYSTEM.
           ADD 1 TO WS-DELETED-COUNT.
           DISPLAY 'DELETED  ' FUNCTION TRIM(WS-BAK-KEY).
           EXIT PARAGRAPH.

      *********************************
      * Same key on both sides.  Identical images are the common
      * case and cost one compare; anything else is decoded and
      * walked field by field.
       COMPARE-ONE-SYSTEM.
           IF BAKDB-RECORD = STARDB-RECORD THEN
               ADD 1 TO WS-SAME-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHANGED-COUNT.
           DISPLAY 'CHANGED  ' FUNCTION TRIM(WS-LIVE-KEY).
           IF SUMMARY-ONLY THEN
               EXIT PARAGRAPH
           END-IF.
           IF NOT BAKDB-LAYOUT-CURRENT
              OR NOT STARDB-LAYOUT-CURRENT THEN
               MOVE BAKDB-LAYOUT-VER TO WS-DISP-Z
               DISPLAY '    record layout v' WS-DISP-Z ' -> v'
                   NO ADVANCING
               MOVE STARDB-LAYOUT-VER TO WS-DISP-Z
               DISPLAY WS-DISP-Z ' — fields not compared (run '
                   'G4SSGMIG).'
               EXIT PARAGRAPH
           END-IF.
           SET SC-ALL-FIELDS TO TRUE.
           CALL 'COMPARE-SYSTEM-RECORDS' USING WS-CMP-CTL,
                   BAKDB-RECORD, STARDB-RECORD.
      *    The images differ, but only in bytes no reported field
      *    covers — working pointers, or slots past a table's count.
           IF SC-LINES = 0 THEN
               DISPLAY '    (no data field moved — working bytes '
                   'only)'
           END-IF.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
