      *   VERB=REORG     rebuild the database compacted into a fresh
      *                  indexed file (the operator swaps it in —
      *                  this program never overwrites the original)
      *   VERB=XREF      cross-check every sidecar keyed to system
      *                  names against STARDB-KEY: notes, world
      *                  detail and both history files, the campaign
      *                  atlas and every sector file it names, trade
      *                  lanes, development state, trade goods,
      *                  installations, local calendars, the species
      *                  registry, wormholes, the ship registry, the
      *                  depletion ledger, the colony event log, the
      *                  annotation journal and the ship location
      *                  history.  Orphans (rows for a system not on
      *                  file) and dangling references (a lane end,
      *                  colony parent, atlas sector, species world,
      *                  wormhole mouth or ship's whereabouts that
      *                  isn't there) are listed per file.  Stale
      *                  history — the history files, event log,
      *                  journal and ship history — is a warning
      *                  (DELETE= leaves it by design); the rest are
      *                  errors.  A sidecar that doesn't exist is
      *                  skipped, not an error.
      *   PATH=<path>    database (default stardb.dat)
      *   BACKUP=<path>  sidecar for BACKUP (default stardb.bak)
      *   REORG=<path>   rebuild target for REORG (default
      *                  stardb.new)
      *   XREF's sidecars, defaults as their writers have them:
      *     NOTES=<path>     notes.dat       WORLDS=<path>  worlds.dat
      *     HISTORY=<path>   stardb.his      WORLDHIS=<path> worlds.his
      *     ATLAS=<path>     atlas.csv       SECTOR=<path>  sector.csv
      *     LANES=<path>     tradelanes.csv  DEVSTATE=<path>
      *     GOODS=<path>     goods.csv                      devstate.csv
      *     INSTALLS=<path>  installs.dat    CALENDARS=<path>
      *     SPECIES=<path>   species.dat                   calendars.dat
      *     WORMHOLES=<path> wormholes.dat   SHIPS=<path>   ships.dat
      *     LEDGER=<path>    depletion.csv   EVENTS=<path>
      *     NOTELOG=<path>   notelog.csv                   colevents.csv
      *     SHIPHIST=<path>  shiphist.csv
      *   REORG asks the operator authority file first (see
      *   OPERAUTH.cbl — it needs a REORG grant with a '*' sector):
      *   OPER=<id>      operator id (default: the login name)
      *   AUTH=<path>    authority file (default operauth.csv)
      *   RUNLOG=<path>  where the verdict is logged (default
      *                  runlog.txt)
      *
      * Return codes (the suite scheme, MSGCTL.cpy):
      *   0   verb completed clean
      *   4   completed with warnings (CHECK found suspect fields,
      *       XREF found stale history or unregistered sectors)
      *   8   errors (CHECK hard errors, backup verify mismatch,
      *       XREF orphans or dangling references), or could not
      *       run (missing database, bad verb, operator not
      *       authorised)
      *
      ******************************************************************
       COPY        TESTENV.
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.
           SELECT BACKUP-FILE          ASSIGN TO WS-BACKUP-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS REORGDB-KEY
                                       COPY STARDBAK REPLACING
                                           LEADING ==STARDB==
                                           BY ==REORGDB==.
                                       FILE STATUS
                                       IS WS-REORG-STATUS.
      *    XREF's sidecars.  The keyed ones are read in key order;
      *    the CSV ones all go through the one line file, in turn.
           SELECT NOTES-FILE           ASSIGN TO WS-NOTES-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NOTE-KEY
                                       FILE STATUS
                                       IS WS-NOTES-STATUS.
           SELECT WORLD-FILE           ASSIGN TO WS-WORLD-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WDTL-KEY
                                       FILE STATUS
                                       IS WS-WORLD-STATUS.
           SELECT INSTALL-FILE         ASSIGN TO WS-INSTALL-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS INST-KEY
                                       FILE STATUS
                                       IS WS-INSTALL-STATUS.
           SELECT CALENDAR-FILE        ASSIGN TO WS-CALENDAR-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS CAL-KEY
                                       FILE STATUS
                                       IS WS-CALENDAR-STATUS.
           SELECT SPECIES-FILE         ASSIGN TO WS-SPECIES-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS SPEC-KEY
                                       FILE STATUS
                                       IS WS-SPECIES-STATUS.
           SELECT WORM-FILE            ASSIGN TO WS-WORM-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WORM-KEY
                                       FILE STATUS
                                       IS WS-WORM-STATUS.
           SELECT SHIP-FILE            ASSIGN TO WS-SHIP-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS SHIP-KEY
                                       FILE STATUS
                                       IS WS-SHIP-STATUS.
           SELECT HISTORY-FILE         ASSIGN TO WS-HISTORY-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-HISTORY-STATUS.
           SELECT WORLDHIS-FILE        ASSIGN TO WS-WORLDHIS-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-WORLDHIS-STATUS.
           SELECT CSV-FILE             ASSIGN TO WS-CSV-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REORG-FILE.
       01  REORGDB-RECORD.
           COPY STARDBF REPLACING LEADING ==STARDB== BY ==REORGDB==.
       FD  NOTES-FILE.
       01  NOTES-RECORD.
           COPY NOTEREC.
       FD  WORLD-FILE.
       01  WORLD-RECORD.
           COPY WORLDDTL.
       FD  INSTALL-FILE.
       01  INSTALL-RECORD.
           COPY INSTREC.
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY CALREC.
       FD  SPECIES-FILE.
       01  SPECIES-RECORD.
           COPY SPECREC.
       FD  WORM-FILE.
       01  WORM-RECORD.
           COPY WORMREC.
       FD  SHIP-FILE.
       01  SHIP-RECORD.
           COPY SHIPREC.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HISTORY-KEY             PIC X(48).
           05  FILLER                  PIC X(63068).
       FD  WORLDHIS-FILE.
       01  WORLDHIS-RECORD.
           05  WORLDHIS-KEY            PIC X(48).
           05  FILLER                  PIC X(258).
       FD  CSV-FILE.
       01  CSV-RECORD                  PIC X(250).

       WORKING-STORAGE SECTION.
       COPY CONST.
           88  REORG-FILE-OK           VALUE '00'.
       01  WS-VERB                     PIC X(8) VALUE SPACES.
      *********************************
      * Operator authority for REORG.
       01  WS-AUTH-CTL.
           COPY AUTHCTL.
      *********************************
      * XREF's sidecar paths and file states.
       01  WS-NOTES-PATH               PIC X(100) VALUE "notes.dat".
       01  WS-NOTES-STATUS             PIC XX.
           88  NOTES-FILE-OK           VALUE '00'.
           88  NOTES-FILE-EOF          VALUE '10'.
       01  WS-WORLD-PATH               PIC X(100) VALUE "worlds.dat".
       01  WS-WORLD-STATUS             PIC XX.
           88  WORLD-FILE-OK           VALUE '00'.
           88  WORLD-FILE-EOF          VALUE '10'.
       01  WS-INSTALL-PATH             PIC X(100) VALUE "installs.dat".
       01  WS-INSTALL-STATUS           PIC XX.
           88  INSTALL-FILE-OK         VALUE '00'.
           88  INSTALL-FILE-EOF        VALUE '10'.
       01  WS-CALENDAR-PATH            PIC X(100)
                                       VALUE "calendars.dat".
       01  WS-CALENDAR-STATUS          PIC XX.
           88  CALENDAR-FILE-OK        VALUE '00'.
           88  CALENDAR-FILE-EOF       VALUE '10'.
       01  WS-SPECIES-PATH             PIC X(100) VALUE "species.dat".
       01  WS-SPECIES-STATUS           PIC XX.
           88  SPECIES-FILE-OK         VALUE '00'.
           88  SPECIES-FILE-EOF        VALUE '10'.
       01  WS-WORM-PATH                PIC X(100)
                                       VALUE "wormholes.dat".
       01  WS-WORM-STATUS              PIC XX.
           88  WORM-FILE-OK            VALUE '00'.
           88  WORM-FILE-EOF           VALUE '10'.
       01  WS-SHIP-PATH                PIC X(100) VALUE "ships.dat".
       01  WS-SHIP-STATUS              PIC XX.
           88  SHIP-FILE-OK            VALUE '00'.
           88  SHIP-FILE-EOF           VALUE '10'.
       01  WS-HISTORY-PATH             PIC X(100) VALUE "stardb.his".
       01  WS-HISTORY-STATUS           PIC XX.
           88  HISTORY-FILE-OK         VALUE '00'.
           88  HISTORY-FILE-EOF        VALUE '10'.
       01  WS-WORLDHIS-PATH            PIC X(100) VALUE "worlds.his".
       01  WS-WORLDHIS-STATUS          PIC XX.
           88  WORLDHIS-FILE-OK        VALUE '00'.
           88  WORLDHIS-FILE-EOF       VALUE '10'.
       01  WS-ATLAS-PATH               PIC X(100) VALUE "atlas.csv".
       01  WS-SECTOR-PATH              PIC X(100) VALUE "sector.csv".
       01  WS-LANES-PATH               PIC X(100)
                                       VALUE "tradelanes.csv".
       01  WS-DEVSTATE-PATH            PIC X(100)
                                       VALUE "devstate.csv".
       01  WS-GOODS-PATH               PIC X(100) VALUE "goods.csv".
       01  WS-LEDGER-PATH              PIC X(100)
                                       VALUE "depletion.csv".
       01  WS-EVENTS-PATH              PIC X(100)
                                       VALUE "colevents.csv".
       01  WS-NOTELOG-PATH             PIC X(100)
                                       VALUE "notelog.csv".
       01  WS-SHIPHIST-PATH            PIC X(100)
                                       VALUE "shiphist.csv".
       01  WS-CSV-PATH                 PIC X(100).
       01  WS-CSV-STATUS               PIC XX.
           88  CSV-FILE-OK             VALUE '00'.
           88  CSV-FILE-EOF            VALUE '10'.
      *********************************
      * XREF bookkeeping.  The problem table collects, per file, each
      * missing name once with how many rows pointed at it, so a
      * thousand lanes into one deleted system make one line.
       01  WS-XR-LABEL                 PIC X(20).
       01  WS-XR-NAME                  PIC X(48).
       01  WS-XR-FOUND                 PIC X.
       01  WS-XR-SEVERITY              PIC X(7).
       01  WS-XR-WHAT                  PIC X(40).
       01  WS-XR-ROWS                  PIC 9(7) USAGE COMP-5.
       01  WS-XR-LINE                  PIC X(250).
       01  WS-XR-PTR                   PIC 999 USAGE COMP-5.
       01  WS-XR-FLD                   PIC X(100).
       01  WS-XR-I                     PIC 9(5) USAGE COMP-5.
       01  WS-XR-J                     PIC 9(5) USAGE COMP-5.
       01  WS-XR-PREV-KEY              PIC X(48).
       01  WS-XR-PROB-TABLE.
           05  WS-XR-PROB-COUNT        PIC 9(5) USAGE COMP-5.
           05  WS-XR-PROB-OVER         PIC 9(7) USAGE COMP-5.
           05  WS-XR-PROB              OCCURS 1000 TIMES.
               10  WS-XR-PROB-NAME     PIC X(48).
               10  WS-XR-PROB-ROWS     PIC 9(7) USAGE COMP-5.
      *    The campaign sectors stamped on file, and whether the atlas
      *    registers each.
       01  WS-XR-SECT-TABLE.
           05  WS-XR-SECT-COUNT        PIC 9(5) USAGE COMP-5 VALUE 0.
           05  WS-XR-SECT              OCCURS 500 TIMES.
               10  WS-XR-SECT-ID       PIC X(12).
               10  WS-XR-SECT-SYSTEMS  PIC 9(7) USAGE COMP-5.
               10  WS-XR-SECT-IN-ATLAS PIC X.
      *    Sector files to walk — SECTOR='s, then each one the atlas
      *    names.
       01  WS-XR-PATH-TABLE.
           05  WS-XR-PATH-COUNT        PIC 99 USAGE COMP-5 VALUE 0.
           05  WS-XR-PATH-ENTRY        OCCURS 50 TIMES.
               10  WS-XR-PATH          PIC X(100).
               10  WS-XR-PATH-FROM-ATLAS
                                       PIC X.
      *********************************
      * Counters and verdicts.
       01  WS-REC-COUNT                PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-VFY-COUNT                PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-WARN-COUNT               PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-DISP-CNT                 PIC Z(6)9.
       01  WS-DISP-CNT2                PIC Z(6)9.
       01  WS-DISP-ERRS                PIC Z(6)9.
       01  WS-DISP-WARNS               PIC Z(6)9.
       01  WS-DISP-BYR                 PIC -(5)9.99.
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.

       LINKAGE SECTION.
       01  LK-PARM.
      *   [    MAIN    ]
      *    ^~~~~~~~~~~^
       PROCEDURE DIVISION USING LK-PARM.
           MOVE 'G4SSGDBA' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           PERFORM UNTIL PARM-INDEX > PARM-LEN
                       WHEN 'REORG'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-REORG-PATH
                       WHEN 'NOTES'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-NOTES-PATH
                       WHEN 'WORLDS'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-WORLD-PATH
                       WHEN 'HISTORY'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-HISTORY-PATH
                       WHEN 'WORLDHIS'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-WORLDHIS-PATH
                       WHEN 'ATLAS'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-ATLAS-PATH
                       WHEN 'SECTOR'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-SECTOR-PATH
                       WHEN 'LANES'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-LANES-PATH
                       WHEN 'DEVSTATE'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-DEVSTATE-PATH
                       WHEN 'GOODS'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-GOODS-PATH
                       WHEN 'INSTALLS'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-INSTALL-PATH
                       WHEN 'CALENDARS'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-CALENDAR-PATH
                       WHEN 'SPECIES'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-SPECIES-PATH
                       WHEN 'WORMHOLES'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-WORM-PATH
                       WHEN 'SHIPS'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-SHIP-PATH
                       WHEN 'LEDGER'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-LEDGER-PATH
                       WHEN 'EVENTS'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-EVENTS-PATH
                       WHEN 'NOTELOG'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-NOTELOG-PATH
                       WHEN 'SHIPHIST'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-SHIPHIST-PATH
                       WHEN 'OPER'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO AU-OPERATOR
                       WHEN 'AUTH'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO AU-AUTH-PATH
                       WHEN 'RUNLOG'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO AU-RUNLOG-PATH
                   END-EVALUATE
               END-IF
           END-PERFORM.

           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'ADM001' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

                   PERFORM RUN-INTEGRITY-CHECK
               WHEN 'REORG'
                   PERFORM RUN-REORG
               WHEN 'XREF'
                   PERFORM RUN-XREF-CHECK
               WHEN OTHER
                   MOVE 'ADM002' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-EVALUATE.
           CLOSE STARDB-FILE.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
           MOVE LOW-VALUES TO STARDB-KEY.
           START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
               INVALID KEY
                   MOVE 'ADM003' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   CLOSE BACKUP-FILE
                   EXIT PARAGRAPH
           END-START.
           MOVE WS-REC-COUNT TO WS-DISP-CNT.
           MOVE WS-VFY-COUNT TO WS-DISP-CNT2.
           IF WS-ERR-COUNT = 0 AND WS-VFY-COUNT = WS-REC-COUNT THEN
               MOVE 'ADM004' TO MC-MSG-ID
               MOVE WS-DISP-CNT TO MC-INSERT(1)
               MOVE WS-BACKUP-PATH TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           ELSE
               MOVE 'ADM005' TO MC-MSG-ID
               MOVE WS-DISP-CNT TO MC-INSERT(1)
               MOVE WS-DISP-CNT2 TO MC-INSERT(2)
               MOVE WS-ERR-COUNT TO WS-DISP-ERRS
               MOVE WS-DISP-ERRS TO MC-INSERT(3)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

           MOVE BACKUP-RECORD(1:48) TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   MOVE 'ADM006' TO MC-MSG-ID
                   MOVE BACKUP-RECORD(1:48) TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   ADD 1 TO WS-ERR-COUNT
                   EXIT PARAGRAPH
           END-READ.
           IF BACKUP-RECORD = STARDB-RECORD THEN
               ADD 1 TO WS-VFY-COUNT
           ELSE
               MOVE 'ADM007' TO MC-MSG-ID
               MOVE STARDB-KEY TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               ADD 1 TO WS-ERR-COUNT
           END-IF.
           EXIT PARAGRAPH.
           MOVE LOW-VALUES TO STARDB-KEY.
           START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
               INVALID KEY
                   MOVE 'ADM008' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL STARDB-FILE-EOF
               END-READ
           END-PERFORM.
           MOVE WS-REC-COUNT TO WS-DISP-CNT.
           MOVE WS-ERR-COUNT TO WS-DISP-ERRS.
           MOVE WS-WARN-COUNT TO WS-DISP-WARNS.
           EVALUATE TRUE
               WHEN WS-ERR-COUNT > 0
                   MOVE 'ADM025' TO MC-MSG-ID
               WHEN WS-WARN-COUNT > 0
                   MOVE 'ADM024' TO MC-MSG-ID
               WHEN OTHER
                   MOVE 'ADM009' TO MC-MSG-ID
           END-EVALUATE.
           MOVE WS-DISP-CNT TO MC-INSERT(1).
           MOVE WS-DISP-ERRS TO MC-INSERT(2).
           MOVE WS-DISP-WARNS TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

       CHECK-ONE-RECORD.
           ADD 1 TO WS-REC-COUNT.
           IF STARDB-KEY = SPACES THEN
               MOVE 'ADM010' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               ADD 1 TO WS-ERR-COUNT
           END-IF.
           IF STARDB-STAR-COUNT < 1
              OR STARDB-STAR-COUNT > STARDB-MAX-STARS THEN
               MOVE 'ADM011' TO MC-MSG-ID
               MOVE STARDB-KEY TO MC-INSERT(1)
               MOVE STARDB-STAR-COUNT TO MC-INSERT(2)
               MOVE STARDB-MAX-STARS TO MC-INSERT(3)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               ADD 1 TO WS-ERR-COUNT
           END-IF.
           IF STARDB-BYR < 0 OR STARDB-BYR > 15 THEN
               MOVE 'ADM012' TO MC-MSG-ID
               MOVE STARDB-KEY TO MC-INSERT(1)
               MOVE STARDB-BYR TO WS-DISP-BYR
               MOVE WS-DISP-BYR TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               ADD 1 TO WS-WARN-COUNT
           END-IF.
           IF STARDB-METALLICITY < 0 THEN
               MOVE 'ADM013' TO MC-MSG-ID
               MOVE STARDB-KEY TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               ADD 1 TO WS-WARN-COUNT
           END-IF.
           EXIT PARAGRAPH.
      * classic fix.  The original is never touched — the operator
      * swaps the rebuilt file in once satisfied.
       RUN-REORG.
           MOVE 'G4SSGDBA' TO AU-PROGRAM.
           MOVE 'REORG' TO AU-VERB.
           MOVE SPACES TO AU-SECTOR.
           MOVE WS-REORG-PATH TO AU-TARGET.
           MOVE FUNCTION CURRENT-DATE(1:16) TO AU-RUN-ID.
           CALL 'CHECK-OPERATOR-AUTHORITY' USING WS-AUTH-CTL.
           IF AU-DENIED THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REORG-FILE.
           CLOSE REORG-FILE.
           OPEN I-O REORG-FILE.
           IF NOT REORG-FILE-OK THEN
               MOVE 'ADM014' TO MC-MSG-ID
               MOVE WS-REORG-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO STARDB-KEY.
           START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
               INVALID KEY
                   MOVE 'ADM015' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   CLOSE REORG-FILE
                   EXIT PARAGRAPH
           END-START.
                       MOVE STARDB-RECORD TO REORGDB-RECORD
                       WRITE REORGDB-RECORD
                           INVALID KEY
                               MOVE 'ADM016' TO MC-MSG-ID
                               MOVE STARDB-KEY TO MC-INSERT(1)
                               CALL 'ISSUE-SUITE-MESSAGE'
                                   USING WS-MSG-CTL
                               ADD 1 TO WS-ERR-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-REC-COUNT
           CLOSE REORG-FILE.
           MOVE WS-REC-COUNT TO WS-DISP-CNT.
           IF WS-ERR-COUNT = 0 THEN
               MOVE 'ADM017' TO MC-MSG-ID
               MOVE WS-DISP-CNT TO MC-INSERT(1)
               MOVE WS-REORG-PATH TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           ELSE
               MOVE WS-ERR-COUNT TO WS-DISP-ERRS
               MOVE 'ADM018' TO MC-MSG-ID
               MOVE WS-DISP-ERRS TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * XREF: every sidecar keyed to system names, against the
      * database's own keys.  One section per file — what was read
      * and each missing name once, with how many rows named it —
      * then the job total and its return code.
       RUN-XREF-CHECK.
           MOVE 'ADM019' TO MC-MSG-ID.
           MOVE WS-STARDB-PATH TO MC-INSERT(1).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM XREF-SCAN-DATABASE.
           PERFORM XREF-NOTES.
           PERFORM XREF-WORLDS.
           PERFORM XREF-HISTORY.
           PERFORM XREF-WORLDHIS.
           MOVE 0 TO WS-XR-PATH-COUNT.
           MOVE WS-SECTOR-PATH TO WS-XR-FLD.
           MOVE '-' TO WS-XR-FOUND.
           PERFORM XREF-ADD-SECTOR-PATH.
           PERFORM XREF-ATLAS.
           PERFORM VARYING WS-XR-J FROM 1 BY 1
                   UNTIL WS-XR-J > WS-XR-PATH-COUNT
               PERFORM XREF-SECTOR-FILE
           END-PERFORM.
           PERFORM XREF-LANES.
           PERFORM XREF-DEVSTATE.
           PERFORM XREF-GOODS.
           PERFORM XREF-INSTALLS.
           PERFORM XREF-CALENDARS.
           PERFORM XREF-SPECIES.
           PERFORM XREF-WORMHOLES.
           PERFORM XREF-SHIPS.
           PERFORM XREF-LEDGER.
           PERFORM XREF-EVENTS.
           PERFORM XREF-NOTELOG.
           PERFORM XREF-SHIPHIST.
           MOVE WS-REC-COUNT TO WS-DISP-CNT.
           DISPLAY ' '.
           MOVE WS-ERR-COUNT TO WS-DISP-ERRS.
           MOVE WS-WARN-COUNT TO WS-DISP-WARNS.
           EVALUATE TRUE
               WHEN WS-ERR-COUNT > 0
                   MOVE 'ADM027' TO MC-MSG-ID
               WHEN WS-WARN-COUNT > 0
                   MOVE 'ADM026' TO MC-MSG-ID
               WHEN OTHER
                   MOVE 'ADM020' TO MC-MSG-ID
           END-EVALUATE.
           MOVE WS-DISP-CNT TO MC-INSERT(1).
           MOVE WS-DISP-ERRS TO MC-INSERT(2).
           MOVE WS-DISP-WARNS TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *    One pass over the database for the count and the campaign
      *    sectors its systems are stamped with.
       XREF-SCAN-DATABASE.
           MOVE 0 TO WS-XR-SECT-COUNT.
           MOVE LOW-VALUES TO STARDB-KEY.
           START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
               INVALID KEY
                   MOVE 'ADM021' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL STARDB-FILE-EOF
               READ STARDB-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-REC-COUNT
                       IF STARDB-SECTOR NOT = SPACES THEN
                           PERFORM XREF-TALLY-SECTOR
                       END-IF
               END-READ
           END-PERFORM.
           EXIT PARAGRAPH.

       XREF-TALLY-SECTOR.
           PERFORM VARYING WS-XR-I FROM 1 BY 1
                   UNTIL WS-XR-I > WS-XR-SECT-COUNT
               IF WS-XR-SECT-ID(WS-XR-I) = STARDB-SECTOR THEN
                   ADD 1 TO WS-XR-SECT-SYSTEMS(WS-XR-I)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-XR-SECT-COUNT < 500 THEN
               ADD 1 TO WS-XR-SECT-COUNT
               MOVE STARDB-SECTOR TO WS-XR-SECT-ID(WS-XR-SECT-COUNT)
               MOVE 1 TO WS-XR-SECT-SYSTEMS(WS-XR-SECT-COUNT)
               MOVE '-' TO WS-XR-SECT-IN-ATLAS(WS-XR-SECT-COUNT)
           END-IF.
           EXIT PARAGRAPH.

      *    Is WS-XR-NAME a saved system?  Answer in WS-XR-FOUND.
       XREF-LOOKUP-NAME.
           MOVE 'Y' TO WS-XR-FOUND.
           MOVE WS-XR-NAME TO STARDB-KEY.
           READ STARDB-FILE KEY IS STARDB-KEY
               INVALID KEY
                   MOVE '-' TO WS-XR-FOUND
           END-READ.
           EXIT PARAGRAPH.

      *    WS-XR-NAME once into this file's problem table.
       XREF-NOTE-PROBLEM.
           PERFORM VARYING WS-XR-I FROM 1 BY 1
                   UNTIL WS-XR-I > WS-XR-PROB-COUNT
               IF WS-XR-PROB-NAME(WS-XR-I) = WS-XR-NAME THEN
                   ADD 1 TO WS-XR-PROB-ROWS(WS-XR-I)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-XR-PROB-COUNT < 1000 THEN
               ADD 1 TO WS-XR-PROB-COUNT
               MOVE WS-XR-NAME TO WS-XR-PROB-NAME(WS-XR-PROB-COUNT)
               MOVE 1 TO WS-XR-PROB-ROWS(WS-XR-PROB-COUNT)
           ELSE
               ADD 1 TO WS-XR-PROB-OVER
           END-IF.
           EXIT PARAGRAPH.

      *    Look WS-XR-NAME up; a miss goes in the problem table.
       XREF-CHECK-NAME.
           IF WS-XR-NAME = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM XREF-LOOKUP-NAME.
           IF WS-XR-FOUND NOT = 'Y' THEN
               PERFORM XREF-NOTE-PROBLEM
           END-IF.
           EXIT PARAGRAPH.

      *    Section heading and a clean problem table; WS-XR-LABEL and
      *    WS-CSV-PATH (or the file's own path) set by the caller.
       XREF-FILE-BEGIN.
           MOVE 0 TO WS-XR-ROWS.
           MOVE 0 TO WS-XR-PROB-COUNT.
           MOVE 0 TO WS-XR-PROB-OVER.
           DISPLAY ' '.
           DISPLAY '--- ' FUNCTION TRIM(WS-XR-LABEL) ' ('
               FUNCTION TRIM(WS-CSV-PATH) ')'.
           EXIT PARAGRAPH.

      *    Each problem name once, at WS-XR-SEVERITY, then the
      *    section's count line.
       XREF-FILE-END.
           PERFORM VARYING WS-XR-I FROM 1 BY 1
                   UNTIL WS-XR-I > WS-XR-PROB-COUNT
               MOVE WS-XR-PROB-ROWS(WS-XR-I) TO WS-DISP-CNT
               DISPLAY '  ' FUNCTION TRIM(WS-XR-SEVERITY) ': '
                   FUNCTION TRIM(WS-XR-PROB-NAME(WS-XR-I)) ' — '
                   FUNCTION TRIM(WS-DISP-CNT) ' row(s), '
                   FUNCTION TRIM(WS-XR-WHAT)
               IF WS-XR-SEVERITY = 'ERROR' THEN
                   ADD 1 TO WS-ERR-COUNT
               ELSE
                   ADD 1 TO WS-WARN-COUNT
               END-IF
           END-PERFORM.
           IF WS-XR-PROB-OVER > 0 THEN
               MOVE WS-XR-PROB-OVER TO WS-DISP-CNT
               DISPLAY '  ... and ' FUNCTION TRIM(WS-DISP-CNT)
                   ' more row(s) past the first 1000 names.'
               IF WS-XR-SEVERITY = 'ERROR' THEN
                   ADD 1 TO WS-ERR-COUNT
               ELSE
                   ADD 1 TO WS-WARN-COUNT
               END-IF
           END-IF.
           MOVE WS-XR-ROWS TO WS-DISP-CNT.
           MOVE WS-XR-PROB-COUNT TO WS-DISP-CNT2.
           DISPLAY '  ' FUNCTION TRIM(WS-DISP-CNT) ' row(s) read, '
               FUNCTION TRIM(WS-DISP-CNT2) ' name(s) not on file.'.
           EXIT PARAGRAPH.

       XREF-FILE-ABSENT.
           DISPLAY '  not present — skipped.'.
           EXIT PARAGRAPH.

      *    notes.dat — a note for a system that is gone.
       XREF-NOTES.
           MOVE 'Campaign notes' TO WS-XR-LABEL.
           MOVE WS-NOTES-PATH TO WS-CSV-PATH.
           PERFORM XREF-FILE-BEGIN.
           OPEN INPUT NOTES-FILE.
           IF NOT NOTES-FILE-OK THEN
               PERFORM XREF-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL NOTES-FILE-EOF
               READ NOTES-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-XR-ROWS
                       MOVE NOTE-KEY TO WS-XR-NAME
                       PERFORM XREF-CHECK-NAME
               END-READ
           END-PERFORM.
           CLOSE NOTES-FILE.
           MOVE 'ERROR' TO WS-XR-SEVERITY.
           MOVE 'orphan note, no such system' TO WS-XR-WHAT.
           PERFORM XREF-FILE-END.
           EXIT PARAGRAPH.

      *    worlds.dat — key order, so one lookup per system.
       XREF-WORLDS.
           MOVE 'World detail' TO WS-XR-LABEL.
           MOVE WS-WORLD-PATH TO WS-CSV-PATH.
           PERFORM XREF-FILE-BEGIN.
           OPEN INPUT WORLD-FILE.
           IF NOT WORLD-FILE-OK THEN
               PERFORM XREF-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-XR-PREV-KEY.
           PERFORM UNTIL WORLD-FILE-EOF
               READ WORLD-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-XR-ROWS
                       MOVE WDTL-SYSTEM-KEY TO WS-XR-NAME
                       IF WS-XR-NAME NOT = WS-XR-PREV-KEY THEN
                           MOVE WS-XR-NAME TO WS-XR-PREV-KEY
                           PERFORM XREF-LOOKUP-NAME
                       END-IF
                       IF WS-XR-FOUND NOT = 'Y' THEN
                           PERFORM XREF-NOTE-PROBLEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORLD-FILE.
           MOVE 'ERROR' TO WS-XR-SEVERITY.
           MOVE 'orphan world detail, no such system'
             TO WS-XR-WHAT.
           PERFORM XREF-FILE-END.
           EXIT PARAGRAPH.

      *    stardb.his — generations of a system no longer on file.
      *    DELETE= leaves them behind on purpose (a deleted system
      *    stays recoverable), so they are warnings.
       XREF-HISTORY.
           MOVE 'Version history' TO WS-XR-LABEL.
           MOVE WS-HISTORY-PATH TO WS-CSV-PATH.
           PERFORM XREF-FILE-BEGIN.
           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-FILE-OK THEN
               PERFORM XREF-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL HISTORY-FILE-EOF
               READ HISTORY-FILE
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-XR-ROWS
                       MOVE HISTORY-KEY TO WS-XR-NAME
                       PERFORM XREF-CHECK-NAME
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           MOVE 'WARNING' TO WS-XR-SEVERITY.
           MOVE 'generation(s) with no current record'
             TO WS-XR-WHAT.
           PERFORM XREF-FILE-END.
           EXIT PARAGRAPH.

       XREF-WORLDHIS.
           MOVE 'World-detail history' TO WS-XR-LABEL.
           MOVE WS-WORLDHIS-PATH TO WS-CSV-PATH.
           PERFORM XREF-FILE-BEGIN.
           OPEN INPUT WORLDHIS-FILE.
           IF NOT WORLDHIS-FILE-OK THEN
               PERFORM XREF-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WORLDHIS-FILE-EOF
               READ WORLDHIS-FILE
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-XR-ROWS
                       MOVE WORLDHIS-KEY TO WS-XR-NAME
                       PERFORM XREF-CHECK-NAME
               END-READ
           END-PERFORM.
           CLOSE WORLDHIS-FILE.
           MOVE 'WARNING' TO WS-XR-SEVERITY.
           MOVE 'retained detail with no current record'
             TO WS-XR-WHAT.
           PERFORM XREF-FILE-END.
           EXIT PARAGRAPH.

      *    WS-XR-FLD onto the sector-file list unless already there;
      *    WS-XR-FOUND says whether the atlas named it.
       XREF-ADD-SECTOR-PATH.
           IF WS-XR-FLD = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-XR-I FROM 1 BY 1
                   UNTIL WS-XR-I > WS-XR-PATH-COUNT
               IF WS-XR-PATH(WS-XR-I) = WS-XR-FLD THEN
                   IF WS-XR-FOUND = 'Y' THEN
                       MOVE 'Y' TO WS-XR-PATH-FROM-ATLAS(WS-XR-I)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-XR-PATH-COUNT < 50 THEN
               ADD 1 TO WS-XR-PATH-COUNT
               MOVE WS-XR-FLD TO WS-XR-PATH(WS-XR-PATH-COUNT)
               MOVE WS-XR-FOUND
                 TO WS-XR-PATH-FROM-ATLAS(WS-XR-PATH-COUNT)
           END-IF.
           EXIT PARAGRAPH.

      *    atlas.csv — sector id, base name, count, sector file,
      *    stamp, region.  A sector the atlas registers with no
      *    system on file is dangling; the sector files it names go
      *    on the list walked next.  Then the other way round: a
      *    sector stamped on saved systems that the atlas never
      *    registered.
       XREF-ATLAS.
           MOVE 'Campaign atlas' TO WS-XR-LABEL.
           MOVE WS-ATLAS-PATH TO WS-CSV-PATH.
           PERFORM XREF-FILE-BEGIN.
           OPEN INPUT CSV-FILE.
           IF NOT CSV-FILE-OK THEN
               PERFORM XREF-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CSV-FILE-EOF
               READ CSV-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CSV-RECORD NOT = SPACES THEN
                           ADD 1 TO WS-XR-ROWS
                           PERFORM XREF-ATLAS-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CSV-FILE.
           MOVE 'ERROR' TO WS-XR-SEVERITY.
           MOVE 'sector registered, no system on file'
             TO WS-XR-WHAT.
           PERFORM XREF-FILE-END.
           PERFORM VARYING WS-XR-J FROM 1 BY 1
                   UNTIL WS-XR-J > WS-XR-SECT-COUNT
               IF WS-XR-SECT-IN-ATLAS(WS-XR-J) NOT = 'Y' THEN
                   MOVE WS-XR-SECT-SYSTEMS(WS-XR-J) TO WS-DISP-CNT
                   MOVE 'ADM022' TO MC-MSG-ID
                   MOVE WS-XR-SECT-ID(WS-XR-J) TO MC-INSERT(1)
                   MOVE WS-DISP-CNT TO MC-INSERT(2)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   ADD 1 TO WS-WARN-COUNT
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       XREF-ATLAS-ROW.
           MOVE CSV-RECORD TO WS-XR-LINE.
           MOVE 1 TO WS-XR-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-XR-LINE, WS-XR-PTR,
                   WS-XR-FLD.
           MOVE WS-XR-FLD TO WS-XR-NAME.
           IF WS-XR-NAME NOT = SPACES THEN
               MOVE '-' TO WS-XR-FOUND
               PERFORM VARYING WS-XR-I FROM 1 BY 1
                       UNTIL WS-XR-I > WS-XR-SECT-COUNT
                   IF WS-XR-SECT-ID(WS-XR-I) = WS-XR-NAME THEN
                       MOVE 'Y' TO WS-XR-SECT-IN-ATLAS(WS-XR-I)
                       MOVE 'Y' TO WS-XR-FOUND
                   END-IF
               END-PERFORM
               IF WS-XR-FOUND NOT = 'Y' THEN
                   PERFORM XREF-NOTE-PROBLEM
               END-IF
           END-IF.
      *    Base name and count, then the sector file.
           CALL 'CSV-SPLIT-FIELD' USING WS-XR-LINE, WS-XR-PTR,
                   WS-XR-FLD.
           CALL 'CSV-SPLIT-FIELD' USING WS-XR-LINE, WS-XR-PTR,
                   WS-XR-FLD.
           CALL 'CSV-SPLIT-FIELD' USING WS-XR-LINE, WS-XR-PTR,
                   WS-XR-FLD.
           MOVE 'Y' TO WS-XR-FOUND.
           PERFORM XREF-ADD-SECTOR-PATH.
           EXIT PARAGRAPH.

      *    One sector file off the list: every system row's name.
      *    Dark hexes (no name) and feature rows name nothing.  A
      *    file the atlas names that isn't there is itself a
      *    dangling reference.
       XREF-SECTOR-FILE.
           MOVE 'Sector grid' TO WS-XR-LABEL.
           MOVE WS-XR-PATH(WS-XR-J) TO WS-CSV-PATH.
           PERFORM XREF-FILE-BEGIN.
           OPEN INPUT CSV-FILE.
           IF NOT CSV-FILE-OK THEN
               IF WS-XR-PATH-FROM-ATLAS(WS-XR-J) = 'Y' THEN
                   MOVE 'ADM023' TO MC-MSG-ID
                   MOVE WS-CSV-PATH TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   ADD 1 TO WS-ERR-COUNT
               ELSE
                   PERFORM XREF-FILE-ABSENT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CSV-FILE-EOF
               READ CSV-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CSV-RECORD NOT = SPACES
                          AND CSV-RECORD(1:5) NOT = 'FEAT,' THEN
                           ADD 1 TO WS-XR-ROWS
                           MOVE CSV-RECORD TO WS-XR-LINE
                           MOVE 1 TO WS-XR-PTR
                           CALL 'CSV-SPLIT-FIELD' USING WS-XR-LINE,
                                   WS-XR-PTR, WS-XR-FLD
                           CALL 'CSV-SPLIT-FIELD' USING WS-XR-LINE,
                                   WS-XR-PTR, WS-XR-FLD
                           MOVE WS-XR-FLD TO WS-XR-NAME
                           PERFORM XREF-CHECK-NAME
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CSV-FILE.
           MOVE 'ERROR' TO WS-XR-SEVERITY.
           MOVE 'hex names a system not on file' TO WS-XR-WHAT.
           PERFORM XREF-FILE-END.
           EXIT PARAGRAPH.

      *    tradelanes.csv — SysA,SysB,DistLy,Class,Flow[,Risk].
      *    Either end missing leaves the lane dangling.
       XREF-LANES.
           MOVE 'Trade lanes' TO WS-XR-LABEL.
           MOVE WS-LANES-PATH TO WS-CSV-PATH.
           PERFORM XREF-FILE-BEGIN.
           OPEN INPUT CSV-FILE.
           IF NOT CSV-FILE-OK THEN
               PERFORM XREF-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CSV-FILE-EOF
               READ CSV-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CSV-RECORD NOT = SPACES
                          AND CSV-RECORD(1:5) NOT = 'SysA,' THEN
                           ADD 1 TO WS-XR-ROWS
                           MOVE CSV-RECORD TO WS-XR-LINE
                           MOVE 1 TO WS-XR-PTR
                           CALL 'CSV-SPLIT-FIELD' USING WS-XR-LINE,
                                   WS-XR-PTR, WS-XR-FLD
                           MOVE WS-XR-FLD TO WS-XR-NAME
                           PERFORM XREF-CHECK-NAME
                           CALL 'CSV-SPLIT-FIELD' USING WS-XR-LINE,
                                   WS-XR-PTR, WS-XR-FLD
                           MOVE WS-XR-FLD TO WS-XR-NAME
                           PERFORM XREF-CHECK-NAME
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CSV-FILE.
           MOVE 'ERROR' TO WS-XR-SEVERITY.
           MOVE 'dangling lane end, no such system' TO WS-XR-WHAT.
           PERFORM XREF-FILE-END.
           EXIT PARAGRAPH.

      *    devstate.csv — SysName,PopExp,DevClass,FoundedDecade,
      *    Parent,StartSettle,StartDay,EndDay.  The row's own
      *    system and the colony's parent both have to be on file.
       XREF-DEVSTATE.
           MOVE 'Development state' TO WS-XR-LABEL.
           MOVE WS-DEVSTATE-PATH TO WS-CSV-PATH.
           PERFORM XREF-FILE-BEGIN.
           OPEN INPUT CSV-FILE.
           IF NOT CSV-FILE-OK THEN
               PERFORM XREF-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CSV-FILE-EOF
               READ CSV-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CSV-RECORD NOT = SPACES
                          AND CSV-RECORD(1:8) NOT = 'SysName,' THEN
                           ADD 1 TO WS-XR-ROWS
                           PERFORM XREF-DEVSTATE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CSV-FILE.
           MOVE 'ERROR' TO WS-XR-SEVERITY.
           MOVE 'orphan or dangling parent, no such system'
             TO WS-XR-WHAT.
           PERFORM XREF-FILE-END.
           EXIT PARAGRAPH.

       XREF-DEVSTATE-ROW.
           MOVE CSV-RECORD TO WS-XR-LINE.
           MOVE 1 TO WS-XR-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-XR-LINE, WS-XR-PTR,
                   WS-XR-FLD.
           MOVE WS-XR-FLD TO WS-XR-NAME.
           PERFORM XREF-CHECK-NAME.
           PERFORM 4 TIMES
               CALL 'CSV-SPLIT-FIELD' USING WS-XR-LINE, WS-XR-PTR,
                       WS-XR-FLD
           END-PERFORM.
           MOVE WS-XR-FLD TO WS-XR-NAME.
           IF WS-XR-NAME NOT = '-' THEN
               PERFORM XREF-CHECK-NAME
           END-IF.
           EXIT PARAGRAPH.

      *    goods.csv — SysName,Exports,Imports.
       XREF-GOODS.
           MOVE 'Trade goods' TO WS-XR-LABEL.
           MOVE WS-GOODS-PATH TO WS-CSV-PATH.
           PERFORM XREF-FILE-BEGIN.
           OPEN INPUT CSV-FILE.
           IF NOT CSV-FILE-OK THEN
               PERFORM XREF-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CSV-FILE-EOF
               READ CSV-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CSV-RECORD NOT = SPACES
                          AND CSV-RECORD(1:8) NOT = 'SysName,' THEN
                           ADD 1 TO WS-XR-ROWS
                           MOVE CSV-RECORD TO WS-XR-LINE
                           MOVE 1 TO WS-XR-PTR
                           CALL 'CSV-SPLIT-FIELD' USING WS-XR-LINE,
                                   WS-XR-PTR, WS-XR-FLD
                           MOVE WS-XR-FLD TO WS-XR-NAME
                           PERFORM XREF-CHECK-NAME
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CSV-FILE.
           MOVE 'ERROR' TO WS-XR-SEVERITY.
           MOVE 'orphan goods row, no such system' TO WS-XR-WHAT.
           PERFORM XREF-FILE-END.
           EXIT PARAGRAPH.

      *    installs.dat — key order like worlds.dat, so one lookup
      *    per system.
       XREF-INSTALLS.
           MOVE 'Installations' TO WS-XR-LABEL.
           MOVE WS-INSTALL-PATH TO WS-CSV-PATH.
           PERFORM XREF-FILE-BEGIN.
           OPEN INPUT INSTALL-FILE.
           IF NOT INSTALL-FILE-OK THEN
               PERFORM XREF-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-XR-PREV-KEY.
           PERFORM UNTIL INSTALL-FILE-EOF
               READ INSTALL-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-XR-ROWS
                       MOVE INST-SYSTEM-KEY TO WS-XR-NAME
                       IF WS-XR-NAME NOT = WS-XR-PREV-KEY THEN
                           MOVE WS-XR-NAME TO WS-XR-PREV-KEY
                           PERFORM XREF-LOOKUP-NAME
                       END-IF
                       IF WS-XR-FOUND NOT = 'Y' THEN
                           PERFORM XREF-NOTE-PROBLEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INSTALL-FILE.
           MOVE 'ERROR' TO WS-XR-SEVERITY.
           MOVE 'orphan installation, no such system'
             TO WS-XR-WHAT.
           PERFORM XREF-FILE-END.
           EXIT PARAGRAPH.

      *    calendars.dat — one row per system, keyed by its name.
       XREF-CALENDARS.
           MOVE 'Local calendars' TO WS-XR-LABEL.
           MOVE WS-CALENDAR-PATH TO WS-CSV-PATH.
           PERFORM XREF-FILE-BEGIN.
           OPEN INPUT CALENDAR-FILE.
           IF NOT CALENDAR-FILE-OK THEN
               PERFORM XREF-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CALENDAR-FILE-EOF
               READ CALENDAR-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-XR-ROWS
                       MOVE CAL-KEY TO WS-XR-NAME
                       PERFORM XREF-CHECK-NAME
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.
           MOVE 'ERROR' TO WS-XR-SEVERITY.
           MOVE 'orphan calendar, no such system' TO WS-XR-WHAT.
           PERFORM XREF-FILE-END.
           EXIT PARAGRAPH.

      *    species.dat — keyed by species name; the homeworld and
      *    every settled world must be saved systems.
       XREF-SPECIES.
           MOVE 'Sapient species' TO WS-XR-LABEL.
           MOVE WS-SPECIES-PATH TO WS-CSV-PATH.
           PERFORM XREF-FILE-BEGIN.
           OPEN INPUT SPECIES-FILE.
           IF NOT SPECIES-FILE-OK THEN
               PERFORM XREF-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL SPECIES-FILE-EOF
               READ SPECIES-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-XR-ROWS
                       MOVE SPEC-HOME-SYSTEM TO WS-XR-NAME
                       PERFORM XREF-CHECK-NAME
                       PERFORM VARYING WS-XR-J FROM 1 BY 1
                               UNTIL WS-XR-J > SPEC-WORLD-COUNT
                                  OR WS-XR-J > 20
                           MOVE SPEC-WORLD-SYSTEM(WS-XR-J)
                             TO WS-XR-NAME
                           PERFORM XREF-CHECK-NAME
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE SPECIES-FILE.
           MOVE 'ERROR' TO WS-XR-SEVERITY.
           MOVE 'dangling species world, no such system'
             TO WS-XR-WHAT.
           PERFORM XREF-FILE-END.
           EXIT PARAGRAPH.

      *    wormholes.dat — both mouths are saved systems when the
      *    link is rolled.
       XREF-WORMHOLES.
           MOVE 'Wormholes' TO WS-XR-LABEL.
           MOVE WS-WORM-PATH TO WS-CSV-PATH.
           PERFORM XREF-FILE-BEGIN.
           OPEN INPUT WORM-FILE.
           IF NOT WORM-FILE-OK THEN
               PERFORM XREF-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WORM-FILE-EOF
               READ WORM-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-XR-ROWS
                       MOVE WORM-SYS-A TO WS-XR-NAME
                       PERFORM XREF-CHECK-NAME
                       MOVE WORM-SYS-B TO WS-XR-NAME
                       PERFORM XREF-CHECK-NAME
               END-READ
           END-PERFORM.
           CLOSE WORM-FILE.
           MOVE 'ERROR' TO WS-XR-SEVERITY.
           MOVE 'dangling wormhole mouth, no such system'
             TO WS-XR-WHAT.
           PERFORM XREF-FILE-END.
           EXIT PARAGRAPH.

      *    ships.dat — where each ship is; G4SSGSHP moves them only
      *    between saved systems.
       XREF-SHIPS.
           MOVE 'Ship registry' TO WS-XR-LABEL.
           MOVE WS-SHIP-PATH TO WS-CSV-PATH.
           PERFORM XREF-FILE-BEGIN.
           OPEN INPUT SHIP-FILE.
           IF NOT SHIP-FILE-OK THEN
               PERFORM XREF-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL SHIP-FILE-EOF
               READ SHIP-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-XR-ROWS
                       MOVE SHIP-SYSTEM TO WS-XR-NAME
                       PERFORM XREF-CHECK-NAME
               END-READ
           END-PERFORM.
           CLOSE SHIP-FILE.
           MOVE 'ERROR' TO WS-XR-SEVERITY.
           MOVE 'ship in a system not on file' TO WS-XR-WHAT.
           PERFORM XREF-FILE-END.
           EXIT PARAGRAPH.

      *    depletion.csv — SysName,Star,Orbit,Kind,Commodity,Wealth,
      *    Extracted,Reserve,Status.  G4SSGCOL writes it afresh each
      *    run, so a row for a system not on file is an orphan.
       XREF-LEDGER.
           MOVE 'Depletion ledger' TO WS-XR-LABEL.
           MOVE WS-LEDGER-PATH TO WS-CSV-PATH.
           PERFORM XREF-FILE-BEGIN.
           OPEN INPUT CSV-FILE.
           IF NOT CSV-FILE-OK THEN
               PERFORM XREF-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CSV-FILE-EOF
               READ CSV-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CSV-RECORD NOT = SPACES
                          AND CSV-RECORD(1:8) NOT = 'SysName,' THEN
                           ADD 1 TO WS-XR-ROWS
                           MOVE CSV-RECORD TO WS-XR-LINE
                           MOVE 1 TO WS-XR-PTR
                           CALL 'CSV-SPLIT-FIELD' USING WS-XR-LINE,
                                   WS-XR-PTR, WS-XR-FLD
                           MOVE WS-XR-FLD TO WS-XR-NAME
                           PERFORM XREF-CHECK-NAME
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CSV-FILE.
           MOVE 'ERROR' TO WS-XR-SEVERITY.
           MOVE 'orphan ledger row, no such system' TO WS-XR-WHAT.
           PERFORM XREF-FILE-END.
           EXIT PARAGRAPH.

      *    colevents.csv — SysName,Day,Decade,Event,PopExp,Parent.
      *    Only a FOUNDED row's last column is a parent; the others
      *    carry the deposit or setback there.  Past events, so a
      *    system since deleted is stale history, not an error.
       XREF-EVENTS.
           MOVE 'Colony events' TO WS-XR-LABEL.
           MOVE WS-EVENTS-PATH TO WS-CSV-PATH.
           PERFORM XREF-FILE-BEGIN.
           OPEN INPUT CSV-FILE.
           IF NOT CSV-FILE-OK THEN
               PERFORM XREF-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CSV-FILE-EOF
               READ CSV-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CSV-RECORD NOT = SPACES
                          AND CSV-RECORD(1:8) NOT = 'SysName,' THEN
                           ADD 1 TO WS-XR-ROWS
                           PERFORM XREF-EVENTS-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CSV-FILE.
           MOVE 'WARNING' TO WS-XR-SEVERITY.
           MOVE 'stale event or parent, system deleted'
             TO WS-XR-WHAT.
           PERFORM XREF-FILE-END.
           EXIT PARAGRAPH.

       XREF-EVENTS-ROW.
           MOVE CSV-RECORD TO WS-XR-LINE.
           MOVE 1 TO WS-XR-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-XR-LINE, WS-XR-PTR,
                   WS-XR-FLD.
           MOVE WS-XR-FLD TO WS-XR-NAME.
           PERFORM XREF-CHECK-NAME.
           PERFORM 3 TIMES
               CALL 'CSV-SPLIT-FIELD' USING WS-XR-LINE, WS-XR-PTR,
                       WS-XR-FLD
           END-PERFORM.
           IF WS-XR-FLD NOT = 'FOUNDED' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2 TIMES
               CALL 'CSV-SPLIT-FIELD' USING WS-XR-LINE, WS-XR-PTR,
                       WS-XR-FLD
           END-PERFORM.
           MOVE WS-XR-FLD TO WS-XR-NAME.
           IF WS-XR-NAME NOT = '-' THEN
               PERFORM XREF-CHECK-NAME
           END-IF.
           EXIT PARAGRAPH.

      *    notelog.csv — Day,SysName,Event,Detail; G4SSGNOT's journal
      *    of claims and visits, kept after the note itself goes.
       XREF-NOTELOG.
           MOVE 'Annotation journal' TO WS-XR-LABEL.
           MOVE WS-NOTELOG-PATH TO WS-CSV-PATH.
           PERFORM XREF-FILE-BEGIN.
           OPEN INPUT CSV-FILE.
           IF NOT CSV-FILE-OK THEN
               PERFORM XREF-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CSV-FILE-EOF
               READ CSV-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CSV-RECORD NOT = SPACES
                          AND CSV-RECORD(1:4) NOT = 'Day,' THEN
                           ADD 1 TO WS-XR-ROWS
                           MOVE CSV-RECORD TO WS-XR-LINE
                           MOVE 1 TO WS-XR-PTR
                           PERFORM 2 TIMES
                               CALL 'CSV-SPLIT-FIELD' USING
                                       WS-XR-LINE, WS-XR-PTR,
                                       WS-XR-FLD
                           END-PERFORM
                           MOVE WS-XR-FLD TO WS-XR-NAME
                           PERFORM XREF-CHECK-NAME
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CSV-FILE.
           MOVE 'WARNING' TO WS-XR-SEVERITY.
           MOVE 'stale journal rows, system deleted' TO WS-XR-WHAT.
           PERFORM XREF-FILE-END.
           EXIT PARAGRAPH.

      *    shiphist.csv — Ship,Day,System,Star,Orbit,Event,Detail;
      *    G4SSGSHP's location history, kept as the ship moves on.
       XREF-SHIPHIST.
           MOVE 'Ship location history' TO WS-XR-LABEL.
           MOVE WS-SHIPHIST-PATH TO WS-CSV-PATH.
           PERFORM XREF-FILE-BEGIN.
           OPEN INPUT CSV-FILE.
           IF NOT CSV-FILE-OK THEN
               PERFORM XREF-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CSV-FILE-EOF
               READ CSV-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CSV-RECORD NOT = SPACES
                          AND CSV-RECORD(1:9) NOT = 'Ship,Day,' THEN
                           ADD 1 TO WS-XR-ROWS
                           MOVE CSV-RECORD TO WS-XR-LINE
                           MOVE 1 TO WS-XR-PTR
                           PERFORM 3 TIMES
                               CALL 'CSV-SPLIT-FIELD' USING
                                       WS-XR-LINE, WS-XR-PTR,
                                       WS-XR-FLD
                           END-PERFORM
                           MOVE WS-XR-FLD TO WS-XR-NAME
                           PERFORM XREF-CHECK-NAME
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CSV-FILE.
           MOVE 'WARNING' TO WS-XR-SEVERITY.
           MOVE 'stale ship history, system deleted' TO WS-XR-WHAT.
           PERFORM XREF-FILE-END.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
