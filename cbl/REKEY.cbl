       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGRKY.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Re-key (rename) a saved system, and/or move it to another
      * campaign sector, and carry the change through everything
      * keyed to its name — instead of the export, hand-edit, delete
      * and import round trip that left the sidecars pointing at a
      * name nobody has any more.
      *
      * The record comes across under the new STARDB-KEY one
      * generation up (the old image goes to the history sidecar
      * under the new name, as any re-save's does), then the cascade
      * walks, in order:
      *    1  the star database record itself
      *    2  notes.dat                    (keyed)
      *    3  worlds.dat world detail      (keyed)
      *    4  stardb.his version history   (every generation)
      *    5  worlds.his world-detail history
      *    6  the sector grid rows — SECTOR= plus every sector file
      *       the campaign atlas names
      *    7  tradelanes.csv lane endpoints
      *    8  devstate.csv rows and colony parents
      *    9  goods.csv rows
      *   10  installs.dat orbital installations  (keyed)
      *   11  calendars.dat local calendar        (keyed)
      *   12  species.dat homeworlds and settled worlds
      *   13  wormholes.dat link mouths (and their sector stamps)
      *   14  ships.dat ship whereabouts
      *   15  depletion.csv ledger rows
      *   16  notelog.csv annotation journal rows
      *   17  colevents.csv colony events and their parents
      *   18  shiphist.csv ship location history
      * Allegiance stamps are polity codes, not names; they ride
      * along on the record and on the sector row unchanged.
      *
      * Refused up front (RC 8, nothing touched) when the new name is
      * already taken — in the database, the notes, the world
      * detail, the installations or the calendars — or the old one
      * isn't there.
      *
      * Restartable: each step is journaled (default rekey.jnl) as
      * it completes.  A run that stops part way leaves the journal
      * behind; rerun with RESTART=Y (OLD=/NEW= optional, they come
      * off the journal) and the cascade picks up at the first
      * step not done.  Any other run is refused while a journal is
      * pending.  A clean finish removes the journal.  Every run
      * appends its row to the run log.
      *
      * Operator authority: a re-key (or its restart) goes ahead
      * only for an operator the authority file grants REKEY in the
      * system's sector — and in the SECTID= sector too when it is
      * moving (see OPERAUTH.cbl).  The verdict goes to the run log;
      * a denial is refused like any other (RC 8, nothing touched).
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   OLD=<name>     the saved system's current name
      *   NEW=<name>     its new name (same as OLD= to move sector
      *                  only)
      *   SECTID=<id>    new campaign sector stamp (default: keep)
      *   RESTART=Y      resume the journaled re-key
      *   PATH=  HISTORY=  WORLDS=  WORLDHIS=  NOTES=  SECTOR=
      *   ATLAS=  LANES=  DEVSTATE=  GOODS=  INSTALLS=  CALENDARS=
      *   SPECIES=  WORMHOLES=  SHIPS=  LEDGER=  NOTELOG=  EVENTS=
      *   SHIPHIST=  RUNLOG=  JOURNAL=
      *                  file paths, defaults as their writers have
      *                  them (rekey.jnl for the journal)
      *   OPER=<id>      operator id (default: the login name)
      *   AUTH=<path>    operator authority file (default
      *                  operauth.csv)
      *
      * Return codes (the suite scheme, MSGCTL.cpy): 0 done, 4
      * nothing to do, 8 refused, 12 stopped part way (the journal
      * says where).
      *
      ******************************************************************
       COPY        TESTENV.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Shared, record-locked, same clauses as G4SSGDBU's.
           SELECT STARDB-FILE          ASSIGN TO WS-STARDB-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       SHARING WITH ALL OTHER
                                       LOCK MODE IS AUTOMATIC
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.
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
                                       SHARING WITH ALL OTHER
                                       LOCK MODE IS AUTOMATIC
                                       FILE STATUS
                                       IS WS-WORLD-STATUS.
      *    The name-keyed sidecars beside worlds.dat, with their
      *    writers' clauses.
           SELECT INSTALL-FILE         ASSIGN TO WS-INSTALL-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS INST-KEY
                                       SHARING WITH ALL OTHER
                                       LOCK MODE IS AUTOMATIC
                                       FILE STATUS
                                       IS WS-INSTALL-STATUS.
           SELECT CALENDAR-FILE        ASSIGN TO WS-CALENDAR-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS CAL-KEY
                                       SHARING WITH ALL OTHER
                                       LOCK MODE IS AUTOMATIC
                                       FILE STATUS
                                       IS WS-CALENDAR-STATUS.
           SELECT SPECIES-FILE         ASSIGN TO WS-SPECIES-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS SPEC-KEY
                                       SHARING WITH ALL OTHER
                                       LOCK MODE IS AUTOMATIC
                                       FILE STATUS
                                       IS WS-SPECIES-STATUS.
           SELECT WORM-FILE            ASSIGN TO WS-WORM-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WORM-KEY
                                       SHARING WITH ALL OTHER
                                       LOCK MODE IS AUTOMATIC
                                       FILE STATUS
                                       IS WS-WORM-STATUS.
           SELECT SHIP-FILE            ASSIGN TO WS-SHIP-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS SHIP-KEY
                                       FILE STATUS
                                       IS WS-SHIP-STATUS.
      *    The two history sidecars, each copied through a scratch
      *    file and swapped back in, as G4SSGRET prunes them.
           SELECT HISTORY-FILE         ASSIGN TO WS-HISTORY-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-HISTORY-STATUS.
           SELECT HISOUT-FILE          ASSIGN TO WS-TMP-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-HISOUT-STATUS.
           SELECT WORLDHIS-FILE        ASSIGN TO WS-WORLDHIS-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-WORLDHIS-STATUS.
           SELECT WHISOUT-FILE         ASSIGN TO WS-TMP-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-WHISOUT-STATUS.
      *    Every CSV file goes through this pair in turn.
           SELECT CSV-IN-FILE          ASSIGN TO WS-CSV-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-CSV-IN-STATUS.
           SELECT CSV-OUT-FILE         ASSIGN TO WS-TMP-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-CSV-OUT-STATUS.
           SELECT JOURNAL-FILE         ASSIGN TO WS-JOURNAL-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-JOURNAL-STATUS.
           SELECT RUNLOG-FILE          ASSIGN TO WS-RUNLOG-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.
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
       FD  HISOUT-FILE.
       01  HISOUT-RECORD               PIC X(63116).
       FD  WORLDHIS-FILE.
       01  WORLDHIS-RECORD.
           05  WORLDHIS-KEY            PIC X(48).
           05  FILLER                  PIC X(258).
       FD  WHISOUT-FILE.
       01  WHISOUT-RECORD              PIC X(306).
       FD  CSV-IN-FILE.
       01  CSV-IN-RECORD               PIC X(250).
       FD  CSV-OUT-FILE.
       01  CSV-OUT-RECORD              PIC X(250).
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD              PIC X(250).
       FD  RUNLOG-FILE.
       01  RUNLOG-RECORD               PIC X(200).

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
      *********************************
      * Files.
       01  WS-STARDB-PATH              PIC X(100) VALUE "stardb.dat".
       01  WS-STARDB-STATUS            PIC XX.
           88  STARDB-FILE-OK          VALUE '00'.
       01  WS-NOTES-PATH               PIC X(100) VALUE "notes.dat".
       01  WS-NOTES-STATUS             PIC XX.
           88  NOTES-FILE-OK           VALUE '00'.
       01  WS-WORLD-PATH               PIC X(100) VALUE "worlds.dat".
       01  WS-WORLD-STATUS             PIC XX.
           88  WORLD-FILE-OK           VALUE '00'.
       01  WS-INSTALL-PATH             PIC X(100) VALUE "installs.dat".
       01  WS-INSTALL-STATUS           PIC XX.
           88  INSTALL-FILE-OK         VALUE '00'.
       01  WS-CALENDAR-PATH            PIC X(100)
                                       VALUE "calendars.dat".
       01  WS-CALENDAR-STATUS          PIC XX.
           88  CALENDAR-FILE-OK        VALUE '00'.
       01  WS-SPECIES-PATH             PIC X(100) VALUE "species.dat".
       01  WS-SPECIES-STATUS           PIC XX.
           88  SPECIES-FILE-OK         VALUE '00'.
       01  WS-WORM-PATH                PIC X(100)
                                       VALUE "wormholes.dat".
       01  WS-WORM-STATUS              PIC XX.
           88  WORM-FILE-OK            VALUE '00'.
       01  WS-SHIP-PATH                PIC X(100) VALUE "ships.dat".
       01  WS-SHIP-STATUS              PIC XX.
           88  SHIP-FILE-OK            VALUE '00'.
       01  WS-HISTORY-PATH             PIC X(100) VALUE "stardb.his".
       01  WS-HISTORY-STATUS           PIC XX.
           88  HISTORY-FILE-OK         VALUE '00'.
           88  HISTORY-FILE-EOF        VALUE '10'.
       01  WS-HISOUT-STATUS            PIC XX.
       01  WS-WORLDHIS-PATH            PIC X(100) VALUE "worlds.his".
       01  WS-WORLDHIS-STATUS          PIC XX.
           88  WORLDHIS-FILE-OK        VALUE '00'.
           88  WORLDHIS-FILE-EOF       VALUE '10'.
       01  WS-WHISOUT-STATUS           PIC XX.
       01  WS-ATLAS-PATH               PIC X(100) VALUE "atlas.csv".
       01  WS-SECTOR-PATH              PIC X(100) VALUE "sector.csv".
       01  WS-LANES-PATH               PIC X(100)
                                       VALUE "tradelanes.csv".
       01  WS-DEVSTATE-PATH            PIC X(100)
                                       VALUE "devstate.csv".
       01  WS-GOODS-PATH               PIC X(100) VALUE "goods.csv".
       01  WS-LEDGER-PATH              PIC X(100)
                                       VALUE "depletion.csv".
       01  WS-NOTELOG-PATH             PIC X(100)
                                       VALUE "notelog.csv".
       01  WS-EVENTS-PATH              PIC X(100)
                                       VALUE "colevents.csv".
       01  WS-SHIPHIST-PATH            PIC X(100)
                                       VALUE "shiphist.csv".
       01  WS-CSV-PATH                 PIC X(100).
       01  WS-CSV-IN-STATUS            PIC XX.
           88  CSV-IN-FILE-OK          VALUE '00'.
           88  CSV-IN-FILE-EOF         VALUE '10'.
       01  WS-CSV-OUT-STATUS           PIC XX.
       01  WS-TMP-PATH                 PIC X(100).
       01  WS-SWAP-TARGET              PIC X(100).
       01  WS-RENAME-RC                PIC S9(9) USAGE COMP-5.
       01  WS-JOURNAL-PATH             PIC X(100) VALUE "rekey.jnl".
       01  WS-JOURNAL-STATUS           PIC XX.
           88  JOURNAL-FILE-OK         VALUE '00'.
           88  JOURNAL-FILE-EOF        VALUE '10'.
       01  WS-RUNLOG-PATH              PIC X(100) VALUE "runlog.txt".
       01  WS-RUNLOG-STATUS            PIC XX.
           88  RUNLOG-FILE-OK          VALUE '00'.
       01  WS-RUNLOG-TIMESTAMP         PIC X(21).
       01  WS-RUNLOG-LINE              PIC X(200).
       01  WS-RUNLOG-OUTCOME           PIC X(40) VALUE SPACES.
      *    Still blank once the checks are through: nothing refused.
           88  REKEY-GOING-AHEAD       VALUE SPACES.
      *********************************
      * The re-key itself.
       01  WS-OLD-NAME                 PIC X(48) VALUE SPACES.
       01  WS-NEW-NAME                 PIC X(48) VALUE SPACES.
       01  WS-NEW-SECTOR               PIC X(12) VALUE SPACES.
       01  WS-OLD-LEN                  PIC 99 USAGE COMP-5.
       01  WS-RESTART                  PIC X VALUE '-'.
           88  RESTART-REQUESTED       VALUE 'Y'.
       01  WS-RUN-ID                   PIC X(16) VALUE SPACES.
      *    This operation's id — the run that started it, carried on
      *    the journal so a restart recognizes its own record.
       01  WS-OP-RUN-ID                PIC X(16) VALUE SPACES.
      *    Operator authority, and the sector the system sits in.
       01  WS-AUTH-CTL.
           COPY AUTHCTL.
       01  WS-CUR-SECTOR               PIC X(12) VALUE SPACES.
       01  WS-RENAMING                 PIC X VALUE 'Y'.
           88  NAME-CHANGES            VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
      *********************************
      * Journal state.
       01  WS-JNL-PRESENT              PIC X VALUE '-'.
       01  WS-JNL-LAST-STEP            PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-JNL-OLD                  PIC X(48).
       01  WS-JNL-NEW                  PIC X(48).
       01  WS-JNL-SECTOR               PIC X(12).
       01  WS-JNL-TAG                  PIC X(8).
       01  WS-JNL-STEP-N               PIC 99 USAGE COMP-5.
      *********************************
      * Step bookkeeping.
       01  WS-STEP                     PIC 99 USAGE COMP-5.
       01  WS-STEP-COUNT               PIC 99 USAGE COMP-5 VALUE 18.
       01  WS-STEP-LABEL               PIC X(24).
       01  WS-STEP-OK                  PIC X.
       01  WS-STEP-ROWS                PIC 9(7) USAGE COMP-5.
       01  WS-FILE-ROWS                PIC 9(7) USAGE COMP-5.
       01  WS-TOTAL-ROWS               PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-DISP-N                   PIC Z(6)9.
       01  WS-DISP-STEP                PIC Z9.
      *********************************
      * Record and row images in flight.
       01  WS-RK-REC.
           COPY STARDBF REPLACING LEADING ==STARDB== BY ==RKREC==.
       01  WS-RK-WORLD                 PIC X(306).
       01  WS-RK-INSTALL               PIC X(94).
       01  WS-RK-CALENDAR              PIC X(126).
       01  WS-RK-HIT                   PIC X.
       01  WS-W                        PIC 99 USAGE COMP-5.
       01  WS-RK-FILE                  PIC X(100).
       01  WS-RK-STATUS                PIC XX.
       01  WS-RK-DONE                  PIC X.
      *********************************
      * CSV row rebuild — the row split with CSV-SPLIT-FIELD, the
      * name columns (WS-NAME-COLS, 'Y' per column holding a system
      * name) swapped, and the row put back together with
      * CSV-QUOTE-FIELD.
       01  WS-NAME-COLS                PIC X(12).
       01  WS-LINE                     PIC X(250).
       01  WS-LINE-LEN                 PIC 999 USAGE COMP-5.
       01  WS-SPLIT-PTR                PIC 999 USAGE COMP-5.
       01  WS-SPLIT-FLD                PIC X(100).
       01  WS-OUT-PTR                  PIC 999 USAGE COMP-5.
       01  WS-HITS                     PIC 999 USAGE COMP-5.
       01  WS-ROW-FIELDS.
           05  WS-ROW-FCOUNT           PIC 99 USAGE COMP-5.
           05  WS-ROW-FLD              PIC X(100) OCCURS 12 TIMES.
       01  WS-F                        PIC 99 USAGE COMP-5.
       01  WS-Q-IN                     PIC X(100).
       01  WS-Q-OUT                    PIC X(104).
       01  WS-Q-LEN                    PIC 999 USAGE COMP-5.
       01  WS-QUOTED-OLD               PIC X(104).
       01  WS-QUOTED-NEW               PIC X(104).
       01  WS-QUOTED-SECTOR            PIC X(104).
      *    Sector files to walk — SECTOR='s, then each one the atlas
      *    names.
       01  WS-PATH-TABLE.
           05  WS-PATH-COUNT           PIC 99 USAGE COMP-5 VALUE 0.
           05  WS-PATH-ENTRY           PIC X(100) OCCURS 50 TIMES.
       01  WS-P                        PIC 99 USAGE COMP-5.
       01  WS-PATH-CAND                PIC X(100).
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
           MOVE 'G4SSGRKY' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-ID.
      *    Parse "command line":
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
                       WHEN 'OLD'
                           MOVE WS-PARM-VAL TO WS-OLD-NAME
                       WHEN 'NEW'
                           MOVE WS-PARM-VAL TO WS-NEW-NAME
                       WHEN 'SECTID'
                           MOVE WS-PARM-VAL TO WS-NEW-SECTOR
                       WHEN 'RESTART'
                           MOVE FUNCTION UPPER-CASE(
                               WS-PARM-VAL(1:1)) TO WS-RESTART
                       WHEN 'PATH'
                           MOVE WS-PARM-VAL TO WS-STARDB-PATH
                       WHEN 'HISTORY'
                           MOVE WS-PARM-VAL TO WS-HISTORY-PATH
                       WHEN 'WORLDS'
                           MOVE WS-PARM-VAL TO WS-WORLD-PATH
                       WHEN 'WORLDHIS'
                           MOVE WS-PARM-VAL TO WS-WORLDHIS-PATH
                       WHEN 'NOTES'
                           MOVE WS-PARM-VAL TO WS-NOTES-PATH
                       WHEN 'SECTOR'
                           MOVE WS-PARM-VAL TO WS-SECTOR-PATH
                       WHEN 'ATLAS'
                           MOVE WS-PARM-VAL TO WS-ATLAS-PATH
                       WHEN 'LANES'
                           MOVE WS-PARM-VAL TO WS-LANES-PATH
                       WHEN 'DEVSTATE'
                           MOVE WS-PARM-VAL TO WS-DEVSTATE-PATH
                       WHEN 'GOODS'
                           MOVE WS-PARM-VAL TO WS-GOODS-PATH
                       WHEN 'INSTALLS'
                           MOVE WS-PARM-VAL TO WS-INSTALL-PATH
                       WHEN 'CALENDARS'
                           MOVE WS-PARM-VAL TO WS-CALENDAR-PATH
                       WHEN 'SPECIES'
                           MOVE WS-PARM-VAL TO WS-SPECIES-PATH
                       WHEN 'WORMHOLES'
                           MOVE WS-PARM-VAL TO WS-WORM-PATH
                       WHEN 'SHIPS'
                           MOVE WS-PARM-VAL TO WS-SHIP-PATH
                       WHEN 'LEDGER'
                           MOVE WS-PARM-VAL TO WS-LEDGER-PATH
                       WHEN 'NOTELOG'
                           MOVE WS-PARM-VAL TO WS-NOTELOG-PATH
                       WHEN 'EVENTS'
                           MOVE WS-PARM-VAL TO WS-EVENTS-PATH
                       WHEN 'SHIPHIST'
                           MOVE WS-PARM-VAL TO WS-SHIPHIST-PATH
                       WHEN 'RUNLOG'
                           MOVE WS-PARM-VAL TO WS-RUNLOG-PATH
                       WHEN 'JOURNAL'
                           MOVE WS-PARM-VAL TO WS-JOURNAL-PATH
                       WHEN 'OPER'
                           MOVE WS-PARM-VAL TO AU-OPERATOR
                       WHEN 'AUTH'
                           MOVE WS-PARM-VAL TO AU-AUTH-PATH
                   END-EVALUATE
               END-IF
           END-PERFORM.

           PERFORM READ-JOURNAL.
           IF WS-JNL-PRESENT = 'Y' THEN
               PERFORM RESUME-FROM-JOURNAL
           ELSE
               PERFORM START-NEW-REKEY
           END-IF.
           IF NOT REKEY-GOING-AHEAD THEN
               PERFORM WRITE-RUN-LOG-ENTRY
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

           IF WS-OLD-NAME = WS-NEW-NAME THEN
               SET NAME-CHANGES TO FALSE
           END-IF.
           COMPUTE WS-OLD-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-OLD-NAME)).
           MOVE WS-OLD-NAME TO WS-Q-IN.
           CALL 'CSV-QUOTE-FIELD' USING WS-Q-IN, WS-QUOTED-OLD.
           MOVE WS-NEW-NAME TO WS-Q-IN.
           CALL 'CSV-QUOTE-FIELD' USING WS-Q-IN, WS-QUOTED-NEW.

           MOVE 'Y' TO WS-STEP-OK.
           COMPUTE WS-STEP = WS-JNL-LAST-STEP + 1.
           PERFORM UNTIL WS-STEP > WS-STEP-COUNT
                      OR WS-STEP-OK NOT = 'Y'
               PERFORM RUN-ONE-STEP
               IF WS-STEP-OK = 'Y' THEN
                   PERFORM JOURNAL-STEP-DONE
                   ADD 1 TO WS-STEP
               END-IF
           END-PERFORM.

           IF WS-STEP-OK = 'Y' THEN
               CALL 'CBL_DELETE_FILE' USING WS-JOURNAL-PATH
               MOVE WS-TOTAL-ROWS TO WS-DISP-N
               MOVE 'RKY001' TO MC-MSG-ID
               MOVE WS-OLD-NAME TO MC-INSERT(1)
               MOVE WS-NEW-NAME TO MC-INSERT(2)
               MOVE WS-DISP-N TO MC-INSERT(3)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'OK' TO WS-RUNLOG-OUTCOME
           ELSE
               MOVE WS-STEP TO WS-DISP-STEP
               MOVE 'RKY002' TO MC-MSG-ID
               MOVE WS-DISP-STEP TO MC-INSERT(1)
               MOVE WS-STEP-LABEL TO MC-INSERT(2)
               MOVE WS-JOURNAL-PATH TO MC-INSERT(3)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE SPACES TO WS-RUNLOG-OUTCOME
               STRING 'STOPPED AT STEP '      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-STEP)
                                              DELIMITED BY SIZE
                      INTO WS-RUNLOG-OUTCOME
               END-STRING
           END-IF.
           PERFORM WRITE-RUN-LOG-ENTRY.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * A journal left behind by an unfinished re-key: its header
      * row (REKEY, operation id, old, new, sector — the names CSV-
      * quoted) and one DONE row per completed step.
       READ-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF NOT JOURNAL-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL JOURNAL-FILE-EOF
               READ JOURNAL-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM READ-ONE-JOURNAL-ROW
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           EXIT PARAGRAPH.

       READ-ONE-JOURNAL-ROW.
           MOVE JOURNAL-RECORD TO WS-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-LINE, WS-SPLIT-PTR,
                   WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-JNL-TAG.
           EVALUATE WS-JNL-TAG
               WHEN 'REKEY'
                   MOVE 'Y' TO WS-JNL-PRESENT
                   CALL 'CSV-SPLIT-FIELD' USING WS-LINE,
                           WS-SPLIT-PTR, WS-SPLIT-FLD
                   MOVE WS-SPLIT-FLD TO WS-OP-RUN-ID
                   CALL 'CSV-SPLIT-FIELD' USING WS-LINE,
                           WS-SPLIT-PTR, WS-SPLIT-FLD
                   MOVE WS-SPLIT-FLD TO WS-JNL-OLD
                   CALL 'CSV-SPLIT-FIELD' USING WS-LINE,
                           WS-SPLIT-PTR, WS-SPLIT-FLD
                   MOVE WS-SPLIT-FLD TO WS-JNL-NEW
                   CALL 'CSV-SPLIT-FIELD' USING WS-LINE,
                           WS-SPLIT-PTR, WS-SPLIT-FLD
                   MOVE WS-SPLIT-FLD TO WS-JNL-SECTOR
               WHEN 'DONE'
                   CALL 'CSV-SPLIT-FIELD' USING WS-LINE,
                           WS-SPLIT-PTR, WS-SPLIT-FLD
                   COMPUTE WS-JNL-STEP-N =
                       FUNCTION NUMVAL(WS-SPLIT-FLD)
                   IF WS-JNL-STEP-N > WS-JNL-LAST-STEP THEN
                       MOVE WS-JNL-STEP-N TO WS-JNL-LAST-STEP
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    Only RESTART=Y may touch a pending re-key, and only the
      *    same one.
       RESUME-FROM-JOURNAL.
           IF NOT RESTART-REQUESTED THEN
               MOVE 'RKY003' TO MC-MSG-ID
               MOVE WS-JNL-OLD TO MC-INSERT(1)
               MOVE WS-JNL-NEW TO MC-INSERT(2)
               MOVE WS-JOURNAL-PATH TO MC-INSERT(3)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'REFUSED: RE-KEY PENDING' TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           IF (WS-OLD-NAME NOT = SPACES
               AND WS-OLD-NAME NOT = WS-JNL-OLD)
              OR (WS-NEW-NAME NOT = SPACES
               AND WS-NEW-NAME NOT = WS-JNL-NEW) THEN
               MOVE 'RKY004' TO MC-MSG-ID
               MOVE WS-JNL-OLD TO MC-INSERT(1)
               MOVE WS-JNL-NEW TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'REFUSED: NOT THE PENDING RE-KEY'
                 TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-JNL-OLD TO WS-OLD-NAME.
           MOVE WS-JNL-NEW TO WS-NEW-NAME.
           MOVE WS-JNL-SECTOR TO WS-NEW-SECTOR.
           MOVE WS-JNL-LAST-STEP TO WS-DISP-STEP.
           PERFORM CHECK-REKEY-AUTHORITY.
           IF NOT REKEY-GOING-AHEAD THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'RKY005' TO MC-MSG-ID.
           MOVE WS-OLD-NAME TO MC-INSERT(1).
           MOVE WS-NEW-NAME TO MC-INSERT(2).
           MOVE WS-DISP-STEP TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *    Everything that would make the re-key unsafe is checked
      *    before the journal is even written.
       START-NEW-REKEY.
           IF RESTART-REQUESTED THEN
               MOVE 'RKY006' TO MC-MSG-ID
               MOVE WS-JOURNAL-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'NOTHING TO RESUME' TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           IF WS-OLD-NAME = SPACES OR WS-NEW-NAME = SPACES THEN
               MOVE 'RKY007' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'NOTHING TO DO' TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           IF WS-OLD-NAME = WS-NEW-NAME
              AND WS-NEW-SECTOR = SPACES THEN
               MOVE 'RKY008' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'NOTHING TO DO' TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'RKY009' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'REFUSED: NO DATABASE' TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OLD-NAME TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   MOVE 'RKY010' TO MC-MSG-ID
                   MOVE WS-OLD-NAME TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'REFUSED: NO SUCH SYSTEM' TO WS-RUNLOG-OUTCOME
           END-READ.
           IF REKEY-GOING-AHEAD AND NOT STARDB-LAYOUT-CURRENT THEN
               MOVE 'RKY011' TO MC-MSG-ID
               MOVE WS-OLD-NAME TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'REFUSED: OLD LAYOUT' TO WS-RUNLOG-OUTCOME
           END-IF.
           IF REKEY-GOING-AHEAD AND WS-OLD-NAME NOT = WS-NEW-NAME THEN
               MOVE WS-NEW-NAME TO STARDB-KEY
               READ STARDB-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'RKY012' TO MC-MSG-ID
                       MOVE WS-NEW-NAME TO MC-INSERT(1)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE 'REFUSED: NEW KEY COLLIDES'
                         TO WS-RUNLOG-OUTCOME
               END-READ
           END-IF.
           CLOSE STARDB-FILE.
           IF REKEY-GOING-AHEAD AND WS-OLD-NAME NOT = WS-NEW-NAME THEN
               PERFORM CHECK-SIDECAR-COLLISIONS
           END-IF.
           IF REKEY-GOING-AHEAD THEN
               PERFORM CHECK-REKEY-AUTHORITY
           END-IF.
           IF NOT REKEY-GOING-AHEAD THEN
               EXIT PARAGRAPH
           END-IF.
      *    Safe to go — the journal header is the point of no return.
           MOVE WS-RUN-ID TO WS-OP-RUN-ID.
           MOVE WS-OLD-NAME TO WS-Q-IN.
           CALL 'CSV-QUOTE-FIELD' USING WS-Q-IN, WS-QUOTED-OLD.
           MOVE WS-NEW-NAME TO WS-Q-IN.
           CALL 'CSV-QUOTE-FIELD' USING WS-Q-IN, WS-QUOTED-NEW.
           MOVE WS-NEW-SECTOR TO WS-Q-IN.
           CALL 'CSV-QUOTE-FIELD' USING WS-Q-IN, WS-QUOTED-SECTOR.
           MOVE SPACES TO WS-LINE.
           STRING 'REKEY,'                    DELIMITED BY SIZE
                  WS-OP-RUN-ID                DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QUOTED-OLD) DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QUOTED-NEW) DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QUOTED-SECTOR)
                                              DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           OPEN OUTPUT JOURNAL-FILE.
           IF NOT JOURNAL-FILE-OK THEN
               MOVE 'RKY013' TO MC-MSG-ID
               MOVE WS-JOURNAL-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'REFUSED: NO JOURNAL' TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           WRITE JOURNAL-RECORD FROM WS-LINE.
           CLOSE JOURNAL-FILE.
           MOVE 'RKY014' TO MC-MSG-ID.
           MOVE WS-OLD-NAME TO MC-INSERT(1).
           MOVE WS-NEW-NAME TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *    REKEY must be granted in the sector the system is filed
      *    under — the old record's, or on a restart past step 1 the
      *    new one's — and in the sector it is moving to.
       CHECK-REKEY-AUTHORITY.
           MOVE SPACES TO WS-CUR-SECTOR.
           OPEN INPUT STARDB-FILE.
           IF STARDB-FILE-OK THEN
               MOVE WS-OLD-NAME TO STARDB-KEY
               READ STARDB-FILE
                   INVALID KEY
                       MOVE WS-NEW-NAME TO STARDB-KEY
                       READ STARDB-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE STARDB-SECTOR TO WS-CUR-SECTOR
                       END-READ
                   NOT INVALID KEY
                       MOVE STARDB-SECTOR TO WS-CUR-SECTOR
               END-READ
               CLOSE STARDB-FILE
           END-IF.
           MOVE 'G4SSGRKY' TO AU-PROGRAM.
           MOVE 'REKEY' TO AU-VERB.
           MOVE WS-CUR-SECTOR TO AU-SECTOR.
           MOVE WS-OLD-NAME TO AU-TARGET.
           MOVE WS-RUNLOG-PATH TO AU-RUNLOG-PATH.
           MOVE WS-RUN-ID TO AU-RUN-ID.
           CALL 'CHECK-OPERATOR-AUTHORITY' USING WS-AUTH-CTL.
           IF AU-ALLOWED
              AND WS-NEW-SECTOR NOT = SPACES
              AND WS-NEW-SECTOR NOT = WS-CUR-SECTOR THEN
               MOVE WS-NEW-SECTOR TO AU-SECTOR
               CALL 'CHECK-OPERATOR-AUTHORITY' USING WS-AUTH-CTL
           END-IF.
           IF AU-DENIED THEN
               MOVE 'REFUSED: NOT AUTHORISED' TO WS-RUNLOG-OUTCOME
           END-IF.
           EXIT PARAGRAPH.

      *    A note, world-detail, installation or calendar rows
      *    already under the new name would be overwritten by the
      *    cascade — refuse instead.
       CHECK-SIDECAR-COLLISIONS.
           OPEN INPUT NOTES-FILE.
           IF NOTES-FILE-OK THEN
               MOVE WS-NEW-NAME TO NOTE-KEY
               READ NOTES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'RKY015' TO MC-MSG-ID
                       MOVE WS-NOTES-PATH TO MC-INSERT(1)
                       MOVE WS-NEW-NAME TO MC-INSERT(2)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE 'REFUSED: NEW KEY COLLIDES'
                         TO WS-RUNLOG-OUTCOME
               END-READ
               CLOSE NOTES-FILE
           END-IF.
           OPEN INPUT WORLD-FILE.
           IF WORLD-FILE-OK THEN
               MOVE WS-NEW-NAME TO WDTL-SYSTEM-KEY
               MOVE 0 TO WDTL-STAR-NO
               MOVE 0 TO WDTL-ORBIT-NO
               START WORLD-FILE KEY IS NOT LESS THAN WDTL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ WORLD-FILE NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF WDTL-SYSTEM-KEY = WS-NEW-NAME THEN
                                   MOVE 'RKY016' TO MC-MSG-ID
                                   MOVE WS-WORLD-PATH TO MC-INSERT(1)
                                   MOVE WS-NEW-NAME TO MC-INSERT(2)
                                   CALL 'ISSUE-SUITE-MESSAGE'
                                       USING WS-MSG-CTL
                                   MOVE 'REFUSED: NEW KEY COLLIDES'
                                     TO WS-RUNLOG-OUTCOME
                               END-IF
                       END-READ
               END-START
               CLOSE WORLD-FILE
           END-IF.
           OPEN INPUT INSTALL-FILE.
           IF INSTALL-FILE-OK THEN
               MOVE WS-NEW-NAME TO INST-SYSTEM-KEY
               MOVE 0 TO INST-STAR-NO
               MOVE 0 TO INST-ORBIT-NO
               START INSTALL-FILE KEY IS NOT LESS THAN INST-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ INSTALL-FILE NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF INST-SYSTEM-KEY = WS-NEW-NAME THEN
                                   MOVE 'RKY028' TO MC-MSG-ID
                                   MOVE WS-INSTALL-PATH
                                     TO MC-INSERT(1)
                                   MOVE WS-NEW-NAME TO MC-INSERT(2)
                                   CALL 'ISSUE-SUITE-MESSAGE'
                                       USING WS-MSG-CTL
                                   MOVE 'REFUSED: NEW KEY COLLIDES'
                                     TO WS-RUNLOG-OUTCOME
                               END-IF
                       END-READ
               END-START
               CLOSE INSTALL-FILE
           END-IF.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-OK THEN
               MOVE WS-NEW-NAME TO CAL-KEY
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'RKY029' TO MC-MSG-ID
                       MOVE WS-CALENDAR-PATH TO MC-INSERT(1)
                       MOVE WS-NEW-NAME TO MC-INSERT(2)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE 'REFUSED: NEW KEY COLLIDES'
                         TO WS-RUNLOG-OUTCOME
               END-READ
               CLOSE CALENDAR-FILE
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * One cascade step; WS-STEP-OK goes '-' when it could not be
      * finished.  A rename-free run (sector move only) has nothing
      * to cascade past the record but the sector stamps on the
      * species homeworld and the wormhole mouths.
       RUN-ONE-STEP.
           MOVE 0 TO WS-STEP-ROWS.
           EVALUATE WS-STEP
               WHEN 1
                   MOVE 'star database record' TO WS-STEP-LABEL
                   PERFORM REKEY-STARDB-RECORD
               WHEN 2
                   MOVE 'notes' TO WS-STEP-LABEL
                   IF NAME-CHANGES THEN
                       PERFORM REKEY-NOTES
                   END-IF
               WHEN 3
                   MOVE 'world detail' TO WS-STEP-LABEL
                   IF NAME-CHANGES THEN
                       PERFORM REKEY-WORLD-DETAIL
                   END-IF
               WHEN 4
                   MOVE 'version history' TO WS-STEP-LABEL
                   IF NAME-CHANGES THEN
                       PERFORM REKEY-HISTORY
                   END-IF
               WHEN 5
                   MOVE 'world-detail history' TO WS-STEP-LABEL
                   IF NAME-CHANGES THEN
                       PERFORM REKEY-WORLD-HISTORY
                   END-IF
               WHEN 6
                   MOVE 'sector grid rows' TO WS-STEP-LABEL
                   IF NAME-CHANGES THEN
                       PERFORM REKEY-SECTOR-FILES
                   END-IF
               WHEN 7
                   MOVE 'trade lanes' TO WS-STEP-LABEL
                   IF NAME-CHANGES THEN
                       MOVE WS-LANES-PATH TO WS-CSV-PATH
                       MOVE 'YY' TO WS-NAME-COLS
                       PERFORM REKEY-CSV-FILE
                   END-IF
               WHEN 8
                   MOVE 'development state' TO WS-STEP-LABEL
                   IF NAME-CHANGES THEN
                       MOVE WS-DEVSTATE-PATH TO WS-CSV-PATH
                       MOVE 'Y---Y' TO WS-NAME-COLS
                       PERFORM REKEY-CSV-FILE
                   END-IF
               WHEN 9
                   MOVE 'trade goods' TO WS-STEP-LABEL
                   IF NAME-CHANGES THEN
                       MOVE WS-GOODS-PATH TO WS-CSV-PATH
                       MOVE 'Y' TO WS-NAME-COLS
                       PERFORM REKEY-CSV-FILE
                   END-IF
               WHEN 10
                   MOVE 'installations' TO WS-STEP-LABEL
                   IF NAME-CHANGES THEN
                       PERFORM REKEY-INSTALLATIONS
                   END-IF
               WHEN 11
                   MOVE 'local calendar' TO WS-STEP-LABEL
                   IF NAME-CHANGES THEN
                       PERFORM REKEY-CALENDAR
                   END-IF
               WHEN 12
                   MOVE 'species' TO WS-STEP-LABEL
                   PERFORM REKEY-SPECIES
               WHEN 13
                   MOVE 'wormhole mouths' TO WS-STEP-LABEL
                   PERFORM REKEY-WORMHOLES
               WHEN 14
                   MOVE 'ship whereabouts' TO WS-STEP-LABEL
                   IF NAME-CHANGES THEN
                       PERFORM REKEY-SHIPS
                   END-IF
               WHEN 15
                   MOVE 'depletion ledger' TO WS-STEP-LABEL
                   IF NAME-CHANGES THEN
                       MOVE WS-LEDGER-PATH TO WS-CSV-PATH
                       MOVE 'Y' TO WS-NAME-COLS
                       PERFORM REKEY-CSV-FILE
                   END-IF
               WHEN 16
                   MOVE 'annotation journal' TO WS-STEP-LABEL
                   IF NAME-CHANGES THEN
                       MOVE WS-NOTELOG-PATH TO WS-CSV-PATH
                       MOVE '-Y' TO WS-NAME-COLS
                       PERFORM REKEY-CSV-FILE
                   END-IF
               WHEN 17
                   MOVE 'colony events' TO WS-STEP-LABEL
                   IF NAME-CHANGES THEN
                       MOVE WS-EVENTS-PATH TO WS-CSV-PATH
                       MOVE 'Y----Y' TO WS-NAME-COLS
                       PERFORM REKEY-CSV-FILE
                   END-IF
               WHEN 18
                   MOVE 'ship location history' TO WS-STEP-LABEL
                   IF NAME-CHANGES THEN
                       MOVE WS-SHIPHIST-PATH TO WS-CSV-PATH
                       MOVE '--Y' TO WS-NAME-COLS
                       PERFORM REKEY-CSV-FILE
                   END-IF
           END-EVALUATE.
           IF WS-STEP-OK = 'Y' THEN
               ADD WS-STEP-ROWS TO WS-TOTAL-ROWS
               MOVE WS-STEP TO WS-DISP-STEP
               MOVE WS-STEP-ROWS TO WS-DISP-N
               MOVE 'RKY017' TO MC-MSG-ID
               MOVE WS-DISP-STEP TO MC-INSERT(1)
               MOVE WS-STEP-LABEL TO MC-INSERT(2)
               MOVE WS-DISP-N TO MC-INSERT(3)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       JOURNAL-STEP-DONE.
           MOVE WS-STEP TO WS-DISP-STEP.
           MOVE WS-STEP-ROWS TO WS-DISP-N.
           MOVE SPACES TO WS-LINE.
           STRING 'DONE,'                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-STEP) DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STEP-LABEL)
                                              DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)    DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           OPEN EXTEND JOURNAL-FILE.
           WRITE JOURNAL-RECORD FROM WS-LINE.
           CLOSE JOURNAL-FILE.
           EXIT PARAGRAPH.

      *********************************
      * Step 1.  The record under its new key, one generation up and
      * stamped with this operation's id; the image it replaces into
      * the history sidecar under the new name, so VERSIONS= there
      * shows the whole line.  A restart finding the new record
      * already stamped by this operation only finishes the delete.
       REKEY-STARDB-RECORD.
           OPEN I-O STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'RKY018' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               MOVE WS-STARDB-STATUS TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE '-' TO WS-STEP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE '-' TO WS-RK-DONE.
           MOVE WS-NEW-NAME TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STARDB-SAVE-RUN-ID = WS-OP-RUN-ID THEN
                       MOVE 'Y' TO WS-RK-DONE
                   ELSE
                       IF NAME-CHANGES THEN
                           MOVE 'RKY019' TO MC-MSG-ID
                           MOVE WS-NEW-NAME TO MC-INSERT(1)
                           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                           MOVE '-' TO WS-STEP-OK
                       END-IF
                   END-IF
           END-READ.
           IF WS-STEP-OK = 'Y' AND WS-RK-DONE NOT = 'Y' THEN
               PERFORM STORE-REKEYED-RECORD
           END-IF.
           IF WS-STEP-OK = 'Y' AND NAME-CHANGES THEN
               MOVE WS-OLD-NAME TO STARDB-KEY
               READ STARDB-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE STARDB-FILE RECORD
                           INVALID KEY
                               MOVE 'RKY020' TO MC-MSG-ID
                               MOVE WS-STARDB-STATUS TO MC-INSERT(1)
                               CALL 'ISSUE-SUITE-MESSAGE'
                                   USING WS-MSG-CTL
                               MOVE '-' TO WS-STEP-OK
                       END-DELETE
               END-READ
           END-IF.
           CLOSE STARDB-FILE.
           EXIT PARAGRAPH.

       STORE-REKEYED-RECORD.
           MOVE WS-OLD-NAME TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   MOVE 'RKY021' TO MC-MSG-ID
                   MOVE WS-OLD-NAME TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE '-' TO WS-STEP-OK
                   EXIT PARAGRAPH
           END-READ.
           IF WS-STARDB-STATUS(1:1) NOT = '0' THEN
               MOVE 'RKY022' TO MC-MSG-ID
               MOVE WS-OLD-NAME TO MC-INSERT(1)
               MOVE WS-STARDB-STATUS TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE '-' TO WS-STEP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE STARDB-RECORD TO WS-RK-REC.
           MOVE WS-NEW-NAME TO RKREC-KEY.
           OPEN EXTEND HISTORY-FILE.
           IF NOT HISTORY-FILE-OK THEN
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           WRITE HISTORY-RECORD FROM WS-RK-REC.
           CLOSE HISTORY-FILE.
           ADD 1 TO RKREC-GENERATION.
           MOVE WS-OP-RUN-ID TO RKREC-SAVE-RUN-ID.
           IF WS-NEW-SECTOR NOT = SPACES THEN
               MOVE WS-NEW-SECTOR TO RKREC-SECTOR
           END-IF.
           MOVE WS-RK-REC TO STARDB-RECORD.
           IF NAME-CHANGES THEN
               WRITE STARDB-RECORD
                   INVALID KEY
                       MOVE 'RKY023' TO MC-MSG-ID
                       MOVE WS-NEW-NAME TO MC-INSERT(1)
                       MOVE WS-STARDB-STATUS TO MC-INSERT(2)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE '-' TO WS-STEP-OK
               END-WRITE
           ELSE
               REWRITE STARDB-RECORD
                   INVALID KEY
                       MOVE 'RKY024' TO MC-MSG-ID
                       MOVE WS-NEW-NAME TO MC-INSERT(1)
                       MOVE WS-STARDB-STATUS TO MC-INSERT(2)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE '-' TO WS-STEP-OK
               END-REWRITE
           END-IF.
           IF WS-STEP-OK = 'Y' THEN
               MOVE 1 TO WS-STEP-ROWS
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * Step 2.  New note written before the old one goes, so a stop
      * in between just repeats harmlessly.
       REKEY-NOTES.
           OPEN I-O NOTES-FILE.
           IF NOT NOTES-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OLD-NAME TO NOTE-KEY.
           READ NOTES-FILE
               INVALID KEY
                   CLOSE NOTES-FILE
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-NEW-NAME TO NOTE-KEY.
           WRITE NOTES-RECORD
               INVALID KEY
                   REWRITE NOTES-RECORD
                       INVALID KEY
                           MOVE '-' TO WS-STEP-OK
                   END-REWRITE
           END-WRITE.
           IF WS-STEP-OK = 'Y' THEN
               MOVE WS-OLD-NAME TO NOTE-KEY
               DELETE NOTES-FILE RECORD
                   INVALID KEY
                       MOVE '-' TO WS-STEP-OK
               END-DELETE
           END-IF.
           IF WS-STEP-OK = 'Y' THEN
               MOVE 1 TO WS-STEP-ROWS
           ELSE
               MOVE 'RKY025' TO MC-MSG-ID
               MOVE WS-NOTES-STATUS TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           CLOSE NOTES-FILE.
           EXIT PARAGRAPH.

      *********************************
      * Step 3.  Row by row, re-STARTing each time — the file is
      * being rewritten under the cursor.
       REKEY-WORLD-DETAIL.
           OPEN I-O WORLD-FILE.
           IF NOT WORLD-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE '-' TO WS-RK-DONE.
           PERFORM UNTIL WS-RK-DONE = 'Y' OR WS-STEP-OK NOT = 'Y'
               MOVE WS-OLD-NAME TO WDTL-SYSTEM-KEY
               MOVE 0 TO WDTL-STAR-NO
               MOVE 0 TO WDTL-ORBIT-NO
               START WORLD-FILE KEY IS NOT LESS THAN WDTL-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-RK-DONE
               END-START
               IF WS-RK-DONE NOT = 'Y' THEN
                   READ WORLD-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-RK-DONE
                       NOT AT END
                           IF WDTL-SYSTEM-KEY NOT = WS-OLD-NAME THEN
                               MOVE 'Y' TO WS-RK-DONE
                           ELSE
                               PERFORM MOVE-ONE-WORLD-ROW
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           IF WS-STEP-OK NOT = 'Y' THEN
               MOVE 'RKY026' TO MC-MSG-ID
               MOVE WS-WORLD-STATUS TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           CLOSE WORLD-FILE.
           EXIT PARAGRAPH.

       MOVE-ONE-WORLD-ROW.
           MOVE WORLD-RECORD TO WS-RK-WORLD.
           MOVE WS-NEW-NAME TO WDTL-SYSTEM-KEY.
           WRITE WORLD-RECORD
               INVALID KEY
                   REWRITE WORLD-RECORD
                       INVALID KEY
                           MOVE '-' TO WS-STEP-OK
                   END-REWRITE
           END-WRITE.
           IF WS-STEP-OK NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RK-WORLD TO WORLD-RECORD.
           DELETE WORLD-FILE RECORD
               INVALID KEY
                   MOVE '-' TO WS-STEP-OK
           END-DELETE.
           ADD 1 TO WS-STEP-ROWS.
           EXIT PARAGRAPH.

      *********************************
      * Steps 4 and 5.  The sequential sidecars, copied through a
      * scratch file with the key swapped, then put back in place.
       REKEY-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HISTORY-PATH TO WS-SWAP-TARGET.
           PERFORM BUILD-TMP-PATH.
           OPEN OUTPUT HISOUT-FILE.
           PERFORM UNTIL HISTORY-FILE-EOF
               READ HISTORY-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF HISTORY-KEY = WS-OLD-NAME THEN
                           MOVE WS-NEW-NAME TO HISTORY-KEY
                           ADD 1 TO WS-STEP-ROWS
                       END-IF
                       WRITE HISOUT-RECORD FROM HISTORY-RECORD
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           CLOSE HISOUT-FILE.
           MOVE WS-STEP-ROWS TO WS-FILE-ROWS.
           PERFORM SWAP-TMP-INTO-PLACE.
           EXIT PARAGRAPH.

       REKEY-WORLD-HISTORY.
           OPEN INPUT WORLDHIS-FILE.
           IF NOT WORLDHIS-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-WORLDHIS-PATH TO WS-SWAP-TARGET.
           PERFORM BUILD-TMP-PATH.
           OPEN OUTPUT WHISOUT-FILE.
           PERFORM UNTIL WORLDHIS-FILE-EOF
               READ WORLDHIS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WORLDHIS-KEY = WS-OLD-NAME THEN
                           MOVE WS-NEW-NAME TO WORLDHIS-KEY
                           ADD 1 TO WS-STEP-ROWS
                       END-IF
                       WRITE WHISOUT-RECORD FROM WORLDHIS-RECORD
               END-READ
           END-PERFORM.
           CLOSE WORLDHIS-FILE.
           CLOSE WHISOUT-FILE.
           MOVE WS-STEP-ROWS TO WS-FILE-ROWS.
           PERFORM SWAP-TMP-INTO-PLACE.
           EXIT PARAGRAPH.

       BUILD-TMP-PATH.
           MOVE SPACES TO WS-TMP-PATH.
           STRING FUNCTION TRIM(WS-SWAP-TARGET) DELIMITED BY SIZE
                  '.tmp'                        DELIMITED BY SIZE
                  INTO WS-TMP-PATH
           END-STRING.
           EXIT PARAGRAPH.

      *    A copy that changed nothing is simply dropped; otherwise
      *    it replaces the original, the way G4SSGRET swaps its
      *    pruned sidecars in.
       SWAP-TMP-INTO-PLACE.
           IF WS-FILE-ROWS = 0 THEN
               CALL 'CBL_DELETE_FILE' USING WS-TMP-PATH
               EXIT PARAGRAPH
           END-IF.
           CALL 'CBL_DELETE_FILE' USING WS-SWAP-TARGET
               RETURNING WS-RENAME-RC.
           CALL 'CBL_RENAME_FILE' USING WS-TMP-PATH,
                   WS-SWAP-TARGET RETURNING WS-RENAME-RC.
           IF WS-RENAME-RC NOT = 0 THEN
               MOVE 'RKY027' TO MC-MSG-ID
               MOVE WS-TMP-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE '-' TO WS-STEP-OK
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * Step 6.  SECTOR='s grid file and every one the atlas names
      * (its fourth column); the name is the row's second column.
       REKEY-SECTOR-FILES.
           MOVE 0 TO WS-PATH-COUNT.
           MOVE WS-SECTOR-PATH TO WS-PATH-CAND.
           PERFORM ADD-SECTOR-PATH.
           MOVE WS-ATLAS-PATH TO WS-CSV-PATH.
           OPEN INPUT CSV-IN-FILE.
           IF CSV-IN-FILE-OK THEN
               PERFORM UNTIL CSV-IN-FILE-EOF
                   READ CSV-IN-FILE
                       AT END CONTINUE
                       NOT AT END
                           MOVE CSV-IN-RECORD TO WS-LINE
                           MOVE 1 TO WS-SPLIT-PTR
                           PERFORM 4 TIMES
                               CALL 'CSV-SPLIT-FIELD' USING WS-LINE,
                                       WS-SPLIT-PTR, WS-SPLIT-FLD
                           END-PERFORM
                           MOVE WS-SPLIT-FLD TO WS-PATH-CAND
                           PERFORM ADD-SECTOR-PATH
                   END-READ
               END-PERFORM
               CLOSE CSV-IN-FILE
           END-IF.
           MOVE '-Y' TO WS-NAME-COLS.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PATH-COUNT
                      OR WS-STEP-OK NOT = 'Y'
               MOVE WS-PATH-ENTRY(WS-P) TO WS-CSV-PATH
               PERFORM REKEY-CSV-FILE
           END-PERFORM.
           EXIT PARAGRAPH.

       ADD-SECTOR-PATH.
           IF WS-PATH-CAND = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-PATH-COUNT
               IF WS-PATH-ENTRY(WS-F) = WS-PATH-CAND THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-PATH-COUNT < 50 THEN
               ADD 1 TO WS-PATH-COUNT
               MOVE WS-PATH-CAND TO WS-PATH-ENTRY(WS-PATH-COUNT)
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * Steps 6-9 and 15-18.  One CSV file through the scratch copy:
      * rows that don't mention the old name at all go across
      * verbatim, the rest are split, the WS-NAME-COLS columns
      * swapped, and put back together.
       REKEY-CSV-FILE.
           OPEN INPUT CSV-IN-FILE.
           IF NOT CSV-IN-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CSV-PATH TO WS-SWAP-TARGET.
           PERFORM BUILD-TMP-PATH.
           OPEN OUTPUT CSV-OUT-FILE.
           MOVE 0 TO WS-FILE-ROWS.
           PERFORM UNTIL CSV-IN-FILE-EOF
               READ CSV-IN-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM REKEY-CSV-ROW
                       WRITE CSV-OUT-RECORD FROM WS-LINE
               END-READ
           END-PERFORM.
           CLOSE CSV-IN-FILE.
           CLOSE CSV-OUT-FILE.
           ADD WS-FILE-ROWS TO WS-STEP-ROWS.
           PERFORM SWAP-TMP-INTO-PLACE.
           EXIT PARAGRAPH.

       REKEY-CSV-ROW.
           MOVE CSV-IN-RECORD TO WS-LINE.
           MOVE 0 TO WS-HITS.
           IF WS-OLD-LEN > 0 THEN
               INSPECT WS-LINE TALLYING WS-HITS
                   FOR ALL WS-OLD-NAME(1:WS-OLD-LEN)
           END-IF.
           IF WS-HITS = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LINE-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-LINE TRAILING)).
           MOVE 0 TO WS-ROW-FCOUNT.
           MOVE 1 TO WS-SPLIT-PTR.
           PERFORM UNTIL WS-SPLIT-PTR > WS-LINE-LEN
                      OR WS-ROW-FCOUNT >= 12
               CALL 'CSV-SPLIT-FIELD' USING WS-LINE, WS-SPLIT-PTR,
                       WS-SPLIT-FLD
               ADD 1 TO WS-ROW-FCOUNT
               MOVE WS-SPLIT-FLD TO WS-ROW-FLD(WS-ROW-FCOUNT)
           END-PERFORM.
      *    A row ending in a comma has one more, empty, column.
           IF WS-LINE(WS-LINE-LEN:1) = ','
              AND WS-ROW-FCOUNT < 12 THEN
               ADD 1 TO WS-ROW-FCOUNT
               MOVE SPACES TO WS-ROW-FLD(WS-ROW-FCOUNT)
           END-IF.
           MOVE 0 TO WS-HITS.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-ROW-FCOUNT OR WS-F > 12
               IF WS-NAME-COLS(WS-F:1) = 'Y'
                  AND WS-ROW-FLD(WS-F) = WS-OLD-NAME THEN
                   MOVE WS-NEW-NAME TO WS-ROW-FLD(WS-F)
                   ADD 1 TO WS-HITS
               END-IF
           END-PERFORM.
           IF WS-HITS = 0 THEN
               MOVE CSV-IN-RECORD TO WS-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FILE-ROWS.
           MOVE SPACES TO WS-LINE.
           MOVE 1 TO WS-OUT-PTR.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-ROW-FCOUNT
               IF WS-F > 1 THEN
                   STRING ',' DELIMITED BY SIZE
                       INTO WS-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
               END-IF
               IF WS-ROW-FLD(WS-F) NOT = SPACES THEN
                   MOVE WS-ROW-FLD(WS-F) TO WS-Q-IN
                   CALL 'CSV-QUOTE-FIELD' USING WS-Q-IN, WS-Q-OUT
                   COMPUTE WS-Q-LEN = FUNCTION LENGTH(
                           FUNCTION TRIM(WS-Q-OUT TRAILING))
                   STRING WS-Q-OUT(1:WS-Q-LEN) DELIMITED BY SIZE
                       INTO WS-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * Step 10.  installs.dat, keyed like worlds.dat — moved row by
      * row the same way, re-STARTing on the old name each time.
       REKEY-INSTALLATIONS.
           OPEN I-O INSTALL-FILE.
           IF NOT INSTALL-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE '-' TO WS-RK-DONE.
           PERFORM UNTIL WS-RK-DONE = 'Y' OR WS-STEP-OK NOT = 'Y'
               MOVE WS-OLD-NAME TO INST-SYSTEM-KEY
               MOVE 0 TO INST-STAR-NO
               MOVE 0 TO INST-ORBIT-NO
               START INSTALL-FILE KEY IS NOT LESS THAN INST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-RK-DONE
               END-START
               IF WS-RK-DONE NOT = 'Y' THEN
                   READ INSTALL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-RK-DONE
                       NOT AT END
                           IF INST-SYSTEM-KEY NOT = WS-OLD-NAME THEN
                               MOVE 'Y' TO WS-RK-DONE
                           ELSE
                               PERFORM MOVE-ONE-INSTALL-ROW
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           IF WS-STEP-OK NOT = 'Y' THEN
               MOVE WS-INSTALL-PATH TO WS-RK-FILE
               MOVE WS-INSTALL-STATUS TO WS-RK-STATUS
               PERFORM REPORT-SIDECAR-FAILURE
           END-IF.
           CLOSE INSTALL-FILE.
           EXIT PARAGRAPH.

       MOVE-ONE-INSTALL-ROW.
           MOVE INSTALL-RECORD TO WS-RK-INSTALL.
           MOVE WS-NEW-NAME TO INST-SYSTEM-KEY.
           WRITE INSTALL-RECORD
               INVALID KEY
                   REWRITE INSTALL-RECORD
                       INVALID KEY
                           MOVE '-' TO WS-STEP-OK
                   END-REWRITE
           END-WRITE.
           IF WS-STEP-OK NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RK-INSTALL TO INSTALL-RECORD.
           DELETE INSTALL-FILE RECORD
               INVALID KEY
                   MOVE '-' TO WS-STEP-OK
           END-DELETE.
           ADD 1 TO WS-STEP-ROWS.
           EXIT PARAGRAPH.

      *********************************
      * Step 11.  calendars.dat, one row per system — new row written
      * before the old one goes, as the note is.
       REKEY-CALENDAR.
           OPEN I-O CALENDAR-FILE.
           IF NOT CALENDAR-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OLD-NAME TO CAL-KEY.
           READ CALENDAR-FILE
               INVALID KEY
                   CLOSE CALENDAR-FILE
                   EXIT PARAGRAPH
           END-READ.
           MOVE CALENDAR-RECORD TO WS-RK-CALENDAR.
           MOVE WS-NEW-NAME TO CAL-KEY.
           WRITE CALENDAR-RECORD
               INVALID KEY
                   REWRITE CALENDAR-RECORD
                       INVALID KEY
                           MOVE '-' TO WS-STEP-OK
                   END-REWRITE
           END-WRITE.
           IF WS-STEP-OK = 'Y' THEN
               MOVE WS-RK-CALENDAR TO CALENDAR-RECORD
               DELETE CALENDAR-FILE RECORD
                   INVALID KEY
                       MOVE '-' TO WS-STEP-OK
               END-DELETE
           END-IF.
           IF WS-STEP-OK = 'Y' THEN
               MOVE 1 TO WS-STEP-ROWS
           ELSE
               MOVE WS-CALENDAR-PATH TO WS-RK-FILE
               MOVE WS-CALENDAR-STATUS TO WS-RK-STATUS
               PERFORM REPORT-SIDECAR-FAILURE
           END-IF.
           CLOSE CALENDAR-FILE.
           EXIT PARAGRAPH.

      *********************************
      * Steps 12 to 14.  species.dat, wormholes.dat and ships.dat are
      * keyed on something else (species name, link origin, ship
      * name) and carry the system in their data, so each is walked
      * whole and the rows naming the old system rewritten in place.
      * A species whose homeworld moves sector, and a wormhole mouth
      * in a system that moves, take the new sector stamp as well.
       REKEY-SPECIES.
           OPEN I-O SPECIES-FILE.
           IF NOT SPECIES-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE '-' TO WS-RK-DONE.
           PERFORM UNTIL WS-RK-DONE = 'Y' OR WS-STEP-OK NOT = 'Y'
               READ SPECIES-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RK-DONE
                   NOT AT END
                       PERFORM REKEY-ONE-SPECIES
               END-READ
           END-PERFORM.
           IF WS-STEP-OK NOT = 'Y' THEN
               MOVE WS-SPECIES-PATH TO WS-RK-FILE
               MOVE WS-SPECIES-STATUS TO WS-RK-STATUS
               PERFORM REPORT-SIDECAR-FAILURE
           END-IF.
           CLOSE SPECIES-FILE.
           EXIT PARAGRAPH.

       REKEY-ONE-SPECIES.
           MOVE '-' TO WS-RK-HIT.
           IF SPEC-HOME-SYSTEM = WS-OLD-NAME THEN
               MOVE WS-NEW-NAME TO SPEC-HOME-SYSTEM
               IF WS-NEW-SECTOR NOT = SPACES THEN
                   MOVE WS-NEW-SECTOR TO SPEC-HOME-SECTOR
               END-IF
               MOVE 'Y' TO WS-RK-HIT
           END-IF.
           PERFORM VARYING WS-W FROM 1 BY 1
                   UNTIL WS-W > SPEC-WORLD-COUNT OR WS-W > 20
               IF SPEC-WORLD-SYSTEM(WS-W) = WS-OLD-NAME
                  AND NAME-CHANGES THEN
                   MOVE WS-NEW-NAME TO SPEC-WORLD-SYSTEM(WS-W)
                   MOVE 'Y' TO WS-RK-HIT
               END-IF
           END-PERFORM.
           IF WS-RK-HIT = 'Y' THEN
               REWRITE SPECIES-RECORD
                   INVALID KEY
                       MOVE '-' TO WS-STEP-OK
               END-REWRITE
               IF WS-STEP-OK = 'Y' THEN
                   ADD 1 TO WS-STEP-ROWS
               END-IF
           END-IF.
           EXIT PARAGRAPH.

       REKEY-WORMHOLES.
           OPEN I-O WORM-FILE.
           IF NOT WORM-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE '-' TO WS-RK-DONE.
           PERFORM UNTIL WS-RK-DONE = 'Y' OR WS-STEP-OK NOT = 'Y'
               READ WORM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RK-DONE
                   NOT AT END
                       PERFORM REKEY-ONE-WORMHOLE
               END-READ
           END-PERFORM.
           IF WS-STEP-OK NOT = 'Y' THEN
               MOVE WS-WORM-PATH TO WS-RK-FILE
               MOVE WS-WORM-STATUS TO WS-RK-STATUS
               PERFORM REPORT-SIDECAR-FAILURE
           END-IF.
           CLOSE WORM-FILE.
           EXIT PARAGRAPH.

       REKEY-ONE-WORMHOLE.
           MOVE '-' TO WS-RK-HIT.
           IF WORM-SYS-A = WS-OLD-NAME THEN
               MOVE WS-NEW-NAME TO WORM-SYS-A
               IF WS-NEW-SECTOR NOT = SPACES THEN
                   MOVE WS-NEW-SECTOR TO WORM-SECTOR-A
               END-IF
               MOVE 'Y' TO WS-RK-HIT
           END-IF.
           IF WORM-SYS-B = WS-OLD-NAME THEN
               MOVE WS-NEW-NAME TO WORM-SYS-B
               IF WS-NEW-SECTOR NOT = SPACES THEN
                   MOVE WS-NEW-SECTOR TO WORM-SECTOR-B
               END-IF
               MOVE 'Y' TO WS-RK-HIT
           END-IF.
           IF WS-RK-HIT = 'Y' THEN
               REWRITE WORM-RECORD
                   INVALID KEY
                       MOVE '-' TO WS-STEP-OK
               END-REWRITE
               IF WS-STEP-OK = 'Y' THEN
                   ADD 1 TO WS-STEP-ROWS
               END-IF
           END-IF.
           EXIT PARAGRAPH.

       REKEY-SHIPS.
           OPEN I-O SHIP-FILE.
           IF NOT SHIP-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE '-' TO WS-RK-DONE.
           PERFORM UNTIL WS-RK-DONE = 'Y' OR WS-STEP-OK NOT = 'Y'
               READ SHIP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RK-DONE
                   NOT AT END
                       IF SHIP-SYSTEM = WS-OLD-NAME THEN
                           MOVE WS-NEW-NAME TO SHIP-SYSTEM
                           REWRITE SHIP-RECORD
                               INVALID KEY
                                   MOVE '-' TO WS-STEP-OK
                           END-REWRITE
                           IF WS-STEP-OK = 'Y' THEN
                               ADD 1 TO WS-STEP-ROWS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-STEP-OK NOT = 'Y' THEN
               MOVE WS-SHIP-PATH TO WS-RK-FILE
               MOVE WS-SHIP-STATUS TO WS-RK-STATUS
               PERFORM REPORT-SIDECAR-FAILURE
           END-IF.
           CLOSE SHIP-FILE.
           EXIT PARAGRAPH.

       REPORT-SIDECAR-FAILURE.
           MOVE 'RKY030' TO MC-MSG-ID.
           MOVE WS-RK-FILE TO MC-INSERT(1).
           MOVE WS-RK-STATUS TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *********************************
      * The run log row, in G4SSGCRE's shape — timestamp, PARM,
      * outcome, run id, and the run's highest message so far.
       WRITE-RUN-LOG-ENTRY.
           SET MC-QUERY TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-TIMESTAMP.
           OPEN EXTEND RUNLOG-FILE.
           IF NOT RUNLOG-FILE-OK THEN
               OPEN OUTPUT RUNLOG-FILE
           END-IF.
           MOVE SPACES TO WS-RUNLOG-LINE.
           STRING WS-RUNLOG-TIMESTAMP(1:14)     DELIMITED BY SIZE
                  ',PARM='                      DELIMITED BY SIZE
                  FUNCTION TRIM(LK-PARM-DATA)   DELIMITED BY SIZE
                  ',OUTCOME='                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUNLOG-OUTCOME) DELIMITED BY SIZE
                  ',RUNID='                     DELIMITED BY SIZE
                  WS-RUN-ID                     DELIMITED BY SIZE
                  ',PGM=G4SSGRKY'               DELIMITED BY SIZE
                  ',MSGID='                     DELIMITED BY SIZE
                  FUNCTION TRIM(MC-HIGH-ID)     DELIMITED BY SIZE
                  INTO WS-RUNLOG-LINE
           END-STRING.
           WRITE RUNLOG-RECORD FROM WS-RUNLOG-LINE.
           CLOSE RUNLOG-FILE.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
