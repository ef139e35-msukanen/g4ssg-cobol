       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGSCN.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Scenario manager — a "what if" copy of the campaign file set
      * that thirty decades of G4SSGCOL, or a G4SSGPOL re-partition,
      * can be run against without touching the live campaign; a
      * system-by-system difference report between the two; and the
      * way back, promoting a scenario to live under the same history
      * and manifest controls every other store goes through.
      *
      * VERB=FORK copies the live set into the scenario set
      * <name>.*, the way G4SSGARC names an archive set:
      *    <name>.sdb  stardb.dat    (indexed, same key set)
      *    <name>.nts  notes.dat     (indexed)
      *    <name>.his  stardb.his
      *    <name>.wdt  worlds.dat    (indexed)
      *    <name>.whs  worlds.his
      *    <name>.ins  installs.dat  (indexed)
      *    <name>.cal  calendars.dat (indexed)
      *    <name>.spc  species.dat   (indexed)
      *    <name>.sct  sector.csv
      *    <name>.lan  tradelanes.csv
      *    <name>.dev  devstate.csv
      *    <name>.clk  campclock.dat
      *    <name>.dpl  depletion.csv
      *    <name>.evt  colevents.csv
      *    <name>.sup  supply.csv
      *    <name>.prd  production.csv
      *    <name>.ctl  control file, manifest-shaped (RecType,Name,
      *                Count): the scenario and its system count, a
      *                PART row per scenario file with its record
      *                count at the fork, the live set's system count
      *                and generation hash total at the fork, and a
      *                STATE row per completed phase
      * A sidecar with no live file is simply not forked.  The suite
      * runs against a scenario through the path tokens it already
      * takes (PATH=<name>.sdb, NOTES=<name>.nts, WORLDS=<name>.wdt,
      * WORLDHIS=<name>.whs, LANES=<name>.lan, CLOCK=<name>.clk, ...)
      * — FORK lists them.
      *
      * VERB=DIFF walks the live and scenario databases side by side
      * in key order and lists, by system:
      *    ADDED    in the scenario only
      *    REMOVED  live only
      *    CHANGED  both, differing — followed by the fields that
      *             moved, live value -> scenario value (the shared
      *             COMPARE-SYSTEM-RECORDS walk, as G4SSGDLT has it)
      *    NOTES    the system's claim, survey, visited flag or note
      *             text differs
      * then one line per keyed sidecar (worlds, installations,
      * calendars, species) that differs, with its rows added,
      * removed and changed — each row listed by key unless
      * SUMMARY=Y — one line for the rows the scenario has added to
      * its world-detail history, and one line per CSV/clock sidecar,
      * identical or not.
      *
      * VERB=PROMOTE makes the scenario live.  It is refused if the
      * live database has moved since the fork (its system count or
      * generation hash total no longer match the control file)
      * unless FORCE=Y.  Every live record the promote displaces or
      * removes goes to stardb.his first; a changed system is stored
      * one generation up from the live record it replaces, and every
      * stored record carries this run's id in SYSTEM-SAVE-RUN-ID (so
      * G4SSGDBU BACKOUT= can take the whole promote back out).  The
      * notes follow the scenario's; so do the world-detail rows,
      * every live row displaced or dropped going to worlds.his
      * first (BACKOUT='s world rollback brings them back from
      * there), and the installation, calendar and species rows,
      * stored where they differ and dropped where the scenario has
      * none.  The CSV and clock sidecars are swapped in whole, and
      * the run manifest (default manifest.csv) is written with a
      * FILE row per promoted CSV/clock sidecar, a DB row for the
      * stores and a TOTAL row per keyed sidecar — G4SSGMFV verifies
      * it as it does G4SSGCRE's.
      * The control file then says STATE,PROMOTED and the scenario
      * cannot be promoted a second time; a FORK under the same name
      * starts it afresh.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   VERB=FORK|DIFF|PROMOTE
      *   SCENARIO=<name>  scenario set base name (required)
      *   PATH=  NOTES=  HISTORY=  WORLDS=  WORLDHIS=  INSTALLS=
      *   CALENDARS=  SPECIES=  SECTOR=  LANES=  DEVSTATE=  CLOCK=
      *   LEDGER=  EVENTS=  SUPPLY=  PRODUCTION=
      *   RUNLOG=          live file paths, defaults as their
      *                    writers have them
      *   MANIFEST=<path>  promote manifest (default manifest.csv)
      *   SUMMARY=Y        DIFF: one line per system, no field detail
      *   FORCE=Y          PROMOTE even though live has moved
      *   OPER=<id>        operator id (default: the login name)
      *   AUTH=<path>      operator authority file (default
      *                    operauth.csv)
      *
      * PROMOTE asks the authority file for a PROMOTE grant first; it
      * reaches the whole database, so only a '*' sector grant covers
      * it (see OPERAUTH.cbl).  FORK and DIFF touch nothing live.
      *
      * Return codes (the suite scheme, MSGCTL.cpy): 0 done (DIFF:
      * no differences), 4 nothing to do (DIFF: differences listed),
      * 8 refused, missing files, or a store failed, 12 a promote
      * stopped part way (BACKOUT= takes it back out).
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
      *    The scenario's database — built with the live key set, so
      *    every reader of stardb.dat opens it unchanged.
           SELECT SCNDB-FILE           ASSIGN TO WS-SCN-SDB-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS SCNDB-KEY
                                       COPY STARDBAK REPLACING
                                           LEADING ==STARDB==
                                           BY ==SCNDB==.
                                       FILE STATUS
                                       IS WS-SCNDB-STATUS.
           SELECT NOTES-FILE           ASSIGN TO WS-NOTES-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NOTE-KEY
                                       FILE STATUS
                                       IS WS-NOTES-STATUS.
           SELECT SCNNT-FILE           ASSIGN TO WS-SCN-NTS-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS SCNNT-KEY
                                       FILE STATUS
                                       IS WS-SCNNT-STATUS.
           SELECT HISTORY-FILE         ASSIGN TO WS-HISTORY-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-HISTORY-STATUS.
           SELECT SCNHIS-FILE          ASSIGN TO WS-SCN-HIS-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-SCNHIS-STATUS.
      *    The keyed sidecars, live and scenario — one pair open at
      *    a time, so each side shares a status.
           SELECT WORLD-FILE           ASSIGN TO WS-WORLD-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WDTL-KEY
                                       SHARING WITH ALL OTHER
                                       LOCK MODE IS AUTOMATIC
                                       FILE STATUS
                                       IS WS-KEYED-STATUS.
           SELECT SCNWD-FILE           ASSIGN TO WS-SCN-WDT-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS SCNWD-KEY
                                       FILE STATUS
                                       IS WS-SCNKD-STATUS.
           SELECT INSTALL-FILE         ASSIGN TO WS-INSTALL-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS INST-KEY
                                       SHARING WITH ALL OTHER
                                       LOCK MODE IS AUTOMATIC
                                       FILE STATUS
                                       IS WS-KEYED-STATUS.
           SELECT SCNIN-FILE           ASSIGN TO WS-SCN-INS-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS SCNIN-KEY
                                       FILE STATUS
                                       IS WS-SCNKD-STATUS.
           SELECT CALENDAR-FILE        ASSIGN TO WS-CALENDAR-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS CAL-KEY
                                       FILE STATUS
                                       IS WS-KEYED-STATUS.
           SELECT SCNCA-FILE           ASSIGN TO WS-SCN-CAL-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS SCNCA-KEY
                                       FILE STATUS
                                       IS WS-SCNKD-STATUS.
           SELECT SPECIES-FILE         ASSIGN TO WS-SPECIES-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS SPEC-KEY
                                       SHARING WITH ALL OTHER
                                       LOCK MODE IS AUTOMATIC
                                       FILE STATUS
                                       IS WS-KEYED-STATUS.
           SELECT SCNSP-FILE           ASSIGN TO WS-SCN-SPC-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS SCNSP-KEY
                                       FILE STATUS
                                       IS WS-SCNKD-STATUS.
           SELECT WORLDHIS-FILE        ASSIGN TO WS-WORLDHIS-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-WORLDHIS-STATUS.
           SELECT SCNWH-FILE           ASSIGN TO WS-SCN-WHS-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-SCNWH-STATUS.
      *    A CSV or clock sidecar being copied, and where it goes —
      *    re-pointed at each sidecar in turn.
           SELECT COPY-IN-FILE         ASSIGN TO WS-COPY-FROM
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-COPY-IN-STATUS.
           SELECT COPY-OUT-FILE        ASSIGN TO WS-COPY-TO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-COPY-OUT-STATUS.
           SELECT CTL-FILE             ASSIGN TO WS-SCN-CTL-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-CTL-STATUS.
           SELECT MANIFEST-FILE        ASSIGN TO WS-MANIFEST-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-MANIFEST-STATUS.
           SELECT RUNLOG-FILE          ASSIGN TO WS-RUNLOG-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.
       FD  SCNDB-FILE.
       01  SCNDB-RECORD.
           COPY STARDBF REPLACING LEADING ==STARDB== BY ==SCNDB==.
       FD  NOTES-FILE.
       01  NOTES-RECORD.
           COPY NOTEREC.
       FD  SCNNT-FILE.
       01  SCNNT-RECORD.
           05  SCNNT-KEY               PIC X(48).
           05  FILLER                  PIC X(146).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD              PIC X(63116).
       FD  SCNHIS-FILE.
       01  SCNHIS-RECORD               PIC X(63116).
       FD  WORLD-FILE.
       01  WORLD-RECORD.
           COPY WORLDDTL.
       FD  SCNWD-FILE.
       01  SCNWD-RECORD.
           05  SCNWD-KEY               PIC X(53).
           05  FILLER                  PIC X(253).
       FD  INSTALL-FILE.
       01  INSTALL-RECORD.
           COPY INSTREC.
       FD  SCNIN-FILE.
       01  SCNIN-RECORD.
           05  SCNIN-KEY               PIC X(53).
           05  FILLER                  PIC X(41).
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY CALREC.
       FD  SCNCA-FILE.
       01  SCNCA-RECORD.
           05  SCNCA-KEY               PIC X(48).
           05  FILLER                  PIC X(78).
       FD  SPECIES-FILE.
       01  SPECIES-RECORD.
           COPY SPECREC.
       FD  SCNSP-FILE.
       01  SCNSP-RECORD.
           05  SCNSP-KEY               PIC X(24).
           05  FILLER                  PIC X(1217).
       FD  WORLDHIS-FILE.
       01  WORLDHIS-RECORD             PIC X(306).
       FD  SCNWH-FILE.
       01  SCNWH-RECORD                PIC X(306).
       FD  COPY-IN-FILE.
       01  COPY-IN-RECORD              PIC X(500).
       FD  COPY-OUT-FILE.
       01  COPY-OUT-RECORD             PIC X(500).
       FD  CTL-FILE.
       01  CTL-RECORD                  PIC X(160).
       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD             PIC X(160).
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
       01  WS-VERB                     PIC X(8) VALUE SPACES.
       01  WS-SCN-BASE                 PIC X(80) VALUE SPACES.
       01  WS-RUN-ID                   PIC X(16) VALUE SPACES.
       01  WS-SUMMARY-MODE             PIC X VALUE '-'.
           88  SUMMARY-ONLY            VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-FORCE-MODE               PIC X VALUE '-'.
           88  FORCE-PROMOTE           VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-AUTH-CTL.
           COPY AUTHCTL.
      *********************************
      * Live files.
       01  WS-STARDB-PATH              PIC X(100) VALUE "stardb.dat".
       01  WS-STARDB-STATUS            PIC XX.
           88  STARDB-FILE-OK          VALUE '00' '02'.
           88  STARDB-FILE-EOF         VALUE '10'.
       01  WS-NOTES-PATH               PIC X(100) VALUE "notes.dat".
       01  WS-NOTES-STATUS             PIC XX.
           88  NOTES-FILE-OK           VALUE '00'.
           88  NOTES-FILE-EOF          VALUE '10'.
       01  WS-HISTORY-PATH             PIC X(100) VALUE "stardb.his".
       01  WS-HISTORY-STATUS           PIC XX.
           88  HISTORY-FILE-OK         VALUE '00'.
           88  HISTORY-FILE-EOF        VALUE '10'.
       01  WS-WORLD-PATH               PIC X(100) VALUE "worlds.dat".
       01  WS-INSTALL-PATH             PIC X(100) VALUE "installs.dat".
       01  WS-CALENDAR-PATH            PIC X(100)
                                       VALUE "calendars.dat".
       01  WS-SPECIES-PATH             PIC X(100) VALUE "species.dat".
       01  WS-KEYED-STATUS             PIC XX.
           88  KEYED-FILE-OK           VALUE '00' '02'.
           88  KEYED-FILE-EOF          VALUE '10'.
       01  WS-WORLDHIS-PATH            PIC X(100) VALUE "worlds.his".
       01  WS-WORLDHIS-STATUS          PIC XX.
           88  WORLDHIS-FILE-OK        VALUE '00'.
           88  WORLDHIS-FILE-EOF       VALUE '10'.
       01  WS-RUNLOG-PATH              PIC X(100) VALUE "runlog.txt".
       01  WS-RUNLOG-STATUS            PIC XX.
           88  RUNLOG-FILE-OK          VALUE '00'.
       01  WS-RUNLOG-TIMESTAMP         PIC X(21).
       01  WS-RUNLOG-LINE              PIC X(200).
       01  WS-RUNLOG-OUTCOME           PIC X(40) VALUE SPACES.
      *    A refusal or a failed store: the verb goes no further.
       01  WS-SCN-STATE                PIC X VALUE '-'.
           88  SCN-STOPPED             VALUE 'Y'.
       01  WS-MANIFEST-PATH            PIC X(100) VALUE "manifest.csv".
       01  WS-MANIFEST-STATUS          PIC XX.
           88  MANIFEST-FILE-OK        VALUE '00'.
       01  WS-MANIFEST-LINE            PIC X(160).
      *********************************
      * The scenario set.
       01  WS-SCN-SDB-PATH             PIC X(100).
       01  WS-SCN-NTS-PATH             PIC X(100).
       01  WS-SCN-HIS-PATH             PIC X(100).
       01  WS-SCN-CTL-PATH             PIC X(100).
       01  WS-SCN-WDT-PATH             PIC X(100).
       01  WS-SCN-WHS-PATH             PIC X(100).
       01  WS-SCN-INS-PATH             PIC X(100).
       01  WS-SCN-CAL-PATH             PIC X(100).
       01  WS-SCN-SPC-PATH             PIC X(100).
       01  WS-SCNDB-STATUS             PIC XX.
           88  SCNDB-FILE-OK           VALUE '00' '02'.
           88  SCNDB-FILE-EOF          VALUE '10'.
       01  WS-SCNNT-STATUS             PIC XX.
           88  SCNNT-FILE-OK           VALUE '00'.
           88  SCNNT-FILE-EOF          VALUE '10'.
       01  WS-SCNHIS-STATUS            PIC XX.
           88  SCNHIS-FILE-OK          VALUE '00'.
           88  SCNHIS-FILE-EOF         VALUE '10'.
       01  WS-SCNKD-STATUS             PIC XX.
           88  SCNKD-FILE-OK           VALUE '00' '02'.
           88  SCNKD-FILE-EOF          VALUE '10'.
       01  WS-SCNWH-STATUS             PIC XX.
           88  SCNWH-FILE-OK           VALUE '00'.
           88  SCNWH-FILE-EOF          VALUE '10'.
       01  WS-CTL-STATUS               PIC XX.
           88  CTL-FILE-OK             VALUE '00'.
           88  CTL-FILE-EOF            VALUE '10'.
       01  WS-CTL-LINE                 PIC X(160).
      *********************************
      * The line-sequential sidecars, live path against scenario
      * path — copied, compared and swapped the same way, one
      * entry at a time.
       01  WS-SIDE-TABLE.
           05  WS-SIDE-ENTRY           OCCURS 8 TIMES.
               10  WS-SIDE-LIVE        PIC X(100).
               10  WS-SIDE-SCN         PIC X(100).
               10  WS-SIDE-SUFFIX      PIC X(4).
               10  WS-SIDE-N           PIC 9(7) USAGE COMP-5.
               10  WS-SIDE-FORKED      PIC X.
       01  WS-S                        PIC 9 USAGE COMP-5.
       01  WS-SECTOR-PATH              PIC X(100) VALUE "sector.csv".
       01  WS-LANES-PATH               PIC X(100)
                                       VALUE "tradelanes.csv".
       01  WS-DEVSTATE-PATH            PIC X(100)
                                       VALUE "devstate.csv".
       01  WS-CLOCK-PATH               PIC X(100)
                                       VALUE "campclock.dat".
       01  WS-LEDGER-PATH              PIC X(100)
                                       VALUE "depletion.csv".
       01  WS-EVENTS-PATH              PIC X(100)
                                       VALUE "colevents.csv".
       01  WS-SUPPLY-PATH              PIC X(100) VALUE "supply.csv".
       01  WS-PROD-PATH                PIC X(100)
                                       VALUE "production.csv".
       01  WS-COPY-FROM                PIC X(100).
       01  WS-COPY-TO                  PIC X(100).
       01  WS-COPY-IN-STATUS           PIC XX.
           88  COPY-IN-FILE-OK         VALUE '00'.
           88  COPY-IN-FILE-EOF        VALUE '10'.
       01  WS-COPY-OUT-STATUS          PIC XX.
           88  COPY-OUT-FILE-OK        VALUE '00'.
           88  COPY-OUT-FILE-EOF       VALUE '10'.
       01  WS-COPY-N                   PIC 9(7) USAGE COMP-5.
       01  WS-COPY-N2                  PIC 9(7) USAGE COMP-5.
       01  WS-TMP-PATH                 PIC X(100).
       01  WS-RENAME-RC                PIC S9(9) USAGE COMP-5.
       01  WS-SAME-FILE                PIC X.
       01  WS-COPY-DONE                PIC X.
      *********************************
      * The keyed sidecars — worlds, installations, calendars and
      * species — forked, compared and promoted row by row, one
      * entry at a time; WS-K picks the file pair.  Each row is
      * handled as a raw image in WS-KD-LIVE-REC / WS-KD-SCN-REC
      * (sized for the longest, species.dat), its key the leading
      * WS-KEYED-KEYLEN bytes.
       01  WS-KEYED-TABLE.
           05  WS-KEYED-ENTRY          OCCURS 4 TIMES.
               10  WS-KEYED-LIVE       PIC X(100).
               10  WS-KEYED-SCN        PIC X(100).
               10  WS-KEYED-LABEL      PIC X(9).
               10  WS-KEYED-KEYLEN     PIC 99 USAGE COMP-5.
               10  WS-KEYED-N          PIC 9(7) USAGE COMP-5.
               10  WS-KEYED-MOVED      PIC 9(7) USAGE COMP-5.
               10  WS-KEYED-FORKED     PIC X.
       01  WS-K                        PIC 9 USAGE COMP-5.
      *    I input, O output, U update (created when missing).
       01  WS-KD-MODE                  PIC X.
       01  WS-KD-LIVE-OPEN             PIC X.
       01  WS-KD-SCN-OPEN              PIC X.
       01  WS-KD-FOUND                 PIC X.
       01  WS-KD-LIVE-REC              PIC X(1241).
       01  WS-KD-SCN-REC               PIC X(1241).
       01  WS-KD-LIVE-KEY              PIC X(53).
       01  WS-KD-SCN-KEY               PIC X(53).
       01  WS-KD-ROW-KEY               PIC X(53).
       01  WS-KD-SHOW                  PIC X(64).
       01  WS-KD-WHAT                  PIC X(24).
       01  WS-KD-ADDED                 PIC 9(7) USAGE COMP-5.
       01  WS-KD-REMOVED               PIC 9(7) USAGE COMP-5.
       01  WS-KD-CHANGED               PIC 9(7) USAGE COMP-5.
       01  WS-KD-STORED                PIC 9(7) USAGE COMP-5.
       01  WS-KD-DROPPED               PIC 9(7) USAGE COMP-5.
      *********************************
      * Counts.  The WS-N- set is this run's; the WS-C- set is what
      * the control file says.
       01  WS-RUN-COUNTS.
           05  WS-N-STARDB             PIC 9(7) USAGE COMP-5.
           05  WS-N-NOTES              PIC 9(7) USAGE COMP-5.
           05  WS-N-HISTORY            PIC 9(7) USAGE COMP-5.
           05  WS-N-WORLDHIS           PIC 9(7) USAGE COMP-5.
           05  WS-GEN-SUM              PIC 9(9) USAGE COMP-5.
       01  WS-CTL-COUNTS.
           05  WS-C-LIVE-SYSTEMS       PIC 9(7) USAGE COMP-5.
           05  WS-C-LIVE-GEN-SUM       PIC 9(9) USAGE COMP-5.
           05  WS-C-WORLDHIS           PIC 9(7) USAGE COMP-5.
       01  WS-CTL-PRESENT              PIC X VALUE '-'.
       01  WS-CTL-STATE                PIC X(12) VALUE SPACES.
           88  CTL-FORKED              VALUE 'FORKED'.
           88  CTL-PROMOTED            VALUE 'PROMOTED'.
       01  WS-CTL-TYPE                 PIC X(8).
       01  WS-CTL-NAME                 PIC X(100).
       01  WS-CTL-N                    PIC 9(9) USAGE COMP-5.
       01  WS-STATE-ROW                PIC X(12).
       01  WS-DISP-N                   PIC Z(8)9.
       01  WS-DISP-CNT                 PIC Z(6)9.
       01  WS-DISP-Z                   PIC 99.
       01  WS-LINE                     PIC X(250).
       01  WS-SPLIT-PTR                PIC 999 USAGE COMP-5.
       01  WS-SPLIT-FLD                PIC X(100).
      *********************************
      * Difference walk — the key each side is sitting on,
      * HIGH-VALUES once that side has run out.
       01  WS-LIVE-KEY                 PIC X(48).
       01  WS-SCN-KEY                  PIC X(48).
       01  WS-ADDED-COUNT              PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-REMOVED-COUNT            PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-CHANGED-COUNT            PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-SAME-COUNT               PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-NOTES-CHANGED            PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-SIDES-CHANGED            PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-STORED-COUNT             PIC 9(7) USAGE COMP-5 VALUE 0.
       01  WS-LIVE-NOTES-OPEN          PIC X VALUE '-'.
       01  WS-SCN-NOTE.
           COPY NOTEREC REPLACING LEADING ==NOTE== BY ==SNOTE==.
       01  WS-DISP-SURVEY              PIC 9.
       01  WS-DISP-SURVEY2             PIC 9.
       01  WS-LIVE-GEN                 PIC 9(3) USAGE COMP-5.
      *    The field-by-field walk is COMPARE-SYSTEM-RECORDS (shared
      *    with G4SSGDLT and G4SSGDBU's REPRODUCE=).
       01  WS-CMP-CTL.
           COPY SYSCMPC.
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
           MOVE 'G4SSGSCN' TO MC-PROGRAM.
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
                       WHEN 'VERB'
                           MOVE FUNCTION UPPER-CASE(
                               WS-PARM-VAL(1:8)) TO WS-VERB
                       WHEN 'SCENARIO'
                           MOVE WS-PARM-VAL TO WS-SCN-BASE
                       WHEN 'PATH'
                           MOVE WS-PARM-VAL TO WS-STARDB-PATH
                       WHEN 'NOTES'
                           MOVE WS-PARM-VAL TO WS-NOTES-PATH
                       WHEN 'HISTORY'
                           MOVE WS-PARM-VAL TO WS-HISTORY-PATH
                       WHEN 'WORLDS'
                           MOVE WS-PARM-VAL TO WS-WORLD-PATH
                       WHEN 'WORLDHIS'
                           MOVE WS-PARM-VAL TO WS-WORLDHIS-PATH
                       WHEN 'INSTALLS'
                           MOVE WS-PARM-VAL TO WS-INSTALL-PATH
                       WHEN 'CALENDARS'
                           MOVE WS-PARM-VAL TO WS-CALENDAR-PATH
                       WHEN 'SPECIES'
                           MOVE WS-PARM-VAL TO WS-SPECIES-PATH
                       WHEN 'SECTOR'
                           MOVE WS-PARM-VAL TO WS-SECTOR-PATH
                       WHEN 'LANES'
                           MOVE WS-PARM-VAL TO WS-LANES-PATH
                       WHEN 'DEVSTATE'
                           MOVE WS-PARM-VAL TO WS-DEVSTATE-PATH
                       WHEN 'CLOCK'
                           MOVE WS-PARM-VAL TO WS-CLOCK-PATH
                       WHEN 'LEDGER'
                           MOVE WS-PARM-VAL TO WS-LEDGER-PATH
                       WHEN 'EVENTS'
                           MOVE WS-PARM-VAL TO WS-EVENTS-PATH
                       WHEN 'SUPPLY'
                           MOVE WS-PARM-VAL TO WS-SUPPLY-PATH
                       WHEN 'PRODUCTION'
                           MOVE WS-PARM-VAL TO WS-PROD-PATH
                       WHEN 'MANIFEST'
                           MOVE WS-PARM-VAL TO WS-MANIFEST-PATH
                       WHEN 'RUNLOG'
                           MOVE WS-PARM-VAL TO WS-RUNLOG-PATH
                       WHEN 'SUMMARY'
                           IF FUNCTION UPPER-CASE(WS-PARM-VAL)
                              = 'Y' THEN
                               SET SUMMARY-ONLY TO TRUE
                           END-IF
                       WHEN 'FORCE'
                           IF FUNCTION UPPER-CASE(WS-PARM-VAL)
                              = 'Y' THEN
                               SET FORCE-PROMOTE TO TRUE
                           END-IF
                       WHEN 'OPER'
                           MOVE WS-PARM-VAL TO AU-OPERATOR
                       WHEN 'AUTH'
                           MOVE WS-PARM-VAL TO AU-AUTH-PATH
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-SCN-BASE = SPACES THEN
               MOVE 'SCN001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'NOTHING TO DO' TO WS-RUNLOG-OUTCOME
               PERFORM WRITE-RUN-LOG-ENTRY
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM BUILD-SCENARIO-PATHS.
           PERFORM READ-CONTROL-FILE.

           EVALUATE FUNCTION TRIM(WS-VERB)
               WHEN 'FORK'
                   PERFORM FORK-SCENARIO
               WHEN 'DIFF'
                   PERFORM DIFF-SCENARIO
               WHEN 'PROMOTE'
                   PERFORM PROMOTE-SCENARIO
               WHEN OTHER
                   MOVE 'SCN002' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'NOTHING TO DO' TO WS-RUNLOG-OUTCOME
           END-EVALUATE.
           PERFORM WRITE-RUN-LOG-ENTRY.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

       BUILD-SCENARIO-PATHS.
           STRING FUNCTION TRIM(WS-SCN-BASE) '.sdb' DELIMITED BY SIZE
                  INTO WS-SCN-SDB-PATH
           END-STRING.
           STRING FUNCTION TRIM(WS-SCN-BASE) '.nts' DELIMITED BY SIZE
                  INTO WS-SCN-NTS-PATH
           END-STRING.
           STRING FUNCTION TRIM(WS-SCN-BASE) '.his' DELIMITED BY SIZE
                  INTO WS-SCN-HIS-PATH
           END-STRING.
           STRING FUNCTION TRIM(WS-SCN-BASE) '.ctl' DELIMITED BY SIZE
                  INTO WS-SCN-CTL-PATH
           END-STRING.
           STRING FUNCTION TRIM(WS-SCN-BASE) '.wdt' DELIMITED BY SIZE
                  INTO WS-SCN-WDT-PATH
           END-STRING.
           STRING FUNCTION TRIM(WS-SCN-BASE) '.whs' DELIMITED BY SIZE
                  INTO WS-SCN-WHS-PATH
           END-STRING.
           STRING FUNCTION TRIM(WS-SCN-BASE) '.ins' DELIMITED BY SIZE
                  INTO WS-SCN-INS-PATH
           END-STRING.
           STRING FUNCTION TRIM(WS-SCN-BASE) '.cal' DELIMITED BY SIZE
                  INTO WS-SCN-CAL-PATH
           END-STRING.
           STRING FUNCTION TRIM(WS-SCN-BASE) '.spc' DELIMITED BY SIZE
                  INTO WS-SCN-SPC-PATH
           END-STRING.
           MOVE WS-WORLD-PATH    TO WS-KEYED-LIVE(1).
           MOVE WS-SCN-WDT-PATH  TO WS-KEYED-SCN(1).
           MOVE 'WORLDS'         TO WS-KEYED-LABEL(1).
           MOVE 53               TO WS-KEYED-KEYLEN(1).
           MOVE WS-INSTALL-PATH  TO WS-KEYED-LIVE(2).
           MOVE WS-SCN-INS-PATH  TO WS-KEYED-SCN(2).
           MOVE 'INSTALLS'       TO WS-KEYED-LABEL(2).
           MOVE 53               TO WS-KEYED-KEYLEN(2).
           MOVE WS-CALENDAR-PATH TO WS-KEYED-LIVE(3).
           MOVE WS-SCN-CAL-PATH  TO WS-KEYED-SCN(3).
           MOVE 'CALENDAR'       TO WS-KEYED-LABEL(3).
           MOVE 48               TO WS-KEYED-KEYLEN(3).
           MOVE WS-SPECIES-PATH  TO WS-KEYED-LIVE(4).
           MOVE WS-SCN-SPC-PATH  TO WS-KEYED-SCN(4).
           MOVE 'SPECIES'        TO WS-KEYED-LABEL(4).
           MOVE 24               TO WS-KEYED-KEYLEN(4).
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               MOVE 0 TO WS-KEYED-N(WS-K)
               MOVE 0 TO WS-KEYED-MOVED(WS-K)
               MOVE '-' TO WS-KEYED-FORKED(WS-K)
           END-PERFORM.
           MOVE WS-SECTOR-PATH   TO WS-SIDE-LIVE(1).
           MOVE '.sct'           TO WS-SIDE-SUFFIX(1).
           MOVE WS-LANES-PATH    TO WS-SIDE-LIVE(2).
           MOVE '.lan'           TO WS-SIDE-SUFFIX(2).
           MOVE WS-DEVSTATE-PATH TO WS-SIDE-LIVE(3).
           MOVE '.dev'           TO WS-SIDE-SUFFIX(3).
           MOVE WS-CLOCK-PATH    TO WS-SIDE-LIVE(4).
           MOVE '.clk'           TO WS-SIDE-SUFFIX(4).
           MOVE WS-LEDGER-PATH   TO WS-SIDE-LIVE(5).
           MOVE '.dpl'           TO WS-SIDE-SUFFIX(5).
           MOVE WS-EVENTS-PATH   TO WS-SIDE-LIVE(6).
           MOVE '.evt'           TO WS-SIDE-SUFFIX(6).
           MOVE WS-SUPPLY-PATH   TO WS-SIDE-LIVE(7).
           MOVE '.sup'           TO WS-SIDE-SUFFIX(7).
           MOVE WS-PROD-PATH     TO WS-SIDE-LIVE(8).
           MOVE '.prd'           TO WS-SIDE-SUFFIX(8).
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 8
               MOVE SPACES TO WS-SIDE-SCN(WS-S)
               STRING FUNCTION TRIM(WS-SCN-BASE) DELIMITED BY SIZE
                      WS-SIDE-SUFFIX(WS-S)       DELIMITED BY SIZE
                      INTO WS-SIDE-SCN(WS-S)
               END-STRING
               MOVE 0 TO WS-SIDE-N(WS-S)
               MOVE '-' TO WS-SIDE-FORKED(WS-S)
           END-PERFORM.
           EXIT PARAGRAPH.

      ******************************************************************
      * VERB=FORK
      ******************************************************************
       FORK-SCENARIO.
           IF WS-CTL-PRESENT = 'Y' AND NOT CTL-PROMOTED THEN
               MOVE 'SCN003' TO MC-MSG-ID
               MOVE WS-SCN-BASE TO MC-INSERT(1)
               MOVE WS-SCN-CTL-PATH TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET SCN-STOPPED TO TRUE
               MOVE 'REFUSED: SCENARIO EXISTS' TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-RUN-COUNTS.
           PERFORM FORK-DATABASE.
           IF SCN-STOPPED THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FORK-NOTES.
           PERFORM FORK-HISTORY.
           PERFORM FORK-WORLD-HISTORY.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               PERFORM FORK-KEYED-SIDECAR
           END-PERFORM.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 8
               MOVE WS-SIDE-LIVE(WS-S) TO WS-COPY-FROM
               MOVE WS-SIDE-SCN(WS-S) TO WS-COPY-TO
               PERFORM COPY-SIDECAR
               IF WS-COPY-DONE = 'Y' THEN
                   MOVE 'Y' TO WS-SIDE-FORKED(WS-S)
                   MOVE WS-COPY-N TO WS-SIDE-N(WS-S)
               END-IF
           END-PERFORM.
           PERFORM WRITE-CONTROL-FILE.

           MOVE WS-N-STARDB TO WS-DISP-N.
           MOVE 'SCN004' TO MC-MSG-ID.
           MOVE WS-SCN-BASE TO MC-INSERT(1).
           MOVE WS-STARDB-PATH TO MC-INSERT(2).
           MOVE WS-DISP-N TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE WS-N-NOTES TO WS-DISP-N.
           DISPLAY '  ' FUNCTION TRIM(WS-SCN-NTS-PATH) '  '
               FUNCTION TRIM(WS-DISP-N) ' note(s)'.
           MOVE WS-N-HISTORY TO WS-DISP-N.
           DISPLAY '  ' FUNCTION TRIM(WS-SCN-HIS-PATH) '  '
               FUNCTION TRIM(WS-DISP-N) ' history record(s)'.
           MOVE WS-N-WORLDHIS TO WS-DISP-N.
           DISPLAY '  ' FUNCTION TRIM(WS-SCN-WHS-PATH) '  '
               FUNCTION TRIM(WS-DISP-N) ' world history record(s)'.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               IF WS-KEYED-FORKED(WS-K) = 'Y' THEN
                   MOVE WS-KEYED-N(WS-K) TO WS-DISP-N
                   DISPLAY '  ' FUNCTION TRIM(WS-KEYED-SCN(WS-K))
                       '  ' FUNCTION TRIM(WS-DISP-N) ' row(s)'
               ELSE
                   DISPLAY '  (no ' FUNCTION TRIM(WS-KEYED-LIVE(WS-K))
                       ' to fork)'
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 8
               IF WS-SIDE-FORKED(WS-S) = 'Y' THEN
                   MOVE WS-SIDE-N(WS-S) TO WS-DISP-N
                   DISPLAY '  ' FUNCTION TRIM(WS-SIDE-SCN(WS-S))
                       '  ' FUNCTION TRIM(WS-DISP-N) ' row(s)'
               ELSE
                   DISPLAY '  (no ' FUNCTION TRIM(WS-SIDE-LIVE(WS-S))
                       ' to fork)'
               END-IF
           END-PERFORM.
           DISPLAY 'Run the suite against it with PATH='
               FUNCTION TRIM(WS-SCN-SDB-PATH) ' NOTES='
               FUNCTION TRIM(WS-SCN-NTS-PATH) ' HISTORY='
               FUNCTION TRIM(WS-SCN-HIS-PATH).
           DISPLAY '  WORLDS=' FUNCTION TRIM(WS-SCN-WDT-PATH)
               ' WORLDHIS=' FUNCTION TRIM(WS-SCN-WHS-PATH)
               ' INSTALLS=' FUNCTION TRIM(WS-SCN-INS-PATH).
           DISPLAY '  CALENDARS=' FUNCTION TRIM(WS-SCN-CAL-PATH)
               ' SPECIES=' FUNCTION TRIM(WS-SCN-SPC-PATH).
           DISPLAY '  SECTOR=' FUNCTION TRIM(WS-SIDE-SCN(1))
               ' LANES=' FUNCTION TRIM(WS-SIDE-SCN(2))
               ' DEVSTATE=' FUNCTION TRIM(WS-SIDE-SCN(3))
               ' (G4SSGCOL: OUT=) CLOCK='
               FUNCTION TRIM(WS-SIDE-SCN(4)).
           DISPLAY '  (G4SSGCOL) LEDGER=' FUNCTION TRIM(WS-SIDE-SCN(5))
               ' EVENTS=' FUNCTION TRIM(WS-SIDE-SCN(6))
               ' SUPPLY=' FUNCTION TRIM(WS-SIDE-SCN(7))
               ' PRODUCTION=' FUNCTION TRIM(WS-SIDE-SCN(8)).
           MOVE 'FORKED' TO WS-RUNLOG-OUTCOME.
           EXIT PARAGRAPH.

      *    The database, record for record in key order.
       FORK-DATABASE.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'SCN005' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET SCN-STOPPED TO TRUE
               MOVE 'REFUSED: NO DATABASE' TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SCNDB-FILE.
           IF NOT SCNDB-FILE-OK THEN
               MOVE 'SCN006' TO MC-MSG-ID
               MOVE WS-SCN-SDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET SCN-STOPPED TO TRUE
               CLOSE STARDB-FILE
               MOVE 'REFUSED: CANNOT CREATE' TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO STARDB-KEY.
           START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
               INVALID KEY
                   MOVE '10' TO WS-STARDB-STATUS
           END-START.
           PERFORM UNTIL STARDB-FILE-EOF
               READ STARDB-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       WRITE SCNDB-RECORD FROM STARDB-RECORD
                           INVALID KEY
                               MOVE 'SCN007' TO MC-MSG-ID
                               MOVE STARDB-KEY TO MC-INSERT(1)
                               CALL 'ISSUE-SUITE-MESSAGE'
                                   USING WS-MSG-CTL
                               SET SCN-STOPPED TO TRUE
                           NOT INVALID KEY
                               ADD 1 TO WS-N-STARDB
                               ADD STARDB-GENERATION TO WS-GEN-SUM
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE SCNDB-FILE.
           CLOSE STARDB-FILE.
           IF SCN-STOPPED THEN
               MOVE 'FORK FAILED' TO WS-RUNLOG-OUTCOME
               CALL 'CBL_DELETE_FILE' USING WS-SCN-SDB-PATH
           END-IF.
           EXIT PARAGRAPH.

      *    The notes — an empty scenario notes file when there are
      *    none live, so the annotation tools have one to open.
       FORK-NOTES.
           OPEN OUTPUT SCNNT-FILE.
           OPEN INPUT NOTES-FILE.
           IF NOTES-FILE-OK THEN
               MOVE LOW-VALUES TO NOTE-KEY
               START NOTES-FILE KEY IS NOT LESS THAN NOTE-KEY
                   INVALID KEY
                       MOVE '10' TO WS-NOTES-STATUS
               END-START
               PERFORM UNTIL NOTES-FILE-EOF
                   READ NOTES-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           WRITE SCNNT-RECORD FROM NOTES-RECORD
                           ADD 1 TO WS-N-NOTES
                   END-READ
               END-PERFORM
               CLOSE NOTES-FILE
           END-IF.
           CLOSE SCNNT-FILE.
           EXIT PARAGRAPH.

      *    The history sidecar rides along, so VERSIONS= and
      *    ROLLBACK= work inside the scenario too.
       FORK-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SCNHIS-FILE.
           PERFORM UNTIL HISTORY-FILE-EOF
               READ HISTORY-FILE
                   AT END CONTINUE
                   NOT AT END
                       WRITE SCNHIS-RECORD FROM HISTORY-RECORD
                       ADD 1 TO WS-N-HISTORY
               END-READ
           END-PERFORM.
           CLOSE SCNHIS-FILE.
           CLOSE HISTORY-FILE.
           EXIT PARAGRAPH.

      *    And the world-detail history with it, so the scenario's
      *    ROLLBACK= can bring its worlds back too.
       FORK-WORLD-HISTORY.
           OPEN INPUT WORLDHIS-FILE.
           IF NOT WORLDHIS-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SCNWH-FILE.
           PERFORM UNTIL WORLDHIS-FILE-EOF
               READ WORLDHIS-FILE
                   AT END CONTINUE
                   NOT AT END
                       WRITE SCNWH-RECORD FROM WORLDHIS-RECORD
                       ADD 1 TO WS-N-WORLDHIS
               END-READ
           END-PERFORM.
           CLOSE SCNWH-FILE.
           CLOSE WORLDHIS-FILE.
           EXIT PARAGRAPH.

      *    Keyed sidecar WS-K, row for row in key order; one with no
      *    live file is not forked.
       FORK-KEYED-SIDECAR.
           MOVE 'I' TO WS-KD-MODE.
           PERFORM OPEN-KEYED-LIVE.
           IF WS-KD-LIVE-OPEN NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO WS-KD-MODE.
           PERFORM OPEN-KEYED-SCN.
           IF WS-KD-SCN-OPEN NOT = 'Y' THEN
               MOVE 'SCN006' TO MC-MSG-ID
               MOVE WS-KEYED-SCN(WS-K) TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-KEYED-LIVE
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-NEXT-KEYED-LIVE.
           PERFORM UNTIL WS-KD-LIVE-KEY = HIGH-VALUES
               PERFORM WRITE-KEYED-SCN
               IF SCNKD-FILE-OK THEN
                   ADD 1 TO WS-KEYED-N(WS-K)
               ELSE
                   MOVE 'SCN007' TO MC-MSG-ID
                   MOVE WS-KD-LIVE-KEY TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               END-IF
               PERFORM READ-NEXT-KEYED-LIVE
           END-PERFORM.
           PERFORM CLOSE-KEYED-SCN.
           PERFORM CLOSE-KEYED-LIVE.
           MOVE 'Y' TO WS-KEYED-FORKED(WS-K).
           EXIT PARAGRAPH.

      *    WS-COPY-FROM to WS-COPY-TO, row for row; WS-COPY-DONE says
      *    whether there was anything to copy, WS-COPY-N how much.
       COPY-SIDECAR.
           MOVE '-' TO WS-COPY-DONE.
           MOVE 0 TO WS-COPY-N.
           OPEN INPUT COPY-IN-FILE.
           IF NOT COPY-IN-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT COPY-OUT-FILE.
           IF NOT COPY-OUT-FILE-OK THEN
               CLOSE COPY-IN-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL COPY-IN-FILE-EOF
               READ COPY-IN-FILE
                   AT END CONTINUE
                   NOT AT END
                       WRITE COPY-OUT-RECORD FROM COPY-IN-RECORD
                       ADD 1 TO WS-COPY-N
               END-READ
           END-PERFORM.
           CLOSE COPY-OUT-FILE.
           CLOSE COPY-IN-FILE.
           MOVE 'Y' TO WS-COPY-DONE.
           EXIT PARAGRAPH.

      *********************************
      * Keyed sidecar I/O — one paragraph per verb, WS-K picking the
      * file pair.  Rows move through WS-KD-LIVE-REC / WS-KD-SCN-REC;
      * a side's key goes to HIGH-VALUES once it has run out.
       OPEN-KEYED-LIVE.
           MOVE '-' TO WS-KD-LIVE-OPEN.
           MOVE HIGH-VALUES TO WS-KD-LIVE-KEY.
           EVALUATE WS-K
               WHEN 1
                   IF WS-KD-MODE = 'U' THEN
                       OPEN I-O WORLD-FILE
                   ELSE
                       OPEN INPUT WORLD-FILE
                   END-IF
               WHEN 2
                   IF WS-KD-MODE = 'U' THEN
                       OPEN I-O INSTALL-FILE
                   ELSE
                       OPEN INPUT INSTALL-FILE
                   END-IF
               WHEN 3
                   IF WS-KD-MODE = 'U' THEN
                       OPEN I-O CALENDAR-FILE
                   ELSE
                       OPEN INPUT CALENDAR-FILE
                   END-IF
               WHEN 4
                   IF WS-KD-MODE = 'U' THEN
                       OPEN I-O SPECIES-FILE
                   ELSE
                       OPEN INPUT SPECIES-FILE
                   END-IF
           END-EVALUATE.
           IF NOT KEYED-FILE-OK AND WS-KD-MODE = 'U' THEN
               PERFORM CREATE-KEYED-LIVE
           END-IF.
           IF NOT KEYED-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-KD-LIVE-OPEN.
           PERFORM START-KEYED-LIVE.
           EXIT PARAGRAPH.

      *    A promote into a sidecar the live set never had.
       CREATE-KEYED-LIVE.
           EVALUATE WS-K
               WHEN 1
                   OPEN OUTPUT WORLD-FILE
                   CLOSE WORLD-FILE
                   OPEN I-O WORLD-FILE
               WHEN 2
                   OPEN OUTPUT INSTALL-FILE
                   CLOSE INSTALL-FILE
                   OPEN I-O INSTALL-FILE
               WHEN 3
                   OPEN OUTPUT CALENDAR-FILE
                   CLOSE CALENDAR-FILE
                   OPEN I-O CALENDAR-FILE
               WHEN 4
                   OPEN OUTPUT SPECIES-FILE
                   CLOSE SPECIES-FILE
                   OPEN I-O SPECIES-FILE
           END-EVALUATE.
           EXIT PARAGRAPH.

       START-KEYED-LIVE.
           EVALUATE WS-K
               WHEN 1
                   MOVE LOW-VALUES TO WDTL-KEY
                   START WORLD-FILE KEY IS NOT LESS THAN WDTL-KEY
                       INVALID KEY
                           MOVE '10' TO WS-KEYED-STATUS
                   END-START
               WHEN 2
                   MOVE LOW-VALUES TO INST-KEY
                   START INSTALL-FILE KEY IS NOT LESS THAN INST-KEY
                       INVALID KEY
                           MOVE '10' TO WS-KEYED-STATUS
                   END-START
               WHEN 3
                   MOVE LOW-VALUES TO CAL-KEY
                   START CALENDAR-FILE KEY IS NOT LESS THAN CAL-KEY
                       INVALID KEY
                           MOVE '10' TO WS-KEYED-STATUS
                   END-START
               WHEN 4
                   MOVE LOW-VALUES TO SPEC-KEY
                   START SPECIES-FILE KEY IS NOT LESS THAN SPEC-KEY
                       INVALID KEY
                           MOVE '10' TO WS-KEYED-STATUS
                   END-START
           END-EVALUATE.
           EXIT PARAGRAPH.

       OPEN-KEYED-SCN.
           MOVE '-' TO WS-KD-SCN-OPEN.
           MOVE HIGH-VALUES TO WS-KD-SCN-KEY.
           EVALUATE WS-K
               WHEN 1
                   IF WS-KD-MODE = 'O' THEN
                       OPEN OUTPUT SCNWD-FILE
                   ELSE
                       OPEN INPUT SCNWD-FILE
                   END-IF
               WHEN 2
                   IF WS-KD-MODE = 'O' THEN
                       OPEN OUTPUT SCNIN-FILE
                   ELSE
                       OPEN INPUT SCNIN-FILE
                   END-IF
               WHEN 3
                   IF WS-KD-MODE = 'O' THEN
                       OPEN OUTPUT SCNCA-FILE
                   ELSE
                       OPEN INPUT SCNCA-FILE
                   END-IF
               WHEN 4
                   IF WS-KD-MODE = 'O' THEN
                       OPEN OUTPUT SCNSP-FILE
                   ELSE
                       OPEN INPUT SCNSP-FILE
                   END-IF
           END-EVALUATE.
           IF NOT SCNKD-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-KD-SCN-OPEN.
           IF WS-KD-MODE = 'O' THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-K
               WHEN 1
                   MOVE LOW-VALUES TO SCNWD-KEY
                   START SCNWD-FILE KEY IS NOT LESS THAN SCNWD-KEY
                       INVALID KEY
                           MOVE '10' TO WS-SCNKD-STATUS
                   END-START
               WHEN 2
                   MOVE LOW-VALUES TO SCNIN-KEY
                   START SCNIN-FILE KEY IS NOT LESS THAN SCNIN-KEY
                       INVALID KEY
                           MOVE '10' TO WS-SCNKD-STATUS
                   END-START
               WHEN 3
                   MOVE LOW-VALUES TO SCNCA-KEY
                   START SCNCA-FILE KEY IS NOT LESS THAN SCNCA-KEY
                       INVALID KEY
                           MOVE '10' TO WS-SCNKD-STATUS
                   END-START
               WHEN 4
                   MOVE LOW-VALUES TO SCNSP-KEY
                   START SCNSP-FILE KEY IS NOT LESS THAN SCNSP-KEY
                       INVALID KEY
                           MOVE '10' TO WS-SCNKD-STATUS
                   END-START
           END-EVALUATE.
           EXIT PARAGRAPH.

       READ-NEXT-KEYED-LIVE.
           IF WS-KD-LIVE-OPEN NOT = 'Y' OR KEYED-FILE-EOF THEN
               MOVE HIGH-VALUES TO WS-KD-LIVE-KEY
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-KD-LIVE-REC.
           EVALUATE WS-K
               WHEN 1
                   READ WORLD-FILE NEXT RECORD
                       INTO WS-KD-LIVE-REC
                       AT END CONTINUE
                   END-READ
               WHEN 2
                   READ INSTALL-FILE NEXT RECORD
                       INTO WS-KD-LIVE-REC
                       AT END CONTINUE
                   END-READ
               WHEN 3
                   READ CALENDAR-FILE NEXT RECORD
                       INTO WS-KD-LIVE-REC
                       AT END CONTINUE
                   END-READ
               WHEN 4
                   READ SPECIES-FILE NEXT RECORD
                       INTO WS-KD-LIVE-REC
                       AT END CONTINUE
                   END-READ
           END-EVALUATE.
           IF NOT KEYED-FILE-OK THEN
               MOVE HIGH-VALUES TO WS-KD-LIVE-KEY
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-KD-LIVE-KEY.
           MOVE WS-KD-LIVE-REC(1:WS-KEYED-KEYLEN(WS-K))
             TO WS-KD-LIVE-KEY.
           EXIT PARAGRAPH.

       READ-NEXT-KEYED-SCN.
           IF WS-KD-SCN-OPEN NOT = 'Y' OR SCNKD-FILE-EOF THEN
               MOVE HIGH-VALUES TO WS-KD-SCN-KEY
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-KD-SCN-REC.
           EVALUATE WS-K
               WHEN 1
                   READ SCNWD-FILE NEXT RECORD
                       INTO WS-KD-SCN-REC
                       AT END CONTINUE
                   END-READ
               WHEN 2
                   READ SCNIN-FILE NEXT RECORD
                       INTO WS-KD-SCN-REC
                       AT END CONTINUE
                   END-READ
               WHEN 3
                   READ SCNCA-FILE NEXT RECORD
                       INTO WS-KD-SCN-REC
                       AT END CONTINUE
                   END-READ
               WHEN 4
                   READ SCNSP-FILE NEXT RECORD
                       INTO WS-KD-SCN-REC
                       AT END CONTINUE
                   END-READ
           END-EVALUATE.
           IF NOT SCNKD-FILE-OK THEN
               MOVE HIGH-VALUES TO WS-KD-SCN-KEY
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-KD-SCN-KEY.
           MOVE WS-KD-SCN-REC(1:WS-KEYED-KEYLEN(WS-K))
             TO WS-KD-SCN-KEY.
           EXIT PARAGRAPH.

      *    The live row with the scenario row's key; WS-KD-FOUND.
       READ-KEYED-LIVE.
           MOVE 'Y' TO WS-KD-FOUND.
           MOVE SPACES TO WS-KD-LIVE-REC.
           EVALUATE WS-K
               WHEN 1
                   MOVE WS-KD-SCN-KEY TO WDTL-KEY
                   READ WORLD-FILE INTO WS-KD-LIVE-REC
                       INVALID KEY
                           MOVE '-' TO WS-KD-FOUND
                   END-READ
               WHEN 2
                   MOVE WS-KD-SCN-KEY TO INST-KEY
                   READ INSTALL-FILE INTO WS-KD-LIVE-REC
                       INVALID KEY
                           MOVE '-' TO WS-KD-FOUND
                   END-READ
               WHEN 3
                   MOVE WS-KD-SCN-KEY TO CAL-KEY
                   READ CALENDAR-FILE INTO WS-KD-LIVE-REC
                       INVALID KEY
                           MOVE '-' TO WS-KD-FOUND
                   END-READ
               WHEN 4
                   MOVE WS-KD-SCN-KEY TO SPEC-KEY
                   READ SPECIES-FILE INTO WS-KD-LIVE-REC
                       INVALID KEY
                           MOVE '-' TO WS-KD-FOUND
                   END-READ
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    Whether the scenario has a row with the live row's key;
      *    WS-KD-FOUND.
       READ-KEYED-SCN.
           MOVE 'Y' TO WS-KD-FOUND.
           EVALUATE WS-K
               WHEN 1
                   MOVE WS-KD-LIVE-KEY TO SCNWD-KEY
                   READ SCNWD-FILE
                       INVALID KEY
                           MOVE '-' TO WS-KD-FOUND
                   END-READ
               WHEN 2
                   MOVE WS-KD-LIVE-KEY TO SCNIN-KEY
                   READ SCNIN-FILE
                       INVALID KEY
                           MOVE '-' TO WS-KD-FOUND
                   END-READ
               WHEN 3
                   MOVE WS-KD-LIVE-KEY TO SCNCA-KEY
                   READ SCNCA-FILE
                       INVALID KEY
                           MOVE '-' TO WS-KD-FOUND
                   END-READ
               WHEN 4
                   MOVE WS-KD-LIVE-KEY TO SCNSP-KEY
                   READ SCNSP-FILE
                       INVALID KEY
                           MOVE '-' TO WS-KD-FOUND
                   END-READ
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    The fork's copy of the live row just read; SCNKD-FILE-OK
      *    says whether it went.
       WRITE-KEYED-SCN.
           EVALUATE WS-K
               WHEN 1
                   WRITE SCNWD-RECORD FROM WS-KD-LIVE-REC(1:306)
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN 2
                   WRITE SCNIN-RECORD FROM WS-KD-LIVE-REC(1:94)
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN 3
                   WRITE SCNCA-RECORD FROM WS-KD-LIVE-REC(1:126)
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN 4
                   WRITE SCNSP-RECORD FROM WS-KD-LIVE-REC(1:1241)
                       INVALID KEY CONTINUE
                   END-WRITE
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    The scenario row over the live one — a REWRITE when
      *    READ-KEYED-LIVE found it, a WRITE when not; KEYED-FILE-OK
      *    says whether it went.
       STORE-KEYED-LIVE.
           EVALUATE WS-K
               WHEN 1
                   MOVE WS-KD-SCN-REC(1:306) TO WORLD-RECORD
                   IF WS-KD-FOUND = 'Y' THEN
                       REWRITE WORLD-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                   ELSE
                       WRITE WORLD-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                   END-IF
               WHEN 2
                   MOVE WS-KD-SCN-REC(1:94) TO INSTALL-RECORD
                   IF WS-KD-FOUND = 'Y' THEN
                       REWRITE INSTALL-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                   ELSE
                       WRITE INSTALL-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                   END-IF
               WHEN 3
                   MOVE WS-KD-SCN-REC(1:126) TO CALENDAR-RECORD
                   IF WS-KD-FOUND = 'Y' THEN
                       REWRITE CALENDAR-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                   ELSE
                       WRITE CALENDAR-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                   END-IF
               WHEN 4
                   MOVE WS-KD-SCN-REC(1:1241) TO SPECIES-RECORD
                   IF WS-KD-FOUND = 'Y' THEN
                       REWRITE SPECIES-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                   ELSE
                       WRITE SPECIES-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    The live row just read off the file; KEYED-FILE-OK says
      *    whether it went.
       DELETE-KEYED-LIVE.
           EVALUATE WS-K
               WHEN 1
                   DELETE WORLD-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               WHEN 2
                   DELETE INSTALL-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               WHEN 3
                   DELETE CALENDAR-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               WHEN 4
                   DELETE SPECIES-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
           END-EVALUATE.
           EXIT PARAGRAPH.

       CLOSE-KEYED-LIVE.
           IF WS-KD-LIVE-OPEN NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-K
               WHEN 1
                   CLOSE WORLD-FILE
               WHEN 2
                   CLOSE INSTALL-FILE
               WHEN 3
                   CLOSE CALENDAR-FILE
               WHEN 4
                   CLOSE SPECIES-FILE
           END-EVALUATE.
           MOVE '-' TO WS-KD-LIVE-OPEN.
           EXIT PARAGRAPH.

       CLOSE-KEYED-SCN.
           IF WS-KD-SCN-OPEN NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-K
               WHEN 1
                   CLOSE SCNWD-FILE
               WHEN 2
                   CLOSE SCNIN-FILE
               WHEN 3
                   CLOSE SCNCA-FILE
               WHEN 4
                   CLOSE SCNSP-FILE
           END-EVALUATE.
           MOVE '-' TO WS-KD-SCN-OPEN.
           EXIT PARAGRAPH.

      *********************************
      * The control file.
       WRITE-CONTROL-FILE.
           OPEN OUTPUT CTL-FILE.
           MOVE 'RecType,Name,Count' TO CTL-RECORD.
           WRITE CTL-RECORD.
           MOVE 'SCENARIO' TO WS-CTL-TYPE.
           MOVE WS-SCN-BASE TO WS-CTL-NAME.
           MOVE WS-N-STARDB TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE 'PART' TO WS-CTL-TYPE.
           MOVE WS-SCN-SDB-PATH TO WS-CTL-NAME.
           MOVE WS-N-STARDB TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE WS-SCN-NTS-PATH TO WS-CTL-NAME.
           MOVE WS-N-NOTES TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE WS-SCN-HIS-PATH TO WS-CTL-NAME.
           MOVE WS-N-HISTORY TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE WS-SCN-WHS-PATH TO WS-CTL-NAME.
           MOVE WS-N-WORLDHIS TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               IF WS-KEYED-FORKED(WS-K) = 'Y' THEN
                   MOVE WS-KEYED-SCN(WS-K) TO WS-CTL-NAME
                   MOVE WS-KEYED-N(WS-K) TO WS-CTL-N
                   PERFORM WRITE-CONTROL-ROW
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 8
               IF WS-SIDE-FORKED(WS-S) = 'Y' THEN
                   MOVE WS-SIDE-SCN(WS-S) TO WS-CTL-NAME
                   MOVE WS-SIDE-N(WS-S) TO WS-CTL-N
                   PERFORM WRITE-CONTROL-ROW
               END-IF
           END-PERFORM.
           MOVE 'TOTAL' TO WS-CTL-TYPE.
           MOVE 'live-systems' TO WS-CTL-NAME.
           MOVE WS-N-STARDB TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE 'live-generations' TO WS-CTL-NAME.
           MOVE WS-GEN-SUM TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE 'STATE' TO WS-CTL-TYPE.
           MOVE 'FORKED' TO WS-CTL-NAME.
           MOVE 0 TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           CLOSE CTL-FILE.
           EXIT PARAGRAPH.

       WRITE-CONTROL-ROW.
           MOVE WS-CTL-N TO WS-DISP-N.
           MOVE SPACES TO WS-CTL-LINE.
           STRING FUNCTION TRIM(WS-CTL-TYPE) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CTL-NAME) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)   DELIMITED BY SIZE
                  INTO WS-CTL-LINE
           END-STRING.
           WRITE CTL-RECORD FROM WS-CTL-LINE.
           EXIT PARAGRAPH.

       APPEND-CONTROL-STATE.
           OPEN EXTEND CTL-FILE.
           MOVE 'STATE' TO WS-CTL-TYPE.
           MOVE WS-STATE-ROW TO WS-CTL-NAME.
           MOVE 0 TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           CLOSE CTL-FILE.
           EXIT PARAGRAPH.

       READ-CONTROL-FILE.
           MOVE '-' TO WS-CTL-PRESENT.
           INITIALIZE WS-CTL-COUNTS.
           MOVE SPACES TO WS-CTL-STATE.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CTL-PRESENT.
           PERFORM UNTIL CTL-FILE-EOF
               READ CTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM READ-ONE-CONTROL-ROW
               END-READ
           END-PERFORM.
           CLOSE CTL-FILE.
           EXIT PARAGRAPH.

       READ-ONE-CONTROL-ROW.
           MOVE CTL-RECORD TO WS-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-LINE, WS-SPLIT-PTR,
                   WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CTL-TYPE.
           CALL 'CSV-SPLIT-FIELD' USING WS-LINE, WS-SPLIT-PTR,
                   WS-CTL-NAME.
           CALL 'CSV-SPLIT-FIELD' USING WS-LINE, WS-SPLIT-PTR,
                   WS-SPLIT-FLD.
           IF FUNCTION TRIM(WS-SPLIT-FLD) IS NUMERIC THEN
               COMPUTE WS-CTL-N = FUNCTION NUMVAL(WS-SPLIT-FLD)
           ELSE
               MOVE 0 TO WS-CTL-N
           END-IF.
           EVALUATE WS-CTL-TYPE
               WHEN 'TOTAL'
                   EVALUATE WS-CTL-NAME
                       WHEN 'live-systems'
                           MOVE WS-CTL-N TO WS-C-LIVE-SYSTEMS
                       WHEN 'live-generations'
                           MOVE WS-CTL-N TO WS-C-LIVE-GEN-SUM
                   END-EVALUATE
               WHEN 'PART'
                   IF WS-CTL-NAME = WS-SCN-WHS-PATH THEN
                       MOVE WS-CTL-N TO WS-C-WORLDHIS
                   END-IF
               WHEN 'STATE'
                   MOVE WS-CTL-NAME TO WS-CTL-STATE
           END-EVALUATE.
           EXIT PARAGRAPH.

      ******************************************************************
      * VERB=DIFF
      ******************************************************************
       DIFF-SCENARIO.
           IF WS-CTL-PRESENT NOT = 'Y' THEN
               MOVE 'SCN008' TO MC-MSG-ID
               MOVE WS-SCN-BASE TO MC-INSERT(1)
               MOVE WS-SCN-CTL-PATH TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET SCN-STOPPED TO TRUE
               MOVE 'REFUSED: NO SCENARIO' TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPEN-BOTH-DATABASES.
           IF SCN-STOPPED THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'Scenario ' FUNCTION TRIM(WS-SCN-BASE) ': '
               FUNCTION TRIM(WS-STARDB-PATH) ' -> '
               FUNCTION TRIM(WS-SCN-SDB-PATH).
           PERFORM READ-NEXT-LIVE.
           PERFORM READ-NEXT-SCENARIO.
           PERFORM UNTIL WS-LIVE-KEY = HIGH-VALUES
                     AND WS-SCN-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-LIVE-KEY < WS-SCN-KEY
                       ADD 1 TO WS-REMOVED-COUNT
                       DISPLAY 'REMOVED  ' FUNCTION TRIM(WS-LIVE-KEY)
                       PERFORM READ-NEXT-LIVE
                   WHEN WS-LIVE-KEY > WS-SCN-KEY
                       ADD 1 TO WS-ADDED-COUNT
                       DISPLAY 'ADDED    ' FUNCTION TRIM(WS-SCN-KEY)
                       PERFORM READ-NEXT-SCENARIO
                   WHEN OTHER
                       PERFORM COMPARE-ONE-SYSTEM
                       PERFORM READ-NEXT-LIVE
                       PERFORM READ-NEXT-SCENARIO
               END-EVALUATE
           END-PERFORM.
           CLOSE SCNDB-FILE.
           CLOSE STARDB-FILE.
           PERFORM DIFF-NOTES.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               PERFORM DIFF-KEYED-SIDECAR
           END-PERFORM.
           PERFORM DIFF-WORLD-HISTORY.
           PERFORM DIFF-SIDECARS.

           IF WS-ADDED-COUNT + WS-REMOVED-COUNT + WS-CHANGED-COUNT
              + WS-NOTES-CHANGED + WS-SIDES-CHANGED > 0 THEN
               MOVE 'SCN022' TO MC-MSG-ID
               MOVE 'DIFFERENCES LISTED' TO WS-RUNLOG-OUTCOME
           ELSE
               MOVE 'SCN023' TO MC-MSG-ID
               MOVE 'NO DIFFERENCES' TO WS-RUNLOG-OUTCOME
           END-IF.
           MOVE WS-ADDED-COUNT TO WS-DISP-CNT.
           MOVE WS-DISP-CNT TO MC-INSERT(1).
           MOVE WS-REMOVED-COUNT TO WS-DISP-CNT.
           MOVE WS-DISP-CNT TO MC-INSERT(2).
           MOVE WS-CHANGED-COUNT TO WS-DISP-CNT.
           MOVE WS-DISP-CNT TO MC-INSERT(3).
           MOVE WS-SAME-COUNT TO WS-DISP-CNT.
           MOVE WS-DISP-CNT TO MC-INSERT(4).
           MOVE WS-NOTES-CHANGED TO WS-DISP-CNT.
           MOVE WS-DISP-CNT TO MC-INSERT(5).
           MOVE WS-SIDES-CHANGED TO WS-DISP-CNT.
           MOVE WS-DISP-CNT TO MC-INSERT(6).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           IF CTL-PROMOTED THEN
               MOVE 'SCN009' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       OPEN-BOTH-DATABASES.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'SCN005' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET SCN-STOPPED TO TRUE
               MOVE 'REFUSED: NO DATABASE' TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SCNDB-FILE.
           IF NOT SCNDB-FILE-OK THEN
               MOVE 'SCN010' TO MC-MSG-ID
               MOVE WS-SCN-SDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET SCN-STOPPED TO TRUE
               CLOSE STARDB-FILE
               MOVE 'REFUSED: NO SCENARIO DATABASE'
                 TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO STARDB-KEY.
           START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
               INVALID KEY
                   MOVE '10' TO WS-STARDB-STATUS
           END-START.
           MOVE LOW-VALUES TO SCNDB-KEY.
           START SCNDB-FILE KEY IS NOT LESS THAN SCNDB-KEY
               INVALID KEY
                   MOVE '10' TO WS-SCNDB-STATUS
           END-START.
           EXIT PARAGRAPH.

      *********************************
      * The walk's two feeders — both indexed files read in key
      * order, so unlike G4SSGDLT's backup there is no order to
      * prove.
       READ-NEXT-LIVE.
           IF STARDB-FILE-EOF THEN
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

       READ-NEXT-SCENARIO.
           IF SCNDB-FILE-EOF THEN
               MOVE HIGH-VALUES TO WS-SCN-KEY
               EXIT PARAGRAPH
           END-IF.
           READ SCNDB-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-SCN-KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE SCNDB-KEY TO WS-SCN-KEY.
           EXIT PARAGRAPH.

      *    Same key on both sides — identical images cost one
      *    compare, anything else is walked field by field.
       COMPARE-ONE-SYSTEM.
           IF SCNDB-RECORD = STARDB-RECORD THEN
               ADD 1 TO WS-SAME-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHANGED-COUNT.
           DISPLAY 'CHANGED  ' FUNCTION TRIM(WS-LIVE-KEY).
           IF SUMMARY-ONLY THEN
               EXIT PARAGRAPH
           END-IF.
           IF NOT STARDB-LAYOUT-CURRENT
              OR NOT SCNDB-LAYOUT-CURRENT THEN
               MOVE STARDB-LAYOUT-VER TO WS-DISP-Z
               DISPLAY '    record layout v' WS-DISP-Z ' -> v'
                   NO ADVANCING
               MOVE SCNDB-LAYOUT-VER TO WS-DISP-Z
               DISPLAY WS-DISP-Z ' — fields not compared (run '
                   'G4SSGMIG).'
               EXIT PARAGRAPH
           END-IF.
           SET SC-ALL-FIELDS TO TRUE.
           CALL 'COMPARE-SYSTEM-RECORDS' USING WS-CMP-CTL,
                   STARDB-RECORD, SCNDB-RECORD.
           IF SC-LINES = 0 THEN
               DISPLAY '    (no data field moved — working bytes '
                   'only)'
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * The notes, by system — each scenario note looked up live,
      * then each live note with no scenario counterpart.
       DIFF-NOTES.
           OPEN INPUT SCNNT-FILE.
           IF NOT SCNNT-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT NOTES-FILE.
           MOVE '-' TO WS-LIVE-NOTES-OPEN.
           IF NOTES-FILE-OK THEN
               MOVE 'Y' TO WS-LIVE-NOTES-OPEN
           END-IF.
           MOVE LOW-VALUES TO SCNNT-KEY.
           START SCNNT-FILE KEY IS NOT LESS THAN SCNNT-KEY
               INVALID KEY
                   MOVE '10' TO WS-SCNNT-STATUS
           END-START.
           PERFORM UNTIL SCNNT-FILE-EOF
               READ SCNNT-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       MOVE SCNNT-RECORD TO WS-SCN-NOTE
                       PERFORM COMPARE-ONE-NOTE
               END-READ
           END-PERFORM.
           IF WS-LIVE-NOTES-OPEN = 'Y' THEN
               MOVE LOW-VALUES TO NOTE-KEY
               START NOTES-FILE KEY IS NOT LESS THAN NOTE-KEY
                   INVALID KEY
                       MOVE '10' TO WS-NOTES-STATUS
               END-START
               PERFORM UNTIL NOTES-FILE-EOF
                   READ NOTES-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           MOVE NOTE-KEY TO SCNNT-KEY
                           READ SCNNT-FILE
                               INVALID KEY
                                   ADD 1 TO WS-NOTES-CHANGED
                                   DISPLAY 'NOTES    '
                                       FUNCTION TRIM(NOTE-KEY)
                                       ' — dropped in the scenario'
                           END-READ
                   END-READ
               END-PERFORM
               CLOSE NOTES-FILE
           END-IF.
           CLOSE SCNNT-FILE.
           EXIT PARAGRAPH.

       COMPARE-ONE-NOTE.
           IF WS-LIVE-NOTES-OPEN NOT = 'Y' THEN
               ADD 1 TO WS-NOTES-CHANGED
               DISPLAY 'NOTES    ' FUNCTION TRIM(SNOTE-KEY)
                   ' — new in the scenario'
               EXIT PARAGRAPH
           END-IF.
           MOVE SNOTE-KEY TO NOTE-KEY.
           READ NOTES-FILE
               INVALID KEY
                   ADD 1 TO WS-NOTES-CHANGED
                   DISPLAY 'NOTES    ' FUNCTION TRIM(SNOTE-KEY)
                       ' — new in the scenario'
                   EXIT PARAGRAPH
           END-READ.
           IF NOTES-RECORD = WS-SCN-NOTE THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NOTES-CHANGED.
           DISPLAY 'NOTES    ' FUNCTION TRIM(SNOTE-KEY).
           IF SUMMARY-ONLY THEN
               EXIT PARAGRAPH
           END-IF.
           IF NOTE-CLAIM NOT = SNOTE-CLAIM THEN
               DISPLAY '    claim: ' FUNCTION TRIM(NOTE-CLAIM)
                   ' -> ' FUNCTION TRIM(SNOTE-CLAIM)
           END-IF.
           IF NOTE-SURVEY NOT = SNOTE-SURVEY THEN
               MOVE NOTE-SURVEY TO WS-DISP-SURVEY
               MOVE SNOTE-SURVEY TO WS-DISP-SURVEY2
               DISPLAY '    survey: ' WS-DISP-SURVEY ' -> '
                   WS-DISP-SURVEY2
           END-IF.
           IF NOTE-VISITED NOT = SNOTE-VISITED THEN
               DISPLAY '    visited: ' NOTE-VISITED ' -> '
                   SNOTE-VISITED
           END-IF.
           IF NOTE-TEXT NOT = SNOTE-TEXT THEN
               DISPLAY '    note: ' FUNCTION TRIM(SNOTE-TEXT)
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * Keyed sidecar WS-K — the same side-by-side walk as the
      * database's, on the row key.  One the scenario never forked
      * is passed over, as the promote passes it over; no live file
      * walks as empty.
       DIFF-KEYED-SIDECAR.
           MOVE 0 TO WS-KD-ADDED WS-KD-REMOVED WS-KD-CHANGED.
           MOVE 'I' TO WS-KD-MODE.
           PERFORM OPEN-KEYED-SCN.
           IF WS-KD-SCN-OPEN NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPEN-KEYED-LIVE.
           PERFORM READ-NEXT-KEYED-LIVE.
           PERFORM READ-NEXT-KEYED-SCN.
           PERFORM UNTIL WS-KD-LIVE-KEY = HIGH-VALUES
                     AND WS-KD-SCN-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-KD-LIVE-KEY < WS-KD-SCN-KEY
                       ADD 1 TO WS-KD-REMOVED
                       MOVE WS-KD-LIVE-KEY TO WS-KD-ROW-KEY
                       MOVE 'dropped in the scenario' TO WS-KD-WHAT
                       PERFORM LIST-KEYED-ROW
                       PERFORM READ-NEXT-KEYED-LIVE
                   WHEN WS-KD-LIVE-KEY > WS-KD-SCN-KEY
                       ADD 1 TO WS-KD-ADDED
                       MOVE WS-KD-SCN-KEY TO WS-KD-ROW-KEY
                       MOVE 'new in the scenario' TO WS-KD-WHAT
                       PERFORM LIST-KEYED-ROW
                       PERFORM READ-NEXT-KEYED-SCN
                   WHEN OTHER
                       IF WS-KD-LIVE-REC NOT = WS-KD-SCN-REC THEN
                           ADD 1 TO WS-KD-CHANGED
                           MOVE WS-KD-LIVE-KEY TO WS-KD-ROW-KEY
                           MOVE 'changed' TO WS-KD-WHAT
                           PERFORM LIST-KEYED-ROW
                       END-IF
                       PERFORM READ-NEXT-KEYED-LIVE
                       PERFORM READ-NEXT-KEYED-SCN
               END-EVALUATE
           END-PERFORM.
           PERFORM CLOSE-KEYED-SCN.
           PERFORM CLOSE-KEYED-LIVE.
           IF WS-KD-ADDED + WS-KD-REMOVED + WS-KD-CHANGED = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SIDES-CHANGED.
           MOVE WS-KD-ADDED TO WS-DISP-N.
           DISPLAY 'SIDECAR  ' FUNCTION TRIM(WS-KEYED-LIVE(WS-K))
               ' differs: ' FUNCTION TRIM(WS-DISP-N) ' added, '
               NO ADVANCING.
           MOVE WS-KD-REMOVED TO WS-DISP-N.
           DISPLAY FUNCTION TRIM(WS-DISP-N) ' removed, ' NO ADVANCING.
           MOVE WS-KD-CHANGED TO WS-DISP-N.
           DISPLAY FUNCTION TRIM(WS-DISP-N) ' changed'.
           EXIT PARAGRAPH.

      *    One differing row, by key — a world or installation row
      *    shown as its system, star and orbit.
       LIST-KEYED-ROW.
           IF SUMMARY-ONLY THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-KD-SHOW.
           IF WS-KEYED-KEYLEN(WS-K) = 53 THEN
               STRING FUNCTION TRIM(WS-KD-ROW-KEY(1:48))
                                          DELIMITED BY SIZE
                      ' star '            DELIMITED BY SIZE
                      WS-KD-ROW-KEY(49:2) DELIMITED BY SIZE
                      ' orbit '           DELIMITED BY SIZE
                      WS-KD-ROW-KEY(51:3) DELIMITED BY SIZE
                      INTO WS-KD-SHOW
               END-STRING
           ELSE
               MOVE WS-KD-ROW-KEY TO WS-KD-SHOW
           END-IF.
           DISPLAY WS-KEYED-LABEL(WS-K) FUNCTION TRIM(WS-KD-SHOW)
               ' — ' FUNCTION TRIM(WS-KD-WHAT).
           EXIT PARAGRAPH.

      *    The scenario's world-detail history only grows; what it
      *    has added since the fork is what its saves displaced.
       DIFF-WORLD-HISTORY.
           OPEN INPUT SCNWH-FILE.
           IF NOT SCNWH-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-COPY-N.
           PERFORM UNTIL SCNWH-FILE-EOF
               READ SCNWH-FILE
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-COPY-N
               END-READ
           END-PERFORM.
           CLOSE SCNWH-FILE.
           IF WS-COPY-N > WS-C-WORLDHIS THEN
               COMPUTE WS-DISP-N = WS-COPY-N - WS-C-WORLDHIS
               DISPLAY 'HISTORY  ' FUNCTION TRIM(WS-SCN-WHS-PATH)
                   '  ' FUNCTION TRIM(WS-DISP-N)
                   ' world row(s) displaced in the scenario'
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * The CSV and clock sidecars, row against row.
       DIFF-SIDECARS.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 8
               MOVE WS-SIDE-LIVE(WS-S) TO WS-COPY-FROM
               MOVE WS-SIDE-SCN(WS-S) TO WS-COPY-TO
               PERFORM COMPARE-SIDECAR
               IF WS-SAME-FILE NOT = 'Y' THEN
                   ADD 1 TO WS-SIDES-CHANGED
                   MOVE WS-COPY-N TO WS-DISP-N
                   DISPLAY 'SIDECAR  ' FUNCTION TRIM(WS-COPY-FROM)
                       ' differs: ' FUNCTION TRIM(WS-DISP-N)
                       ' row(s) live, ' NO ADVANCING
                   MOVE WS-COPY-N2 TO WS-DISP-N
                   DISPLAY FUNCTION TRIM(WS-DISP-N)
                       ' in the scenario'
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    WS-COPY-FROM (live) against WS-COPY-TO (scenario); a file
      *    missing on both sides is the same as identical.
       COMPARE-SIDECAR.
           MOVE 'Y' TO WS-SAME-FILE.
           MOVE 0 TO WS-COPY-N WS-COPY-N2.
           OPEN INPUT COPY-IN-FILE.
           OPEN INPUT COPY-OUT-FILE.
           IF NOT COPY-IN-FILE-OK THEN
               MOVE '10' TO WS-COPY-IN-STATUS
           END-IF.
           IF NOT COPY-OUT-FILE-OK THEN
               MOVE '10' TO WS-COPY-OUT-STATUS
           END-IF.
           PERFORM UNTIL COPY-IN-FILE-EOF AND COPY-OUT-FILE-EOF
               MOVE SPACES TO COPY-IN-RECORD COPY-OUT-RECORD
               IF NOT COPY-IN-FILE-EOF THEN
                   READ COPY-IN-FILE
                       AT END CONTINUE
                       NOT AT END
                           ADD 1 TO WS-COPY-N
                   END-READ
               END-IF
               IF NOT COPY-OUT-FILE-EOF THEN
                   READ COPY-OUT-FILE
                       AT END CONTINUE
                       NOT AT END
                           ADD 1 TO WS-COPY-N2
                   END-READ
               END-IF
               IF (COPY-IN-FILE-EOF AND NOT COPY-OUT-FILE-EOF)
                  OR (COPY-OUT-FILE-EOF AND NOT COPY-IN-FILE-EOF)
                  OR COPY-IN-RECORD NOT = COPY-OUT-RECORD THEN
                   MOVE '-' TO WS-SAME-FILE
               END-IF
           END-PERFORM.
           CLOSE COPY-IN-FILE.
           CLOSE COPY-OUT-FILE.
           EXIT PARAGRAPH.

      ******************************************************************
      * VERB=PROMOTE
      ******************************************************************
       PROMOTE-SCENARIO.
           IF WS-CTL-PRESENT NOT = 'Y' THEN
               MOVE 'SCN011' TO MC-MSG-ID
               MOVE WS-SCN-BASE TO MC-INSERT(1)
               MOVE WS-SCN-CTL-PATH TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET SCN-STOPPED TO TRUE
               MOVE 'REFUSED: NO SCENARIO' TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           IF CTL-PROMOTED THEN
               MOVE 'SCN012' TO MC-MSG-ID
               MOVE WS-SCN-BASE TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'NOTHING TO DO' TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           MOVE 'G4SSGSCN' TO AU-PROGRAM.
           MOVE 'PROMOTE' TO AU-VERB.
           MOVE SPACES TO AU-SECTOR.
           MOVE WS-SCN-BASE TO AU-TARGET.
           MOVE WS-RUNLOG-PATH TO AU-RUNLOG-PATH.
           MOVE WS-RUN-ID TO AU-RUN-ID.
           CALL 'CHECK-OPERATOR-AUTHORITY' USING WS-AUTH-CTL.
           IF AU-DENIED THEN
               MOVE 'REFUSED: NOT AUTHORISED' TO WS-RUNLOG-OUTCOME
               SET SCN-STOPPED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-LIVE-UNMOVED.
           IF SCN-STOPPED THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'SCN013' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET SCN-STOPPED TO TRUE
               MOVE 'REFUSED: NO DATABASE' TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SCNDB-FILE.
           IF NOT SCNDB-FILE-OK THEN
               MOVE 'SCN010' TO MC-MSG-ID
               MOVE WS-SCN-SDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET SCN-STOPPED TO TRUE
               CLOSE STARDB-FILE
               MOVE 'REFUSED: NO SCENARIO DATABASE'
                 TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND HISTORY-FILE.
           IF NOT HISTORY-FILE-OK THEN
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           PERFORM PROMOTE-SCENARIO-RECORDS.
           PERFORM PROMOTE-REMOVED-RECORDS.
           CLOSE HISTORY-FILE.
           CLOSE SCNDB-FILE.
           CLOSE STARDB-FILE.
           IF SCN-STOPPED THEN
               MOVE 'SCN014' TO MC-MSG-ID
               MOVE WS-RUN-ID TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'PROMOTE STOPPED' TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           PERFORM PROMOTE-NOTES.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > 4 OR SCN-STOPPED
               PERFORM PROMOTE-KEYED-SIDECAR
           END-PERFORM.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 8
               PERFORM PROMOTE-SIDECAR
           END-PERFORM.
           IF SCN-STOPPED THEN
               MOVE 'SCN026' TO MC-MSG-ID
               MOVE WS-RUN-ID TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'PROMOTE STOPPED' TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-PROMOTE-MANIFEST.
           MOVE 'PROMOTED' TO WS-STATE-ROW.
           PERFORM APPEND-CONTROL-STATE.

           MOVE 'SCN015' TO MC-MSG-ID.
           MOVE WS-SCN-BASE TO MC-INSERT(1).
           MOVE WS-RUN-ID TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE 'SCN024' TO MC-MSG-ID.
           MOVE WS-ADDED-COUNT TO WS-DISP-CNT.
           MOVE WS-DISP-CNT TO MC-INSERT(1).
           MOVE WS-CHANGED-COUNT TO WS-DISP-CNT.
           MOVE WS-DISP-CNT TO MC-INSERT(2).
           MOVE WS-REMOVED-COUNT TO WS-DISP-CNT.
           MOVE WS-DISP-CNT TO MC-INSERT(3).
           MOVE WS-N-HISTORY TO WS-DISP-CNT.
           MOVE WS-DISP-CNT TO MC-INSERT(4).
           MOVE WS-HISTORY-PATH TO MC-INSERT(5).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE 'SCN025' TO MC-MSG-ID.
           MOVE WS-NOTES-CHANGED TO WS-DISP-CNT.
           MOVE WS-DISP-CNT TO MC-INSERT(1).
           MOVE WS-SIDES-CHANGED TO WS-DISP-CNT.
           MOVE WS-DISP-CNT TO MC-INSERT(2).
           MOVE WS-MANIFEST-PATH TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE 'PROMOTED' TO WS-RUNLOG-OUTCOME.
           EXIT PARAGRAPH.

      *    Re-add the live database's system count and generation
      *    hash total and hold them against the fork's.
       CHECK-LIVE-UNMOVED.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'SCN005' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET SCN-STOPPED TO TRUE
               MOVE 'REFUSED: NO DATABASE' TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-RUN-COUNTS.
           MOVE LOW-VALUES TO STARDB-KEY.
           START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
               INVALID KEY
                   MOVE '10' TO WS-STARDB-STATUS
           END-START.
           PERFORM UNTIL STARDB-FILE-EOF
               READ STARDB-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-N-STARDB
                       ADD STARDB-GENERATION TO WS-GEN-SUM
               END-READ
           END-PERFORM.
           CLOSE STARDB-FILE.
           IF WS-N-STARDB = WS-C-LIVE-SYSTEMS
              AND WS-GEN-SUM = WS-C-LIVE-GEN-SUM THEN
               INITIALIZE WS-RUN-COUNTS
               EXIT PARAGRAPH
           END-IF.
           IF FORCE-PROMOTE THEN
               MOVE 'SCN016' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               INITIALIZE WS-RUN-COUNTS
               EXIT PARAGRAPH
           END-IF.
           MOVE 'SCN017' TO MC-MSG-ID
           MOVE WS-STARDB-PATH TO MC-INSERT(1)
           MOVE WS-SCN-BASE TO MC-INSERT(2)
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           SET SCN-STOPPED TO TRUE
           MOVE 'REFUSED: LIVE HAS MOVED' TO WS-RUNLOG-OUTCOME.
           EXIT PARAGRAPH.

      *    Every scenario system new or different from live goes in;
      *    the displaced live record is kept in the history first.
       PROMOTE-SCENARIO-RECORDS.
           MOVE LOW-VALUES TO SCNDB-KEY.
           START SCNDB-FILE KEY IS NOT LESS THAN SCNDB-KEY
               INVALID KEY
                   MOVE '10' TO WS-SCNDB-STATUS
           END-START.
           PERFORM UNTIL SCNDB-FILE-EOF OR SCN-STOPPED
               READ SCNDB-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       PERFORM PROMOTE-ONE-SYSTEM
               END-READ
           END-PERFORM.
           EXIT PARAGRAPH.

       PROMOTE-ONE-SYSTEM.
           MOVE SCNDB-KEY TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   MOVE SCNDB-RECORD TO STARDB-RECORD
                   MOVE WS-RUN-ID TO STARDB-SAVE-RUN-ID
                   WRITE STARDB-RECORD
                       INVALID KEY
                           MOVE 'SCN018' TO MC-MSG-ID
                           MOVE SCNDB-KEY TO MC-INSERT(1)
                           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                           SET SCN-STOPPED TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ADDED-COUNT
                           ADD 1 TO WS-STORED-COUNT
                   END-WRITE
                   EXIT PARAGRAPH
           END-READ.
           IF STARDB-RECORD = SCNDB-RECORD THEN
               EXIT PARAGRAPH
           END-IF.
           WRITE HISTORY-RECORD FROM STARDB-RECORD.
           ADD 1 TO WS-N-HISTORY.
           MOVE STARDB-GENERATION TO WS-LIVE-GEN.
           MOVE SCNDB-RECORD TO STARDB-RECORD.
           COMPUTE STARDB-GENERATION = WS-LIVE-GEN + 1.
           MOVE WS-RUN-ID TO STARDB-SAVE-RUN-ID.
           REWRITE STARDB-RECORD
               INVALID KEY
                   MOVE 'SCN018' TO MC-MSG-ID
                   MOVE SCNDB-KEY TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   SET SCN-STOPPED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGED-COUNT
                   ADD 1 TO WS-STORED-COUNT
           END-REWRITE.
           EXIT PARAGRAPH.

      *    Live systems the scenario no longer has — to the history,
      *    then off the database.
       PROMOTE-REMOVED-RECORDS.
           IF SCN-STOPPED THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO STARDB-KEY.
           START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
               INVALID KEY
                   MOVE '10' TO WS-STARDB-STATUS
           END-START.
           PERFORM UNTIL STARDB-FILE-EOF OR SCN-STOPPED
               READ STARDB-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       MOVE STARDB-KEY TO SCNDB-KEY
                       READ SCNDB-FILE
                           INVALID KEY
                               PERFORM PROMOTE-ONE-REMOVAL
                       END-READ
               END-READ
           END-PERFORM.
           EXIT PARAGRAPH.

       PROMOTE-ONE-REMOVAL.
           WRITE HISTORY-RECORD FROM STARDB-RECORD.
           ADD 1 TO WS-N-HISTORY.
           DELETE STARDB-FILE RECORD
               INVALID KEY
                   MOVE 'SCN019' TO MC-MSG-ID
                   MOVE STARDB-KEY TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   SET SCN-STOPPED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-REMOVED-COUNT
           END-DELETE.
           EXIT PARAGRAPH.

      *    The notes follow the scenario's: stored where they
      *    differ, dropped where the scenario has none.
       PROMOTE-NOTES.
           OPEN INPUT SCNNT-FILE.
           IF NOT SCNNT-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O NOTES-FILE.
           IF NOT NOTES-FILE-OK THEN
               OPEN OUTPUT NOTES-FILE
               CLOSE NOTES-FILE
               OPEN I-O NOTES-FILE
           END-IF.
           MOVE LOW-VALUES TO SCNNT-KEY.
           START SCNNT-FILE KEY IS NOT LESS THAN SCNNT-KEY
               INVALID KEY
                   MOVE '10' TO WS-SCNNT-STATUS
           END-START.
           PERFORM UNTIL SCNNT-FILE-EOF
               READ SCNNT-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       MOVE SCNNT-KEY TO NOTE-KEY
                       READ NOTES-FILE
                           INVALID KEY
                               WRITE NOTES-RECORD FROM SCNNT-RECORD
                               ADD 1 TO WS-NOTES-CHANGED
                           NOT INVALID KEY
                               IF NOTES-RECORD NOT = SCNNT-RECORD
                               THEN
                                   REWRITE NOTES-RECORD
                                     FROM SCNNT-RECORD
                                   ADD 1 TO WS-NOTES-CHANGED
                               END-IF
                       END-READ
               END-READ
           END-PERFORM.
           MOVE LOW-VALUES TO NOTE-KEY.
           START NOTES-FILE KEY IS NOT LESS THAN NOTE-KEY
               INVALID KEY
                   MOVE '10' TO WS-NOTES-STATUS
           END-START.
           PERFORM UNTIL NOTES-FILE-EOF
               READ NOTES-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       MOVE NOTE-KEY TO SCNNT-KEY
                       READ SCNNT-FILE
                           INVALID KEY
                               DELETE NOTES-FILE RECORD
                               ADD 1 TO WS-NOTES-CHANGED
                       END-READ
               END-READ
           END-PERFORM.
           CLOSE NOTES-FILE.
           CLOSE SCNNT-FILE.
           EXIT PARAGRAPH.

      *    Keyed sidecar WS-K follows the scenario's the way the notes
      *    do — stored where it differs, dropped where the scenario
      *    has no row — except that a world row displaced or dropped
      *    goes to the world-detail history first, where BACKOUT='s
      *    world rollback looks for it.  One the scenario never forked
      *    is left alone.
       PROMOTE-KEYED-SIDECAR.
           MOVE 'I' TO WS-KD-MODE.
           PERFORM OPEN-KEYED-SCN.
           IF WS-KD-SCN-OPEN NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'U' TO WS-KD-MODE.
           PERFORM OPEN-KEYED-LIVE.
           IF WS-KD-LIVE-OPEN NOT = 'Y' THEN
               MOVE 'SCN013' TO MC-MSG-ID
               MOVE WS-KEYED-LIVE(WS-K) TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET SCN-STOPPED TO TRUE
               PERFORM CLOSE-KEYED-SCN
               EXIT PARAGRAPH
           END-IF.
           IF WS-K = 1 THEN
               OPEN EXTEND WORLDHIS-FILE
               IF NOT WORLDHIS-FILE-OK THEN
                   OPEN OUTPUT WORLDHIS-FILE
               END-IF
           END-IF.
           MOVE 0 TO WS-KD-STORED WS-KD-DROPPED.
           PERFORM READ-NEXT-KEYED-SCN.
           PERFORM UNTIL WS-KD-SCN-KEY = HIGH-VALUES OR SCN-STOPPED
               PERFORM PROMOTE-ONE-KEYED-ROW
               PERFORM READ-NEXT-KEYED-SCN
           END-PERFORM.
           PERFORM START-KEYED-LIVE.
           PERFORM READ-NEXT-KEYED-LIVE.
           PERFORM UNTIL WS-KD-LIVE-KEY = HIGH-VALUES OR SCN-STOPPED
               PERFORM READ-KEYED-SCN
               IF WS-KD-FOUND NOT = 'Y' THEN
                   PERFORM PROMOTE-ONE-KEYED-REMOVAL
               END-IF
               PERFORM READ-NEXT-KEYED-LIVE
           END-PERFORM.
           IF WS-K = 1 THEN
               CLOSE WORLDHIS-FILE
           END-IF.
           PERFORM CLOSE-KEYED-LIVE.
           PERFORM CLOSE-KEYED-SCN.
           COMPUTE WS-KEYED-MOVED(WS-K) = WS-KD-STORED + WS-KD-DROPPED.
           IF WS-KEYED-MOVED(WS-K) > 0 THEN
               ADD 1 TO WS-SIDES-CHANGED
               MOVE WS-KD-STORED TO WS-DISP-N
               DISPLAY '  ' FUNCTION TRIM(WS-KEYED-LIVE(WS-K)) '  '
                   FUNCTION TRIM(WS-DISP-N) ' row(s) stored, '
                   NO ADVANCING
               MOVE WS-KD-DROPPED TO WS-DISP-N
               DISPLAY FUNCTION TRIM(WS-DISP-N) ' dropped'
           END-IF.
           EXIT PARAGRAPH.

       PROMOTE-ONE-KEYED-ROW.
           PERFORM READ-KEYED-LIVE.
           IF WS-KD-FOUND = 'Y' THEN
               IF WS-KD-LIVE-REC = WS-KD-SCN-REC THEN
                   EXIT PARAGRAPH
               END-IF
               IF WS-K = 1 THEN
                   WRITE WORLDHIS-RECORD FROM WS-KD-LIVE-REC(1:306)
                   ADD 1 TO WS-N-WORLDHIS
               END-IF
           END-IF.
           PERFORM STORE-KEYED-LIVE.
           IF KEYED-FILE-OK THEN
               ADD 1 TO WS-KD-STORED
           ELSE
               MOVE 'SCN018' TO MC-MSG-ID
               MOVE WS-KD-SCN-KEY TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET SCN-STOPPED TO TRUE
           END-IF.
           EXIT PARAGRAPH.

       PROMOTE-ONE-KEYED-REMOVAL.
           IF WS-K = 1 THEN
               WRITE WORLDHIS-RECORD FROM WS-KD-LIVE-REC(1:306)
               ADD 1 TO WS-N-WORLDHIS
           END-IF.
           PERFORM DELETE-KEYED-LIVE.
           IF KEYED-FILE-OK THEN
               ADD 1 TO WS-KD-DROPPED
           ELSE
               MOVE 'SCN019' TO MC-MSG-ID
               MOVE WS-KD-LIVE-KEY TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET SCN-STOPPED TO TRUE
           END-IF.
           EXIT PARAGRAPH.

      *    A sidecar that differs is copied to <live>.tmp and swapped
      *    in, the way G4SSGRET swaps its pruned sidecars; one the
      *    scenario never forked is left alone.
       PROMOTE-SIDECAR.
           MOVE WS-SIDE-LIVE(WS-S) TO WS-COPY-FROM.
           MOVE WS-SIDE-SCN(WS-S) TO WS-COPY-TO.
           PERFORM COMPARE-SIDECAR.
           IF WS-SAME-FILE = 'Y' OR WS-COPY-N2 = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TMP-PATH.
           STRING FUNCTION TRIM(WS-SIDE-LIVE(WS-S)) DELIMITED BY SIZE
                  '.tmp'                            DELIMITED BY SIZE
                  INTO WS-TMP-PATH
           END-STRING.
           MOVE WS-SIDE-SCN(WS-S) TO WS-COPY-FROM.
           MOVE WS-TMP-PATH TO WS-COPY-TO.
           PERFORM COPY-SIDECAR.
           IF WS-COPY-DONE NOT = 'Y' THEN
               MOVE 'SCN020' TO MC-MSG-ID
               MOVE WS-TMP-PATH TO MC-INSERT(1)
               MOVE WS-SIDE-LIVE(WS-S) TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET SCN-STOPPED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           CALL 'CBL_DELETE_FILE' USING WS-SIDE-LIVE(WS-S)
               RETURNING WS-RENAME-RC.
           CALL 'CBL_RENAME_FILE' USING WS-TMP-PATH,
                   WS-SIDE-LIVE(WS-S) RETURNING WS-RENAME-RC.
           IF WS-RENAME-RC NOT = 0 THEN
               MOVE 'SCN021' TO MC-MSG-ID
               MOVE WS-SIDE-LIVE(WS-S) TO MC-INSERT(1)
               MOVE WS-TMP-PATH TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET SCN-STOPPED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-SIDE-FORKED(WS-S).
           MOVE WS-COPY-N TO WS-SIDE-N(WS-S).
           ADD 1 TO WS-SIDES-CHANGED.
           EXIT PARAGRAPH.

      *********************************
      * The promote's run manifest, in G4SSGCRE's shape: a FILE row
      * per sidecar swapped in (re-counted off the closed file, so
      * G4SSGMFV balances it against the disk), a DB row for the
      * database stores, and the history appends and each keyed
      * sidecar's rows stored or dropped as TOTALs.
       WRITE-PROMOTE-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE.
           MOVE 'RecType,Name,Count' TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 8
               IF WS-SIDE-FORKED(WS-S) = 'Y' THEN
                   MOVE 'FILE' TO WS-CTL-TYPE
                   MOVE WS-SIDE-LIVE(WS-S) TO WS-CTL-NAME
                   MOVE WS-SIDE-N(WS-S) TO WS-CTL-N
                   PERFORM WRITE-MANIFEST-ROW
               END-IF
           END-PERFORM.
           MOVE 'DB' TO WS-CTL-TYPE.
           MOVE WS-STARDB-PATH TO WS-CTL-NAME.
           MOVE WS-STORED-COUNT TO WS-CTL-N.
           PERFORM WRITE-MANIFEST-ROW.
           MOVE 'TOTAL' TO WS-CTL-TYPE.
           MOVE 'removed' TO WS-CTL-NAME.
           MOVE WS-REMOVED-COUNT TO WS-CTL-N.
           PERFORM WRITE-MANIFEST-ROW.
           MOVE 'history' TO WS-CTL-NAME.
           MOVE WS-N-HISTORY TO WS-CTL-N.
           PERFORM WRITE-MANIFEST-ROW.
           MOVE 'notes' TO WS-CTL-NAME.
           MOVE WS-NOTES-CHANGED TO WS-CTL-N.
           PERFORM WRITE-MANIFEST-ROW.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               IF WS-KEYED-MOVED(WS-K) > 0 THEN
                   MOVE WS-KEYED-LIVE(WS-K) TO WS-CTL-NAME
                   MOVE WS-KEYED-MOVED(WS-K) TO WS-CTL-N
                   PERFORM WRITE-MANIFEST-ROW
               END-IF
           END-PERFORM.
           MOVE 'world-history' TO WS-CTL-NAME.
           MOVE WS-N-WORLDHIS TO WS-CTL-N.
           PERFORM WRITE-MANIFEST-ROW.
           CLOSE MANIFEST-FILE.
           EXIT PARAGRAPH.

       WRITE-MANIFEST-ROW.
           MOVE WS-CTL-N TO WS-DISP-N.
           MOVE SPACES TO WS-MANIFEST-LINE.
           STRING FUNCTION TRIM(WS-CTL-TYPE) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CTL-NAME) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)   DELIMITED BY SIZE
                  INTO WS-MANIFEST-LINE
           END-STRING.
           WRITE MANIFEST-RECORD FROM WS-MANIFEST-LINE.
           EXIT PARAGRAPH.

      *********************************
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
                  ',PGM=G4SSGSCN'               DELIMITED BY SIZE
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
