       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGARC.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Retired-sector archive and restore.  A finished campaign's
      * sector moves out of the live database — and out of every
      * sweep — into a self-contained archive file set, and comes
      * back, whole, when the old players do.
      *
      * VERB=ARCHIVE takes every system whose STARDB-SECTOR is the
      * given SECTID= (started on the sector alternate key, no full
      * sweep), together with everything keyed to those systems:
      *    <base>.sdb  the star database records
      *    <base>.his  their stardb.his generations
      *    <base>.nts  their notes.dat entries
      *    <base>.wdt  their worlds.dat world detail
      *    <base>.whs  their worlds.his generations
      *    <base>.ins  their installs.dat installations
      *    <base>.cal  their calendars.dat local calendars
      *    <base>.spc  the species.dat rows of species whose
      *                homeworld is in the sector
      *    <base>.wrm  the wormholes.dat links with either mouth in
      *                the sector
      *    <base>.csv  the CSV rows: the sector's atlas rows, its
      *                grid file(s) — whole, when no other sector's
      *                atlas row shares the file, otherwise only the
      *                rows naming its systems — and its tradelanes
      *                (either end), devstate, goods, depletion
      *                ledger, colony event, annotation journal and
      *                ship location history rows, each row tagged
      *                with where it came from
      *    <base>.ctl  control file, manifest-shaped (RecType,Name,
      *                Count): the sector and system count, one PART
      *                row per archive file with its record count,
      *                TOTAL rows per source and the generation hash
      *                total, and a STATE row per completed phase
      * The archive is written, closed and re-counted against its own
      * control totals BEFORE anything leaves the live files; only a
      * balancing archive is purged from them (STATE,COPIED then
      * STATE,PURGED).  A purge that stops part way is finished by
      * simply running the same ARCHIVE again — it sees STATE,COPIED
      * and goes straight to the purge.
      *
      * VERB=RESTORE re-counts the archive against its control file,
      * then refuses (RC 8, nothing touched) if any archived system,
      * note, world-detail row, installation, calendar, species,
      * wormhole, atlas row or whole grid file now exists live.
      * Otherwise it puts every part back — history first, the
      * database records last — journaling each part in the control
      * file, so a stopped restore reruns from the first part not
      * done.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   VERB=ARCHIVE|RESTORE
      *   SECTID=<id>      the sector (required to archive; checked
      *                    against the control file on restore)
      *   ARCHIVE=<base>   archive file set base name (default
      *                    'sector-' + the sector id)
      *   PATH=  HISTORY=  WORLDS=  WORLDHIS=  NOTES=  SECTOR=
      *   ATLAS=  LANES=  DEVSTATE=  GOODS=  INSTALLS=  CALENDARS=
      *   SPECIES=  WORMHOLES=  LEDGER=  EVENTS=  NOTELOG=  SHIPHIST=
      *   RUNLOG=          live file paths, defaults as their
      *                    writers have them; SECTOR= is the grid
      *                    file searched when the atlas has no row
      *                    for the sector
      *   OPER=<id>        operator id (default: the login name)
      *   AUTH=<path>      operator authority file (default
      *                    operauth.csv)
      *
      * Either verb asks the authority file first for an ARCHIVE or
      * RESTORE grant in the sector (see OPERAUTH.cbl); the verdict
      * goes to the run log, and a denial touches nothing (RC 8).
      *
      * Return codes (the suite scheme, MSGCTL.cpy): 0 done, 4
      * nothing to do, 8 refused or out of balance, 12 stopped part
      * way (rerun the same verb to finish it).
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
      *    A live CSV file being read, and the file its rows go to —
      *    the scratch copy on a purge, the live file on a restore.
           SELECT CSV-IN-FILE          ASSIGN TO WS-CSV-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-CSV-IN-STATUS.
           SELECT CSV-OUT-FILE         ASSIGN TO WS-OUT-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-CSV-OUT-STATUS.
      *    The archive file set.
           SELECT ARC-SDB-FILE         ASSIGN TO WS-ARC-SDB-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-ARC-STATUS.
           SELECT ARC-HIS-FILE         ASSIGN TO WS-ARC-HIS-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-ARC-STATUS.
           SELECT ARC-NTS-FILE         ASSIGN TO WS-ARC-NTS-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-ARC-STATUS.
           SELECT ARC-WDT-FILE         ASSIGN TO WS-ARC-WDT-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-ARC-STATUS.
           SELECT ARC-WHS-FILE         ASSIGN TO WS-ARC-WHS-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-ARC-STATUS.
           SELECT ARC-INS-FILE         ASSIGN TO WS-ARC-INS-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-ARC-STATUS.
           SELECT ARC-CAL-FILE         ASSIGN TO WS-ARC-CAL-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-ARC-STATUS.
           SELECT ARC-SPC-FILE         ASSIGN TO WS-ARC-SPC-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-ARC-STATUS.
           SELECT ARC-WRM-FILE         ASSIGN TO WS-ARC-WRM-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-ARC-STATUS.
           SELECT ARC-CSV-FILE         ASSIGN TO WS-ARC-CSV-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-ARC-STATUS.
           SELECT CTL-FILE             ASSIGN TO WS-ARC-CTL-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-CTL-STATUS.
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
       FD  ARC-SDB-FILE.
       01  ARC-SDB-RECORD              PIC X(63116).
       FD  ARC-HIS-FILE.
       01  ARC-HIS-RECORD              PIC X(63116).
       FD  ARC-NTS-FILE.
       01  ARC-NTS-RECORD              PIC X(194).
       FD  ARC-WDT-FILE.
       01  ARC-WDT-RECORD              PIC X(306).
       FD  ARC-WHS-FILE.
       01  ARC-WHS-RECORD              PIC X(306).
       FD  ARC-INS-FILE.
       01  ARC-INS-RECORD              PIC X(94).
       FD  ARC-CAL-FILE.
       01  ARC-CAL-RECORD              PIC X(126).
       FD  ARC-SPC-FILE.
       01  ARC-SPC-RECORD              PIC X(1241).
       FD  ARC-WRM-FILE.
       01  ARC-WRM-RECORD              PIC X(204).
      *    Tag (where the row came from), comma, the row as it was.
       FD  ARC-CSV-FILE.
       01  ARC-CSV-RECORD.
           05  ARC-CSV-TAG             PIC X(5).
           05  FILLER                  PIC X.
           05  ARC-CSV-LINE            PIC X(250).
       FD  CTL-FILE.
       01  CTL-RECORD                  PIC X(160).
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
       01  WS-SECTOR-ID                PIC X(12) VALUE SPACES.
       01  WS-ARC-BASE                 PIC X(100) VALUE SPACES.
       01  WS-RUN-ID                   PIC X(16) VALUE SPACES.
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
           88  SPECIES-FILE-EOF        VALUE '10'.
       01  WS-WORM-PATH                PIC X(100)
                                       VALUE "wormholes.dat".
       01  WS-WORM-STATUS              PIC XX.
           88  WORM-FILE-OK            VALUE '00'.
           88  WORM-FILE-EOF           VALUE '10'.
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
       01  WS-EVENTS-PATH              PIC X(100)
                                       VALUE "colevents.csv".
       01  WS-NOTELOG-PATH             PIC X(100)
                                       VALUE "notelog.csv".
       01  WS-SHIPHIST-PATH            PIC X(100)
                                       VALUE "shiphist.csv".
       01  WS-CSV-PATH                 PIC X(100).
       01  WS-CSV-IN-STATUS            PIC XX.
           88  CSV-IN-FILE-OK          VALUE '00'.
           88  CSV-IN-FILE-EOF         VALUE '10'.
       01  WS-OUT-PATH                 PIC X(100).
       01  WS-CSV-OUT-STATUS           PIC XX.
           88  CSV-OUT-FILE-OK         VALUE '00'.
       01  WS-TMP-PATH                 PIC X(100).
       01  WS-SWAP-TARGET              PIC X(100).
       01  WS-RENAME-RC                PIC S9(9) USAGE COMP-5.
       01  WS-RUNLOG-PATH              PIC X(100) VALUE "runlog.txt".
       01  WS-RUNLOG-STATUS            PIC XX.
           88  RUNLOG-FILE-OK          VALUE '00'.
       01  WS-RUNLOG-TIMESTAMP         PIC X(21).
       01  WS-RUNLOG-LINE              PIC X(200).
       01  WS-RUNLOG-OUTCOME           PIC X(40) VALUE SPACES.
      *********************************
      * The archive file set.
       01  WS-ARC-SDB-PATH             PIC X(100).
       01  WS-ARC-HIS-PATH             PIC X(100).
       01  WS-ARC-NTS-PATH             PIC X(100).
       01  WS-ARC-WDT-PATH             PIC X(100).
       01  WS-ARC-WHS-PATH             PIC X(100).
       01  WS-ARC-INS-PATH             PIC X(100).
       01  WS-ARC-CAL-PATH             PIC X(100).
       01  WS-ARC-SPC-PATH             PIC X(100).
       01  WS-ARC-WRM-PATH             PIC X(100).
       01  WS-ARC-CSV-PATH             PIC X(100).
       01  WS-ARC-CTL-PATH             PIC X(100).
       01  WS-ARC-STATUS               PIC XX.
           88  ARC-FILE-OK             VALUE '00'.
           88  ARC-FILE-EOF            VALUE '10'.
       01  WS-CTL-STATUS               PIC XX.
           88  CTL-FILE-OK             VALUE '00'.
           88  CTL-FILE-EOF            VALUE '10'.
       01  WS-CTL-LINE                 PIC X(160).
       01  WS-ARC-IMAGE                PIC X(63116).
      *********************************
      * This run's counts — written to the control file on archive,
      * recounted from the archive files on either verb.
       01  WS-RUN-COUNTS.
           05  WS-N-STARDB             PIC 9(7) USAGE COMP-5.
           05  WS-N-HISTORY            PIC 9(7) USAGE COMP-5.
           05  WS-N-NOTES              PIC 9(7) USAGE COMP-5.
           05  WS-N-WORLDS             PIC 9(7) USAGE COMP-5.
           05  WS-N-WORLDHIS           PIC 9(7) USAGE COMP-5.
           05  WS-N-INSTALLS           PIC 9(7) USAGE COMP-5.
           05  WS-N-CALENDARS          PIC 9(7) USAGE COMP-5.
           05  WS-N-SPECIES            PIC 9(7) USAGE COMP-5.
           05  WS-N-WORMHOLES          PIC 9(7) USAGE COMP-5.
           05  WS-N-CSV                PIC 9(7) USAGE COMP-5.
           05  WS-N-GFILES             PIC 9(7) USAGE COMP-5.
           05  WS-N-GRID               PIC 9(7) USAGE COMP-5.
           05  WS-N-ATLAS              PIC 9(7) USAGE COMP-5.
           05  WS-N-LANES              PIC 9(7) USAGE COMP-5.
           05  WS-N-DEVSTATE           PIC 9(7) USAGE COMP-5.
           05  WS-N-GOODS              PIC 9(7) USAGE COMP-5.
           05  WS-N-LEDGER             PIC 9(7) USAGE COMP-5.
           05  WS-N-EVENTS             PIC 9(7) USAGE COMP-5.
           05  WS-N-NOTELOG            PIC 9(7) USAGE COMP-5.
           05  WS-N-SHIPHIST           PIC 9(7) USAGE COMP-5.
           05  WS-GEN-SUM              PIC 9(9) USAGE COMP-5.
      *    ... and what the control file says they should be.
       01  WS-CTL-COUNTS.
           05  WS-C-STARDB             PIC 9(7) USAGE COMP-5.
           05  WS-C-HISTORY            PIC 9(7) USAGE COMP-5.
           05  WS-C-NOTES              PIC 9(7) USAGE COMP-5.
           05  WS-C-WORLDS             PIC 9(7) USAGE COMP-5.
           05  WS-C-WORLDHIS           PIC 9(7) USAGE COMP-5.
           05  WS-C-INSTALLS           PIC 9(7) USAGE COMP-5.
           05  WS-C-CALENDARS          PIC 9(7) USAGE COMP-5.
           05  WS-C-SPECIES            PIC 9(7) USAGE COMP-5.
           05  WS-C-WORMHOLES          PIC 9(7) USAGE COMP-5.
           05  WS-C-CSV                PIC 9(7) USAGE COMP-5.
           05  WS-C-GFILES             PIC 9(7) USAGE COMP-5.
           05  WS-C-GRID               PIC 9(7) USAGE COMP-5.
           05  WS-C-ATLAS              PIC 9(7) USAGE COMP-5.
           05  WS-C-LANES              PIC 9(7) USAGE COMP-5.
           05  WS-C-DEVSTATE           PIC 9(7) USAGE COMP-5.
           05  WS-C-GOODS              PIC 9(7) USAGE COMP-5.
           05  WS-C-LEDGER             PIC 9(7) USAGE COMP-5.
           05  WS-C-EVENTS             PIC 9(7) USAGE COMP-5.
           05  WS-C-NOTELOG            PIC 9(7) USAGE COMP-5.
           05  WS-C-SHIPHIST           PIC 9(7) USAGE COMP-5.
           05  WS-C-GEN-SUM            PIC 9(9) USAGE COMP-5.
           05  WS-C-SYSTEMS            PIC 9(7) USAGE COMP-5.
       01  WS-CTL-PRESENT              PIC X VALUE '-'.
       01  WS-CTL-SECTOR               PIC X(12) VALUE SPACES.
       01  WS-CTL-STATE                PIC X(12) VALUE SPACES.
           88  CTL-COPIED              VALUE 'COPIED'.
           88  CTL-PURGED              VALUE 'PURGED'.
           88  CTL-RESTORING           VALUE 'RESTORING'.
           88  CTL-RESTORED            VALUE 'RESTORED'.
      *    Restore parts already put back (STATE,R-<part> rows).
       01  WS-CTL-R-DONE.
           05  WS-R-HISTORY-DONE       PIC X VALUE '-'.
           05  WS-R-WORLDHIS-DONE      PIC X VALUE '-'.
           05  WS-R-NOTES-DONE         PIC X VALUE '-'.
           05  WS-R-WORLDS-DONE        PIC X VALUE '-'.
           05  WS-R-INSTALLS-DONE      PIC X VALUE '-'.
           05  WS-R-CALENDARS-DONE     PIC X VALUE '-'.
           05  WS-R-SPECIES-DONE       PIC X VALUE '-'.
           05  WS-R-WORMHOLES-DONE     PIC X VALUE '-'.
           05  WS-R-CSV-DONE           PIC X VALUE '-'.
       01  WS-CTL-TYPE                 PIC X(8).
       01  WS-CTL-NAME                 PIC X(100).
       01  WS-CTL-N                    PIC 9(9) USAGE COMP-5.
       01  WS-STATE-ROW                PIC X(12).
       01  WS-COUNT-NAME               PIC X(100).
       01  WS-COUNT-N                  PIC 9(9) USAGE COMP-5.
       01  WS-DISP-N                   PIC Z(8)9.
       01  WS-DISP-C                   PIC Z(8)9.
       01  WS-BALANCED                 PIC X.
       01  WS-STOPPED                  PIC X VALUE '-'.
       01  WS-COPY-GIVEN-UP            PIC X VALUE '-'.
       01  WS-COLLISIONS               PIC 9(7) USAGE COMP-5.
       01  WS-ROWS-MOVED               PIC 9(7) USAGE COMP-5.
      *********************************
      * The sector's systems — from the database on archive, from the
      * archive on restore.  Searched serially; a sector is a few
      * hundred systems.
       01  WS-NAME-TABLE.
           05  WS-NAME-COUNT           PIC 9(4) USAGE COMP-5 VALUE 0.
           05  WS-NAME-ENTRY           OCCURS 0 TO 5000 TIMES
                                       DEPENDING ON WS-NAME-COUNT
                                       INDEXED BY NM-IDX.
               10  WS-NAME-KEY         PIC X(48).
       01  WS-LOOK-NAME                PIC X(48).
       01  WS-NAME-FOUND               PIC X.
      *    The sector's grid files, from its atlas rows — 'W' owned
      *    whole, 'R' shared with another sector (rows only).
       01  WS-GRID-TABLE.
           05  WS-GRID-COUNT           PIC 99 USAGE COMP-5 VALUE 0.
           05  WS-GRID-ENTRY           OCCURS 50 TIMES.
               10  WS-GRID-PATH        PIC X(100).
               10  WS-GRID-MODE        PIC X.
       01  WS-G                        PIC 99 USAGE COMP-5.
      *********************************
      * CSV row handling.  WS-CSV-KIND says which file a row comes
      * from and so which columns carry system names; WS-CSV-MODE is
      * 'C' copying belonging rows into the archive, 'P' purging them
      * from the live file.
       01  WS-CSV-KIND                 PIC X(5).
       01  WS-CSV-MODE                 PIC X.
       01  WS-ROW-BELONGS              PIC X.
       01  WS-LINE                     PIC X(250).
       01  WS-SPLIT-PTR                PIC 999 USAGE COMP-5.
       01  WS-SPLIT-FLD                PIC X(100).
       01  WS-FLD-1                    PIC X(100).
       01  WS-FLD-2                    PIC X(100).
       01  WS-FLD-3                    PIC X(100).
       01  WS-FLD-4                    PIC X(100).
       01  WS-CUR-TAG                  PIC X(5).
       01  WS-OUT-OPEN                 PIC X VALUE '-'.
       01  WS-HEADER-LINE              PIC X(250).
       01  WS-DONE                     PIC X.
      *    Header rows for a lane, devstate, goods, ledger, event,
      *    journal or ship history file a restore has to start
      *    afresh — as G4SSGNET, G4SSGCOL, G4SSGCRE, G4SSGNOT and
      *    G4SSGSHP write them.
       01  WS-LANES-HEADER             PIC X(32) VALUE
               'SysA,SysB,DistLy,Class,Flow,Risk'.
       01  WS-DEVSTATE-HEADER.
           05  FILLER                  PIC X(45) VALUE
               'SysName,PopExp,DevClass,FoundedDecade,Parent,'.
           05  FILLER                  PIC X(27) VALUE
               'StartSettle,StartDay,EndDay'.
       01  WS-GOODS-HEADER             PIC X(23)
                                       VALUE 'SysName,Exports,Imports'.
       01  WS-LEDGER-HEADER.
           05  FILLER                  PIC X(41) VALUE
               'SysName,Star,Orbit,Kind,Commodity,Wealth,'.
           05  FILLER                  PIC X(24) VALUE
               'Extracted,Reserve,Status'.
       01  WS-EVENTS-HEADER            PIC X(38) VALUE
               'SysName,Day,Decade,Event,PopExp,Parent'.
       01  WS-NOTELOG-HEADER           PIC X(24)
                                       VALUE 'Day,SysName,Event,Detail'.
       01  WS-SHIPHIST-HEADER          PIC X(39) VALUE
               'Ship,Day,System,Star,Orbit,Event,Detail'.
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
           MOVE 'G4SSGARC' TO MC-PROGRAM.
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
                       WHEN 'SECTID'
                           MOVE WS-PARM-VAL TO WS-SECTOR-ID
                       WHEN 'ARCHIVE'
                           MOVE WS-PARM-VAL TO WS-ARC-BASE
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
                       WHEN 'LEDGER'
                           MOVE WS-PARM-VAL TO WS-LEDGER-PATH
                       WHEN 'EVENTS'
                           MOVE WS-PARM-VAL TO WS-EVENTS-PATH
                       WHEN 'NOTELOG'
                           MOVE WS-PARM-VAL TO WS-NOTELOG-PATH
                       WHEN 'SHIPHIST'
                           MOVE WS-PARM-VAL TO WS-SHIPHIST-PATH
                       WHEN 'RUNLOG'
                           MOVE WS-PARM-VAL TO WS-RUNLOG-PATH
                       WHEN 'OPER'
                           MOVE WS-PARM-VAL TO AU-OPERATOR
                       WHEN 'AUTH'
                           MOVE WS-PARM-VAL TO AU-AUTH-PATH
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-ARC-BASE = SPACES THEN
               IF WS-SECTOR-ID = SPACES THEN
                   MOVE 'ARC001' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'NOTHING TO DO' TO WS-RUNLOG-OUTCOME
                   PERFORM WRITE-RUN-LOG-ENTRY
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
               END-IF
               STRING 'sector-'                   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SECTOR-ID) DELIMITED BY SIZE
                      INTO WS-ARC-BASE
               END-STRING
           END-IF.
           PERFORM BUILD-ARCHIVE-PATHS.
           PERFORM READ-CONTROL-FILE.

           IF FUNCTION TRIM(WS-VERB) = 'ARCHIVE'
              OR FUNCTION TRIM(WS-VERB) = 'RESTORE' THEN
               PERFORM CHECK-ARCHIVE-AUTHORITY
               IF AU-DENIED THEN
                   MOVE 'REFUSED: NOT AUTHORISED' TO WS-RUNLOG-OUTCOME
                   PERFORM WRITE-RUN-LOG-ENTRY
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
               END-IF
           END-IF.

           EVALUATE FUNCTION TRIM(WS-VERB)
               WHEN 'ARCHIVE'
                   PERFORM ARCHIVE-SECTOR
               WHEN 'RESTORE'
                   PERFORM RESTORE-SECTOR
               WHEN OTHER
                   MOVE 'ARC002' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'NOTHING TO DO' TO WS-RUNLOG-OUTCOME
           END-EVALUATE.
           PERFORM WRITE-RUN-LOG-ENTRY.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *    The sector asked for — or, restoring by ARCHIVE= alone,
      *    the one the control file says the archive holds.
       CHECK-ARCHIVE-AUTHORITY.
           MOVE 'G4SSGARC' TO AU-PROGRAM.
           MOVE FUNCTION TRIM(WS-VERB) TO AU-VERB.
           MOVE WS-SECTOR-ID TO AU-SECTOR.
           IF AU-SECTOR = SPACES AND WS-CTL-PRESENT = 'Y' THEN
               MOVE WS-CTL-SECTOR TO AU-SECTOR
           END-IF.
           MOVE WS-ARC-BASE TO AU-TARGET.
           MOVE WS-RUNLOG-PATH TO AU-RUNLOG-PATH.
           MOVE WS-RUN-ID TO AU-RUN-ID.
           CALL 'CHECK-OPERATOR-AUTHORITY' USING WS-AUTH-CTL.
           EXIT PARAGRAPH.

       BUILD-ARCHIVE-PATHS.
           STRING FUNCTION TRIM(WS-ARC-BASE) '.sdb' DELIMITED BY SIZE
                  INTO WS-ARC-SDB-PATH
           END-STRING.
           STRING FUNCTION TRIM(WS-ARC-BASE) '.his' DELIMITED BY SIZE
                  INTO WS-ARC-HIS-PATH
           END-STRING.
           STRING FUNCTION TRIM(WS-ARC-BASE) '.nts' DELIMITED BY SIZE
                  INTO WS-ARC-NTS-PATH
           END-STRING.
           STRING FUNCTION TRIM(WS-ARC-BASE) '.wdt' DELIMITED BY SIZE
                  INTO WS-ARC-WDT-PATH
           END-STRING.
           STRING FUNCTION TRIM(WS-ARC-BASE) '.whs' DELIMITED BY SIZE
                  INTO WS-ARC-WHS-PATH
           END-STRING.
           STRING FUNCTION TRIM(WS-ARC-BASE) '.ins' DELIMITED BY SIZE
                  INTO WS-ARC-INS-PATH
           END-STRING.
           STRING FUNCTION TRIM(WS-ARC-BASE) '.cal' DELIMITED BY SIZE
                  INTO WS-ARC-CAL-PATH
           END-STRING.
           STRING FUNCTION TRIM(WS-ARC-BASE) '.spc' DELIMITED BY SIZE
                  INTO WS-ARC-SPC-PATH
           END-STRING.
           STRING FUNCTION TRIM(WS-ARC-BASE) '.wrm' DELIMITED BY SIZE
                  INTO WS-ARC-WRM-PATH
           END-STRING.
           STRING FUNCTION TRIM(WS-ARC-BASE) '.csv' DELIMITED BY SIZE
                  INTO WS-ARC-CSV-PATH
           END-STRING.
           STRING FUNCTION TRIM(WS-ARC-BASE) '.ctl' DELIMITED BY SIZE
                  INTO WS-ARC-CTL-PATH
           END-STRING.
           EXIT PARAGRAPH.

      ******************************************************************
      * VERB=ARCHIVE
      ******************************************************************
       ARCHIVE-SECTOR.
           IF WS-SECTOR-ID = SPACES THEN
               MOVE 'ARC003' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'NOTHING TO DO' TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           IF WS-CTL-PRESENT = 'Y' AND NOT CTL-RESTORED THEN
               IF WS-CTL-SECTOR NOT = WS-SECTOR-ID THEN
                   MOVE 'ARC004' TO MC-MSG-ID
                   MOVE WS-ARC-CTL-PATH TO MC-INSERT(1)
                   MOVE WS-CTL-SECTOR TO MC-INSERT(2)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'REFUSED: ARCHIVE IN USE' TO WS-RUNLOG-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               IF NOT CTL-COPIED THEN
                   MOVE 'ARC005' TO MC-MSG-ID
                   MOVE WS-SECTOR-ID TO MC-INSERT(1)
                   MOVE WS-ARC-BASE TO MC-INSERT(2)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'REFUSED: ALREADY ARCHIVED'
                     TO WS-RUNLOG-OUTCOME
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-CTL-PRESENT = 'Y' AND CTL-COPIED THEN
      *        An archive already written and balanced whose purge
      *        stopped part way — finish the purge.
               MOVE 'ARC006' TO MC-MSG-ID
               MOVE WS-ARC-BASE TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM VERIFY-ARCHIVE-PARTS
               IF WS-BALANCED NOT = 'Y' THEN
                   MOVE 'OUT OF BALANCE' TO WS-RUNLOG-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               PERFORM LOAD-ARCHIVED-GRID-PATHS
           ELSE
               INITIALIZE WS-RUN-COUNTS
               PERFORM ARCHIVE-COPY-RECORDS
               IF WS-COPY-GIVEN-UP = 'Y' THEN
                   EXIT PARAGRAPH
               END-IF
               PERFORM ARCHIVE-COPY-SIDECARS
               PERFORM WRITE-CONTROL-FILE
               PERFORM READ-CONTROL-FILE
               PERFORM VERIFY-ARCHIVE-PARTS
               IF WS-BALANCED NOT = 'Y' THEN
                   MOVE 'ARC007' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'OUT OF BALANCE' TO WS-RUNLOG-OUTCOME
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM PURGE-LIVE-FILES.
           IF WS-STOPPED = 'Y' THEN
               MOVE 'ARC008' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'PURGE STOPPED' TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           MOVE 'PURGED' TO WS-STATE-ROW.
           PERFORM APPEND-CONTROL-STATE.
           MOVE WS-N-STARDB TO WS-DISP-N.
           MOVE 'ARC009' TO MC-MSG-ID.
           MOVE WS-SECTOR-ID TO MC-INSERT(1).
           MOVE WS-ARC-BASE TO MC-INSERT(2).
           MOVE WS-DISP-N TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM DISPLAY-PART-COUNTS.
           MOVE 'ARCHIVED' TO WS-RUNLOG-OUTCOME.
           EXIT PARAGRAPH.

      *    The sector's records, started on the sector alternate key.
       ARCHIVE-COPY-RECORDS.
           MOVE 0 TO WS-NAME-COUNT.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'ARC010' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'REFUSED: NO DATABASE' TO WS-RUNLOG-OUTCOME
               MOVE 'Y' TO WS-COPY-GIVEN-UP
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SECTOR-ID TO STARDB-SECTOR.
           START STARDB-FILE KEY IS = STARDB-SECTOR
               INVALID KEY
                   MOVE '10' TO WS-STARDB-STATUS
           END-START.
           IF STARDB-FILE-EOF THEN
               CLOSE STARDB-FILE
               MOVE 'ARC011' TO MC-MSG-ID
               MOVE WS-SECTOR-ID TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'NOTHING TO DO' TO WS-RUNLOG-OUTCOME
               MOVE 'Y' TO WS-COPY-GIVEN-UP
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARC-SDB-FILE.
           PERFORM UNTIL STARDB-FILE-EOF
               READ STARDB-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF STARDB-SECTOR NOT = WS-SECTOR-ID THEN
                           MOVE '10' TO WS-STARDB-STATUS
                       ELSE
                           IF WS-NAME-COUNT >= 5000 THEN
                               MOVE '10' TO WS-STARDB-STATUS
                               MOVE 'Y' TO WS-COPY-GIVEN-UP
                           ELSE
                               ADD 1 TO WS-NAME-COUNT
                               MOVE STARDB-KEY
                                 TO WS-NAME-KEY(WS-NAME-COUNT)
                               WRITE ARC-SDB-RECORD
                                 FROM STARDB-RECORD
                               ADD 1 TO WS-N-STARDB
                               ADD STARDB-GENERATION TO WS-GEN-SUM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARC-SDB-FILE.
           CLOSE STARDB-FILE.
           IF WS-COPY-GIVEN-UP = 'Y' THEN
               MOVE 'ARC012' TO MC-MSG-ID
               MOVE WS-SECTOR-ID TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'REFUSED: SECTOR TOO LARGE' TO WS-RUNLOG-OUTCOME
               CALL 'CBL_DELETE_FILE' USING WS-ARC-SDB-PATH
           END-IF.
           EXIT PARAGRAPH.

       ARCHIVE-COPY-SIDECARS.
      *    notes.dat, worlds.dat, installs.dat and calendars.dat,
      *    keyed straight off the name list.
           OPEN OUTPUT ARC-NTS-FILE.
           OPEN INPUT NOTES-FILE.
           IF NOTES-FILE-OK THEN
               PERFORM VARYING NM-IDX FROM 1 BY 1
                       UNTIL NM-IDX > WS-NAME-COUNT
                   MOVE WS-NAME-KEY(NM-IDX) TO NOTE-KEY
                   READ NOTES-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           WRITE ARC-NTS-RECORD FROM NOTES-RECORD
                           ADD 1 TO WS-N-NOTES
                   END-READ
               END-PERFORM
               CLOSE NOTES-FILE
           END-IF.
           CLOSE ARC-NTS-FILE.

           OPEN OUTPUT ARC-WDT-FILE.
           OPEN INPUT WORLD-FILE.
           IF WORLD-FILE-OK THEN
               PERFORM VARYING NM-IDX FROM 1 BY 1
                       UNTIL NM-IDX > WS-NAME-COUNT
                   PERFORM ARCHIVE-COPY-WORLDS
               END-PERFORM
               CLOSE WORLD-FILE
           END-IF.
           CLOSE ARC-WDT-FILE.

           OPEN OUTPUT ARC-INS-FILE.
           OPEN INPUT INSTALL-FILE.
           IF INSTALL-FILE-OK THEN
               PERFORM VARYING NM-IDX FROM 1 BY 1
                       UNTIL NM-IDX > WS-NAME-COUNT
                   PERFORM ARCHIVE-COPY-INSTALLS
               END-PERFORM
               CLOSE INSTALL-FILE
           END-IF.
           CLOSE ARC-INS-FILE.

           OPEN OUTPUT ARC-CAL-FILE.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-OK THEN
               PERFORM VARYING NM-IDX FROM 1 BY 1
                       UNTIL NM-IDX > WS-NAME-COUNT
                   MOVE WS-NAME-KEY(NM-IDX) TO CAL-KEY
                   READ CALENDAR-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           WRITE ARC-CAL-RECORD FROM CALENDAR-RECORD
                           ADD 1 TO WS-N-CALENDARS
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
           CLOSE ARC-CAL-FILE.

      *    species.dat and wormholes.dat are keyed on something else
      *    and swept whole: a species goes with its homeworld (its
      *    colonies elsewhere stay on its row), a link with either
      *    mouth, as a lane does with either end.
           OPEN OUTPUT ARC-SPC-FILE.
           OPEN INPUT SPECIES-FILE.
           IF SPECIES-FILE-OK THEN
               PERFORM UNTIL SPECIES-FILE-EOF
                   READ SPECIES-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           PERFORM CHECK-SPECIES-ROW
                           IF WS-ROW-BELONGS = 'Y' THEN
                               WRITE ARC-SPC-RECORD
                                 FROM SPECIES-RECORD
                               ADD 1 TO WS-N-SPECIES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPECIES-FILE
           END-IF.
           CLOSE ARC-SPC-FILE.

           OPEN OUTPUT ARC-WRM-FILE.
           OPEN INPUT WORM-FILE.
           IF WORM-FILE-OK THEN
               PERFORM UNTIL WORM-FILE-EOF
                   READ WORM-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           PERFORM CHECK-WORMHOLE-ROW
                           IF WS-ROW-BELONGS = 'Y' THEN
                               WRITE ARC-WRM-RECORD FROM WORM-RECORD
                               ADD 1 TO WS-N-WORMHOLES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORM-FILE
           END-IF.
           CLOSE ARC-WRM-FILE.

      *    The two history sidecars, swept once each.
           OPEN OUTPUT ARC-HIS-FILE.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-OK THEN
               PERFORM UNTIL HISTORY-FILE-EOF
                   READ HISTORY-FILE
                       AT END CONTINUE
                       NOT AT END
                           MOVE HISTORY-KEY TO WS-LOOK-NAME
                           PERFORM FIND-NAME
                           IF WS-NAME-FOUND = 'Y' THEN
                               WRITE ARC-HIS-RECORD
                                 FROM HISTORY-RECORD
                               ADD 1 TO WS-N-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE ARC-HIS-FILE.

           OPEN OUTPUT ARC-WHS-FILE.
           OPEN INPUT WORLDHIS-FILE.
           IF WORLDHIS-FILE-OK THEN
               PERFORM UNTIL WORLDHIS-FILE-EOF
                   READ WORLDHIS-FILE
                       AT END CONTINUE
                       NOT AT END
                           MOVE WORLDHIS-KEY TO WS-LOOK-NAME
                           PERFORM FIND-NAME
                           IF WS-NAME-FOUND = 'Y' THEN
                               WRITE ARC-WHS-RECORD
                                 FROM WORLDHIS-RECORD
                               ADD 1 TO WS-N-WORLDHIS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORLDHIS-FILE
           END-IF.
           CLOSE ARC-WHS-FILE.

      *    The CSV rows — grid files, atlas, lanes, devstate, goods,
      *    depletion ledger, colony events, annotation journal, ship
      *    history, in that order, each a contiguous run of tagged
      *    rows.
           PERFORM COLLECT-GRID-PATHS.
           OPEN OUTPUT ARC-CSV-FILE.
           MOVE 'C' TO WS-CSV-MODE.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GRID-COUNT
               MOVE SPACES TO ARC-CSV-RECORD
               MOVE 'GFILE' TO ARC-CSV-TAG
               STRING WS-GRID-MODE(WS-G)          DELIMITED BY SIZE
                      ','                         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GRID-PATH(WS-G))
                                                  DELIMITED BY SIZE
                      INTO ARC-CSV-LINE
               END-STRING
               MOVE ',' TO ARC-CSV-RECORD(6:1)
               WRITE ARC-CSV-RECORD
               ADD 1 TO WS-N-GFILES
               MOVE WS-GRID-PATH(WS-G) TO WS-CSV-PATH
               IF WS-GRID-MODE(WS-G) = 'W' THEN
                   MOVE 'GRID' TO WS-CSV-KIND
               ELSE
                   MOVE 'SROW' TO WS-CSV-KIND
               END-IF
               PERFORM PASS-CSV-FILE
           END-PERFORM.
           MOVE WS-ATLAS-PATH TO WS-CSV-PATH.
           MOVE 'ATLAS' TO WS-CSV-KIND.
           PERFORM PASS-CSV-FILE.
           MOVE WS-LANES-PATH TO WS-CSV-PATH.
           MOVE 'LANE' TO WS-CSV-KIND.
           PERFORM PASS-CSV-FILE.
           MOVE WS-DEVSTATE-PATH TO WS-CSV-PATH.
           MOVE 'DEV' TO WS-CSV-KIND.
           PERFORM PASS-CSV-FILE.
           MOVE WS-GOODS-PATH TO WS-CSV-PATH.
           MOVE 'GOODS' TO WS-CSV-KIND.
           PERFORM PASS-CSV-FILE.
           MOVE WS-LEDGER-PATH TO WS-CSV-PATH.
           MOVE 'DPL' TO WS-CSV-KIND.
           PERFORM PASS-CSV-FILE.
           MOVE WS-EVENTS-PATH TO WS-CSV-PATH.
           MOVE 'EVT' TO WS-CSV-KIND.
           PERFORM PASS-CSV-FILE.
           MOVE WS-NOTELOG-PATH TO WS-CSV-PATH.
           MOVE 'NLOG' TO WS-CSV-KIND.
           PERFORM PASS-CSV-FILE.
           MOVE WS-SHIPHIST-PATH TO WS-CSV-PATH.
           MOVE 'SHIP' TO WS-CSV-KIND.
           PERFORM PASS-CSV-FILE.
           CLOSE ARC-CSV-FILE.
           COMPUTE WS-N-CSV = WS-N-GFILES + WS-N-GRID + WS-N-ATLAS
                            + WS-N-LANES + WS-N-DEVSTATE + WS-N-GOODS
                            + WS-N-LEDGER + WS-N-EVENTS
                            + WS-N-NOTELOG + WS-N-SHIPHIST.
           EXIT PARAGRAPH.

       ARCHIVE-COPY-WORLDS.
           MOVE WS-NAME-KEY(NM-IDX) TO WDTL-SYSTEM-KEY.
           MOVE 0 TO WDTL-STAR-NO.
           MOVE 0 TO WDTL-ORBIT-NO.
           MOVE '-' TO WS-DONE.
           START WORLD-FILE KEY IS NOT LESS THAN WDTL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DONE
           END-START.
           PERFORM UNTIL WS-DONE = 'Y'
               READ WORLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DONE
                   NOT AT END
                       IF WDTL-SYSTEM-KEY NOT = WS-NAME-KEY(NM-IDX)
                       THEN
                           MOVE 'Y' TO WS-DONE
                       ELSE
                           WRITE ARC-WDT-RECORD FROM WORLD-RECORD
                           ADD 1 TO WS-N-WORLDS
                       END-IF
               END-READ
           END-PERFORM.
           EXIT PARAGRAPH.

       ARCHIVE-COPY-INSTALLS.
           MOVE WS-NAME-KEY(NM-IDX) TO INST-SYSTEM-KEY.
           MOVE 0 TO INST-STAR-NO.
           MOVE 0 TO INST-ORBIT-NO.
           MOVE '-' TO WS-DONE.
           START INSTALL-FILE KEY IS NOT LESS THAN INST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DONE
           END-START.
           PERFORM UNTIL WS-DONE = 'Y'
               READ INSTALL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DONE
                   NOT AT END
                       IF INST-SYSTEM-KEY NOT = WS-NAME-KEY(NM-IDX)
                       THEN
                           MOVE 'Y' TO WS-DONE
                       ELSE
                           WRITE ARC-INS-RECORD FROM INSTALL-RECORD
                           ADD 1 TO WS-N-INSTALLS
                       END-IF
               END-READ
           END-PERFORM.
           EXIT PARAGRAPH.

      *    Does the species row in hand belong to the sector (its
      *    homeworld is one of the sector's systems)?
       CHECK-SPECIES-ROW.
           MOVE SPEC-HOME-SYSTEM TO WS-LOOK-NAME.
           PERFORM FIND-NAME.
           MOVE WS-NAME-FOUND TO WS-ROW-BELONGS.
           EXIT PARAGRAPH.

      *    ... and the wormhole row in hand (either mouth is)?
       CHECK-WORMHOLE-ROW.
           MOVE WORM-SYS-A TO WS-LOOK-NAME.
           PERFORM FIND-NAME.
           IF WS-NAME-FOUND NOT = 'Y' THEN
               MOVE WORM-SYS-B TO WS-LOOK-NAME
               PERFORM FIND-NAME
           END-IF.
           MOVE WS-NAME-FOUND TO WS-ROW-BELONGS.
           EXIT PARAGRAPH.

      *    The sector's grid files, off its atlas rows (fourth
      *    column).  A file another sector's atlas row also names is
      *    shared — only the rows naming this sector's systems are
      *    its own.  No atlas row at all: SECTOR='s file, shared.
       COLLECT-GRID-PATHS.
           MOVE 0 TO WS-GRID-COUNT.
           MOVE WS-ATLAS-PATH TO WS-CSV-PATH.
           OPEN INPUT CSV-IN-FILE.
           IF CSV-IN-FILE-OK THEN
               PERFORM UNTIL CSV-IN-FILE-EOF
                   READ CSV-IN-FILE
                       AT END CONTINUE
                       NOT AT END
                           PERFORM SPLIT-ATLAS-ROW
                           IF WS-FLD-1 = WS-SECTOR-ID
                              AND WS-FLD-4 NOT = SPACES THEN
                               PERFORM ADD-GRID-PATH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CSV-IN-FILE
           END-IF.
           IF WS-GRID-COUNT = 0 THEN
               MOVE 1 TO WS-GRID-COUNT
               MOVE WS-SECTOR-PATH TO WS-GRID-PATH(1)
               MOVE 'R' TO WS-GRID-MODE(1)
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CSV-IN-FILE.
           PERFORM UNTIL CSV-IN-FILE-EOF
               READ CSV-IN-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM SPLIT-ATLAS-ROW
                       IF WS-FLD-1 NOT = WS-SECTOR-ID THEN
                           PERFORM VARYING WS-G FROM 1 BY 1
                                   UNTIL WS-G > WS-GRID-COUNT
                               IF WS-GRID-PATH(WS-G) = WS-FLD-4 THEN
                                   MOVE 'R' TO WS-GRID-MODE(WS-G)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CSV-IN-FILE.
           EXIT PARAGRAPH.

      *    A purge being finished takes the grid file list off the
      *    archive itself — the atlas rows may already be gone.
       LOAD-ARCHIVED-GRID-PATHS.
           MOVE 0 TO WS-GRID-COUNT.
           OPEN INPUT ARC-CSV-FILE.
           IF NOT ARC-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ARC-FILE-EOF
               READ ARC-CSV-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ARC-CSV-TAG = 'GFILE'
                          AND WS-GRID-COUNT < 50 THEN
                           ADD 1 TO WS-GRID-COUNT
                           MOVE ARC-CSV-LINE(1:1)
                             TO WS-GRID-MODE(WS-GRID-COUNT)
                           MOVE ARC-CSV-LINE(3:)
                             TO WS-GRID-PATH(WS-GRID-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARC-CSV-FILE.
           EXIT PARAGRAPH.

       SPLIT-ATLAS-ROW.
           MOVE CSV-IN-RECORD TO WS-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-LINE, WS-SPLIT-PTR,
                   WS-FLD-1.
           PERFORM 3 TIMES
               CALL 'CSV-SPLIT-FIELD' USING WS-LINE, WS-SPLIT-PTR,
                       WS-FLD-4
           END-PERFORM.
           EXIT PARAGRAPH.

       ADD-GRID-PATH.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GRID-COUNT
               IF WS-GRID-PATH(WS-G) = WS-FLD-4 THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-GRID-COUNT < 50 THEN
               ADD 1 TO WS-GRID-COUNT
               MOVE WS-FLD-4 TO WS-GRID-PATH(WS-GRID-COUNT)
               MOVE 'W' TO WS-GRID-MODE(WS-GRID-COUNT)
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * One live CSV file, row by row.  Copying ('C'), the rows that
      * belong to the sector go to the archive tagged with
      * WS-CSV-KIND; purging ('P'), every other row goes to the
      * scratch copy that then replaces the file.
       PASS-CSV-FILE.
           OPEN INPUT CSV-IN-FILE.
           IF NOT CSV-IN-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-CSV-MODE = 'P' THEN
               MOVE WS-CSV-PATH TO WS-SWAP-TARGET
               PERFORM BUILD-TMP-PATH
               MOVE WS-TMP-PATH TO WS-OUT-PATH
               OPEN OUTPUT CSV-OUT-FILE
               MOVE 0 TO WS-ROWS-MOVED
           END-IF.
           PERFORM UNTIL CSV-IN-FILE-EOF
               READ CSV-IN-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM CHECK-CSV-ROW
                       PERFORM PASS-ONE-CSV-ROW
               END-READ
           END-PERFORM.
           CLOSE CSV-IN-FILE.
           IF WS-CSV-MODE = 'P' THEN
               CLOSE CSV-OUT-FILE
               PERFORM SWAP-TMP-INTO-PLACE
           END-IF.
           EXIT PARAGRAPH.

       PASS-ONE-CSV-ROW.
           IF WS-CSV-MODE = 'C' THEN
               IF WS-ROW-BELONGS = 'Y' THEN
                   MOVE SPACES TO ARC-CSV-RECORD
                   MOVE WS-CSV-KIND TO ARC-CSV-TAG
                   MOVE ',' TO ARC-CSV-RECORD(6:1)
                   MOVE CSV-IN-RECORD TO ARC-CSV-LINE
                   WRITE ARC-CSV-RECORD
                   EVALUATE WS-CSV-KIND
                       WHEN 'GRID'
                       WHEN 'SROW'
                           ADD 1 TO WS-N-GRID
                       WHEN 'ATLAS'
                           ADD 1 TO WS-N-ATLAS
                       WHEN 'LANE'
                           ADD 1 TO WS-N-LANES
                       WHEN 'DEV'
                           ADD 1 TO WS-N-DEVSTATE
                       WHEN 'GOODS'
                           ADD 1 TO WS-N-GOODS
                       WHEN 'DPL'
                           ADD 1 TO WS-N-LEDGER
                       WHEN 'EVT'
                           ADD 1 TO WS-N-EVENTS
                       WHEN 'NLOG'
                           ADD 1 TO WS-N-NOTELOG
                       WHEN 'SHIP'
                           ADD 1 TO WS-N-SHIPHIST
                   END-EVALUATE
               END-IF
           ELSE
               IF WS-ROW-BELONGS = 'Y' THEN
                   ADD 1 TO WS-ROWS-MOVED
               ELSE
                   WRITE CSV-OUT-RECORD FROM CSV-IN-RECORD
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *    Does this row belong to the sector?  Grid files owned
      *    whole: every row.  Otherwise the columns naming systems
      *    (or, for the atlas, the sector id) decide.
       CHECK-CSV-ROW.
           MOVE '-' TO WS-ROW-BELONGS.
           IF WS-CSV-KIND = 'GRID' THEN
               MOVE 'Y' TO WS-ROW-BELONGS
               EXIT PARAGRAPH
           END-IF.
           MOVE CSV-IN-RECORD TO WS-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-LINE, WS-SPLIT-PTR,
                   WS-FLD-1.
           CALL 'CSV-SPLIT-FIELD' USING WS-LINE, WS-SPLIT-PTR,
                   WS-FLD-2.
           EVALUATE WS-CSV-KIND
               WHEN 'ATLAS'
                   IF WS-FLD-1 = WS-SECTOR-ID THEN
                       MOVE 'Y' TO WS-ROW-BELONGS
                   END-IF
               WHEN 'SROW'
                   IF WS-FLD-2 NOT = SPACES THEN
                       MOVE WS-FLD-2 TO WS-LOOK-NAME
                       PERFORM FIND-NAME
                       MOVE WS-NAME-FOUND TO WS-ROW-BELONGS
                   END-IF
               WHEN 'LANE'
                   MOVE WS-FLD-1 TO WS-LOOK-NAME
                   PERFORM FIND-NAME
                   IF WS-NAME-FOUND NOT = 'Y' THEN
                       MOVE WS-FLD-2 TO WS-LOOK-NAME
                       PERFORM FIND-NAME
                   END-IF
                   MOVE WS-NAME-FOUND TO WS-ROW-BELONGS
      *        The journal dates its rows first, the ship history
      *        names the ship first and the day second.
               WHEN 'NLOG'
                   MOVE WS-FLD-2 TO WS-LOOK-NAME
                   PERFORM FIND-NAME
                   MOVE WS-NAME-FOUND TO WS-ROW-BELONGS
               WHEN 'SHIP'
                   CALL 'CSV-SPLIT-FIELD' USING WS-LINE, WS-SPLIT-PTR,
                           WS-FLD-3
                   MOVE WS-FLD-3 TO WS-LOOK-NAME
                   PERFORM FIND-NAME
                   MOVE WS-NAME-FOUND TO WS-ROW-BELONGS
               WHEN OTHER
                   MOVE WS-FLD-1 TO WS-LOOK-NAME
                   PERFORM FIND-NAME
                   MOVE WS-NAME-FOUND TO WS-ROW-BELONGS
           END-EVALUATE.
           EXIT PARAGRAPH.

       FIND-NAME.
           MOVE '-' TO WS-NAME-FOUND.
           IF WS-NAME-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           SET NM-IDX TO 1.
           SEARCH WS-NAME-ENTRY
               AT END CONTINUE
               WHEN WS-NAME-KEY(NM-IDX) = WS-LOOK-NAME
                   MOVE 'Y' TO WS-NAME-FOUND
           END-SEARCH.
           EXIT PARAGRAPH.

      *********************************
      * The control file — written once the archive files are
      * closed, STATE rows appended as each phase completes.
       WRITE-CONTROL-FILE.
           OPEN OUTPUT CTL-FILE.
           MOVE 'RecType,Name,Count' TO CTL-RECORD.
           WRITE CTL-RECORD.
           MOVE 'SECTOR' TO WS-CTL-TYPE.
           MOVE WS-SECTOR-ID TO WS-CTL-NAME.
           MOVE WS-N-STARDB TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE 'PART' TO WS-CTL-TYPE.
           MOVE WS-ARC-SDB-PATH TO WS-CTL-NAME.
           MOVE WS-N-STARDB TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE WS-ARC-HIS-PATH TO WS-CTL-NAME.
           MOVE WS-N-HISTORY TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE WS-ARC-NTS-PATH TO WS-CTL-NAME.
           MOVE WS-N-NOTES TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE WS-ARC-WDT-PATH TO WS-CTL-NAME.
           MOVE WS-N-WORLDS TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE WS-ARC-WHS-PATH TO WS-CTL-NAME.
           MOVE WS-N-WORLDHIS TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE WS-ARC-INS-PATH TO WS-CTL-NAME.
           MOVE WS-N-INSTALLS TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE WS-ARC-CAL-PATH TO WS-CTL-NAME.
           MOVE WS-N-CALENDARS TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE WS-ARC-SPC-PATH TO WS-CTL-NAME.
           MOVE WS-N-SPECIES TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE WS-ARC-WRM-PATH TO WS-CTL-NAME.
           MOVE WS-N-WORMHOLES TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE WS-ARC-CSV-PATH TO WS-CTL-NAME.
           MOVE WS-N-CSV TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE 'TOTAL' TO WS-CTL-TYPE.
           MOVE 'generations' TO WS-CTL-NAME.
           MOVE WS-GEN-SUM TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE 'gridfiles' TO WS-CTL-NAME.
           MOVE WS-N-GFILES TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE 'gridrows' TO WS-CTL-NAME.
           MOVE WS-N-GRID TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE 'atlas' TO WS-CTL-NAME.
           MOVE WS-N-ATLAS TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE 'lanes' TO WS-CTL-NAME.
           MOVE WS-N-LANES TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE 'devstate' TO WS-CTL-NAME.
           MOVE WS-N-DEVSTATE TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE 'goods' TO WS-CTL-NAME.
           MOVE WS-N-GOODS TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE 'depletion' TO WS-CTL-NAME.
           MOVE WS-N-LEDGER TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE 'colevents' TO WS-CTL-NAME.
           MOVE WS-N-EVENTS TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE 'notelog' TO WS-CTL-NAME.
           MOVE WS-N-NOTELOG TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE 'shiphist' TO WS-CTL-NAME.
           MOVE WS-N-SHIPHIST TO WS-CTL-N.
           PERFORM WRITE-CONTROL-ROW.
           MOVE 'STATE' TO WS-CTL-TYPE.
           MOVE 'COPIED' TO WS-CTL-NAME.
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
               WHEN 'SECTOR'
                   MOVE WS-CTL-NAME TO WS-CTL-SECTOR
                   MOVE WS-CTL-N TO WS-C-SYSTEMS
               WHEN 'PART'
                   EVALUATE WS-CTL-NAME
                       WHEN WS-ARC-SDB-PATH
                           MOVE WS-CTL-N TO WS-C-STARDB
                       WHEN WS-ARC-HIS-PATH
                           MOVE WS-CTL-N TO WS-C-HISTORY
                       WHEN WS-ARC-NTS-PATH
                           MOVE WS-CTL-N TO WS-C-NOTES
                       WHEN WS-ARC-WDT-PATH
                           MOVE WS-CTL-N TO WS-C-WORLDS
                       WHEN WS-ARC-WHS-PATH
                           MOVE WS-CTL-N TO WS-C-WORLDHIS
                       WHEN WS-ARC-INS-PATH
                           MOVE WS-CTL-N TO WS-C-INSTALLS
                       WHEN WS-ARC-CAL-PATH
                           MOVE WS-CTL-N TO WS-C-CALENDARS
                       WHEN WS-ARC-SPC-PATH
                           MOVE WS-CTL-N TO WS-C-SPECIES
                       WHEN WS-ARC-WRM-PATH
                           MOVE WS-CTL-N TO WS-C-WORMHOLES
                       WHEN WS-ARC-CSV-PATH
                           MOVE WS-CTL-N TO WS-C-CSV
                   END-EVALUATE
               WHEN 'TOTAL'
                   EVALUATE WS-CTL-NAME
                       WHEN 'generations'
                           MOVE WS-CTL-N TO WS-C-GEN-SUM
                       WHEN 'gridfiles'
                           MOVE WS-CTL-N TO WS-C-GFILES
                       WHEN 'gridrows'
                           MOVE WS-CTL-N TO WS-C-GRID
                       WHEN 'atlas'
                           MOVE WS-CTL-N TO WS-C-ATLAS
                       WHEN 'lanes'
                           MOVE WS-CTL-N TO WS-C-LANES
                       WHEN 'devstate'
                           MOVE WS-CTL-N TO WS-C-DEVSTATE
                       WHEN 'goods'
                           MOVE WS-CTL-N TO WS-C-GOODS
                       WHEN 'depletion'
                           MOVE WS-CTL-N TO WS-C-LEDGER
                       WHEN 'colevents'
                           MOVE WS-CTL-N TO WS-C-EVENTS
                       WHEN 'notelog'
                           MOVE WS-CTL-N TO WS-C-NOTELOG
                       WHEN 'shiphist'
                           MOVE WS-CTL-N TO WS-C-SHIPHIST
                   END-EVALUATE
               WHEN 'STATE'
                   EVALUATE WS-CTL-NAME
                       WHEN 'R-HISTORY'
                           MOVE 'Y' TO WS-R-HISTORY-DONE
                       WHEN 'R-WORLDHIS'
                           MOVE 'Y' TO WS-R-WORLDHIS-DONE
                       WHEN 'R-NOTES'
                           MOVE 'Y' TO WS-R-NOTES-DONE
                       WHEN 'R-WORLDS'
                           MOVE 'Y' TO WS-R-WORLDS-DONE
                       WHEN 'R-INSTALLS'
                           MOVE 'Y' TO WS-R-INSTALLS-DONE
                       WHEN 'R-CALENDARS'
                           MOVE 'Y' TO WS-R-CALENDARS-DONE
                       WHEN 'R-SPECIES'
                           MOVE 'Y' TO WS-R-SPECIES-DONE
                       WHEN 'R-WORMHOLES'
                           MOVE 'Y' TO WS-R-WORMHOLES-DONE
                       WHEN 'R-CSV'
                           MOVE 'Y' TO WS-R-CSV-DONE
                       WHEN OTHER
                           MOVE WS-CTL-NAME TO WS-CTL-STATE
                   END-EVALUATE
           END-EVALUATE.
           EXIT PARAGRAPH.

      *********************************
      * Re-count every archive file against its PART row, re-add the
      * generation hash total off the archived records, and cross-
      * add the CSV part from its per-source TOTAL rows.  Loads the
      * name list from the archived records as it goes.
       VERIFY-ARCHIVE-PARTS.
           MOVE 'Y' TO WS-BALANCED.
           INITIALIZE WS-RUN-COUNTS.
           MOVE 0 TO WS-NAME-COUNT.
           OPEN INPUT ARC-SDB-FILE.
           IF ARC-FILE-OK THEN
               PERFORM UNTIL ARC-FILE-EOF
                   READ ARC-SDB-FILE
                       AT END CONTINUE
                       NOT AT END
                           ADD 1 TO WS-N-STARDB
                           MOVE ARC-SDB-RECORD TO STARDB-RECORD
                           ADD STARDB-GENERATION TO WS-GEN-SUM
                           IF WS-NAME-COUNT < 5000 THEN
                               ADD 1 TO WS-NAME-COUNT
                               MOVE STARDB-KEY
                                 TO WS-NAME-KEY(WS-NAME-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARC-SDB-FILE
           END-IF.
           OPEN INPUT ARC-HIS-FILE.
           IF ARC-FILE-OK THEN
               PERFORM UNTIL ARC-FILE-EOF
                   READ ARC-HIS-FILE
                       AT END CONTINUE
                       NOT AT END ADD 1 TO WS-N-HISTORY
                   END-READ
               END-PERFORM
               CLOSE ARC-HIS-FILE
           END-IF.
           OPEN INPUT ARC-NTS-FILE.
           IF ARC-FILE-OK THEN
               PERFORM UNTIL ARC-FILE-EOF
                   READ ARC-NTS-FILE
                       AT END CONTINUE
                       NOT AT END ADD 1 TO WS-N-NOTES
                   END-READ
               END-PERFORM
               CLOSE ARC-NTS-FILE
           END-IF.
           OPEN INPUT ARC-WDT-FILE.
           IF ARC-FILE-OK THEN
               PERFORM UNTIL ARC-FILE-EOF
                   READ ARC-WDT-FILE
                       AT END CONTINUE
                       NOT AT END ADD 1 TO WS-N-WORLDS
                   END-READ
               END-PERFORM
               CLOSE ARC-WDT-FILE
           END-IF.
           OPEN INPUT ARC-WHS-FILE.
           IF ARC-FILE-OK THEN
               PERFORM UNTIL ARC-FILE-EOF
                   READ ARC-WHS-FILE
                       AT END CONTINUE
                       NOT AT END ADD 1 TO WS-N-WORLDHIS
                   END-READ
               END-PERFORM
               CLOSE ARC-WHS-FILE
           END-IF.
           OPEN INPUT ARC-INS-FILE.
           IF ARC-FILE-OK THEN
               PERFORM UNTIL ARC-FILE-EOF
                   READ ARC-INS-FILE
                       AT END CONTINUE
                       NOT AT END ADD 1 TO WS-N-INSTALLS
                   END-READ
               END-PERFORM
               CLOSE ARC-INS-FILE
           END-IF.
           OPEN INPUT ARC-CAL-FILE.
           IF ARC-FILE-OK THEN
               PERFORM UNTIL ARC-FILE-EOF
                   READ ARC-CAL-FILE
                       AT END CONTINUE
                       NOT AT END ADD 1 TO WS-N-CALENDARS
                   END-READ
               END-PERFORM
               CLOSE ARC-CAL-FILE
           END-IF.
           OPEN INPUT ARC-SPC-FILE.
           IF ARC-FILE-OK THEN
               PERFORM UNTIL ARC-FILE-EOF
                   READ ARC-SPC-FILE
                       AT END CONTINUE
                       NOT AT END ADD 1 TO WS-N-SPECIES
                   END-READ
               END-PERFORM
               CLOSE ARC-SPC-FILE
           END-IF.
           OPEN INPUT ARC-WRM-FILE.
           IF ARC-FILE-OK THEN
               PERFORM UNTIL ARC-FILE-EOF
                   READ ARC-WRM-FILE
                       AT END CONTINUE
                       NOT AT END ADD 1 TO WS-N-WORMHOLES
                   END-READ
               END-PERFORM
               CLOSE ARC-WRM-FILE
           END-IF.
           OPEN INPUT ARC-CSV-FILE.
           IF ARC-FILE-OK THEN
               PERFORM UNTIL ARC-FILE-EOF
                   READ ARC-CSV-FILE
                       AT END CONTINUE
                       NOT AT END ADD 1 TO WS-N-CSV
                   END-READ
               END-PERFORM
               CLOSE ARC-CSV-FILE
           END-IF.

           MOVE WS-ARC-SDB-PATH TO WS-COUNT-NAME.
           MOVE WS-N-STARDB TO WS-COUNT-N.
           MOVE WS-C-STARDB TO WS-CTL-N.
           PERFORM CHECK-ONE-PART.
           MOVE WS-ARC-HIS-PATH TO WS-COUNT-NAME.
           MOVE WS-N-HISTORY TO WS-COUNT-N.
           MOVE WS-C-HISTORY TO WS-CTL-N.
           PERFORM CHECK-ONE-PART.
           MOVE WS-ARC-NTS-PATH TO WS-COUNT-NAME.
           MOVE WS-N-NOTES TO WS-COUNT-N.
           MOVE WS-C-NOTES TO WS-CTL-N.
           PERFORM CHECK-ONE-PART.
           MOVE WS-ARC-WDT-PATH TO WS-COUNT-NAME.
           MOVE WS-N-WORLDS TO WS-COUNT-N.
           MOVE WS-C-WORLDS TO WS-CTL-N.
           PERFORM CHECK-ONE-PART.
           MOVE WS-ARC-WHS-PATH TO WS-COUNT-NAME.
           MOVE WS-N-WORLDHIS TO WS-COUNT-N.
           MOVE WS-C-WORLDHIS TO WS-CTL-N.
           PERFORM CHECK-ONE-PART.
           MOVE WS-ARC-INS-PATH TO WS-COUNT-NAME.
           MOVE WS-N-INSTALLS TO WS-COUNT-N.
           MOVE WS-C-INSTALLS TO WS-CTL-N.
           PERFORM CHECK-ONE-PART.
           MOVE WS-ARC-CAL-PATH TO WS-COUNT-NAME.
           MOVE WS-N-CALENDARS TO WS-COUNT-N.
           MOVE WS-C-CALENDARS TO WS-CTL-N.
           PERFORM CHECK-ONE-PART.
           MOVE WS-ARC-SPC-PATH TO WS-COUNT-NAME.
           MOVE WS-N-SPECIES TO WS-COUNT-N.
           MOVE WS-C-SPECIES TO WS-CTL-N.
           PERFORM CHECK-ONE-PART.
           MOVE WS-ARC-WRM-PATH TO WS-COUNT-NAME.
           MOVE WS-N-WORMHOLES TO WS-COUNT-N.
           MOVE WS-C-WORMHOLES TO WS-CTL-N.
           PERFORM CHECK-ONE-PART.
           MOVE WS-ARC-CSV-PATH TO WS-COUNT-NAME.
           MOVE WS-N-CSV TO WS-COUNT-N.
           MOVE WS-C-CSV TO WS-CTL-N.
           PERFORM CHECK-ONE-PART.
           MOVE 'generation hash total' TO WS-COUNT-NAME.
           MOVE WS-GEN-SUM TO WS-COUNT-N.
           MOVE WS-C-GEN-SUM TO WS-CTL-N.
           PERFORM CHECK-ONE-PART.
           MOVE 'sector system count' TO WS-COUNT-NAME.
           MOVE WS-N-STARDB TO WS-COUNT-N.
           MOVE WS-C-SYSTEMS TO WS-CTL-N.
           PERFORM CHECK-ONE-PART.
           MOVE 'CSV rows by source' TO WS-COUNT-NAME.
           COMPUTE WS-COUNT-N = WS-C-GFILES + WS-C-GRID + WS-C-ATLAS
                              + WS-C-LANES + WS-C-DEVSTATE
                              + WS-C-GOODS + WS-C-LEDGER
                              + WS-C-EVENTS + WS-C-NOTELOG
                              + WS-C-SHIPHIST.
           MOVE WS-C-CSV TO WS-CTL-N.
           PERFORM CHECK-ONE-PART.
      *    Counts as the control file has them, for the summaries.
           MOVE WS-C-GFILES TO WS-N-GFILES.
           MOVE WS-C-GRID TO WS-N-GRID.
           MOVE WS-C-ATLAS TO WS-N-ATLAS.
           MOVE WS-C-LANES TO WS-N-LANES.
           MOVE WS-C-DEVSTATE TO WS-N-DEVSTATE.
           MOVE WS-C-GOODS TO WS-N-GOODS.
           MOVE WS-C-LEDGER TO WS-N-LEDGER.
           MOVE WS-C-EVENTS TO WS-N-EVENTS.
           MOVE WS-C-NOTELOG TO WS-N-NOTELOG.
           MOVE WS-C-SHIPHIST TO WS-N-SHIPHIST.
           IF WS-CTL-SECTOR NOT = SPACES THEN
               MOVE WS-CTL-SECTOR TO WS-SECTOR-ID
           END-IF.
           EXIT PARAGRAPH.

       CHECK-ONE-PART.
           IF WS-COUNT-N NOT = WS-CTL-N THEN
               MOVE 'N' TO WS-BALANCED
               MOVE WS-COUNT-N TO WS-DISP-N
               MOVE WS-CTL-N TO WS-DISP-C
               MOVE 'ARC013' TO MC-MSG-ID
               MOVE WS-COUNT-NAME TO MC-INSERT(1)
               MOVE WS-DISP-N TO MC-INSERT(2)
               MOVE WS-DISP-C TO MC-INSERT(3)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       DISPLAY-PART-COUNTS.
           MOVE WS-N-HISTORY TO WS-DISP-N.
           DISPLAY '  history generations  ' WS-DISP-N.
           MOVE WS-N-NOTES TO WS-DISP-N.
           DISPLAY '  notes                ' WS-DISP-N.
           MOVE WS-N-WORLDS TO WS-DISP-N.
           DISPLAY '  world detail rows    ' WS-DISP-N.
           MOVE WS-N-WORLDHIS TO WS-DISP-N.
           DISPLAY '  world-detail history ' WS-DISP-N.
           MOVE WS-N-INSTALLS TO WS-DISP-N.
           DISPLAY '  installation rows    ' WS-DISP-N.
           MOVE WS-N-CALENDARS TO WS-DISP-N.
           DISPLAY '  local calendars      ' WS-DISP-N.
           MOVE WS-N-SPECIES TO WS-DISP-N.
           DISPLAY '  species              ' WS-DISP-N.
           MOVE WS-N-WORMHOLES TO WS-DISP-N.
           DISPLAY '  wormholes            ' WS-DISP-N.
           MOVE WS-N-GRID TO WS-DISP-N.
           DISPLAY '  sector grid rows     ' WS-DISP-N.
           MOVE WS-N-ATLAS TO WS-DISP-N.
           DISPLAY '  atlas rows           ' WS-DISP-N.
           MOVE WS-N-LANES TO WS-DISP-N.
           DISPLAY '  trade lanes          ' WS-DISP-N.
           MOVE WS-N-DEVSTATE TO WS-DISP-N.
           DISPLAY '  devstate rows        ' WS-DISP-N.
           MOVE WS-N-GOODS TO WS-DISP-N.
           DISPLAY '  goods rows           ' WS-DISP-N.
           MOVE WS-N-LEDGER TO WS-DISP-N.
           DISPLAY '  depletion ledger     ' WS-DISP-N.
           MOVE WS-N-EVENTS TO WS-DISP-N.
           DISPLAY '  colony events        ' WS-DISP-N.
           MOVE WS-N-NOTELOG TO WS-DISP-N.
           DISPLAY '  annotation journal   ' WS-DISP-N.
           MOVE WS-N-SHIPHIST TO WS-DISP-N.
           DISPLAY '  ship history rows    ' WS-DISP-N.
           EXIT PARAGRAPH.

      *********************************
      * Take the archived sector out of the live files.  Every part
      * is safe to repeat; the database records go last, so a purge
      * that stops leaves the sector still visible and still
      * archivable.
       PURGE-LIVE-FILES.
           MOVE 'P' TO WS-CSV-MODE.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GRID-COUNT
               IF WS-GRID-MODE(WS-G) = 'W' THEN
                   CALL 'CBL_DELETE_FILE' USING WS-GRID-PATH(WS-G)
                       RETURNING WS-RENAME-RC
               ELSE
                   MOVE WS-GRID-PATH(WS-G) TO WS-CSV-PATH
                   MOVE 'SROW' TO WS-CSV-KIND
                   PERFORM PASS-CSV-FILE
               END-IF
           END-PERFORM.
           MOVE WS-ATLAS-PATH TO WS-CSV-PATH.
           MOVE 'ATLAS' TO WS-CSV-KIND.
           PERFORM PASS-CSV-FILE.
           MOVE WS-LANES-PATH TO WS-CSV-PATH.
           MOVE 'LANE' TO WS-CSV-KIND.
           PERFORM PASS-CSV-FILE.
           MOVE WS-DEVSTATE-PATH TO WS-CSV-PATH.
           MOVE 'DEV' TO WS-CSV-KIND.
           PERFORM PASS-CSV-FILE.
           MOVE WS-GOODS-PATH TO WS-CSV-PATH.
           MOVE 'GOODS' TO WS-CSV-KIND.
           PERFORM PASS-CSV-FILE.
           MOVE WS-LEDGER-PATH TO WS-CSV-PATH.
           MOVE 'DPL' TO WS-CSV-KIND.
           PERFORM PASS-CSV-FILE.
           MOVE WS-EVENTS-PATH TO WS-CSV-PATH.
           MOVE 'EVT' TO WS-CSV-KIND.
           PERFORM PASS-CSV-FILE.
           MOVE WS-NOTELOG-PATH TO WS-CSV-PATH.
           MOVE 'NLOG' TO WS-CSV-KIND.
           PERFORM PASS-CSV-FILE.
           MOVE WS-SHIPHIST-PATH TO WS-CSV-PATH.
           MOVE 'SHIP' TO WS-CSV-KIND.
           PERFORM PASS-CSV-FILE.
           IF WS-STOPPED = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM PURGE-HISTORY.
           PERFORM PURGE-WORLD-HISTORY.
           IF WS-STOPPED = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O NOTES-FILE.
           IF NOTES-FILE-OK THEN
               PERFORM VARYING NM-IDX FROM 1 BY 1
                       UNTIL NM-IDX > WS-NAME-COUNT
                   MOVE WS-NAME-KEY(NM-IDX) TO NOTE-KEY
                   DELETE NOTES-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               END-PERFORM
               CLOSE NOTES-FILE
           END-IF.
           OPEN I-O WORLD-FILE.
           IF WORLD-FILE-OK THEN
               PERFORM VARYING NM-IDX FROM 1 BY 1
                       UNTIL NM-IDX > WS-NAME-COUNT
                   PERFORM PURGE-WORLDS
               END-PERFORM
               CLOSE WORLD-FILE
           END-IF.
           OPEN I-O INSTALL-FILE.
           IF INSTALL-FILE-OK THEN
               PERFORM VARYING NM-IDX FROM 1 BY 1
                       UNTIL NM-IDX > WS-NAME-COUNT
                   PERFORM PURGE-INSTALLS
               END-PERFORM
               CLOSE INSTALL-FILE
           END-IF.
           OPEN I-O CALENDAR-FILE.
           IF CALENDAR-FILE-OK THEN
               PERFORM VARYING NM-IDX FROM 1 BY 1
                       UNTIL NM-IDX > WS-NAME-COUNT
                   MOVE WS-NAME-KEY(NM-IDX) TO CAL-KEY
                   DELETE CALENDAR-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
           OPEN I-O SPECIES-FILE.
           IF SPECIES-FILE-OK THEN
               PERFORM UNTIL SPECIES-FILE-EOF
                   READ SPECIES-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           PERFORM CHECK-SPECIES-ROW
                           IF WS-ROW-BELONGS = 'Y' THEN
                               DELETE SPECIES-FILE RECORD
                                   INVALID KEY CONTINUE
                               END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPECIES-FILE
           END-IF.
           OPEN I-O WORM-FILE.
           IF WORM-FILE-OK THEN
               PERFORM UNTIL WORM-FILE-EOF
                   READ WORM-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           PERFORM CHECK-WORMHOLE-ROW
                           IF WS-ROW-BELONGS = 'Y' THEN
                               DELETE WORM-FILE RECORD
                                   INVALID KEY CONTINUE
                               END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORM-FILE
           END-IF.

           OPEN I-O STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'ARC014' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               MOVE WS-STARDB-STATUS TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'Y' TO WS-STOPPED
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING NM-IDX FROM 1 BY 1
                   UNTIL NM-IDX > WS-NAME-COUNT
                      OR WS-STOPPED = 'Y'
               MOVE WS-NAME-KEY(NM-IDX) TO STARDB-KEY
               READ STARDB-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF STARDB-SECTOR = WS-SECTOR-ID THEN
                           DELETE STARDB-FILE RECORD
                               INVALID KEY
                                   MOVE 'ARC015' TO MC-MSG-ID
                                   MOVE STARDB-KEY TO MC-INSERT(1)
                                   MOVE WS-STARDB-STATUS TO MC-INSERT(2)
                                   CALL 'ISSUE-SUITE-MESSAGE'
                                       USING WS-MSG-CTL
                                   MOVE 'Y' TO WS-STOPPED
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STARDB-FILE.
           EXIT PARAGRAPH.

       PURGE-WORLDS.
           MOVE '-' TO WS-DONE.
           PERFORM UNTIL WS-DONE = 'Y'
               MOVE WS-NAME-KEY(NM-IDX) TO WDTL-SYSTEM-KEY
               MOVE 0 TO WDTL-STAR-NO
               MOVE 0 TO WDTL-ORBIT-NO
               START WORLD-FILE KEY IS NOT LESS THAN WDTL-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-DONE
               END-START
               IF WS-DONE NOT = 'Y' THEN
                   READ WORLD-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DONE
                       NOT AT END
                           IF WDTL-SYSTEM-KEY NOT = WS-NAME-KEY(NM-IDX)
                           THEN
                               MOVE 'Y' TO WS-DONE
                           ELSE
                               DELETE WORLD-FILE RECORD
                                   INVALID KEY
                                       MOVE 'Y' TO WS-DONE
                               END-DELETE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       PURGE-INSTALLS.
           MOVE '-' TO WS-DONE.
           PERFORM UNTIL WS-DONE = 'Y'
               MOVE WS-NAME-KEY(NM-IDX) TO INST-SYSTEM-KEY
               MOVE 0 TO INST-STAR-NO
               MOVE 0 TO INST-ORBIT-NO
               START INSTALL-FILE KEY IS NOT LESS THAN INST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-DONE
               END-START
               IF WS-DONE NOT = 'Y' THEN
                   READ INSTALL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DONE
                       NOT AT END
                           IF INST-SYSTEM-KEY NOT = WS-NAME-KEY(NM-IDX)
                           THEN
                               MOVE 'Y' TO WS-DONE
                           ELSE
                               DELETE INSTALL-FILE RECORD
                                   INVALID KEY
                                       MOVE 'Y' TO WS-DONE
                               END-DELETE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       PURGE-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HISTORY-PATH TO WS-SWAP-TARGET.
           PERFORM BUILD-TMP-PATH.
           OPEN OUTPUT HISOUT-FILE.
           MOVE 0 TO WS-ROWS-MOVED.
           PERFORM UNTIL HISTORY-FILE-EOF
               READ HISTORY-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE HISTORY-KEY TO WS-LOOK-NAME
                       PERFORM FIND-NAME
                       IF WS-NAME-FOUND = 'Y' THEN
                           ADD 1 TO WS-ROWS-MOVED
                       ELSE
                           WRITE HISOUT-RECORD FROM HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           CLOSE HISOUT-FILE.
           PERFORM SWAP-TMP-INTO-PLACE.
           EXIT PARAGRAPH.

       PURGE-WORLD-HISTORY.
           OPEN INPUT WORLDHIS-FILE.
           IF NOT WORLDHIS-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-WORLDHIS-PATH TO WS-SWAP-TARGET.
           PERFORM BUILD-TMP-PATH.
           OPEN OUTPUT WHISOUT-FILE.
           MOVE 0 TO WS-ROWS-MOVED.
           PERFORM UNTIL WORLDHIS-FILE-EOF
               READ WORLDHIS-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE WORLDHIS-KEY TO WS-LOOK-NAME
                       PERFORM FIND-NAME
                       IF WS-NAME-FOUND = 'Y' THEN
                           ADD 1 TO WS-ROWS-MOVED
                       ELSE
                           WRITE WHISOUT-RECORD FROM WORLDHIS-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORLDHIS-FILE.
           CLOSE WHISOUT-FILE.
           PERFORM SWAP-TMP-INTO-PLACE.
           EXIT PARAGRAPH.

       BUILD-TMP-PATH.
           MOVE SPACES TO WS-TMP-PATH.
           STRING FUNCTION TRIM(WS-SWAP-TARGET) DELIMITED BY SIZE
                  '.tmp'                        DELIMITED BY SIZE
                  INTO WS-TMP-PATH
           END-STRING.
           EXIT PARAGRAPH.

      *    A copy that dropped nothing is simply discarded; otherwise
      *    it replaces the original, the way G4SSGRET swaps its
      *    pruned sidecars in.
       SWAP-TMP-INTO-PLACE.
           IF WS-ROWS-MOVED = 0 THEN
               CALL 'CBL_DELETE_FILE' USING WS-TMP-PATH
               EXIT PARAGRAPH
           END-IF.
           CALL 'CBL_DELETE_FILE' USING WS-SWAP-TARGET
               RETURNING WS-RENAME-RC.
           CALL 'CBL_RENAME_FILE' USING WS-TMP-PATH,
                   WS-SWAP-TARGET RETURNING WS-RENAME-RC.
           IF WS-RENAME-RC NOT = 0 THEN
               MOVE 'ARC016' TO MC-MSG-ID
               MOVE WS-SWAP-TARGET TO MC-INSERT(1)
               MOVE WS-TMP-PATH TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'Y' TO WS-STOPPED
           END-IF.
           EXIT PARAGRAPH.

      ******************************************************************
      * VERB=RESTORE
      ******************************************************************
       RESTORE-SECTOR.
           IF WS-CTL-PRESENT NOT = 'Y' THEN
               MOVE 'ARC017' TO MC-MSG-ID
               MOVE WS-ARC-CTL-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'REFUSED: NO ARCHIVE' TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           IF WS-SECTOR-ID NOT = SPACES
              AND WS-SECTOR-ID NOT = WS-CTL-SECTOR THEN
               MOVE 'ARC018' TO MC-MSG-ID
               MOVE WS-ARC-BASE TO MC-INSERT(1)
               MOVE WS-CTL-SECTOR TO MC-INSERT(2)
               MOVE WS-SECTOR-ID TO MC-INSERT(3)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'REFUSED: WRONG SECTOR' TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN CTL-RESTORED
                   MOVE 'ARC019' TO MC-MSG-ID
                   MOVE WS-CTL-SECTOR TO MC-INSERT(1)
                   MOVE WS-ARC-BASE TO MC-INSERT(2)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'NOTHING TO DO' TO WS-RUNLOG-OUTCOME
                   EXIT PARAGRAPH
               WHEN CTL-COPIED
                   MOVE 'ARC020' TO MC-MSG-ID
                   MOVE WS-CTL-SECTOR TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'REFUSED: ARCHIVE UNFINISHED'
                     TO WS-RUNLOG-OUTCOME
                   EXIT PARAGRAPH
           END-EVALUATE.

           PERFORM VERIFY-ARCHIVE-PARTS.
           IF WS-BALANCED NOT = 'Y' THEN
               MOVE 'ARC021' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'REFUSED: OUT OF BALANCE' TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.

           IF NOT CTL-RESTORING THEN
               PERFORM RESTORE-COLLISIONS
               IF WS-COLLISIONS > 0 THEN
                   MOVE WS-COLLISIONS TO WS-DISP-N
                   MOVE 'ARC022' TO MC-MSG-ID
                   MOVE WS-DISP-N TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'REFUSED: KEYS COLLIDE' TO WS-RUNLOG-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               MOVE 'RESTORING' TO WS-STATE-ROW
               PERFORM APPEND-CONTROL-STATE
           ELSE
               MOVE 'ARC023' TO MC-MSG-ID
               MOVE WS-SECTOR-ID TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.

           IF WS-R-HISTORY-DONE NOT = 'Y' THEN
               PERFORM RESTORE-HISTORY
           END-IF.
           IF WS-R-WORLDHIS-DONE NOT = 'Y' THEN
               PERFORM RESTORE-WORLD-HISTORY
           END-IF.
           IF WS-R-NOTES-DONE NOT = 'Y' AND WS-STOPPED NOT = 'Y'
           THEN
               PERFORM RESTORE-NOTES
           END-IF.
           IF WS-R-WORLDS-DONE NOT = 'Y' AND WS-STOPPED NOT = 'Y'
           THEN
               PERFORM RESTORE-WORLDS
           END-IF.
           IF WS-R-INSTALLS-DONE NOT = 'Y' AND WS-STOPPED NOT = 'Y'
           THEN
               PERFORM RESTORE-INSTALLS
           END-IF.
           IF WS-R-CALENDARS-DONE NOT = 'Y' AND WS-STOPPED NOT = 'Y'
           THEN
               PERFORM RESTORE-CALENDARS
           END-IF.
           IF WS-R-SPECIES-DONE NOT = 'Y' AND WS-STOPPED NOT = 'Y'
           THEN
               PERFORM RESTORE-SPECIES
           END-IF.
           IF WS-R-WORMHOLES-DONE NOT = 'Y' AND WS-STOPPED NOT = 'Y'
           THEN
               PERFORM RESTORE-WORMHOLES
           END-IF.
           IF WS-R-CSV-DONE NOT = 'Y' AND WS-STOPPED NOT = 'Y' THEN
               PERFORM RESTORE-CSV-ROWS
           END-IF.
           IF WS-STOPPED NOT = 'Y' THEN
               PERFORM RESTORE-RECORDS
           END-IF.
           IF WS-STOPPED = 'Y' THEN
               MOVE 'ARC024' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'RESTORE STOPPED' TO WS-RUNLOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           MOVE 'RESTORED' TO WS-STATE-ROW.
           PERFORM APPEND-CONTROL-STATE.
           MOVE WS-N-STARDB TO WS-DISP-N.
           MOVE 'ARC025' TO MC-MSG-ID.
           MOVE WS-SECTOR-ID TO MC-INSERT(1).
           MOVE WS-ARC-BASE TO MC-INSERT(2).
           MOVE WS-DISP-N TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM DISPLAY-PART-COUNTS.
           MOVE 'RESTORED' TO WS-RUNLOG-OUTCOME.
           EXIT PARAGRAPH.

      *    Every archived key that exists live again, listed; the
      *    sector's whole grid files and atlas rows likewise.
       RESTORE-COLLISIONS.
           MOVE 0 TO WS-COLLISIONS.
           OPEN INPUT STARDB-FILE.
           IF STARDB-FILE-OK THEN
               PERFORM VARYING NM-IDX FROM 1 BY 1
                       UNTIL NM-IDX > WS-NAME-COUNT
                   MOVE WS-NAME-KEY(NM-IDX) TO STARDB-KEY
                   READ STARDB-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           DISPLAY '  ' FUNCTION TRIM(STARDB-KEY)
                               ' is in the star database again.'
                           ADD 1 TO WS-COLLISIONS
                   END-READ
               END-PERFORM
               CLOSE STARDB-FILE
           END-IF.
           OPEN INPUT NOTES-FILE.
           IF NOTES-FILE-OK THEN
               PERFORM VARYING NM-IDX FROM 1 BY 1
                       UNTIL NM-IDX > WS-NAME-COUNT
                   MOVE WS-NAME-KEY(NM-IDX) TO NOTE-KEY
                   READ NOTES-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           DISPLAY '  ' FUNCTION TRIM(NOTE-KEY)
                               ' has a live note.'
                           ADD 1 TO WS-COLLISIONS
                   END-READ
               END-PERFORM
               CLOSE NOTES-FILE
           END-IF.
           OPEN INPUT WORLD-FILE.
           IF WORLD-FILE-OK THEN
               PERFORM VARYING NM-IDX FROM 1 BY 1
                       UNTIL NM-IDX > WS-NAME-COUNT
                   MOVE WS-NAME-KEY(NM-IDX) TO WDTL-SYSTEM-KEY
                   MOVE 0 TO WDTL-STAR-NO
                   MOVE 0 TO WDTL-ORBIT-NO
                   START WORLD-FILE KEY IS NOT LESS THAN WDTL-KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           READ WORLD-FILE NEXT RECORD
                               AT END CONTINUE
                               NOT AT END
                                   IF WDTL-SYSTEM-KEY =
                                      WS-NAME-KEY(NM-IDX) THEN
                                       DISPLAY '  '
                                           FUNCTION TRIM(
                                               WDTL-SYSTEM-KEY)
                                           ' has live world detail.'
                                       ADD 1 TO WS-COLLISIONS
                                   END-IF
                           END-READ
                   END-START
               END-PERFORM
               CLOSE WORLD-FILE
           END-IF.
           OPEN INPUT INSTALL-FILE.
           IF INSTALL-FILE-OK THEN
               PERFORM VARYING NM-IDX FROM 1 BY 1
                       UNTIL NM-IDX > WS-NAME-COUNT
                   MOVE WS-NAME-KEY(NM-IDX) TO INST-SYSTEM-KEY
                   MOVE 0 TO INST-STAR-NO
                   MOVE 0 TO INST-ORBIT-NO
                   START INSTALL-FILE KEY IS NOT LESS THAN INST-KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           READ INSTALL-FILE NEXT RECORD
                               AT END CONTINUE
                               NOT AT END
                                   IF INST-SYSTEM-KEY =
                                      WS-NAME-KEY(NM-IDX) THEN
                                       DISPLAY '  '
                                           FUNCTION TRIM(
                                               INST-SYSTEM-KEY)
                                           ' has live installations.'
                                       ADD 1 TO WS-COLLISIONS
                                   END-IF
                           END-READ
                   END-START
               END-PERFORM
               CLOSE INSTALL-FILE
           END-IF.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-OK THEN
               PERFORM VARYING NM-IDX FROM 1 BY 1
                       UNTIL NM-IDX > WS-NAME-COUNT
                   MOVE WS-NAME-KEY(NM-IDX) TO CAL-KEY
                   READ CALENDAR-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           DISPLAY '  ' FUNCTION TRIM(CAL-KEY)
                               ' has a live calendar.'
                           ADD 1 TO WS-COLLISIONS
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
      *    Species and wormholes by their own keys, off the archive.
           OPEN INPUT SPECIES-FILE.
           IF SPECIES-FILE-OK THEN
               OPEN INPUT ARC-SPC-FILE
               IF ARC-FILE-OK THEN
                   PERFORM UNTIL ARC-FILE-EOF
                       READ ARC-SPC-FILE
                           AT END CONTINUE
                           NOT AT END
                               MOVE ARC-SPC-RECORD TO SPECIES-RECORD
                               READ SPECIES-FILE
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       DISPLAY '  species '
                                           FUNCTION TRIM(SPEC-KEY)
                                           ' is on file again.'
                                       ADD 1 TO WS-COLLISIONS
                               END-READ
                       END-READ
                   END-PERFORM
                   CLOSE ARC-SPC-FILE
               END-IF
               CLOSE SPECIES-FILE
           END-IF.
           OPEN INPUT WORM-FILE.
           IF WORM-FILE-OK THEN
               OPEN INPUT ARC-WRM-FILE
               IF ARC-FILE-OK THEN
                   PERFORM UNTIL ARC-FILE-EOF
                       READ ARC-WRM-FILE
                           AT END CONTINUE
                           NOT AT END
                               MOVE ARC-WRM-RECORD TO WORM-RECORD
                               READ WORM-FILE
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       DISPLAY '  wormhole '
                                           FUNCTION TRIM(WORM-ORIGIN)
                                           '/' WORM-SEQ
                                           ' is on file again.'
                                       ADD 1 TO WS-COLLISIONS
                               END-READ
                       END-READ
                   END-PERFORM
                   CLOSE ARC-WRM-FILE
               END-IF
               CLOSE WORM-FILE
           END-IF.
           MOVE WS-ATLAS-PATH TO WS-CSV-PATH.
           OPEN INPUT CSV-IN-FILE.
           IF CSV-IN-FILE-OK THEN
               PERFORM UNTIL CSV-IN-FILE-EOF
                   READ CSV-IN-FILE
                       AT END CONTINUE
                       NOT AT END
                           PERFORM SPLIT-ATLAS-ROW
                           IF WS-FLD-1 = WS-SECTOR-ID THEN
                               DISPLAY '  the atlas has a row for '
                                   'sector '
                                   FUNCTION TRIM(WS-SECTOR-ID)
                                   ' again.'
                               ADD 1 TO WS-COLLISIONS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CSV-IN-FILE
           END-IF.
           OPEN INPUT ARC-CSV-FILE.
           IF NOT ARC-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ARC-FILE-EOF
               READ ARC-CSV-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ARC-CSV-TAG = 'GFILE'
                          AND ARC-CSV-LINE(1:1) = 'W' THEN
                           MOVE ARC-CSV-LINE(3:) TO WS-CSV-PATH
                           OPEN INPUT CSV-IN-FILE
                           IF CSV-IN-FILE-OK THEN
                               CLOSE CSV-IN-FILE
                               DISPLAY '  grid file '
                                   FUNCTION TRIM(WS-CSV-PATH)
                                   ' exists again.'
                               ADD 1 TO WS-COLLISIONS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARC-CSV-FILE.
           EXIT PARAGRAPH.

      *    Each part below journals itself (STATE,R-<part>) once it
      *    is back, so a rerun does not put it back twice.
       RESTORE-HISTORY.
           OPEN INPUT ARC-HIS-FILE.
           IF NOT ARC-FILE-OK THEN
               MOVE 'Y' TO WS-STOPPED
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND HISTORY-FILE.
           IF NOT HISTORY-FILE-OK THEN
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           PERFORM UNTIL ARC-FILE-EOF
               READ ARC-HIS-FILE
                   AT END CONTINUE
                   NOT AT END
                       WRITE HISTORY-RECORD FROM ARC-HIS-RECORD
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           CLOSE ARC-HIS-FILE.
           MOVE 'R-HISTORY' TO WS-STATE-ROW.
           PERFORM APPEND-CONTROL-STATE.
           EXIT PARAGRAPH.

       RESTORE-WORLD-HISTORY.
           OPEN INPUT ARC-WHS-FILE.
           IF NOT ARC-FILE-OK THEN
               MOVE 'Y' TO WS-STOPPED
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND WORLDHIS-FILE.
           IF NOT WORLDHIS-FILE-OK THEN
               OPEN OUTPUT WORLDHIS-FILE
           END-IF.
           PERFORM UNTIL ARC-FILE-EOF
               READ ARC-WHS-FILE
                   AT END CONTINUE
                   NOT AT END
                       WRITE WORLDHIS-RECORD FROM ARC-WHS-RECORD
               END-READ
           END-PERFORM.
           CLOSE WORLDHIS-FILE.
           CLOSE ARC-WHS-FILE.
           MOVE 'R-WORLDHIS' TO WS-STATE-ROW.
           PERFORM APPEND-CONTROL-STATE.
           EXIT PARAGRAPH.

      *    Keyed parts: a row already there (a rerun) counts as put
      *    back when it is byte for byte the archived one.
       RESTORE-NOTES.
           IF WS-N-NOTES = 0 THEN
               MOVE 'R-NOTES' TO WS-STATE-ROW
               PERFORM APPEND-CONTROL-STATE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O NOTES-FILE.
           IF NOT NOTES-FILE-OK THEN
               OPEN OUTPUT NOTES-FILE
               CLOSE NOTES-FILE
               OPEN I-O NOTES-FILE
           END-IF.
           OPEN INPUT ARC-NTS-FILE.
           IF NOT ARC-FILE-OK THEN
               MOVE 'Y' TO WS-STOPPED
           END-IF.
           PERFORM UNTIL ARC-FILE-EOF OR WS-STOPPED = 'Y'
               READ ARC-NTS-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE ARC-NTS-RECORD TO NOTES-RECORD
                       WRITE NOTES-RECORD
                           INVALID KEY
                               READ NOTES-FILE
                                   INVALID KEY CONTINUE
                               END-READ
                               IF NOTES-RECORD NOT = ARC-NTS-RECORD
                               THEN
                                   MOVE 'ARC026' TO MC-MSG-ID
                                   MOVE NOTE-KEY TO MC-INSERT(1)
                                   CALL 'ISSUE-SUITE-MESSAGE'
                                       USING WS-MSG-CTL
                                   MOVE 'Y' TO WS-STOPPED
                               END-IF
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ARC-NTS-FILE.
           CLOSE NOTES-FILE.
           IF WS-STOPPED NOT = 'Y' THEN
               MOVE 'R-NOTES' TO WS-STATE-ROW
               PERFORM APPEND-CONTROL-STATE
           END-IF.
           EXIT PARAGRAPH.

       RESTORE-WORLDS.
           IF WS-N-WORLDS = 0 THEN
               MOVE 'R-WORLDS' TO WS-STATE-ROW
               PERFORM APPEND-CONTROL-STATE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O WORLD-FILE.
           IF NOT WORLD-FILE-OK THEN
               OPEN OUTPUT WORLD-FILE
               CLOSE WORLD-FILE
               OPEN I-O WORLD-FILE
           END-IF.
           OPEN INPUT ARC-WDT-FILE.
           IF NOT ARC-FILE-OK THEN
               MOVE 'Y' TO WS-STOPPED
           END-IF.
           PERFORM UNTIL ARC-FILE-EOF OR WS-STOPPED = 'Y'
               READ ARC-WDT-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE ARC-WDT-RECORD TO WORLD-RECORD
                       WRITE WORLD-RECORD
                           INVALID KEY
                               READ WORLD-FILE
                                   INVALID KEY CONTINUE
                               END-READ
                               IF WORLD-RECORD NOT = ARC-WDT-RECORD
                               THEN
                                   MOVE 'ARC027' TO MC-MSG-ID
                                   MOVE WDTL-SYSTEM-KEY TO MC-INSERT(1)
                                   CALL 'ISSUE-SUITE-MESSAGE'
                                       USING WS-MSG-CTL
                                   MOVE 'Y' TO WS-STOPPED
                               END-IF
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ARC-WDT-FILE.
           CLOSE WORLD-FILE.
           IF WS-STOPPED NOT = 'Y' THEN
               MOVE 'R-WORLDS' TO WS-STATE-ROW
               PERFORM APPEND-CONTROL-STATE
           END-IF.
           EXIT PARAGRAPH.

       RESTORE-INSTALLS.
           IF WS-N-INSTALLS = 0 THEN
               MOVE 'R-INSTALLS' TO WS-STATE-ROW
               PERFORM APPEND-CONTROL-STATE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O INSTALL-FILE.
           IF NOT INSTALL-FILE-OK THEN
               OPEN OUTPUT INSTALL-FILE
               CLOSE INSTALL-FILE
               OPEN I-O INSTALL-FILE
           END-IF.
           OPEN INPUT ARC-INS-FILE.
           IF NOT ARC-FILE-OK THEN
               MOVE 'Y' TO WS-STOPPED
           END-IF.
           PERFORM UNTIL ARC-FILE-EOF OR WS-STOPPED = 'Y'
               READ ARC-INS-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE ARC-INS-RECORD TO INSTALL-RECORD
                       WRITE INSTALL-RECORD
                           INVALID KEY
                               READ INSTALL-FILE
                                   INVALID KEY CONTINUE
                               END-READ
                               IF INSTALL-RECORD NOT = ARC-INS-RECORD
                               THEN
                                   MOVE 'ARC029' TO MC-MSG-ID
                                   MOVE 'Installation' TO MC-INSERT(1)
                                   MOVE INST-SYSTEM-KEY TO MC-INSERT(2)
                                   CALL 'ISSUE-SUITE-MESSAGE'
                                       USING WS-MSG-CTL
                                   MOVE 'Y' TO WS-STOPPED
                               END-IF
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ARC-INS-FILE.
           CLOSE INSTALL-FILE.
           IF WS-STOPPED NOT = 'Y' THEN
               MOVE 'R-INSTALLS' TO WS-STATE-ROW
               PERFORM APPEND-CONTROL-STATE
           END-IF.
           EXIT PARAGRAPH.

       RESTORE-CALENDARS.
           IF WS-N-CALENDARS = 0 THEN
               MOVE 'R-CALENDARS' TO WS-STATE-ROW
               PERFORM APPEND-CONTROL-STATE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O CALENDAR-FILE.
           IF NOT CALENDAR-FILE-OK THEN
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF.
           OPEN INPUT ARC-CAL-FILE.
           IF NOT ARC-FILE-OK THEN
               MOVE 'Y' TO WS-STOPPED
           END-IF.
           PERFORM UNTIL ARC-FILE-EOF OR WS-STOPPED = 'Y'
               READ ARC-CAL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE ARC-CAL-RECORD TO CALENDAR-RECORD
                       WRITE CALENDAR-RECORD
                           INVALID KEY
                               READ CALENDAR-FILE
                                   INVALID KEY CONTINUE
                               END-READ
                               IF CALENDAR-RECORD NOT = ARC-CAL-RECORD
                               THEN
                                   MOVE 'ARC029' TO MC-MSG-ID
                                   MOVE 'Calendar' TO MC-INSERT(1)
                                   MOVE CAL-KEY TO MC-INSERT(2)
                                   CALL 'ISSUE-SUITE-MESSAGE'
                                       USING WS-MSG-CTL
                                   MOVE 'Y' TO WS-STOPPED
                               END-IF
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ARC-CAL-FILE.
           CLOSE CALENDAR-FILE.
           IF WS-STOPPED NOT = 'Y' THEN
               MOVE 'R-CALENDARS' TO WS-STATE-ROW
               PERFORM APPEND-CONTROL-STATE
           END-IF.
           EXIT PARAGRAPH.

       RESTORE-SPECIES.
           IF WS-N-SPECIES = 0 THEN
               MOVE 'R-SPECIES' TO WS-STATE-ROW
               PERFORM APPEND-CONTROL-STATE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O SPECIES-FILE.
           IF NOT SPECIES-FILE-OK THEN
               OPEN OUTPUT SPECIES-FILE
               CLOSE SPECIES-FILE
               OPEN I-O SPECIES-FILE
           END-IF.
           OPEN INPUT ARC-SPC-FILE.
           IF NOT ARC-FILE-OK THEN
               MOVE 'Y' TO WS-STOPPED
           END-IF.
           PERFORM UNTIL ARC-FILE-EOF OR WS-STOPPED = 'Y'
               READ ARC-SPC-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE ARC-SPC-RECORD TO SPECIES-RECORD
                       WRITE SPECIES-RECORD
                           INVALID KEY
                               READ SPECIES-FILE
                                   INVALID KEY CONTINUE
                               END-READ
                               IF SPECIES-RECORD NOT = ARC-SPC-RECORD
                               THEN
                                   MOVE 'ARC029' TO MC-MSG-ID
                                   MOVE 'Species' TO MC-INSERT(1)
                                   MOVE SPEC-KEY TO MC-INSERT(2)
                                   CALL 'ISSUE-SUITE-MESSAGE'
                                       USING WS-MSG-CTL
                                   MOVE 'Y' TO WS-STOPPED
                               END-IF
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ARC-SPC-FILE.
           CLOSE SPECIES-FILE.
           IF WS-STOPPED NOT = 'Y' THEN
               MOVE 'R-SPECIES' TO WS-STATE-ROW
               PERFORM APPEND-CONTROL-STATE
           END-IF.
           EXIT PARAGRAPH.

       RESTORE-WORMHOLES.
           IF WS-N-WORMHOLES = 0 THEN
               MOVE 'R-WORMHOLES' TO WS-STATE-ROW
               PERFORM APPEND-CONTROL-STATE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O WORM-FILE.
           IF NOT WORM-FILE-OK THEN
               OPEN OUTPUT WORM-FILE
               CLOSE WORM-FILE
               OPEN I-O WORM-FILE
           END-IF.
           OPEN INPUT ARC-WRM-FILE.
           IF NOT ARC-FILE-OK THEN
               MOVE 'Y' TO WS-STOPPED
           END-IF.
           PERFORM UNTIL ARC-FILE-EOF OR WS-STOPPED = 'Y'
               READ ARC-WRM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE ARC-WRM-RECORD TO WORM-RECORD
                       WRITE WORM-RECORD
                           INVALID KEY
                               READ WORM-FILE
                                   INVALID KEY CONTINUE
                               END-READ
                               IF WORM-RECORD NOT = ARC-WRM-RECORD
                               THEN
                                   MOVE 'ARC029' TO MC-MSG-ID
                                   MOVE 'Wormhole' TO MC-INSERT(1)
                                   MOVE WORM-KEY TO MC-INSERT(2)
                                   CALL 'ISSUE-SUITE-MESSAGE'
                                       USING WS-MSG-CTL
                                   MOVE 'Y' TO WS-STOPPED
                               END-IF
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ARC-WRM-FILE.
           CLOSE WORM-FILE.
           IF WS-STOPPED NOT = 'Y' THEN
               MOVE 'R-WORMHOLES' TO WS-STATE-ROW
               PERFORM APPEND-CONTROL-STATE
           END-IF.
           EXIT PARAGRAPH.

      *    The tagged rows back to their files.  A whole grid file is
      *    re-created; rows of a shared one, and the atlas, lane,
      *    devstate, goods, ledger, event, journal and ship history
      *    rows, are appended — under the file's header row when the
      *    file has to be started afresh.
       RESTORE-CSV-ROWS.
           MOVE SPACES TO WS-CUR-TAG.
           MOVE '-' TO WS-OUT-OPEN.
           OPEN INPUT ARC-CSV-FILE.
           IF NOT ARC-FILE-OK THEN
               MOVE 'Y' TO WS-STOPPED
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ARC-FILE-EOF
               READ ARC-CSV-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM RESTORE-ONE-CSV-ROW
               END-READ
           END-PERFORM.
           CLOSE ARC-CSV-FILE.
           IF WS-OUT-OPEN = 'Y' THEN
               CLOSE CSV-OUT-FILE
           END-IF.
           MOVE 'R-CSV' TO WS-STATE-ROW.
           PERFORM APPEND-CONTROL-STATE.
           EXIT PARAGRAPH.

       RESTORE-ONE-CSV-ROW.
           IF ARC-CSV-TAG = 'GFILE' THEN
               IF WS-OUT-OPEN = 'Y' THEN
                   CLOSE CSV-OUT-FILE
               END-IF
               MOVE ARC-CSV-LINE(3:) TO WS-OUT-PATH
               IF ARC-CSV-LINE(1:1) = 'W' THEN
                   OPEN OUTPUT CSV-OUT-FILE
               ELSE
                   OPEN EXTEND CSV-OUT-FILE
                   IF NOT CSV-OUT-FILE-OK THEN
                       OPEN OUTPUT CSV-OUT-FILE
                   END-IF
               END-IF
               MOVE 'Y' TO WS-OUT-OPEN
               MOVE 'GRID' TO WS-CUR-TAG
               EXIT PARAGRAPH
           END-IF.
           IF ARC-CSV-TAG NOT = 'GRID' AND ARC-CSV-TAG NOT = 'SROW'
              AND ARC-CSV-TAG NOT = WS-CUR-TAG THEN
               IF WS-OUT-OPEN = 'Y' THEN
                   CLOSE CSV-OUT-FILE
               END-IF
               MOVE ARC-CSV-TAG TO WS-CUR-TAG
               MOVE SPACES TO WS-HEADER-LINE
               EVALUATE ARC-CSV-TAG
                   WHEN 'ATLAS'
                       MOVE WS-ATLAS-PATH TO WS-OUT-PATH
                   WHEN 'LANE'
                       MOVE WS-LANES-PATH TO WS-OUT-PATH
                       MOVE WS-LANES-HEADER TO WS-HEADER-LINE
                   WHEN 'DEV'
                       MOVE WS-DEVSTATE-PATH TO WS-OUT-PATH
                       MOVE WS-DEVSTATE-HEADER TO WS-HEADER-LINE
                   WHEN 'GOODS'
                       MOVE WS-GOODS-PATH TO WS-OUT-PATH
                       MOVE WS-GOODS-HEADER TO WS-HEADER-LINE
                   WHEN 'DPL'
                       MOVE WS-LEDGER-PATH TO WS-OUT-PATH
                       MOVE WS-LEDGER-HEADER TO WS-HEADER-LINE
                   WHEN 'EVT'
                       MOVE WS-EVENTS-PATH TO WS-OUT-PATH
                       MOVE WS-EVENTS-HEADER TO WS-HEADER-LINE
                   WHEN 'NLOG'
                       MOVE WS-NOTELOG-PATH TO WS-OUT-PATH
                       MOVE WS-NOTELOG-HEADER TO WS-HEADER-LINE
                   WHEN 'SHIP'
                       MOVE WS-SHIPHIST-PATH TO WS-OUT-PATH
                       MOVE WS-SHIPHIST-HEADER TO WS-HEADER-LINE
               END-EVALUATE
               OPEN EXTEND CSV-OUT-FILE
               IF NOT CSV-OUT-FILE-OK THEN
                   OPEN OUTPUT CSV-OUT-FILE
                   IF WS-HEADER-LINE NOT = SPACES THEN
                       WRITE CSV-OUT-RECORD FROM WS-HEADER-LINE
                   END-IF
               END-IF
               MOVE 'Y' TO WS-OUT-OPEN
           END-IF.
           IF WS-OUT-OPEN = 'Y' THEN
               WRITE CSV-OUT-RECORD FROM ARC-CSV-LINE
           END-IF.
           EXIT PARAGRAPH.

      *    The database records last — once they are back the sector
      *    is live again.
       RESTORE-RECORDS.
           OPEN I-O STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'ARC014' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               MOVE WS-STARDB-STATUS TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'Y' TO WS-STOPPED
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARC-SDB-FILE.
           IF NOT ARC-FILE-OK THEN
               MOVE 'Y' TO WS-STOPPED
           END-IF.
           PERFORM UNTIL ARC-FILE-EOF OR WS-STOPPED = 'Y'
               READ ARC-SDB-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE ARC-SDB-RECORD TO WS-ARC-IMAGE
                       MOVE WS-ARC-IMAGE TO STARDB-RECORD
                       WRITE STARDB-RECORD
                           INVALID KEY
                               READ STARDB-FILE
                                   INVALID KEY CONTINUE
                               END-READ
                               IF STARDB-RECORD NOT = WS-ARC-IMAGE
                               THEN
                                   MOVE 'ARC028' TO MC-MSG-ID
                                   MOVE STARDB-KEY TO MC-INSERT(1)
                                   CALL 'ISSUE-SUITE-MESSAGE'
                                       USING WS-MSG-CTL
                                   MOVE 'Y' TO WS-STOPPED
                               END-IF
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ARC-SDB-FILE.
           CLOSE STARDB-FILE.
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
                  ',PGM=G4SSGARC'               DELIMITED BY SIZE
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
