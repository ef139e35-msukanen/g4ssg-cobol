      *   PATH=<path>    star database file (default stardb.dat)
      *   FIND=<text>    list only systems whose name contains <text>
      *                  (case-insensitive)
      *   DELETE=<name>  delete the system with this exact name,
      *                  and every sidecar row keyed to it (see the
      *                  world-detail note below): its world detail,
      *                  installations and calendar are dropped, so
      *                  is every wormhole link with a mouth on it;
      *                  it comes off each species' settled worlds,
      *                  and a species whose homeworld it was keeps
      *                  its row with the homeworld blanked (its
      *                  colonies still name it)
      *   EXPORT=<path>  write systems (all, or FIND=-matched) as a
      *                  portable field-by-field text file
      *   IMPORT=<path>  read a file in that same format back in,
      *                  inserting or overwriting each system by name
      * Patch mode — PATCH=<path> stages a hand-edit script against
      * saved systems, because hand-curation is half of
      * worldbuilding:
      *   SYSTEM=<name>        open that saved system for editing
      *   AGE= METALLICITY= SECTOR=            system fields
      *   POPEXP= GOV= LAW= TL= PORT=          settlement digits
      *   STAR=<n>             address a star, then
      *     MASS= LUM= TEMP= RADIUS= STAGE= FLARE=
      *   ORBIT=<n>            address one of its orbits, then
      *                        SYSTEM= or end of file)
      *   * comment lines are ignored
      * Every assignment is validated against the record layout and
      * physical ranges and echoed applied-or-refused — but nothing
      * is stored yet.  The accepted assignments go to a pending
      * change file and every field they touch, before -> after, to
      * a staging report:
      *   PENDING=<path>   pending change file (default <patch>.pnd)
      *   REPORT=<path>    staging report (default <patch>.rpt)
      *   DRYRUN=Y         preview: validate and write the report
      *                    only — no pending file, no run log row
      * A second operator then decides the pending set:
      *   APPROVE=<path>   apply the pending set to the database
      *   REJECT=<path>    close it unapplied, with REASON=<text>
      * Approval is refused (RC 8, nothing stored) when the operator
      * is the one who staged it, the set is already decided, or any
      * of its systems has been re-saved or deleted since staging
      * (stage it again); both decisions need an APPROVE grant in
      * each system's sector.  On approval the displaced record goes
      * to the history sidecar first, so a bad patch is still one
      * ROLLBACK away.  Staging, approval and rejection are each
      * written to the pending file and the run log with the
      * operator id and time.
      * Version verbs — G4SSGCRE appends every displaced record to
      * the history sidecar (default stardb.his, HISTORY= to point
      * elsewhere) when it re-saves a system:
      *                    the sidecar; the displaced current record
      *                    is itself appended to the sidecar first,
      *                    so a rollback is always undoable
      * Reproduce — REPRODUCE=<name> regenerates that saved system
      * from its provenance block (seed, evolution table, constants
      * profile and forcings, see SYSHDR.cpy) through G4SSGCRE's
      * callable core, and lists every generated field where the
      * result no longer matches the saved record.  Placement and
      * stamps (coordinates, sector, allegiance, generation) are not
      * part of a regeneration and are not compared.  Return code 0
      * when everything matches, 4 on any difference, 8 when the
      * system cannot be regenerated at all (no such system, no
      * provenance, canned dice, no generation core).
      * Run backout — every save stamps the record with the run
      * that made it (SYSTEM-SAVE-RUN-ID; G4SSGCRE's run id is the
      * RUNID= on its run log row, this utility stamps its own on a
      * patch, import, rollback or backout):
      *   BACKOUT=<runid>  take that run out of the database.  A
      *                    system the run created is deleted (into
      *                    the history sidecar first, world detail
      *                    with it); a system it re-saved is put back
      *                    to the generation it had before the run,
      *                    out of the history sidecar, the same way
      *                    ROLLBACK= does it
      *   DRYRUN=Y         list what BACKOUT= would do, change nothing
      *   RUNLOG=<path>    run log the id is looked up in (default
      *                    runlog.txt) — the run's PARM is echoed
      * A system the run touched that has been re-saved or deleted
      * since is left alone and listed.  Ends with a balancing
      * report.  Return code 0 when the run backed out clean, 4 when
      * something was left alone or the id is not in the run log, 8
      * when a system could not be put back (pre-run generation no
      * longer retained, store failure) or the counts do not balance.
      * Merge mode — OLD=<path> + NEW=<path> (+ PATH=<merged
      * output>, which must not be either input) copies every OLD
      * record into the output, then folds the NEW file in under
      * IMPORT are mutually exclusive (EXPORT wins).  The text format
      * is one KEY=VALUE per line, systems bracketed by SYSTEM=/
      * END-SYSTEM — diffable, mailable, and safe to hand-prune down
      * to the systems worth merging.  Star separations aren't part
      * of the saved record, so they aren't part of the file either.
      * World-detail sidecar — the world/belt/giant detail G4SSGCRE
      * writes beside each saved system (default worlds.dat,
      * WORLDS= to point elsewhere; its displaced rows go to
      * worlds.his, WORLDHIS=) is kept in step by DELETE, ROLLBACK
      * and BACKOUT; it is not part of the export file.  DELETE and
      * BACKOUT's deletes drop the system's installations (default
      * installs.dat, INSTALLS=) and local calendar (default
      * calendars.dat, CALENDARS=) along with its world detail, and
      * its wormhole links (default wormholes.dat, WORMHOLES=) and
      * species-registry references (default species.dat, SPECIES=)
      * likewise, so G4SSGDBA's XREF finds nothing left behind.
      * Operator authority — DELETE=, PATCH=, ROLLBACK=, IMPORT=,
      * merge and BACKOUT= act only for an operator the authority
      * file grants that verb in the system's sector — APPROVE for
      * APPROVE= and REJECT= (see OPERAUTH.cbl; merge and BACKOUT=
      * reach the whole database and need a '*' sector grant):
      *   OPER=<id>        operator id (default: the login name)
      *   AUTH=<path>      authority file (default operauth.csv)
      * Every verdict goes to the run log (RUNLOG=); a denial
      * leaves the system untouched and sets return code 8.
      *
      ******************************************************************
       COPY        TESTENV.
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       SHARING WITH ALL OTHER
                                       LOCK MODE IS AUTOMATIC
                                       FILE STATUS
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-HISTORY-STATUS.
      *    The world-detail sidecar and its history (see
      *    cpy/WORLDDTL.cpy).
           SELECT WORLD-FILE           ASSIGN TO WS-WORLD-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WDTL-KEY
                                       SHARING WITH ALL OTHER
                                       LOCK MODE IS AUTOMATIC
                                       FILE STATUS
                                       IS WS-WORLD-STATUS.
           SELECT WORLDHIS-FILE        ASSIGN TO WS-WORLDHIS-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-WORLDHIS-STATUS.
      *    The installation and calendar sidecars (cpy/INSTREC.cpy,
      *    cpy/CALREC.cpy), keyed to the system like worlds.dat.
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
      *    The species registry and the long-range links (cpy/
      *    SPECREC.cpy, cpy/WORMREC.cpy), swept whole on a delete.
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
      *    Merge mode's two input databases.
           SELECT OLDDB-FILE           ASSIGN TO WS-OLD-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS OLDDB-KEY
                                       COPY STARDBAK REPLACING
                                           LEADING ==STARDB==
                                           BY ==OLDDB==.
                                       FILE STATUS
                                       IS WS-OLDDB-STATUS.
           SELECT NEWDB-FILE           ASSIGN TO WS-NEW-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NEWDB-KEY
                                       COPY STARDBAK REPLACING
                                           LEADING ==STARDB==
                                           BY ==NEWDB==.
                                       FILE STATUS
                                       IS WS-NEWDB-STATUS.
      *    The portable text archive, read or written depending on
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-PORT-STATUS.
      *    BACKOUT='s run-log lookup, and its scratch file of the
      *    pre-run images pulled out of the history sidecar.
      *    Patch staging: the pending change file and the report.
           SELECT PENDING-FILE         ASSIGN TO WS-PENDING-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-PENDING-STATUS.
           SELECT PATRPT-FILE          ASSIGN TO WS-PATRPT-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-PATRPT-STATUS.
           SELECT RUNLOG-FILE          ASSIGN TO WS-RUNLOG-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-RUNLOG-STATUS.
           SELECT BKOWORK-FILE         ASSIGN TO WS-BKOWORK-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-BKOWORK-STATUS.
      *    Query-mode result set.
           SELECT QRY-FILE             ASSIGN TO WS-QRYOUT-PATH
                                       ORGANIZATION IS LINE
           COPY STARDBF.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD              PIC X(63116).
       FD  WORLD-FILE.
       01  WORLD-RECORD.
           COPY WORLDDTL.
       FD  WORLDHIS-FILE.
       01  WORLDHIS-RECORD             PIC X(306).
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
       FD  OLDDB-FILE.
       01  OLDDB-RECORD.
           COPY STARDBF REPLACING LEADING ==STARDB== BY ==OLDDB==.
       01  PORT-RECORD                 PIC X(200).
       FD  QRY-FILE.
       01  QRY-RECORD                  PIC X(160).
       FD  PENDING-FILE.
       01  PENDING-RECORD              PIC X(250).
       FD  PATRPT-FILE.
       01  PATRPT-RECORD               PIC X(132).
       FD  RUNLOG-FILE.
       01  RUNLOG-RECORD               PIC X(200).
       FD  BKOWORK-FILE.
       01  BKOWORK-RECORD.
           05  BKOWORK-ORD             PIC 9(9) USAGE COMP-5.
           05  BKOWORK-IMAGE           PIC X(63116).

       WORKING-STORAGE SECTION.
       COPY CONST.
           88  STARDB-FILE-EOF         VALUE '10'.
       01  WS-FIND-TEXT                PIC X(48) VALUE SPACES.
       01  WS-DELETE-NAME              PIC X(48) VALUE SPACES.
      *********************************
      * Operator authority — who is asking, and the gate's answer.
       01  WS-AUTH-CTL.
           COPY AUTHCTL.
       01  WS-AUTH-OPER                PIC X(16) VALUE SPACES.
       01  WS-EXPORT-PATH              PIC X(100) VALUE SPACES.
      *********************************
      * Query-mode criteria (see the header).  Sentinels mean
           88  HISTORY-FILE-OK         VALUE '00'.
           88  HISTORY-FILE-EOF        VALUE '10'.
       01  WS-VERSIONS-NAME            PIC X(48) VALUE SPACES.
       01  WS-REPRODUCE-NAME           PIC X(48) VALUE SPACES.
      *********************************
      * The in-process generation contract (see cpy/GENCORE.cpy) and
      * the field walk REPRODUCE= checks the result with (see
      * cpy/SYSCMPC.cpy).
       01  WS-GEN-REQUEST.
           COPY GENCORE.
       01  WS-CORE-SYSTEM              PIC X(63116).
       01  WS-CORE-TERRA               PIC X(50000).
       01  WS-CORE-BELTS               PIC X(10200).
       01  WS-CORE-GIANTS              PIC X(18600).
       01  WS-CMP-CTL.
           COPY SYSCMPC.
       01  WS-REP-CK-ED                PIC Z(9)9.
       01  WS-REP-SEED-ED              PIC Z(8)9.
       01  WS-REP-CNT-ED               PIC ZZZZ9.
       01  WS-PATCH-PATH               PIC X(100) VALUE SPACES.
       01  WS-PATCH-OPEN               PIC X VALUE '-'.
       01  WS-PAT-APPLIED              PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-PAT-REFUSED              PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-PAT-REFUSED-ED           PIC ZZZZ9.
       01  WS-PAT-STORED               PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-PAT-VAL-N                USAGE COMP-2.
       01  WS-PAT-STORE-OK             PIC X.
      *********************************
      * Patch staging and approval — the pending change file (one
      * PENDING header, a SYSTEM row per system with the generation
      * and save run it was staged against, a SET row per accepted
      * script line, then an APPROVED or REJECTED row once decided)
      * and the staging report.
       01  WS-PAT-MODE                 PIC X VALUE 'S'.
           88  PATCH-STAGING           VALUE 'S'.
           88  PATCH-APPROVING         VALUE 'A'.
           88  PATCH-REJECTING         VALUE 'R'.
       01  WS-PENDING-PATH             PIC X(100) VALUE SPACES.
       01  WS-PENDING-STATUS           PIC XX.
           88  PENDING-FILE-OK         VALUE '00'.
           88  PENDING-FILE-EOF        VALUE '10'.
       01  WS-PATRPT-PATH              PIC X(100) VALUE SPACES.
       01  WS-PATRPT-STATUS            PIC XX.
           88  PATRPT-FILE-OK          VALUE '00'.
       01  WS-APPROVE-PATH             PIC X(100) VALUE SPACES.
       01  WS-REJECT-PATH              PIC X(100) VALUE SPACES.
       01  WS-REJECT-REASON            PIC X(100) VALUE SPACES.
       01  WS-PND-LINE                 PIC X(250).
       01  WS-PND-PTR                  PIC 999 USAGE COMP-5.
       01  WS-PND-FLD                  PIC X(100).
       01  WS-PND-TAG                  PIC X(10).
       01  WS-PND-Q-IN                 PIC X(100).
       01  WS-PND-QUOTED               PIC X(104).
       01  WS-PND-PASS                 PIC 9.
       01  WS-PND-OK                   PIC X.
       01  WS-PND-STAGER               PIC X(16).
       01  WS-PND-STAGE-RUN            PIC X(16).
       01  WS-PND-DECISION             PIC X(10).
       01  WS-PND-SYSTEMS              PIC 9(5) USAGE COMP-5.
       01  WS-PND-GEN                  PIC 9(3) USAGE COMP-5.
       01  WS-PND-SAVE-RUN             PIC X(16).
       01  WS-PND-NAME                 PIC X(48).
       01  WS-PND-OUTCOME              PIC X(60) VALUE SPACES.
       01  WS-PND-TS                   PIC X(21).
       01  WS-PAT-REFUSED-WAS          PIC 9(5) USAGE COMP-5.
       01  WS-PAT-BEFORE               PIC X(20).
       01  WS-PAT-SHOW                 PIC X(20).
       01  WS-PAT-ADDR                 PIC X(20).
       01  WS-PAT-RPT-LINE             PIC X(132).
       01  WS-ROLLBACK-NAME            PIC X(48) VALUE SPACES.
       01  WS-ROLLBACK-GEN             PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-HIS-REC.
           05  FILLER                  PIC X(63010).
       01  WS-RB-REC                   PIC X(63116).
       01  WS-RB-FOUND                 PIC X.
      *    This run's id — stamped on every record it stores, the
      *    same CURRENT-DATE(1:16) shape G4SSGCRE's run id has.
       01  WS-DBU-RUN-ID               PIC X(16) VALUE SPACES.
      *********************************
      * BACKOUT= — the run being taken out, and what it left on file.
       01  WS-BACKOUT-RUN              PIC X(16) VALUE SPACES.
       01  WS-BKO-DRYRUN               PIC X VALUE '-'.
           88  BACKOUT-DRY-RUN         VALUE 'Y'.
           88  PATCH-PREVIEW           VALUE 'Y'.
       01  WS-RUNLOG-PATH              PIC X(100) VALUE "runlog.txt".
       01  WS-RUNLOG-STATUS            PIC XX.
           88  RUNLOG-FILE-OK          VALUE '00'.
           88  RUNLOG-FILE-EOF         VALUE '10'.
       01  WS-BKO-RUNLOG-TAG           PIC X(22).
       01  WS-BKO-IN-LOG               PIC X.
       01  WS-BKOWORK-PATH             PIC X(100)
                                       VALUE "stardb.bko".
       01  WS-BKOWORK-STATUS           PIC XX.
           88  BKOWORK-FILE-OK         VALUE '00'.
           88  BKOWORK-FILE-EOF        VALUE '10'.
      *    A history-sidecar record seen through the database overlay.
       01  WS-BKO-HIS.
           COPY STARDBF REPLACING LEADING ==STARDB== BY ==BKOHIS==.
      *    One row per system the run's stamp is still on, in key
      *    order: its current generation, the lowest generation the
      *    run saved it as (1 means the run created it), and where
      *    in the history sidecar its pre-run image sits.
       01  WS-BKO-TABLE.
           05  WS-BKO-COUNT            PIC 9(5) USAGE COMP-5 VALUE 0.
           05  WS-BKO-ENTRY            OCCURS 0 TO 5000 TIMES
                                       DEPENDING ON WS-BKO-COUNT
                                       ASCENDING KEY IS WS-BKO-KEY
                                       INDEXED BY BKO-IDX.
               10  WS-BKO-KEY          PIC X(48).
               10  WS-BKO-CUR-GEN      PIC 999 USAGE COMP-5.
               10  WS-BKO-FIRST-GEN    PIC 999 USAGE COMP-5.
               10  WS-BKO-PRIOR-ORD    PIC 9(9) USAGE COMP-5.
       01  WS-BKO-MAX                  PIC 9(5) USAGE COMP-5
                                       VALUE 5000.
      *    Systems the run touched whose stamp is gone from the
      *    current record — re-saved or deleted since.
       01  WS-BKO-GONE-TABLE.
           05  WS-BKO-GONE-COUNT       PIC 9(5) USAGE COMP-5 VALUE 0.
           05  WS-BKO-GONE-KEY         PIC X(48)
                                       OCCURS 500 TIMES
                                       INDEXED BY BKO-GONE-IDX.
       01  WS-BKO-HIS-ORD              PIC 9(9) USAGE COMP-5.
       01  WS-BKO-FOUND                PIC X.
       01  WS-BKO-STORE-OK             PIC X.
       01  WS-BKO-DELETED              PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-BKO-RESTORED             PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-BKO-NOT-RETAINED         PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-BKO-FAILED               PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-BKO-HIS-ADDED            PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-BKO-ACCOUNTED            PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-BKO-ACC-ED               PIC ZZZZ9.
       01  WS-BKO-CNT-ED               PIC ZZZZ9.
       01  WS-BKO-PRE-GEN              PIC 999 USAGE COMP-5.
       01  WS-BKO-OVERFLOW             PIC X VALUE '-'.
      *    World-detail sidecar bookkeeping — see DROP-WORLD-DETAIL
      *    and ROLLBACK-WORLD-DETAIL.
       01  WS-WORLD-PATH               PIC X(100) VALUE "worlds.dat".
       01  WS-WORLD-STATUS             PIC XX.
           88  WORLD-FILE-OK           VALUE '00'.
       01  WS-WORLDHIS-PATH            PIC X(100) VALUE "worlds.his".
       01  WS-WORLDHIS-STATUS          PIC XX.
           88  WORLDHIS-FILE-OK        VALUE '00'.
           88  WORLDHIS-FILE-EOF       VALUE '10'.
       01  WS-WD-NAME                  PIC X(48).
       01  WS-WD-DONE                  PIC X.
       01  WS-WD-KEEP-HIS              PIC X.
       01  WS-WD-SYSTEM-GONE           PIC X VALUE '-'.
       01  WS-WD-CUR-GEN               PIC 999 USAGE COMP-5.
       01  WS-WD-BEST-GEN              PIC 999 USAGE COMP-5.
       01  WS-WD-ROWS                  PIC 999 USAGE COMP-5.
       01  WS-INSTALL-PATH             PIC X(100) VALUE "installs.dat".
       01  WS-INSTALL-STATUS           PIC XX.
           88  INSTALL-FILE-OK         VALUE '00'.
       01  WS-CALENDAR-PATH            PIC X(100)
                                       VALUE "calendars.dat".
       01  WS-CALENDAR-STATUS          PIC XX.
           88  CALENDAR-FILE-OK        VALUE '00'.
       01  WS-WD-INST-ROWS             PIC 999 USAGE COMP-5.
       01  WS-WD-CAL-ROWS              PIC 999 USAGE COMP-5.
       01  WS-SPECIES-PATH             PIC X(100) VALUE "species.dat".
       01  WS-SPECIES-STATUS           PIC XX.
           88  SPECIES-FILE-OK         VALUE '00'.
           88  SPECIES-FILE-EOF        VALUE '10'.
       01  WS-WORM-PATH                PIC X(100)
                                       VALUE "wormholes.dat".
       01  WS-WORM-STATUS              PIC XX.
           88  WORM-FILE-OK            VALUE '00'.
           88  WORM-FILE-EOF           VALUE '10'.
       01  WS-WD-WORM-ROWS             PIC 999 USAGE COMP-5.
       01  WS-WD-SPC-ROWS              PIC 999 USAGE COMP-5.
       01  WS-WD-HIT                   PIC X.
       01  WS-WD-W                     PIC 99 USAGE COMP-5.
       01  WS-WD-V                     PIC 99 USAGE COMP-5.
       01  WS-VER-COUNT                PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-MRG-COPIED               PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-MRG-ADDED                PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-UC-FIND                  PIC X(48).                       helper
       01  WS-MATCH-COUNT              PIC 9(3) USAGE COMP-5.           helper
       01  WS-LISTED-COUNT             PIC 9(5) USAGE COMP-5 VALUE 0.
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.

       LINKAGE SECTION.
       01  LK-PARM.
      *   [    MAIN    ]
      *    ^~~~~~~~~~~^
       PROCEDURE DIVISION USING LK-PARM.
           MOVE 'G4SSGDBU' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-DBU-RUN-ID.
      *    Parse "command line":
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
                             TO WS-MERGE-POLICY
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
                       WHEN 'WORMHOLES'
                           MOVE WS-PARM-VAL TO WS-WORM-PATH
                       WHEN 'VERSIONS'
                           MOVE WS-PARM-VAL TO WS-VERSIONS-NAME
                       WHEN 'REPRODUCE'
                           MOVE WS-PARM-VAL TO WS-REPRODUCE-NAME
                       WHEN 'PATCH'
                           MOVE WS-PARM-VAL TO WS-PATCH-PATH
                       WHEN 'PENDING'
                           MOVE WS-PARM-VAL TO WS-PENDING-PATH
                       WHEN 'REPORT'
                           MOVE WS-PARM-VAL TO WS-PATRPT-PATH
                       WHEN 'APPROVE'
                           MOVE WS-PARM-VAL TO WS-APPROVE-PATH
                       WHEN 'REJECT'
                           MOVE WS-PARM-VAL TO WS-REJECT-PATH
                       WHEN 'REASON'
                           MOVE WS-PARM-VAL TO WS-REJECT-REASON
                       WHEN 'ROLLBACK'
                           MOVE WS-PARM-VAL TO WS-ROLLBACK-NAME
                       WHEN 'GEN'
                           COMPUTE WS-ROLLBACK-GEN =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'BACKOUT'
                           MOVE WS-PARM-VAL TO WS-BACKOUT-RUN
                       WHEN 'DRYRUN'
                           MOVE FUNCTION UPPER-CASE(
                               WS-PARM-VAL(1:1)) TO WS-BKO-DRYRUN
                       WHEN 'RUNLOG'
                           MOVE WS-PARM-VAL TO WS-RUNLOG-PATH
                       WHEN 'OPER'
                           MOVE WS-PARM-VAL TO WS-AUTH-OPER
                       WHEN 'AUTH'
                           MOVE WS-PARM-VAL TO AU-AUTH-PATH
                       WHEN 'AGEMIN'
                           COMPUTE WS-Q-AGEMIN =
                               FUNCTION NUMVAL(WS-PARM-VAL)
               END-IF
           END-PERFORM.

      *    Who is running this — the stager and approver of a patch
      *    set are compared, so resolve the login name here.
           IF WS-AUTH-OPER = SPACES THEN
               ACCEPT WS-AUTH-OPER FROM ENVIRONMENT 'USER'
           END-IF.

           OPEN I-O STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
      *        An IMPORT may legitimately target a database that
                   CLOSE STARDB-FILE
                   OPEN I-O STARDB-FILE
               ELSE
                   MOVE 'DBU001' TO MC-MSG-ID
                   MOVE WS-STARDB-PATH TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
               END-IF
           END-IF.
                   PERFORM MERGE-DATABASES
               WHEN WS-ROLLBACK-NAME NOT = SPACES
                   PERFORM ROLLBACK-SYSTEM
               WHEN WS-BACKOUT-RUN NOT = SPACES
                   PERFORM BACKOUT-RUN
               WHEN WS-PATCH-PATH NOT = SPACES
                   PERFORM PATCH-SYSTEMS
               WHEN WS-APPROVE-PATH NOT = SPACES
                   PERFORM APPROVE-PATCH-SET
               WHEN WS-REJECT-PATH NOT = SPACES
                   PERFORM REJECT-PATCH-SET
               WHEN WS-VERSIONS-NAME NOT = SPACES
                   PERFORM LIST-VERSIONS
               WHEN WS-REPRODUCE-NAME NOT = SPACES
                   PERFORM REPRODUCE-SYSTEM
               WHEN WS-EXPORT-PATH NOT = SPACES
                   PERFORM EXPORT-SYSTEMS
               WHEN QUERY-ACTIVE
           END-EVALUATE.

           CLOSE STARDB-FILE.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
           MOVE LOW-VALUES TO STARDB-KEY.
           START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
               INVALID KEY
                   MOVE 'DBU002' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL STARDB-FILE-EOF
               END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
               MOVE 'DBU003' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           ELSE
               MOVE 'DBU004' TO MC-MSG-ID
               MOVE WS-LISTED-COUNT TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

           MOVE WS-DELETE-NAME TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   MOVE 'DBU005' TO MC-MSG-ID
                   MOVE WS-DELETE-NAME TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'DELETE' TO AU-VERB.
           MOVE STARDB-SECTOR TO AU-SECTOR.
           MOVE WS-DELETE-NAME TO AU-TARGET.
           PERFORM CHECK-AUTHORITY.
           IF AU-DENIED THEN
               EXIT PARAGRAPH
           END-IF.
           DELETE STARDB-FILE
               INVALID KEY
                   MOVE 'DBU006' TO MC-MSG-ID
                   MOVE WS-DELETE-NAME TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               NOT INVALID KEY
                   MOVE 'DBU007' TO MC-MSG-ID
                   MOVE WS-DELETE-NAME TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE WS-DELETE-NAME TO WS-WD-NAME
                   MOVE '-' TO WS-WD-KEEP-HIS
                   MOVE 'Y' TO WS-WD-SYSTEM-GONE
                   PERFORM DROP-WORLD-DETAIL
           END-DELETE.
           EXIT PARAGRAPH.

      *********************************
      * Every world-detail row under WS-WD-NAME off the sidecar —
      * into the world-detail history first when WS-WD-KEEP-HIS
      * says so.  When the system itself is gone (WS-WD-SYSTEM-GONE)
      * its installation rows and calendar go with it, as do the
      * wormhole links with a mouth on it and its places on the
      * species registry (DROP-SPECIES-REFS); a rollback keeps them
      * all, they have no history to come back from.  No sidecar is
      * simply nothing to do.
       DROP-WORLD-DETAIL.
           MOVE 0 TO WS-WD-ROWS.
           MOVE 0 TO WS-WD-INST-ROWS.
           MOVE 0 TO WS-WD-CAL-ROWS.
           MOVE 0 TO WS-WD-WORM-ROWS.
           MOVE 0 TO WS-WD-SPC-ROWS.
           IF WS-WD-SYSTEM-GONE = 'Y' THEN
               OPEN I-O INSTALL-FILE
               IF INSTALL-FILE-OK THEN
                   MOVE '-' TO WS-WD-DONE
                   PERFORM UNTIL WS-WD-DONE = 'Y'
                       MOVE WS-WD-NAME TO INST-SYSTEM-KEY
                       MOVE 0 TO INST-STAR-NO
                       MOVE 0 TO INST-ORBIT-NO
                       START INSTALL-FILE
                             KEY IS NOT LESS THAN INST-KEY
                           INVALID KEY
                               MOVE 'Y' TO WS-WD-DONE
                       END-START
                       IF WS-WD-DONE NOT = 'Y' THEN
                           READ INSTALL-FILE NEXT RECORD
                               AT END
                                   MOVE 'Y' TO WS-WD-DONE
                               NOT AT END
                                   IF INST-SYSTEM-KEY NOT = WS-WD-NAME
                                   THEN
                                       MOVE 'Y' TO WS-WD-DONE
                                   ELSE
                                       DELETE INSTALL-FILE RECORD
                                           INVALID KEY
                                               MOVE 'Y' TO WS-WD-DONE
                                       END-DELETE
                                       ADD 1 TO WS-WD-INST-ROWS
                                   END-IF
                           END-READ
                       END-IF
                   END-PERFORM
                   CLOSE INSTALL-FILE
               END-IF
               OPEN I-O CALENDAR-FILE
               IF CALENDAR-FILE-OK THEN
                   MOVE WS-WD-NAME TO CAL-KEY
                   DELETE CALENDAR-FILE RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-WD-CAL-ROWS
                   END-DELETE
                   CLOSE CALENDAR-FILE
               END-IF
               PERFORM DROP-WORMHOLE-LINKS
               PERFORM DROP-SPECIES-REFS
           END-IF.
           IF WS-WD-INST-ROWS > 0 OR WS-WD-CAL-ROWS > 0 THEN
               MOVE 'DBU077' TO MC-MSG-ID
               MOVE WS-WD-INST-ROWS TO MC-INSERT(1)
               MOVE WS-WD-CAL-ROWS TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           IF WS-WD-WORM-ROWS > 0 OR WS-WD-SPC-ROWS > 0 THEN
               MOVE 'DBU078' TO MC-MSG-ID
               MOVE WS-WD-WORM-ROWS TO MC-INSERT(1)
               MOVE WS-WD-SPC-ROWS TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           OPEN I-O WORLD-FILE.
           IF NOT WORLD-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-WD-NAME TO WDTL-SYSTEM-KEY.
           MOVE 0 TO WDTL-STAR-NO.
           MOVE 0 TO WDTL-ORBIT-NO.
           MOVE '-' TO WS-WD-DONE.
           START WORLD-FILE KEY IS NOT LESS THAN WDTL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WD-DONE
           END-START.
           IF WS-WD-KEEP-HIS = 'Y' THEN
               OPEN EXTEND WORLDHIS-FILE
               IF NOT WORLDHIS-FILE-OK THEN
                   OPEN OUTPUT WORLDHIS-FILE
               END-IF
           END-IF.
           PERFORM UNTIL WS-WD-DONE = 'Y'
               READ WORLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WD-DONE
                   NOT AT END
                       IF WDTL-SYSTEM-KEY NOT = WS-WD-NAME THEN
                           MOVE 'Y' TO WS-WD-DONE
                       ELSE
                           IF WS-WD-KEEP-HIS = 'Y' THEN
                               WRITE WORLDHIS-RECORD
                                   FROM WORLD-RECORD
                           END-IF
                           DELETE WORLD-FILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                           ADD 1 TO WS-WD-ROWS
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-WD-KEEP-HIS = 'Y' THEN
               CLOSE WORLDHIS-FILE
           END-IF.
           CLOSE WORLD-FILE.
           IF WS-WD-ROWS > 0 THEN
               MOVE 'DBU008' TO MC-MSG-ID
               MOVE WS-WD-ROWS TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

      *    wormholes.dat is keyed on the rolling batch, not the
      *    system, so it is swept whole: a link with either mouth on
      *    WS-WD-NAME goes.
       DROP-WORMHOLE-LINKS.
           OPEN I-O WORM-FILE.
           IF NOT WORM-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WORM-FILE-EOF
               READ WORM-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF WORM-SYS-A = WS-WD-NAME
                          OR WORM-SYS-B = WS-WD-NAME THEN
                           DELETE WORM-FILE RECORD
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-WD-WORM-ROWS
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORM-FILE.
           EXIT PARAGRAPH.

      *    species.dat likewise: WS-WD-NAME comes off every settled
      *    list (the later worlds move up), and a species whose
      *    homeworld it was keeps its row — its colonies still carry
      *    its key in SYSTEM-SPECIES — with the homeworld blanked.
       DROP-SPECIES-REFS.
           OPEN I-O SPECIES-FILE.
           IF NOT SPECIES-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL SPECIES-FILE-EOF
               READ SPECIES-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       PERFORM DROP-ONE-SPECIES-REF
               END-READ
           END-PERFORM.
           CLOSE SPECIES-FILE.
           EXIT PARAGRAPH.

       DROP-ONE-SPECIES-REF.
           MOVE '-' TO WS-WD-HIT.
           IF SPEC-HOME-SYSTEM = WS-WD-NAME THEN
               MOVE SPACES TO SPEC-HOME-SYSTEM
               MOVE 0 TO SPEC-HOME-STAR-NO
               MOVE 0 TO SPEC-HOME-ORBIT-NO
               MOVE 'Y' TO WS-WD-HIT
           END-IF.
           IF SPEC-WORLD-COUNT > 20 THEN
               MOVE 20 TO SPEC-WORLD-COUNT
           END-IF.
           MOVE 1 TO WS-WD-W.
           PERFORM UNTIL WS-WD-W > SPEC-WORLD-COUNT
               IF SPEC-WORLD-SYSTEM(WS-WD-W) = WS-WD-NAME THEN
                   PERFORM VARYING WS-WD-V FROM WS-WD-W BY 1
                           UNTIL WS-WD-V >= SPEC-WORLD-COUNT
                       MOVE SPEC-WORLD(WS-WD-V + 1)
                         TO SPEC-WORLD(WS-WD-V)
                   END-PERFORM
                   MOVE SPACES TO SPEC-WORLD-SYSTEM(SPEC-WORLD-COUNT)
                   MOVE 0 TO SPEC-WORLD-STAR-NO(SPEC-WORLD-COUNT)
                   MOVE 0 TO SPEC-WORLD-ORBIT-NO(SPEC-WORLD-COUNT)
                   SUBTRACT 1 FROM SPEC-WORLD-COUNT
                   MOVE 'Y' TO WS-WD-HIT
               ELSE
                   ADD 1 TO WS-WD-W
               END-IF
           END-PERFORM.
           IF WS-WD-HIT = 'Y' THEN
               REWRITE SPECIES-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-WD-SPC-ROWS
               END-REWRITE
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * Portable text export — every matching system, field by
      * field, in the KEY=VALUE block format described up top.
           MOVE LOW-VALUES TO STARDB-KEY.
           START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
               INVALID KEY
                   MOVE 'DBU002' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   CLOSE PORT-FILE
                   EXIT PARAGRAPH
           END-START.
               END-READ
           END-PERFORM.
           CLOSE PORT-FILE.
           MOVE 'DBU009' TO MC-MSG-ID.
           MOVE WS-PORT-COUNT TO MC-INSERT(1).
           MOVE WS-EXPORT-PATH TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

       EXPORT-ONE-IF-MATCHING.
      *    misaligned field values — skip it loudly, the way the
      *    listing row does.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               MOVE 'DBU010' TO MC-MSG-ID
               MOVE STARDB-KEY TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE WS-IMPORT-PATH TO WS-PORT-PATH.
           OPEN INPUT PORT-FILE.
           IF NOT PORT-FILE-OK THEN
               MOVE 'DBU011' TO MC-MSG-ID
               MOVE WS-IMPORT-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PORT-FILE-EOF
               END-READ
           END-PERFORM.
           CLOSE PORT-FILE.
           MOVE 'DBU012' TO MC-MSG-ID.
           MOVE WS-PORT-COUNT TO MC-INSERT(1).
           MOVE WS-IMPORT-PATH TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

       IMPORT-ONE-LINE.
      *            Refuse the block, exactly as SAVE-STAR-SYSTEM
      *            refuses such a system.
                   IF STAR-COUNT > STARDB-MAX-STARS THEN
                       MOVE 'DBU013' TO MC-MSG-ID
                       MOVE STAR-SYSTEM-NAME TO MC-INSERT(1)
                       MOVE STAR-COUNT TO MC-INSERT(2)
                       MOVE STARDB-MAX-STARS TO MC-INSERT(3)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE 0 TO STAR-COUNT
                       SET IMPORT-SYS-OPEN TO FALSE
                   END-IF
           END-IF.
           SET IMPORT-SYS-OPEN TO FALSE.
           IF STAR-SYSTEM-NAME = SPACES THEN
               MOVE 'DBU014' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE 'IMPORT' TO AU-VERB.
           MOVE SYSTEM-SECTOR TO AU-SECTOR.
           MOVE STAR-SYSTEM-NAME TO AU-TARGET.
           PERFORM CHECK-AUTHORITY.
           IF AU-DENIED THEN
               EXIT PARAGRAPH
           END-IF.
      *    Overwriting a system filed under another sector takes
      *    that sector's grant as well.
           MOVE STAR-SYSTEM-NAME TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STARDB-SECTOR NOT = SYSTEM-SECTOR THEN
                       MOVE STARDB-SECTOR TO AU-SECTOR
                       PERFORM CHECK-AUTHORITY
                   END-IF
           END-READ.
           IF AU-DENIED THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE STAR-SYSTEM-NAME TO STARDB-KEY.
      *    an import stores a current-layout body, so say so, or
      *    every reader refuses the record as pre-migration.
           SET SYSTEM-LAYOUT-CURRENT TO TRUE.
           PERFORM DERIVE-SYSTEM-CELL.
           MOVE WS-DBU-RUN-ID TO SYSTEM-SAVE-RUN-ID.
           WRITE STARDB-RECORD FROM WS-STAR-SYSTEM
               INVALID KEY
                   REWRITE STARDB-RECORD FROM WS-STAR-SYSTEM
                       INVALID KEY
                           MOVE 'DBU015' TO MC-MSG-ID
                           MOVE STAR-SYSTEM-NAME TO MC-INSERT(1)
                           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WS-PORT-COUNT.
           EXIT PARAGRAPH.

      *    The coarse cell off the imported coordinates — whole
      *    STARDB-CELL-LY cubes, same as G4SSGCRE derives on a save.
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

      *********************************
      * Query mode — sweep every record, AND every criterion, list
      * the survivors on the console and as CSV rows.
           MOVE LOW-VALUES TO STARDB-KEY.
           START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
               INVALID KEY
                   MOVE 'DBU002' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   CLOSE QRY-FILE
                   EXIT PARAGRAPH
           END-START.
               END-READ
           END-PERFORM.
           CLOSE QRY-FILE.
           MOVE 'DBU016' TO MC-MSG-ID.
           MOVE WS-Q-HIT-COUNT TO MC-INSERT(1).
           MOVE WS-QRYOUT-PATH TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

       QUERY-ONE-SYSTEM.
      * output database, then NEW= folds in under the collision
      * policy, reporting what happened to every contested record.
       MERGE-DATABASES.
           MOVE 'MERGE' TO AU-VERB.
           MOVE SPACES TO AU-SECTOR.
           MOVE WS-STARDB-PATH TO AU-TARGET.
           PERFORM CHECK-AUTHORITY.
           IF AU-DENIED THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT OLDDB-FILE.
           IF NOT OLDDB-FILE-OK THEN
               MOVE 'DBU017' TO MC-MSG-ID
               MOVE WS-OLD-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO OLDDB-KEY.
                       MOVE OLDDB-RECORD TO STARDB-RECORD
                       WRITE STARDB-RECORD
                           INVALID KEY
                               MOVE 'DBU018' TO MC-MSG-ID
                               MOVE OLDDB-KEY TO MC-INSERT(1)
                               CALL 'ISSUE-SUITE-MESSAGE'
                                   USING WS-MSG-CTL
                           NOT INVALID KEY
                               ADD 1 TO WS-MRG-COPIED
                       END-WRITE

           OPEN INPUT NEWDB-FILE.
           IF NOT NEWDB-FILE-OK THEN
               MOVE 'DBU019' TO MC-MSG-ID
               MOVE WS-NEW-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO NEWDB-KEY.
           END-PERFORM.
           CLOSE NEWDB-FILE.

           MOVE 'DBU020' TO MC-MSG-ID.
           MOVE WS-STARDB-PATH TO MC-INSERT(1).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE 'DBU021' TO MC-MSG-ID.
           MOVE WS-MRG-COPIED TO MC-INSERT(1).
           MOVE WS-MRG-ADDED TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE 'DBU022' TO MC-MSG-ID.
           MOVE WS-MRG-KEPT TO MC-INSERT(1).
           MOVE WS-MRG-REPL TO MC-INSERT(2).
           MOVE WS-MRG-RENAMED TO MC-INSERT(3).
           MOVE WS-MRG-LOST TO MC-INSERT(4).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

       MERGE-ONE-NEW-RECORD.
               WHEN 'SECOND'
                   REWRITE STARDB-RECORD
                       INVALID KEY
                           MOVE 'DBU023' TO MC-MSG-ID
                           MOVE STARDB-KEY TO MC-INSERT(1)
                           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                           ADD 1 TO WS-MRG-LOST
                       NOT INVALID KEY
                           ADD 1 TO WS-MRG-REPL
                           MOVE 'DBU024' TO MC-MSG-ID
                           MOVE STARDB-KEY TO MC-INSERT(1)
                           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   END-REWRITE
               WHEN 'RENAME'
                   PERFORM RENAME-COLLIDING-RECORD
               WHEN OTHER
                   ADD 1 TO WS-MRG-KEPT
                   MOVE 'DBU025' TO MC-MSG-ID
                   MOVE STARDB-KEY TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-EVALUATE.
           EXIT PARAGRAPH.

                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MRG-DONE
                       ADD 1 TO WS-MRG-RENAMED
                       MOVE 'DBU026' TO MC-MSG-ID
                       MOVE NEWDB-KEY TO MC-INSERT(1)
                       MOVE STARDB-KEY TO MC-INSERT(2)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               END-WRITE
           END-PERFORM.
           IF WS-MRG-DONE NOT = 'Y' THEN
               ADD 1 TO WS-MRG-LOST
               MOVE 'DBU027' TO MC-MSG-ID
               MOVE NEWDB-KEY TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       LIST-VERSIONS.
           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-FILE-OK THEN
               MOVE 'DBU028' TO MC-MSG-ID
               MOVE WS-HISTORY-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           ELSE
               PERFORM UNTIL HISTORY-FILE-EOF
                   READ HISTORY-FILE INTO WS-HIS-REC
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               MOVE 'DBU029' TO MC-MSG-ID
               MOVE WS-VER-COUNT TO MC-INSERT(1)
               MOVE WS-VERSIONS-NAME TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           MOVE WS-VERSIONS-NAME TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   MOVE 'DBU030' TO MC-MSG-ID
                   MOVE WS-VERSIONS-NAME TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               NOT INVALID KEY
                   MOVE 'DBU031' TO MC-MSG-ID
                   MOVE STARDB-GENERATION TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-READ.
           EXIT PARAGRAPH.

      *********************************
      * REPRODUCE=<name>: regenerate the saved system from its
      * provenance block through G4SSGCRE's callable core, then walk
      * the result against the record field by field.
       REPRODUCE-SYSTEM.
           MOVE WS-REPRODUCE-NAME TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   MOVE 'DBU032' TO MC-MSG-ID
                   MOVE WS-REPRODUCE-NAME TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   EXIT PARAGRAPH
           END-READ.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               MOVE 'DBU033' TO MC-MSG-ID
               MOVE WS-REPRODUCE-NAME TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           IF NOT STARDB-PROV-RECORDED THEN
               MOVE 'DBU034' TO MC-MSG-ID
               MOVE WS-REPRODUCE-NAME TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           MOVE PROV-SEED TO WS-REP-SEED-ED.
           MOVE 'DBU035' TO MC-MSG-ID.
           MOVE STAR-SYSTEM-NAME TO MC-INSERT(1).
           MOVE PROV-SUITE-VERSION TO MC-INSERT(2).
           MOVE PROV-RUN-ID TO MC-INSERT(3).
           MOVE WS-REP-SEED-ED TO MC-INSERT(4).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE PROV-EVO-CHECKSUM TO WS-REP-CK-ED.
           DISPLAY '  evolution table ' FUNCTION TRIM(PROV-EVO-PATH)
               ' (checksum ' FUNCTION TRIM(WS-REP-CK-ED) ')'.
           IF PROV-PARM NOT = SPACES THEN
               DISPLAY '  PARM ' FUNCTION TRIM(PROV-PARM)
           END-IF.
           IF PROV-DICE-REPLAYED THEN
               MOVE 'DBU036' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           IF PROVENANCE-DERIVED THEN
               MOVE 'DBU037' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           IF PROV-SUITE-VERSION NOT = SUITE-VERSION THEN
               MOVE 'DBU038' TO MC-MSG-ID
               MOVE PROV-SUITE-VERSION TO MC-INSERT(1)
               MOVE SUITE-VERSION TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           INITIALIZE WS-GEN-REQUEST.
           MOVE STAR-SYSTEM-NAME TO GREQ-NAME.
           MOVE PROV-SEED TO GREQ-SEED.
           MOVE PROV-FORCED-STARS TO GREQ-STAR-COUNT.
           MOVE PROV-FORCED-AGE TO GREQ-AGE.
           MOVE PROV-FORCED-MASS TO GREQ-MASS.
           MOVE PROV-FORCED-TYPE TO GREQ-TYPE.
           MOVE PROV-EVO-PATH TO GREQ-CSV-PATH.
           MOVE PROV-MASS-THRESHOLD TO GREQ-MASS-THRESHOLD.
           MOVE PROV-MASS-VARIANCE TO GREQ-MASS-VARIANCE.
           MOVE PROV-GAL-REGION TO GREQ-GAL-REGION.
           MOVE PROV-CLUSTER TO GREQ-CLUSTER.
           CALL 'GEN-SYSTEM-CORE' USING WS-GEN-REQUEST,
                   WS-CORE-SYSTEM, WS-CORE-TERRA,
                   WS-CORE-BELTS, WS-CORE-GIANTS
               ON EXCEPTION
                   MOVE 'DBU039' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   EXIT PARAGRAPH
           END-CALL.
           IF GREQ-RC NOT = 0 THEN
               MOVE 'DBU040' TO MC-MSG-ID
               MOVE GREQ-RC TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           IF GREQ-OUT-EVO-CHECKSUM NOT = PROV-EVO-CHECKSUM THEN
               MOVE GREQ-OUT-EVO-CHECKSUM TO WS-REP-CK-ED
               MOVE 'DBU041' TO MC-MSG-ID
               MOVE WS-REP-CK-ED TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           SET SC-GENERATED-ONLY TO TRUE.
           CALL 'COMPARE-SYSTEM-RECORDS' USING WS-CMP-CTL,
                   STARDB-RECORD, WS-CORE-SYSTEM.
           IF SC-LINES = 0 THEN
               MOVE 'DBU042' TO MC-MSG-ID
               MOVE STAR-SYSTEM-NAME TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           ELSE
               MOVE SC-LINES TO WS-REP-CNT-ED
               MOVE 'DBU043' TO MC-MSG-ID
               MOVE STAR-SYSTEM-NAME TO MC-INSERT(1)
               MOVE WS-REP-CNT-ED TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * first, so the rollback itself can be rolled back.
       ROLLBACK-SYSTEM.
           IF WS-ROLLBACK-GEN = 0 THEN
               MOVE 'DBU044' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE '-' TO WS-RB-FOUND.
           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-FILE-OK THEN
               MOVE 'DBU045' TO MC-MSG-ID
               MOVE WS-HISTORY-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL HISTORY-FILE-EOF
           END-PERFORM.
           CLOSE HISTORY-FILE.
           IF WS-RB-FOUND NOT = 'Y' THEN
               MOVE 'DBU046' TO MC-MSG-ID
               MOVE WS-ROLLBACK-GEN TO MC-INSERT(1)
               MOVE WS-ROLLBACK-NAME TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
      *    The sector the system is filed under now — or, with no
      *    current record, the one the restored image brings back.
           MOVE 'ROLLBACK' TO AU-VERB.
           MOVE WS-ROLLBACK-NAME TO AU-TARGET.
           MOVE WS-ROLLBACK-NAME TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   MOVE WS-RB-REC TO WS-HIS-REC
                   MOVE WS-HIS-SECTOR TO AU-SECTOR
               NOT INVALID KEY
                   MOVE STARDB-SECTOR TO AU-SECTOR
           END-READ.
           PERFORM CHECK-AUTHORITY.
           IF AU-DENIED THEN
               EXIT PARAGRAPH
           END-IF.
      *    Preserve the record being displaced, then restore.
                   CLOSE HISTORY-FILE
           END-READ.
           MOVE WS-RB-REC TO STARDB-RECORD.
           MOVE WS-DBU-RUN-ID TO STARDB-SAVE-RUN-ID.
           REWRITE STARDB-RECORD
               INVALID KEY
                   WRITE STARDB-RECORD
                       INVALID KEY
                           MOVE 'DBU047' TO MC-MSG-ID
                           MOVE WS-ROLLBACK-NAME TO MC-INSERT(1)
                           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   END-WRITE
           END-REWRITE.
           SET MC-QUERY TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           IF MC-RC < 8 THEN
               MOVE 'DBU048' TO MC-MSG-ID
               MOVE WS-ROLLBACK-NAME TO MC-INSERT(1)
               MOVE WS-ROLLBACK-GEN TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM ROLLBACK-WORLD-DETAIL
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * The worlds that go with the restored generation.  A row is
      * stamped with the generation whose save rolled it, and a
      * patch or rollback carries the rows forward untouched, so the
      * right set is the newest one stamped at or below GEN=.  Rows
      * already on file that qualify simply stay; otherwise they go
      * to the world-detail history and the newest qualifying set
      * comes back out of it.
       ROLLBACK-WORLD-DETAIL.
           MOVE WS-ROLLBACK-NAME TO WS-WD-NAME.
           MOVE 0 TO WS-WD-CUR-GEN.
           OPEN INPUT WORLD-FILE.
           IF WORLD-FILE-OK THEN
               MOVE WS-WD-NAME TO WDTL-SYSTEM-KEY
               MOVE 0 TO WDTL-STAR-NO
               MOVE 0 TO WDTL-ORBIT-NO
               START WORLD-FILE KEY IS NOT LESS THAN WDTL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ WORLD-FILE NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF WDTL-SYSTEM-KEY = WS-WD-NAME THEN
                                   MOVE WDTL-GENERATION
                                     TO WS-WD-CUR-GEN
                               END-IF
                       END-READ
               END-START
               CLOSE WORLD-FILE
           END-IF.
           IF WS-WD-CUR-GEN > 0
              AND WS-WD-CUR-GEN <= WS-ROLLBACK-GEN THEN
               EXIT PARAGRAPH
           END-IF.
      *    Newest retained set at or below the target.
           MOVE 0 TO WS-WD-BEST-GEN.
           OPEN INPUT WORLDHIS-FILE.
           IF WORLDHIS-FILE-OK THEN
               PERFORM UNTIL WORLDHIS-FILE-EOF
                   READ WORLDHIS-FILE INTO WORLD-RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF WDTL-SYSTEM-KEY = WS-WD-NAME
                              AND WDTL-GENERATION
                                  <= WS-ROLLBACK-GEN
                              AND WDTL-GENERATION
                                  > WS-WD-BEST-GEN THEN
                               MOVE WDTL-GENERATION
                                 TO WS-WD-BEST-GEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORLDHIS-FILE
           END-IF.
           IF WS-WD-BEST-GEN = 0 THEN
               IF WS-WD-CUR-GEN > 0 THEN
                   MOVE 'DBU049' TO MC-MSG-ID
                   MOVE WS-ROLLBACK-GEN TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-WD-KEEP-HIS.
           MOVE '-' TO WS-WD-SYSTEM-GONE.
           PERFORM DROP-WORLD-DETAIL.
           OPEN I-O WORLD-FILE.
           IF NOT WORLD-FILE-OK THEN
               OPEN OUTPUT WORLD-FILE
               CLOSE WORLD-FILE
               OPEN I-O WORLD-FILE
           END-IF.
           MOVE 0 TO WS-WD-ROWS.
           OPEN INPUT WORLDHIS-FILE.
           MOVE '00' TO WS-WORLDHIS-STATUS.
           PERFORM UNTIL WORLDHIS-FILE-EOF
               READ WORLDHIS-FILE INTO WORLD-RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF WDTL-SYSTEM-KEY = WS-WD-NAME
                          AND WDTL-GENERATION = WS-WD-BEST-GEN THEN
                           WRITE WORLD-RECORD
                               INVALID KEY
                                   REWRITE WORLD-RECORD
                                       INVALID KEY CONTINUE
                                   END-REWRITE
                           END-WRITE
                           ADD 1 TO WS-WD-ROWS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORLDHIS-FILE.
           CLOSE WORLD-FILE.
           MOVE 'DBU050' TO MC-MSG-ID.
           MOVE WS-WD-ROWS TO MC-INSERT(1).
           MOVE WS-WD-BEST-GEN TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *********************************
      * BACKOUT=<runid>: take one run's saves back out of the
      * database — see the header block.  Four steps: the systems
      * still carrying the run's stamp; the lowest generation the
      * run saved each one as (the history sidecar holds the ones
      * it re-saved more than once); the image each had just before
      * the run, pulled out of the sidecar onto a scratch file; and
      * then the deletes and restores themselves.
       BACKOUT-RUN.
           MOVE 0 TO WS-BKO-COUNT.
           MOVE 0 TO WS-BKO-GONE-COUNT.
           IF BACKOUT-DRY-RUN THEN
               MOVE 'DBU051' TO MC-MSG-ID
               MOVE WS-BACKOUT-RUN TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           ELSE
               MOVE 'DBU052' TO MC-MSG-ID
               MOVE WS-BACKOUT-RUN TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           IF NOT BACKOUT-DRY-RUN THEN
               MOVE 'BACKOUT' TO AU-VERB
               MOVE SPACES TO AU-SECTOR
               MOVE WS-BACKOUT-RUN TO AU-TARGET
               PERFORM CHECK-AUTHORITY
               IF AU-DENIED THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM BACKOUT-FIND-IN-RUNLOG.
           PERFORM BACKOUT-COLLECT-STAMPED.
           IF WS-BKO-OVERFLOW = 'Y' THEN
               MOVE 'DBU053' TO MC-MSG-ID
               MOVE WS-BKO-MAX TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM BACKOUT-SCAN-HISTORY.
           PERFORM BACKOUT-PULL-PRIOR.
           PERFORM BACKOUT-APPLY.
           PERFORM BACKOUT-BALANCE.
           CALL 'CBL_DELETE_FILE' USING WS-BKOWORK-PATH.
           EXIT PARAGRAPH.

      *    The run's own row, for the operator's eye — the PARM it
      *    ran with is usually the whole story of why it is going.
       BACKOUT-FIND-IN-RUNLOG.
           MOVE '-' TO WS-BKO-IN-LOG.
           MOVE SPACES TO WS-BKO-RUNLOG-TAG.
           STRING 'RUNID='             DELIMITED BY SIZE
                  WS-BACKOUT-RUN       DELIMITED BY SIZE
                  INTO WS-BKO-RUNLOG-TAG
           END-STRING.
           OPEN INPUT RUNLOG-FILE.
           IF RUNLOG-FILE-OK THEN
               PERFORM UNTIL RUNLOG-FILE-EOF
                   READ RUNLOG-FILE
                       AT END CONTINUE
                       NOT AT END
                           MOVE 0 TO WS-MATCH-COUNT
                           INSPECT RUNLOG-RECORD TALLYING
                               WS-MATCH-COUNT
                               FOR ALL WS-BKO-RUNLOG-TAG
                           IF WS-MATCH-COUNT > 0 THEN
                               MOVE 'Y' TO WS-BKO-IN-LOG
                               DISPLAY '  run log: '
                                   FUNCTION TRIM(RUNLOG-RECORD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNLOG-FILE
           END-IF.
           IF WS-BKO-IN-LOG NOT = 'Y' THEN
               MOVE 'DBU054' TO MC-MSG-ID
               MOVE WS-BACKOUT-RUN TO MC-INSERT(1)
               MOVE WS-RUNLOG-PATH TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

      *    Every current record still carrying the run's stamp, in
      *    key order — the table is searched by key from here on.
       BACKOUT-COLLECT-STAMPED.
           MOVE LOW-VALUES TO STARDB-KEY.
           START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL STARDB-FILE-EOF
               READ STARDB-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF STARDB-LAYOUT-CURRENT
                          AND STARDB-SAVE-RUN-ID = WS-BACKOUT-RUN THEN
                           PERFORM BACKOUT-ADD-STAMPED
                       END-IF
               END-READ
           END-PERFORM.
           EXIT PARAGRAPH.

       BACKOUT-ADD-STAMPED.
           IF WS-BKO-COUNT >= WS-BKO-MAX THEN
               MOVE 'Y' TO WS-BKO-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BKO-COUNT.
           SET BKO-IDX TO WS-BKO-COUNT.
           MOVE STARDB-KEY TO WS-BKO-KEY(BKO-IDX).
           MOVE STARDB-GENERATION TO WS-BKO-CUR-GEN(BKO-IDX).
           MOVE STARDB-GENERATION TO WS-BKO-FIRST-GEN(BKO-IDX).
           MOVE 0 TO WS-BKO-PRIOR-ORD(BKO-IDX).
           EXIT PARAGRAPH.

      *    A run that saved a system more than once pushed its own
      *    earlier generations into the sidecar — the lowest one is
      *    where the run started on it.  A stamped sidecar record
      *    whose system no longer carries the stamp on file was
      *    re-saved (or deleted) since the run.
       BACKOUT-SCAN-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL HISTORY-FILE-EOF
               READ HISTORY-FILE INTO WS-BKO-HIS
                   AT END CONTINUE
                   NOT AT END
                       IF BKOHIS-LAYOUT-CURRENT
                          AND BKOHIS-SAVE-RUN-ID = WS-BACKOUT-RUN THEN
                           PERFORM BACKOUT-NOTE-RUN-GENERATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           EXIT PARAGRAPH.

       BACKOUT-NOTE-RUN-GENERATION.
           MOVE '-' TO WS-BKO-FOUND.
           IF WS-BKO-COUNT > 0 THEN
               SEARCH ALL WS-BKO-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BKO-KEY(BKO-IDX) = BKOHIS-KEY
                       MOVE 'Y' TO WS-BKO-FOUND
                       IF BKOHIS-GENERATION
                          < WS-BKO-FIRST-GEN(BKO-IDX) THEN
                           MOVE BKOHIS-GENERATION
                             TO WS-BKO-FIRST-GEN(BKO-IDX)
                       END-IF
               END-SEARCH
           END-IF.
           IF WS-BKO-FOUND = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING BKO-GONE-IDX FROM 1 BY 1
                   UNTIL BKO-GONE-IDX > WS-BKO-GONE-COUNT
               IF WS-BKO-GONE-KEY(BKO-GONE-IDX) = BKOHIS-KEY THEN
                   MOVE 'Y' TO WS-BKO-FOUND
               END-IF
           END-PERFORM.
           IF WS-BKO-FOUND = '-' AND WS-BKO-GONE-COUNT < 500 THEN
               ADD 1 TO WS-BKO-GONE-COUNT
               MOVE BKOHIS-KEY TO WS-BKO-GONE-KEY(WS-BKO-GONE-COUNT)
           END-IF.
           EXIT PARAGRAPH.

      *    The pre-run image is the one generation below where the
      *    run started, not itself stamped by the run.  After a
      *    ROLLBACK= the sidecar can hold that generation more than
      *    once; the last one appended is the one the run displaced.
      *    Candidates go to the scratch file with their position in
      *    the sidecar; only the one the table settles on is used.
       BACKOUT-PULL-PRIOR.
           MOVE 0 TO WS-BKO-HIS-ORD.
           OPEN OUTPUT BKOWORK-FILE.
           IF NOT BKOWORK-FILE-OK THEN
               MOVE 'DBU055' TO MC-MSG-ID
               MOVE WS-BKOWORK-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-OK THEN
               PERFORM UNTIL HISTORY-FILE-EOF
                   READ HISTORY-FILE INTO WS-BKO-HIS
                       AT END CONTINUE
                       NOT AT END
                           ADD 1 TO WS-BKO-HIS-ORD
                           IF BKOHIS-LAYOUT-CURRENT
                              AND BKOHIS-SAVE-RUN-ID
                                  NOT = WS-BACKOUT-RUN
                              AND WS-BKO-COUNT > 0 THEN
                               PERFORM BACKOUT-NOTE-PRIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE BKOWORK-FILE.
           EXIT PARAGRAPH.

       BACKOUT-NOTE-PRIOR.
           SEARCH ALL WS-BKO-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BKO-KEY(BKO-IDX) = BKOHIS-KEY
                   IF BKOHIS-GENERATION + 1
                      = WS-BKO-FIRST-GEN(BKO-IDX) THEN
                       MOVE WS-BKO-HIS-ORD
                         TO WS-BKO-PRIOR-ORD(BKO-IDX)
                       MOVE WS-BKO-HIS-ORD TO BKOWORK-ORD
                       MOVE WS-BKO-HIS TO BKOWORK-IMAGE
                       WRITE BKOWORK-RECORD
                   END-IF
           END-SEARCH.
           EXIT PARAGRAPH.

      *    Restores off the scratch file, then the systems the run
      *    created, then whatever could not be put back.  Every
      *    record displaced goes to the history sidecar first, so
      *    the backout itself is one ROLLBACK= away from undone.
       BACKOUT-APPLY.
           IF NOT BACKOUT-DRY-RUN THEN
               OPEN EXTEND HISTORY-FILE
               IF NOT HISTORY-FILE-OK THEN
                   OPEN OUTPUT HISTORY-FILE
               END-IF
           END-IF.
           OPEN INPUT BKOWORK-FILE.
           IF BKOWORK-FILE-OK THEN
               PERFORM UNTIL BKOWORK-FILE-EOF
                   READ BKOWORK-FILE
                       AT END CONTINUE
                       NOT AT END
                           PERFORM BACKOUT-RESTORE-ONE
                   END-READ
               END-PERFORM
               CLOSE BKOWORK-FILE
           END-IF.
           PERFORM VARYING BKO-IDX FROM 1 BY 1
                   UNTIL BKO-IDX > WS-BKO-COUNT
               EVALUATE TRUE
                   WHEN WS-BKO-PRIOR-ORD(BKO-IDX) > 0
                       CONTINUE
                   WHEN WS-BKO-FIRST-GEN(BKO-IDX) <= 1
                       PERFORM BACKOUT-DELETE-ONE
                   WHEN OTHER
                       COMPUTE WS-BKO-PRE-GEN =
                           WS-BKO-FIRST-GEN(BKO-IDX) - 1
                       MOVE 'DBU056' TO MC-MSG-ID
                       MOVE WS-BKO-KEY(BKO-IDX) TO MC-INSERT(1)
                       MOVE WS-BKO-PRE-GEN TO MC-INSERT(2)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       ADD 1 TO WS-BKO-NOT-RETAINED
               END-EVALUATE
           END-PERFORM.
           IF NOT BACKOUT-DRY-RUN THEN
               CLOSE HISTORY-FILE
           END-IF.
           PERFORM VARYING BKO-GONE-IDX FROM 1 BY 1
                   UNTIL BKO-GONE-IDX > WS-BKO-GONE-COUNT
               MOVE 'DBU057' TO MC-MSG-ID
               MOVE WS-BKO-GONE-KEY(BKO-GONE-IDX) TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-PERFORM.
           EXIT PARAGRAPH.

       BACKOUT-RESTORE-ONE.
           MOVE BKOWORK-IMAGE TO WS-BKO-HIS.
           MOVE '-' TO WS-BKO-FOUND.
           SEARCH ALL WS-BKO-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BKO-KEY(BKO-IDX) = BKOHIS-KEY
                   IF WS-BKO-PRIOR-ORD(BKO-IDX) = BKOWORK-ORD THEN
                       MOVE 'Y' TO WS-BKO-FOUND
                   END-IF
           END-SEARCH.
           IF WS-BKO-FOUND NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE BKOHIS-GENERATION TO WS-BKO-PRE-GEN.
           IF BACKOUT-DRY-RUN THEN
               DISPLAY '  would restore '
                   FUNCTION TRIM(WS-BKO-KEY(BKO-IDX))
                   ' generation ' WS-BKO-CUR-GEN(BKO-IDX)
                   ' -> ' WS-BKO-PRE-GEN
               ADD 1 TO WS-BKO-RESTORED
               EXIT PARAGRAPH
           END-IF.
           PERFORM BACKOUT-READ-CURRENT.
           IF WS-BKO-STORE-OK NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           WRITE HISTORY-RECORD FROM STARDB-RECORD.
           ADD 1 TO WS-BKO-HIS-ADDED.
           MOVE WS-BKO-HIS TO STARDB-RECORD.
           MOVE WS-DBU-RUN-ID TO STARDB-SAVE-RUN-ID.
           REWRITE STARDB-RECORD
               INVALID KEY
                   MOVE 'DBU058' TO MC-MSG-ID
                   MOVE WS-BKO-KEY(BKO-IDX) TO MC-INSERT(1)
                   MOVE WS-STARDB-STATUS TO MC-INSERT(2)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE '-' TO WS-BKO-STORE-OK
                   ADD 1 TO WS-BKO-FAILED
           END-REWRITE.
           IF WS-BKO-STORE-OK = 'Y' THEN
               DISPLAY '  RESTORED '
                   FUNCTION TRIM(WS-BKO-KEY(BKO-IDX))
                   ' generation ' WS-BKO-CUR-GEN(BKO-IDX)
                   ' -> ' WS-BKO-PRE-GEN
               ADD 1 TO WS-BKO-RESTORED
               MOVE WS-BKO-KEY(BKO-IDX) TO WS-ROLLBACK-NAME
               MOVE WS-BKO-PRE-GEN TO WS-ROLLBACK-GEN
               PERFORM ROLLBACK-WORLD-DETAIL
           END-IF.
           EXIT PARAGRAPH.

       BACKOUT-DELETE-ONE.
           IF BACKOUT-DRY-RUN THEN
               DISPLAY '  would delete '
                   FUNCTION TRIM(WS-BKO-KEY(BKO-IDX))
                   ' — created by the run (generation '
                   WS-BKO-CUR-GEN(BKO-IDX) ')'
               ADD 1 TO WS-BKO-DELETED
               EXIT PARAGRAPH
           END-IF.
           PERFORM BACKOUT-READ-CURRENT.
           IF WS-BKO-STORE-OK NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           WRITE HISTORY-RECORD FROM STARDB-RECORD.
           ADD 1 TO WS-BKO-HIS-ADDED.
           DELETE STARDB-FILE RECORD
               INVALID KEY
                   MOVE 'DBU059' TO MC-MSG-ID
                   MOVE WS-BKO-KEY(BKO-IDX) TO MC-INSERT(1)
                   MOVE WS-STARDB-STATUS TO MC-INSERT(2)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE '-' TO WS-BKO-STORE-OK
                   ADD 1 TO WS-BKO-FAILED
           END-DELETE.
           IF WS-BKO-STORE-OK = 'Y' THEN
               DISPLAY '  DELETED '
                   FUNCTION TRIM(WS-BKO-KEY(BKO-IDX))
                   ' — created by the run (generation '
                   WS-BKO-CUR-GEN(BKO-IDX) ')'
               ADD 1 TO WS-BKO-DELETED
               MOVE WS-BKO-KEY(BKO-IDX) TO WS-WD-NAME
               MOVE 'Y' TO WS-WD-KEEP-HIS
               MOVE 'Y' TO WS-WD-SYSTEM-GONE
               PERFORM DROP-WORLD-DETAIL
           END-IF.
           EXIT PARAGRAPH.

      *    Re-read the system just before touching it — a batch
      *    sharing the file may have re-saved it since the table was
      *    built, and then it is no longer the run's to take back.
       BACKOUT-READ-CURRENT.
           MOVE 'Y' TO WS-BKO-STORE-OK.
           MOVE WS-BKO-KEY(BKO-IDX) TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   MOVE '-' TO WS-BKO-STORE-OK
           END-READ.
           IF WS-BKO-STORE-OK = 'Y'
              AND WS-STARDB-STATUS = '00'
              AND STARDB-SAVE-RUN-ID = WS-BACKOUT-RUN THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE '-' TO WS-BKO-STORE-OK.
           MOVE 'DBU060' TO MC-MSG-ID.
           MOVE WS-BKO-KEY(BKO-IDX) TO MC-INSERT(1).
           MOVE WS-STARDB-STATUS TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           ADD 1 TO WS-BKO-FAILED.
           EXIT PARAGRAPH.

      *    Every stamped system has to land in exactly one bucket.
       BACKOUT-BALANCE.
           COMPUTE WS-BKO-ACCOUNTED = WS-BKO-DELETED + WS-BKO-RESTORED
                   + WS-BKO-NOT-RETAINED + WS-BKO-FAILED.
           DISPLAY X"0a" '========== Backout balance =========='.
           DISPLAY 'Run:                            ' WS-BACKOUT-RUN.
           IF BACKOUT-DRY-RUN THEN
               DISPLAY 'Mode:                           DRY RUN — '
                   'nothing changed'
           ELSE
               DISPLAY 'Mode:                           applied'
           END-IF.
           DISPLAY 'Systems carrying the run stamp: ' WS-BKO-COUNT.
           DISPLAY '  created by the run, deleted:  ' WS-BKO-DELETED.
           DISPLAY '  re-saved by it, restored:     ' WS-BKO-RESTORED.
           DISPLAY '  pre-run generation gone:      '
               WS-BKO-NOT-RETAINED.
           DISPLAY '  failed:                       ' WS-BKO-FAILED.
           DISPLAY 'Touched since the run, left:    '
               WS-BKO-GONE-COUNT.
           DISPLAY 'History records appended:       '
               WS-BKO-HIS-ADDED.
           IF WS-BKO-ACCOUNTED = WS-BKO-COUNT THEN
               DISPLAY 'Balance:                        BALANCED'
           ELSE
               DISPLAY 'Balance:                        OUT OF BALANCE'
                   ' (' WS-BKO-ACCOUNTED ' accounted for)'
               MOVE WS-BKO-ACCOUNTED TO WS-BKO-ACC-ED
               MOVE WS-BKO-COUNT TO WS-BKO-CNT-ED
               MOVE 'DBU075' TO MC-MSG-ID
               MOVE WS-BACKOUT-RUN TO MC-INSERT(1)
               MOVE WS-BKO-ACC-ED TO MC-INSERT(2)
               MOVE WS-BKO-CNT-ED TO MC-INSERT(3)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * Patch mode — see the header block for the script grammar.
      * Staging only — what is accepted goes to the pending change
      * file for a second operator to APPROVE= or REJECT=.
       PATCH-SYSTEMS.
           SET PATCH-STAGING TO TRUE.
           MOVE WS-PATCH-PATH TO WS-PORT-PATH.
           OPEN INPUT PORT-FILE.
           IF NOT PORT-FILE-OK THEN
               MOVE 'DBU061' TO MC-MSG-ID
               MOVE WS-PATCH-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           IF WS-PENDING-PATH = SPACES THEN
               STRING FUNCTION TRIM(WS-PATCH-PATH) '.pnd'
                      DELIMITED BY SIZE INTO WS-PENDING-PATH
               END-STRING
           END-IF.
           IF WS-PATRPT-PATH = SPACES THEN
               STRING FUNCTION TRIM(WS-PATCH-PATH) '.rpt'
                      DELIMITED BY SIZE INTO WS-PATRPT-PATH
               END-STRING
           END-IF.
           IF PATCH-PREVIEW THEN
               MOVE '00' TO WS-PENDING-STATUS
           ELSE
               OPEN OUTPUT PENDING-FILE
           END-IF.
           OPEN OUTPUT PATRPT-FILE.
           IF NOT PENDING-FILE-OK OR NOT PATRPT-FILE-OK THEN
               MOVE 'DBU062' TO MC-MSG-ID
               MOVE WS-PENDING-PATH TO MC-INSERT(1)
               MOVE WS-PATRPT-PATH TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               CLOSE PORT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PATCH-PATH TO WS-PND-Q-IN.
           CALL 'CSV-QUOTE-FIELD' USING WS-PND-Q-IN, WS-PND-QUOTED.
           MOVE SPACES TO WS-PND-LINE.
           STRING 'PENDING,'                   DELIMITED BY SIZE
                  WS-DBU-RUN-ID                DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUTH-OPER)  DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PND-QUOTED) DELIMITED BY SIZE
                  INTO WS-PND-LINE
           END-STRING.
           MOVE SPACES TO WS-PAT-RPT-LINE.
           IF PATCH-PREVIEW THEN
               STRING 'Patch ' FUNCTION TRIM(WS-PATCH-PATH)
                      ' previewed by ' FUNCTION TRIM(WS-AUTH-OPER)
                      ' — nothing staged'
                      DELIMITED BY SIZE INTO WS-PAT-RPT-LINE
               END-STRING
           ELSE
               WRITE PENDING-RECORD FROM WS-PND-LINE
               STRING 'Patch ' FUNCTION TRIM(WS-PATCH-PATH)
                      ' staged by ' FUNCTION TRIM(WS-AUTH-OPER)
                      ', run ' WS-DBU-RUN-ID
                      ' — pending approval in '
                      FUNCTION TRIM(WS-PENDING-PATH)
                      DELIMITED BY SIZE INTO WS-PAT-RPT-LINE
               END-STRING
           END-IF.
           WRITE PATRPT-RECORD FROM WS-PAT-RPT-LINE.
           PERFORM UNTIL PORT-FILE-EOF
               READ PORT-FILE
                   AT END CONTINUE
           IF WS-PATCH-OPEN = 'Y' THEN
               PERFORM PATCH-STORE
           END-IF.
           PERFORM PATCH-COUNT-LINE.
           WRITE PATRPT-RECORD FROM WS-PAT-RPT-LINE.
           CLOSE PATRPT-FILE.
           DISPLAY FUNCTION TRIM(WS-PAT-RPT-LINE).
           IF WS-PAT-REFUSED > 0 THEN
               MOVE WS-PAT-REFUSED TO WS-PAT-REFUSED-ED
               MOVE 'DBU076' TO MC-MSG-ID
               MOVE WS-PAT-REFUSED-ED TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           IF PATCH-PREVIEW THEN
               MOVE 'DBU063' TO MC-MSG-ID
               MOVE WS-PATRPT-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           CLOSE PENDING-FILE.
           MOVE 'DBU064' TO MC-MSG-ID.
           MOVE WS-PENDING-PATH TO MC-INSERT(1).
           MOVE WS-PATRPT-PATH TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE 'STAGED' TO WS-PND-OUTCOME.
           PERFORM WRITE-PATCH-LOG-ENTRY.
           EXIT PARAGRAPH.

      *    Staging notes every refused line in the report as well.
       PATCH-ONE-LINE.
           MOVE PORT-RECORD TO WS-PORT-LINE.
           MOVE WS-PAT-REFUSED TO WS-PAT-REFUSED-WAS.
           PERFORM PATCH-PROCESS-LINE.
           IF WS-PAT-REFUSED > WS-PAT-REFUSED-WAS THEN
               MOVE SPACES TO WS-PAT-RPT-LINE
               STRING '  refused: ' FUNCTION TRIM(WS-PORT-LINE)
                      DELIMITED BY SIZE INTO WS-PAT-RPT-LINE
               END-STRING
               WRITE PATRPT-RECORD FROM WS-PAT-RPT-LINE
           END-IF.
           EXIT PARAGRAPH.

       PATCH-PROCESS-LINE.
           IF WS-PORT-LINE = SPACES
              OR WS-PORT-LINE(1:1) = '*' THEN
               EXIT PARAGRAPH
       PATCH-APPLIED.
           ADD 1 TO WS-PAT-APPLIED.
           DISPLAY 'applied: ' FUNCTION TRIM(WS-PORT-LINE).
           IF PATCH-STAGING THEN
               PERFORM PATCH-STAGE-LINE
           END-IF.
           EXIT PARAGRAPH.

      *    The accepted line to the pending set; a field (not a
      *    STAR=/ORBIT= address) to the report, before -> after.
       PATCH-STAGE-LINE.
           MOVE SPACES TO WS-PND-LINE.
           STRING 'SET,' FUNCTION TRIM(WS-PORT-LINE)
                  DELIMITED BY SIZE INTO WS-PND-LINE
           END-STRING.
           IF NOT PATCH-PREVIEW THEN
               WRITE PENDING-RECORD FROM WS-PND-LINE
           END-IF.
           IF FUNCTION TRIM(WS-PORT-KEY) = 'STAR'
              OR FUNCTION TRIM(WS-PORT-KEY) = 'ORBIT' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM PATCH-SHOW-FIELD.
           MOVE SPACES TO WS-PAT-ADDR.
           IF WS-CUR-STAR >= 1 THEN
               MOVE WS-CUR-STAR TO WS-INT-ED
               STRING 'star ' FUNCTION TRIM(WS-INT-ED)
                      DELIMITED BY SIZE INTO WS-PAT-ADDR
               END-STRING
           END-IF.
           IF WS-CUR-ORB >= 1 THEN
               MOVE WS-CUR-ORB TO WS-INT-ED
               STRING FUNCTION TRIM(WS-PAT-ADDR) ' orbit '
                      FUNCTION TRIM(WS-INT-ED)
                      DELIMITED BY SIZE INTO WS-PAT-ADDR
               END-STRING
           END-IF.
           MOVE SPACES TO WS-PAT-RPT-LINE.
           STRING '  ' WS-PAT-ADDR ' ' WS-PORT-KEY ' '
                  WS-PAT-BEFORE ' -> '
                  FUNCTION TRIM(WS-PAT-SHOW)
                  DELIMITED BY SIZE INTO WS-PAT-RPT-LINE
           END-STRING.
           WRITE PATRPT-RECORD FROM WS-PAT-RPT-LINE.
           EXIT PARAGRAPH.

      *    The current value of the field WS-PORT-KEY names, at the
      *    addressed star/orbit, as text for the staging report.
       PATCH-SHOW-FIELD.
           MOVE '-' TO WS-PAT-SHOW.
           EVALUATE FUNCTION TRIM(WS-PORT-KEY)
               WHEN 'AGE'
                   MOVE BYR OF SYSTEM-AGE TO WS-NUM-ED
               WHEN 'METALLICITY'
                   MOVE SYSTEM-METALLICITY TO WS-NUM-ED
               WHEN 'SECTOR'
                   MOVE SYSTEM-SECTOR TO WS-PAT-SHOW
                   EXIT PARAGRAPH
               WHEN 'POPEXP'
                   MOVE SETTLE-POP-EXP TO WS-NUM-ED
               WHEN 'GOV'
                   MOVE SETTLE-GOV TO WS-NUM-ED
               WHEN 'LAW'
                   MOVE SETTLE-LAW TO WS-NUM-ED
               WHEN 'TL'
                   MOVE SETTLE-TL TO WS-NUM-ED
               WHEN 'PORT'
                   MOVE SETTLE-PORT TO WS-PAT-SHOW
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE 0 TO WS-NUM-ED
           END-EVALUATE.
           IF WS-CUR-STAR >= 1 THEN
               EVALUATE FUNCTION TRIM(WS-PORT-KEY)
                   WHEN 'MASS'
                       MOVE MASS OF STAR(WS-CUR-STAR) TO WS-NUM-ED
                   WHEN 'LUM'
                       MOVE CURRENT-LUM(WS-CUR-STAR) TO WS-NUM-ED
                   WHEN 'TEMP'
                       MOVE TEMPERATURE OF STAR(WS-CUR-STAR)
                         TO WS-NUM-ED
                   WHEN 'RADIUS'
                       MOVE RADIUS OF STAR(WS-CUR-STAR) TO WS-NUM-ED
                   WHEN 'STAGE'
                       MOVE STAGE OF STAR(WS-CUR-STAR) TO WS-PAT-SHOW
                       EXIT PARAGRAPH
                   WHEN 'FLARE'
                       MOVE STAR-FLARE(WS-CUR-STAR) TO WS-PAT-SHOW
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF.
           IF WS-CUR-STAR >= 1 AND WS-CUR-ORB >= 1 THEN
               EVALUATE FUNCTION TRIM(WS-PORT-KEY)
                   WHEN 'DISTANCE'
                       MOVE DISTANCE OF ORBIT(WS-CUR-STAR, WS-CUR-ORB)
                         TO WS-NUM-ED
                   WHEN 'ECC'
                       MOVE ORB-ECCENTRICITY(WS-CUR-STAR, WS-CUR-ORB)
                         TO WS-NUM-ED
                   WHEN 'OBJ'
                       MOVE OBJ(WS-CUR-STAR, WS-CUR-ORB)
                         TO WS-PAT-SHOW
                       EXIT PARAGRAPH
                   WHEN 'STABILITY'
                       MOVE ORBIT-STABILITY(WS-CUR-STAR, WS-CUR-ORB)
                         TO WS-PAT-SHOW
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF.
           MOVE FUNCTION TRIM(WS-NUM-ED) TO WS-PAT-SHOW.
           EXIT PARAGRAPH.

      *    The previous block (if any) stores before the next record
               MOVE '-' TO WS-PATCH-OPEN
               EXIT PARAGRAPH
           END-IF.
      *    An approval was cleared for every system up front.
           IF PATCH-APPROVING THEN
               SET AU-ALLOWED TO TRUE
           ELSE
               MOVE 'PATCH' TO AU-VERB
               MOVE STARDB-SECTOR TO AU-SECTOR
               MOVE STARDB-KEY TO AU-TARGET
               PERFORM CHECK-AUTHORITY
           END-IF.
           IF AU-DENIED THEN
               ADD 1 TO WS-PAT-REFUSED
               DISPLAY 'refused: '
                   FUNCTION TRIM(WS-PORT-LINE)
                   ' (operator not authorised)'
               MOVE '-' TO WS-PATCH-OPEN
               EXIT PARAGRAPH
           END-IF.
      *    Hold the incumbent for the history sidecar, then decode.
           MOVE STARDB-RECORD TO WS-RB-REC.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE 0 TO WS-CUR-ORB.
           DISPLAY 'editing: ' FUNCTION TRIM(STAR-SYSTEM-NAME)
               ' (generation ' STARDB-GENERATION ')'.
           IF PATCH-STAGING THEN
               PERFORM PATCH-STAGE-SYSTEM
           END-IF.
           EXIT PARAGRAPH.

      *    The generation and save run the edit is staged against —
      *    approval refuses the set if the record has moved on.
       PATCH-STAGE-SYSTEM.
           MOVE STAR-SYSTEM-NAME TO WS-PND-Q-IN.
           CALL 'CSV-QUOTE-FIELD' USING WS-PND-Q-IN, WS-PND-QUOTED.
           MOVE STARDB-GENERATION TO WS-INT-ED.
           MOVE SPACES TO WS-PND-LINE.
           STRING 'SYSTEM,'                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INT-ED)     DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  STARDB-SAVE-RUN-ID           DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PND-QUOTED) DELIMITED BY SIZE
                  INTO WS-PND-LINE
           END-STRING.
           IF NOT PATCH-PREVIEW THEN
               WRITE PENDING-RECORD FROM WS-PND-LINE
           END-IF.
           MOVE SPACES TO WS-PAT-RPT-LINE.
           STRING 'System ' FUNCTION TRIM(STAR-SYSTEM-NAME)
                  ' (generation ' FUNCTION TRIM(WS-INT-ED)
                  ', sector ' FUNCTION TRIM(STARDB-SECTOR) ')'
                  DELIMITED BY SIZE INTO WS-PAT-RPT-LINE
           END-STRING.
           WRITE PATRPT-RECORD FROM WS-PAT-RPT-LINE.
           EXIT PARAGRAPH.

       PATCH-APPLY-FIELD.
           IF PATCH-STAGING THEN
               PERFORM PATCH-SHOW-FIELD
               MOVE WS-PAT-SHOW TO WS-PAT-BEFORE
           END-IF.
           COMPUTE WS-PAT-VAL-N = FUNCTION NUMVAL(WS-PORT-VAL).
           EVALUATE FUNCTION TRIM(WS-PORT-KEY)
               WHEN 'AGE'
                       PERFORM PATCH-REFUSE-RANGE
                   END-IF
               WHEN 'SECTOR'
      *            Moving a system into a sector is a patch there
      *            (an approval checked it up front).
                   IF PATCH-APPROVING THEN
                       SET AU-ALLOWED TO TRUE
                   ELSE
                       MOVE 'PATCH' TO AU-VERB
                       MOVE FUNCTION TRIM(WS-PORT-VAL) TO AU-SECTOR
                       MOVE STAR-SYSTEM-NAME TO AU-TARGET
                       PERFORM CHECK-AUTHORITY
                   END-IF
                   IF AU-ALLOWED THEN
                       MOVE FUNCTION TRIM(WS-PORT-VAL)
                         TO SYSTEM-SECTOR
                       PERFORM PATCH-APPLIED
                   ELSE
                       ADD 1 TO WS-PAT-REFUSED
                       DISPLAY 'refused: '
                           FUNCTION TRIM(WS-PORT-LINE)
                           ' (operator not authorised)'
                   END-IF
      *        Settlement digits — the same bounds GEN-SETTLEMENT
      *        rolls inside (TL allows for a hand-placed high-tech
      *        enclave beyond what the dice reach).
               WHEN 'POPEXP'
                   IF WS-PAT-VAL-N >= 0 AND WS-PAT-VAL-N <= 10 THEN
                       MOVE WS-PAT-VAL-N TO SETTLE-POP-EXP
                       PERFORM PATCH-APPLIED
                   ELSE
                       PERFORM PATCH-REFUSE-RANGE
                   END-IF
               WHEN 'GOV'
                   IF WS-PAT-VAL-N >= 0 AND WS-PAT-VAL-N <= 13 THEN
                       MOVE WS-PAT-VAL-N TO SETTLE-GOV
                       PERFORM PATCH-APPLIED
                   ELSE
                       PERFORM PATCH-REFUSE-RANGE
                   END-IF
               WHEN 'LAW'
                   IF WS-PAT-VAL-N >= 0 AND WS-PAT-VAL-N <= 15 THEN
                       MOVE WS-PAT-VAL-N TO SETTLE-LAW
                       PERFORM PATCH-APPLIED
                   ELSE
                       PERFORM PATCH-REFUSE-RANGE
                   END-IF
               WHEN 'TL'
                   IF WS-PAT-VAL-N >= 0 AND WS-PAT-VAL-N <= 20 THEN
                       MOVE WS-PAT-VAL-N TO SETTLE-TL
                       PERFORM PATCH-APPLIED
                   ELSE
                       PERFORM PATCH-REFUSE-RANGE
                   END-IF
               WHEN 'PORT'
                   MOVE FUNCTION UPPER-CASE(WS-PORT-VAL(1:1))
                     TO WS-PORT-VAL(1:1)
                   IF WS-PORT-VAL(1:1) = 'A' OR 'B' OR 'C' OR 'D'
                                       OR 'E' OR 'X' THEN
                       MOVE WS-PORT-VAL(1:1) TO SETTLE-PORT
                       PERFORM PATCH-APPLIED
                   ELSE
                       PERFORM PATCH-REFUSE-RANGE
                   END-IF
               WHEN 'STAR'
                   IF WS-PAT-VAL-N >= 1
                      AND WS-PAT-VAL-N <= STAR-COUNT THEN
      *    the history sidecar, the edit comes in one generation up.
       PATCH-STORE.
           MOVE '-' TO WS-PATCH-OPEN.
           IF PATCH-STAGING THEN
               ADD 1 TO WS-PAT-STORED
               DISPLAY 'staged: ' FUNCTION TRIM(STAR-SYSTEM-NAME)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RB-REC TO STARDB-RECORD.
           OPEN EXTEND HISTORY-FILE.
           IF NOT HISTORY-FILE-OK THEN
           WRITE HISTORY-RECORD FROM STARDB-RECORD.
           CLOSE HISTORY-FILE.
           COMPUTE SYSTEM-GENERATION = STARDB-GENERATION + 1.
      *    A hand edit means the provenance no longer regenerates
      *    this record — keep the block, flag it reworked.
           IF PROVENANCE-RECORDED THEN
               SET PROVENANCE-DERIVED TO TRUE
           END-IF.
           MOVE WS-DBU-RUN-ID TO SYSTEM-SAVE-RUN-ID.
           MOVE STAR-SYSTEM-NAME TO STARDB-KEY.
           MOVE 'Y' TO WS-PAT-STORE-OK.
           REWRITE STARDB-RECORD FROM WS-STAR-SYSTEM
               INVALID KEY
                   MOVE 'DBU065' TO MC-MSG-ID
                   MOVE STAR-SYSTEM-NAME TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE '-' TO WS-PAT-STORE-OK
           END-REWRITE.
           IF WS-PAT-STORE-OK = 'Y' THEN
               ADD 1 TO WS-PAT-STORED
           END-IF.
           EXIT PARAGRAPH.

      *    '<n> assignment(s) staged|applied, <n> refused, <n>
      *    system(s) ...' into WS-PAT-RPT-LINE.
       PATCH-COUNT-LINE.
           MOVE SPACES TO WS-PAT-RPT-LINE.
           MOVE 1 TO WS-PND-PTR.
           MOVE WS-PAT-APPLIED TO WS-INT-ED.
           STRING FUNCTION TRIM(WS-INT-ED) DELIMITED BY SIZE
                  INTO WS-PAT-RPT-LINE WITH POINTER WS-PND-PTR
           END-STRING.
           IF PATCH-STAGING THEN
               STRING ' assignment(s) staged, ' DELIMITED BY SIZE
                      INTO WS-PAT-RPT-LINE WITH POINTER WS-PND-PTR
               END-STRING
           ELSE
               STRING ' assignment(s) applied, ' DELIMITED BY SIZE
                      INTO WS-PAT-RPT-LINE WITH POINTER WS-PND-PTR
               END-STRING
           END-IF.
           MOVE WS-PAT-REFUSED TO WS-INT-ED.
           STRING FUNCTION TRIM(WS-INT-ED) ' refused, '
                  DELIMITED BY SIZE
                  INTO WS-PAT-RPT-LINE WITH POINTER WS-PND-PTR
           END-STRING.
           MOVE WS-PAT-STORED TO WS-INT-ED.
           STRING FUNCTION TRIM(WS-INT-ED) DELIMITED BY SIZE
                  INTO WS-PAT-RPT-LINE WITH POINTER WS-PND-PTR
           END-STRING.
           IF PATCH-STAGING THEN
               STRING ' system(s) pending approval.'
                      DELIMITED BY SIZE
                      INTO WS-PAT-RPT-LINE WITH POINTER WS-PND-PTR
               END-STRING
           ELSE
               STRING ' system(s) stored.' DELIMITED BY SIZE
                      INTO WS-PAT-RPT-LINE WITH POINTER WS-PND-PTR
               END-STRING
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * APPROVE=<pending file>: the staged lines are replayed through
      * the same validation and stored, once the whole set has been
      * cleared — another operator than the stager, still undecided,
      * every system still at the generation it was staged against,
      * and an APPROVE grant in every sector it touches.
       APPROVE-PATCH-SET.
           SET PATCH-APPROVING TO TRUE.
           MOVE WS-APPROVE-PATH TO WS-PENDING-PATH.
           PERFORM CHECK-PENDING-SET.
           IF WS-PND-OK NOT = 'Y' THEN
               PERFORM WRITE-PATCH-LOG-ENTRY
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PENDING-FILE.
           PERFORM UNTIL PENDING-FILE-EOF
               READ PENDING-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM REPLAY-PENDING-ROW
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.
           IF WS-PATCH-OPEN = 'Y' THEN
               PERFORM PATCH-STORE
           END-IF.
           PERFORM PATCH-COUNT-LINE.
           DISPLAY FUNCTION TRIM(WS-PAT-RPT-LINE).
           IF WS-PAT-REFUSED > 0 THEN
               MOVE WS-PAT-REFUSED TO WS-PAT-REFUSED-ED
               MOVE 'DBU076' TO MC-MSG-ID
               MOVE WS-PAT-REFUSED-ED TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           MOVE 'APPROVED' TO WS-PND-DECISION.
           PERFORM RECORD-PENDING-DECISION.
           SET MC-QUERY TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           IF MC-RC < 8 THEN
               MOVE 'APPROVED' TO WS-PND-OUTCOME
           ELSE
               MOVE 'APPROVED, STORE FAILED' TO WS-PND-OUTCOME
           END-IF.
           PERFORM WRITE-PATCH-LOG-ENTRY.
           EXIT PARAGRAPH.

      *    A SYSTEM row replays as SYSTEM=<name>, a SET row as the
      *    script line it holds.
       REPLAY-PENDING-ROW.
           MOVE PENDING-RECORD TO WS-PND-LINE.
           MOVE 1 TO WS-PND-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-PND-LINE, WS-PND-PTR,
                   WS-PND-FLD.
           MOVE WS-PND-FLD TO WS-PND-TAG.
           EVALUATE WS-PND-TAG
               WHEN 'SYSTEM'
                   CALL 'CSV-SPLIT-FIELD' USING WS-PND-LINE,
                           WS-PND-PTR, WS-PND-FLD
                   CALL 'CSV-SPLIT-FIELD' USING WS-PND-LINE,
                           WS-PND-PTR, WS-PND-FLD
                   CALL 'CSV-SPLIT-FIELD' USING WS-PND-LINE,
                           WS-PND-PTR, WS-PND-FLD
                   MOVE SPACES TO WS-PORT-LINE
                   STRING 'SYSTEM=' FUNCTION TRIM(WS-PND-FLD)
                          DELIMITED BY SIZE INTO WS-PORT-LINE
                   END-STRING
                   PERFORM PATCH-PROCESS-LINE
               WHEN 'SET'
                   MOVE WS-PND-LINE(5:) TO WS-PORT-LINE
                   PERFORM PATCH-PROCESS-LINE
           END-EVALUATE.
           EXIT PARAGRAPH.

      *********************************
      * REJECT=<pending file>,REASON=<text>: closed unapplied, by
      * another operator than the stager, with the reason on record.
       REJECT-PATCH-SET.
           SET PATCH-REJECTING TO TRUE.
           MOVE WS-REJECT-PATH TO WS-PENDING-PATH.
           IF WS-REJECT-REASON = SPACES THEN
               MOVE 'DBU066' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'REFUSED: NO REASON' TO WS-PND-OUTCOME
               PERFORM WRITE-PATCH-LOG-ENTRY
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-PENDING-SET.
           IF WS-PND-OK NOT = 'Y' THEN
               PERFORM WRITE-PATCH-LOG-ENTRY
               EXIT PARAGRAPH
           END-IF.
           MOVE 'REJECTED' TO WS-PND-DECISION.
           PERFORM RECORD-PENDING-DECISION.
           MOVE 'DBU067' TO MC-MSG-ID.
           MOVE WS-PENDING-PATH TO MC-INSERT(1).
           MOVE WS-PND-STAGER TO MC-INSERT(2).
           MOVE WS-REJECT-REASON TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE 'REJECTED' TO WS-PND-OUTCOME.
           PERFORM WRITE-PATCH-LOG-ENTRY.
           EXIT PARAGRAPH.

      *    Pass 1 reads the header and any decision; pass 2, only
      *    when those allow it, clears each system (and each SECTOR=
      *    move) against the live record and the authority file.
      *    WS-PND-OK ends 'Y' when the set may be decided.
       CHECK-PENDING-SET.
           MOVE 'Y' TO WS-PND-OK.
           MOVE SPACES TO WS-PND-STAGER WS-PND-STAGE-RUN
                          WS-PND-DECISION WS-PND-OUTCOME.
           MOVE 0 TO WS-PND-SYSTEMS.
           MOVE 1 TO WS-PND-PASS.
           PERFORM SCAN-PENDING-SET.
           EVALUATE TRUE
               WHEN WS-PND-OK NOT = 'Y'
                   MOVE 'DBU068' TO MC-MSG-ID
                   MOVE WS-PENDING-PATH TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'REFUSED: NO PENDING SET' TO WS-PND-OUTCOME
               WHEN WS-PND-STAGER = SPACES
                   MOVE 'DBU069' TO MC-MSG-ID
                   MOVE WS-PENDING-PATH TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'REFUSED: NOT A PENDING SET' TO WS-PND-OUTCOME
               WHEN WS-PND-DECISION NOT = SPACES
                   MOVE 'DBU070' TO MC-MSG-ID
                   MOVE WS-PENDING-PATH TO MC-INSERT(1)
                   MOVE FUNCTION LOWER-CASE(WS-PND-DECISION)
                     TO MC-INSERT(2)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'REFUSED: ALREADY DECIDED' TO WS-PND-OUTCOME
               WHEN WS-PND-STAGER = WS-AUTH-OPER
                   MOVE 'DBU071' TO MC-MSG-ID
                   MOVE WS-AUTH-OPER TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'REFUSED: SAME OPERATOR AS STAGER'
                     TO WS-PND-OUTCOME
               WHEN OTHER
                   MOVE 2 TO WS-PND-PASS
                   PERFORM SCAN-PENDING-SET
                   IF WS-PND-OK NOT = 'Y' THEN
                       MOVE 'DBU072' TO MC-MSG-ID
                       MOVE WS-PENDING-PATH TO MC-INSERT(1)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   END-IF
           END-EVALUATE.
           IF WS-PND-OUTCOME NOT = SPACES THEN
               MOVE '-' TO WS-PND-OK
           END-IF.
           EXIT PARAGRAPH.

       SCAN-PENDING-SET.
           OPEN INPUT PENDING-FILE.
           IF NOT PENDING-FILE-OK THEN
               MOVE '-' TO WS-PND-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PENDING-FILE-EOF
               READ PENDING-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM SCAN-ONE-PENDING-ROW
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.
           EXIT PARAGRAPH.

       SCAN-ONE-PENDING-ROW.
           MOVE PENDING-RECORD TO WS-PND-LINE.
           MOVE 1 TO WS-PND-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-PND-LINE, WS-PND-PTR,
                   WS-PND-FLD.
           MOVE WS-PND-FLD TO WS-PND-TAG.
           EVALUATE TRUE
               WHEN WS-PND-PASS = 1 AND WS-PND-TAG = 'PENDING'
                   CALL 'CSV-SPLIT-FIELD' USING WS-PND-LINE,
                           WS-PND-PTR, WS-PND-FLD
                   MOVE WS-PND-FLD TO WS-PND-STAGE-RUN
                   CALL 'CSV-SPLIT-FIELD' USING WS-PND-LINE,
                           WS-PND-PTR, WS-PND-FLD
                   MOVE WS-PND-FLD TO WS-PND-STAGER
               WHEN WS-PND-PASS = 1
                AND (WS-PND-TAG = 'APPROVED'
                  OR WS-PND-TAG = 'REJECTED')
                   MOVE WS-PND-TAG TO WS-PND-DECISION
               WHEN WS-PND-PASS = 2 AND WS-PND-TAG = 'SYSTEM'
                   PERFORM CLEAR-PENDING-SYSTEM
               WHEN WS-PND-PASS = 2 AND WS-PND-TAG = 'SET'
                   PERFORM CLEAR-PENDING-SECTOR-MOVE
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    A SECTOR= line moves the system into a sector the approver
      *    must hold the grant for as well.
       CLEAR-PENDING-SECTOR-MOVE.
           INITIALIZE WS-PORT-KEY WS-PORT-VAL.
           UNSTRING WS-PND-LINE(5:) DELIMITED BY '='
                   INTO WS-PORT-KEY, WS-PORT-VAL
           END-UNSTRING.
           IF FUNCTION TRIM(WS-PORT-KEY) NOT = 'SECTOR' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'APPROVE' TO AU-VERB.
           MOVE FUNCTION TRIM(WS-PORT-VAL) TO AU-SECTOR.
           MOVE WS-PND-NAME TO AU-TARGET.
           PERFORM CHECK-AUTHORITY.
           IF AU-DENIED THEN
               MOVE '-' TO WS-PND-OK
           END-IF.
           EXIT PARAGRAPH.

      *    Approval needs the record exactly as staged; a rejection
      *    only needs the grant (in the staged-against sector when
      *    the system has gone since).
       CLEAR-PENDING-SYSTEM.
           ADD 1 TO WS-PND-SYSTEMS.
           CALL 'CSV-SPLIT-FIELD' USING WS-PND-LINE, WS-PND-PTR,
                   WS-PND-FLD.
           COMPUTE WS-PND-GEN = FUNCTION NUMVAL(WS-PND-FLD).
           CALL 'CSV-SPLIT-FIELD' USING WS-PND-LINE, WS-PND-PTR,
                   WS-PND-FLD.
           MOVE WS-PND-FLD TO WS-PND-SAVE-RUN.
           CALL 'CSV-SPLIT-FIELD' USING WS-PND-LINE, WS-PND-PTR,
                   WS-PND-FLD.
           MOVE WS-PND-FLD TO WS-PND-NAME.
           MOVE 'APPROVE' TO AU-VERB.
           MOVE SPACES TO AU-SECTOR.
           MOVE WS-PND-NAME TO AU-TARGET.
           MOVE WS-PND-NAME TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   IF PATCH-APPROVING THEN
                       MOVE 'DBU073' TO MC-MSG-ID
                       MOVE WS-PND-NAME TO MC-INSERT(1)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE '-' TO WS-PND-OK
                       EXIT PARAGRAPH
                   END-IF
               NOT INVALID KEY
                   MOVE STARDB-SECTOR TO AU-SECTOR
                   IF PATCH-APPROVING
                      AND (STARDB-GENERATION NOT = WS-PND-GEN
                       OR STARDB-SAVE-RUN-ID NOT = WS-PND-SAVE-RUN)
                      THEN
                       MOVE 'DBU074' TO MC-MSG-ID
                       MOVE WS-PND-NAME TO MC-INSERT(1)
                       MOVE STARDB-GENERATION TO MC-INSERT(2)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE '-' TO WS-PND-OK
                       EXIT PARAGRAPH
                   END-IF
           END-READ.
           PERFORM CHECK-AUTHORITY.
           IF AU-DENIED THEN
               MOVE '-' TO WS-PND-OK
           END-IF.
           EXIT PARAGRAPH.

      *    The decision row closes the set: who, when, which run —
      *    and, for a rejection, why.
       RECORD-PENDING-DECISION.
           MOVE FUNCTION CURRENT-DATE TO WS-PND-TS.
           MOVE WS-REJECT-REASON TO WS-PND-Q-IN.
           CALL 'CSV-QUOTE-FIELD' USING WS-PND-Q-IN, WS-PND-QUOTED.
           MOVE SPACES TO WS-PND-LINE.
           STRING FUNCTION TRIM(WS-PND-DECISION) DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUTH-OPER)  DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  WS-PND-TS(1:14)              DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  WS-DBU-RUN-ID                DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PND-QUOTED) DELIMITED BY SIZE
                  INTO WS-PND-LINE
           END-STRING.
           OPEN EXTEND PENDING-FILE.
           WRITE PENDING-RECORD FROM WS-PND-LINE.
           CLOSE PENDING-FILE.
           EXIT PARAGRAPH.

      *    The run log row for a staging or a decision, in G4SSGCRE's
      *    shape plus the operator who did it and the run's highest
      *    message so far.
       WRITE-PATCH-LOG-ENTRY.
           SET MC-QUERY TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE FUNCTION CURRENT-DATE TO WS-PND-TS.
           OPEN EXTEND RUNLOG-FILE.
           IF NOT RUNLOG-FILE-OK THEN
               OPEN OUTPUT RUNLOG-FILE
           END-IF.
           MOVE SPACES TO RUNLOG-RECORD.
           STRING WS-PND-TS(1:14)              DELIMITED BY SIZE
                  ',PARM='                     DELIMITED BY SIZE
                  FUNCTION TRIM(LK-PARM-DATA)  DELIMITED BY SIZE
                  ',OUTCOME='                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PND-OUTCOME) DELIMITED BY SIZE
                  ',OPER='                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUTH-OPER)  DELIMITED BY SIZE
                  ',RUNID='                    DELIMITED BY SIZE
                  WS-DBU-RUN-ID                DELIMITED BY SIZE
                  ',PGM=G4SSGDBU'              DELIMITED BY SIZE
                  ',MSGID='                    DELIMITED BY SIZE
                  FUNCTION TRIM(MC-HIGH-ID)    DELIMITED BY SIZE
                  INTO RUNLOG-RECORD
           END-STRING.
           WRITE RUNLOG-RECORD.
           CLOSE RUNLOG-FILE.
           EXIT PARAGRAPH.

      *********************************
      * The '-' defaults INITIALIZE doesn't restore — every one-byte
      * code the readers key on, across all 200 star slots and their
           MOVE 0 TO WS-CUR-STAR.
           MOVE 0 TO WS-CUR-ORB.
           EXIT PARAGRAPH.

      *********************************
      * Ask the operator authority gate about AU-VERB on AU-TARGET in
      * AU-SECTOR (the caller sets those three).  A denial is this
      * run's return code 8; the gate logs the verdict either way.
       CHECK-AUTHORITY.
           MOVE 'G4SSGDBU' TO AU-PROGRAM.
           MOVE WS-AUTH-OPER TO AU-OPERATOR.
           MOVE WS-RUNLOG-PATH TO AU-RUNLOG-PATH.
           MOVE WS-DBU-RUN-ID TO AU-RUN-ID.
           CALL 'CHECK-OPERATOR-AUTHORITY' USING WS-AUTH-CTL.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
