                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       SHARING WITH ALL OTHER
                                       LOCK MODE IS AUTOMATIC
                                       FILE STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-PROFILE-STATUS.
      *    Sector design brief — see WS-BRIEF-PATH.
           SELECT BRIEF-FILE           ASSIGN TO WS-BRIEF-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-BRIEF-STATUS.
      *    Player write-up disclosure table — see WS-PLAYER-MODE.
           SELECT DISCLOSE-FILE        ASSIGN TO WS-DISCLOSE-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-DISCLOSE-STATUS.
      *    Audit trail — one row per invocation (timestamp, PARM used,
      *    outcome), appended to across every run so old settings can
      *    be traced back later.  Not gated by any 88 like REPORT-FILE/
      *    see WS-COORD-MODE and WRITE-STAR-CHART.
           SELECT CHART-FILE           ASSIGN TO WS-CHART-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.
      *    Co-eval stellar groups seeded over the batch — see
      *    WS-GROUP-WANTED and WRITE-GROUP-FILE.
           SELECT GROUP-FILE           ASSIGN TO WS-GROUP-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.
      *    Traveller-style UWP sector file — see WS-UWP-MODE.
           SELECT UWP-FILE             ASSIGN TO WS-UWP-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-HISTORY-STATUS.
      *    World-detail sidecar — the full world/belt/giant entry for
      *    every occupied orbit of a saved system, keyed by system +
      *    star + orbit (see cpy/WORLDDTL.cpy), written beside each
      *    SAVE-STAR-SYSTEM and read back by LOAD-STAR-SYSTEM.  Its
      *    displaced rows go to their own history file, same idea as
      *    HISTORY-FILE above.
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
      *    The campaign annotation sidecar (see G4SSGNOT) — read
      *    for the write-up header so claims and notes print with
      *    the system; never written from here.
                                       RECORD KEY IS NOTE-KEY
                                       FILE STATUS
                                       IS WS-NOTES-STATUS.
      *    Local calendars (see G4SSGCAL) — read for the write-up
      *    header's local date; never written from here.
           SELECT CALENDAR-FILE        ASSIGN TO WS-CAL-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS CAL-KEY
                                       FILE STATUS
                                       IS WS-CAL-STATUS.
      *    Orbital-installation sidecar — what is built where in a
      *    saved system, keyed by system + star + orbit like the
      *    world-detail file (see cpy/INSTREC.cpy); rewritten beside
      *    each SAVE-STAR-SYSTEM, read back by LOAD-STAR-SYSTEM.
           SELECT INSTALL-FILE         ASSIGN TO WS-INST-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS INST-KEY
                                       SHARING WITH ALL OTHER
                                       LOCK MODE IS AUTOMATIC
                                       FILE STATUS
                                       IS WS-INST-STATUS.
      *    Sapient-species registry — 'SPECIES=Y'/'SPECIES=<path>'
      *    rolls for thinking natives on the old systems' living
      *    worlds and carries the expansionist ones out as colonies
      *    (see GEN-SAPIENT-SPECIES), keyed by species name (see
      *    cpy/SPECREC.cpy).  Read once for the run, written beside
      *    each SAVE-STAR-SYSTEM that founds or settles anything.
           SELECT SPECIES-FILE         ASSIGN TO WS-SPC-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS SPEC-KEY
                                       SHARING WITH ALL OTHER
                                       LOCK MODE IS AUTOMATIC
                                       FILE STATUS
                                       IS WS-SPC-STATUS.
      *    Terraforming assessment — 'TFORM=Y'/'TFORM=<path>' ranks
      *    the run's near-miss worlds by what is fixable and at
      *    what scale of effort (see COLLECT-TERRAFORM-CANDIDATES);
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-ROGUE-STATUS.
      *    Long-range links — the wormholes and jump gates the
      *    feature pass rolls (see GEN-LONG-RANGE-LINKS), keyed by
      *    rolling sector + sequence (see cpy/WORMREC.cpy).
           SELECT WORM-FILE            ASSIGN TO WS-WORM-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WORM-KEY
                                       SHARING WITH ALL OTHER
                                       LOCK MODE IS AUTOMATIC
                                       FILE STATUS
                                       IS WS-WORM-STATUS.
      *    Per-system trade goods — 'GOODS=Y'/'GOODS=<path>' writes
      *    one row per completed system naming its export and
      *    import commodity classes, derived from the world types,
       01  RUNLOG-RECORD               PIC X(200).
       FD  PROFILE-FILE.
       01  PROFILE-RECORD              PIC X(80).
       FD  BRIEF-FILE.
       01  BRIEF-RECORD                PIC X(80).
       FD  DISCLOSE-FILE.
       01  DISCLOSE-RECORD             PIC X(80).
       FD  WORKORDER-FILE.
       01  WORKORDER-RECORD            PIC X(200).
       FD  REJECT-FILE.
       01  ATLAS-RECORD                PIC X(160).
       FD  CHART-FILE.
       01  CHART-RECORD                PIC X(132).
       FD  GROUP-FILE.
       01  GROUP-RECORD                PIC X(200).
       FD  UWP-FILE.
       01  UWP-RECORD                  PIC X(80).
       FD  FEED-FILE.
       01  FEED-RECORD                 PIC X(80).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD              PIC X(63116).
       FD  WORLD-FILE.
       01  WORLD-RECORD.
           COPY WORLDDTL.
       FD  WORLDHIS-FILE.
       01  WORLDHIS-RECORD             PIC X(306).
       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD             PIC X(160).
       FD  TALLY-FILE.
       FD  NOTES-FILE.
       01  NOTES-RECORD.
           COPY NOTEREC.
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY CALREC.
       FD  INSTALL-FILE.
       01  INSTALL-RECORD.
           COPY INSTREC.
       FD  SPECIES-FILE.
       01  SPECIES-RECORD.
           COPY SPECREC.
       FD  WORM-FILE.
       01  WORM-RECORD.
           COPY WORMREC.

       WORKING-STORAGE SECTION.
      *********************************
       01  WS-CI-D                     USAGE COMP-2.
       01  WS-CI-LEFF                  USAGE COMP-2.
       01  WS-CI-RATIO                 USAGE COMP-2.
      *    Companion orbits into the header (RECORD-COMPANION-ORBITS).
       01  WS-CO-STAR                  PIC 999 USAGE COMP-5.
       01  WS-CO-ENTRY                 PIC 9 USAGE COMP-5.
      *    Trade-goods state — see GEN-TRADE-GOODS.
       01  WS-GOODS-MODE               PIC X VALUE '-'.
           88  GOODS-ENABLED           VALUE 'Y'
       01  WS-NOTES-PATH               PIC X(100) VALUE "notes.dat".
       01  WS-NOTES-STATUS             PIC XX.
           88  NOTES-FILE-OK           VALUE '00'.
       01  WS-CAL-PATH                 PIC X(100)
                                       VALUE "calendars.dat".
       01  WS-CAL-STATUS               PIC XX.
           88  CAL-FILE-OK             VALUE '00'.
       01  WS-CAL-CLOCK-TRIED          PIC X VALUE '-'.
       01  WS-CAL-DISP-STAR            PIC Z9.
       01  WS-CAL-DISP-ORBIT           PIC ZZ9.
       01  WS-LD-CTL.
           COPY CALCTL.
      *    Companion-tide scratch — see PLACE-PLANETS-AND-BELTS.
       01  WS-COMPANION-TIDE           USAGE COMP-2.
       01  WS-CT-SEP                   PIC 999 USAGE COMP-5.
      *    Run seed for reproducible dice — 0 means "don't reseed,
      *    just let FUNCTION RANDOM run free" (see DICER000.cob).
       01  WS-SEED                     PIC 9(9) USAGE COMP-5 VALUE 0.
      *    Each system's own seed, drawn from the run's stream just
      *    before it is rolled, and the derived seeds its post-roll
      *    passes restart from (see DRAW-SYSTEM-SEED/RESEED-SYSTEM-
      *    PHASE) — what the provenance block records.
       01  WS-SYSTEM-SEED              PIC 9(9) USAGE COMP-5 VALUE 0.
       01  WS-PHASE-SEED               PIC 9(9) USAGE COMP-5 VALUE 0.
       01  WS-SEED-PHASE               PIC 9 USAGE COMP-5 VALUE 0.
      *    This run's id — CURRENT-DATE(1:16) taken once at start, on
      *    the run log row and on every system the run saves.
       01  WS-RUN-ID                   PIC X(16) VALUE SPACES.
      *    Canned dice sequence file — SPACES means "roll for real";
      *    otherwise 1D6 reads its face values from this file instead
      *    of FUNCTION RANDOM, one line per die, for a fully
      *    (beyond that band) is tolerated before it's worth a warning.
       01  WS-POP-AGE-MIN              USAGE COMP-2.
       01  WS-POP-AGE-MAX              USAGE COMP-2.
       01  WS-AGE-DISP                 PIC ZZ9.99.
       01  WS-POP-AGE-SLACK            USAGE COMP-2 VALUE 1.0.
      *    Forced primary mass/type — 0.0/SPACES means "roll it as
      *    usual".  Only ever applied to the system's primary (STAR-IDX
       01  WS-REJECT-STATUS            PIC XX.
           88  REJECT-FILE-OK          VALUE '00'.
       01  WS-REJECT-LINE              PIC X(120).
      *    Rows this run wrote — the run log's REJECTS= figure.
       01  WS-REJECT-ROWS              PIC 9(6) USAGE COMP-5 VALUE 0.
       01  WS-PEND-REJ-COUNT           PIC 9 USAGE COMP-5 VALUE 0.
       01  WS-PEND-REJ                 OCCURS 4 TIMES
                                       INDEXED BY REJ-IDX.
           05  WO-DEF-MASS             USAGE COMP-2.
           05  WO-DEF-TYPE             PIC X(10).
           05  WO-DEF-SEED             PIC 9(9) USAGE COMP-5.
      *    Published-sector pins — the extra work-order keys
      *    G4SSGIMP writes for each line of an imported T5/sec file:
      *        HEX=ccrr       hex column/row on the grid (see
      *                       'GRIDWIDTH=<n>', default 10 columns;
      *                       a full sector wants GRIDWIDTH=32)
      *        UWP=A788899-C  starport and social digits pinned over
      *                       the settlement roll; size/atmosphere/
      *                       hydrographics checked against the
      *                       rolled best world
      *        BASES=NSW      naval/scout/way-station ('-' = none)
      *        ALLEG=ImDd     allegiance code
      *        SPEC=G2 V      primary's spectral class, snapped to the
      *                       nearest main-sequence CSV type
      *    Whatever the generator could not make true is listed on the
      *    line's report row, and counted at the end of the run.
       01  WS-PUB-PINS.
           05  WS-PUB-HEX              PIC X(4).
           05  WS-PUB-UWP              PIC X(9).
           05  WS-PUB-BASES            PIC X(4).
           05  WS-PUB-ALLEG            PIC X(4).
           05  WS-PUB-SPEC             PIC X(10).
       01  WS-PUB-MODE                 PIC X VALUE '-'.
           88  PUB-PINS-ACTIVE         VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-PUB-GRID                 PIC X VALUE '-'.
           88  PUB-GRID-PINNED         VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-PUB-MISSES               PIC X(120).
       01  WS-PUB-MISS-PTR             PIC 999 USAGE COMP-5.
       01  WS-PUB-MISS-LINES           PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-PUB-COL                  PIC 99 USAGE COMP-5.
       01  WS-PUB-ROW                  PIC 99 USAGE COMP-5.
       01  WS-PUB-IDX                  PIC 9(5) USAGE COMP-5.
       01  WS-PUB-MAX-IDX              PIC 9(5) USAGE COMP-5.
       01  WS-PUB-I                    PIC 99 USAGE COMP-5.
       01  WS-PUB-N                    PIC 99 USAGE COMP-5.
       01  WS-PUB-DIGIT                PIC X.
       01  WS-PUB-SCAN                 PIC X(200).
       01  WS-PUB-SCAN-HEAD            PIC X(200).
       01  WS-PUB-SCAN-TAIL            PIC X(200).
       01  WS-PUB-SUB                  PIC 9 USAGE COMP-5.
       01  WS-PUB-BEST-SUB             PIC 99 USAGE COMP-5.
       01  WS-PUB-BEST-TYPE            PIC X(10).
       01  WS-PUB-NOTE                 PIC X(40).
       01  WS-DISP-PUB-N               PIC ZZZZ9.
      *    'COMPARE=Y' + 'PROFILEA='/'PROFILEB=': run the same SEED=
      *    batch twice, once under each profile file's tokens, with
      *    all file output suppressed, and emit a structured delta
       01  WS-SNAP-BELT                PIC 9(7) USAGE COMP-5.
       01  WS-SNAP-GG                  PIC 9(7) USAGE COMP-5.
       01  WS-SNAP-TROJAN              PIC 9(7) USAGE COMP-5.
      *    'BRIEF=<path>' holds a whole batch to a sector design
      *    brief, where WANT= holds one system at a time.  One
      *    constraint per line, '#' for comments:
      *        GARDEN>=4       garden worlds in the sector
      *        HZWORLD>=6      systems with a habitable-zone world
      *        MOTHERLODE>=1   motherlode belts
      *        VAULT>=1        sealed precursor vaults
      *        POP9>=2         systems settled to population 9+
      *                        (each one seats a G4SSGPOL capital)
      *        EMPTY<=10       per cent of the grid left dark
      *    '>=' or '<=' either way round.  EMPTY is met up front, on
      *    the occupancy block; the rest after the batch, by
      *    rerolling (same name, same hex, re-saved through the
      *    history sidecar) whichever system best closes the gap,
      *    one per round, until the brief holds or 'BRIEFCAP=<n>'
      *    rounds (default 25) are spent.  Plain batches only — not
      *    RESUME=, SHARD= or the file-driven modes — and the first
      *    1200 grid positions.
       01  WS-BRIEF-PATH               PIC X(100) VALUE SPACES.
       01  WS-BRIEF-STATUS             PIC XX.
           88  BRIEF-FILE-OK           VALUE '00'.
           88  BRIEF-FILE-EOF          VALUE '10'.
       01  WS-BRIEF-MODE               PIC X VALUE '-'.
           88  BRIEF-ACTIVE            VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-BRIEF-CAP                PIC 9(4) USAGE COMP-5 VALUE 25.
       01  WS-BRIEF-ROUNDS             PIC 9(4) USAGE COMP-5 VALUE 0.
       01  WS-BRIEF-COUNT              PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-BRIEF-TAB.
           05  BRF-CON                 OCCURS 12 TIMES
                                       INDEXED BY BRF-IDX.
               10  BRF-TEXT            PIC X(30).
               10  BRF-METRIC          PIC X(10).
               10  BRF-POP-MIN         PIC 99 USAGE COMP-5.
               10  BRF-OP              PIC XX.
                   88  BRF-AT-LEAST    VALUE '>='.
                   88  BRF-AT-MOST     VALUE '<='.
               10  BRF-TARGET          PIC 9(5) USAGE COMP-5.
               10  BRF-TOTAL           PIC 9(5) USAGE COMP-5.
               10  BRF-MET             PIC X.
                   88  BRF-CON-MET     VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
      *    What each grid position's system brings to the brief, noted
      *    as it is rolled (and again after each reroll).
       01  WS-BRIEF-SYS-TAB.
           05  BRF-SYS                 OCCURS 1200 TIMES.
               10  BRF-GARDEN          PIC 99 USAGE COMP-5.
               10  BRF-HZ              PIC 9 USAGE COMP-5.
               10  BRF-LODE            PIC 99 USAGE COMP-5.
               10  BRF-VAULT           PIC 99 USAGE COMP-5.
               10  BRF-POP             PIC 99 USAGE COMP-5.
               10  BRF-REROLLS         PIC 99 USAGE COMP-5.
       01  WS-BRF-KEY                  PIC X(20).
       01  WS-BRF-VAL                  PIC X(20).
       01  WS-BRF-OP                   PIC XX.
       01  WS-BRF-LIMIT                PIC 9(5) USAGE COMP-5.
       01  WS-BRF-I                    PIC 9(5) USAGE COMP-5.
       01  WS-BRF-PICK                 PIC 9(5) USAGE COMP-5.
       01  WS-BRF-SCORE                PIC S9(7) USAGE COMP-5.
       01  WS-BRF-BEST                 PIC S9(7) USAGE COMP-5.
       01  WS-BRF-CONTRIB              PIC 9(5) USAGE COMP-5.
       01  WS-BRF-UNMET                PIC 99 USAGE COMP-5.
       01  WS-BRF-DARK                 PIC 9(5) USAGE COMP-5.
       01  WS-BRF-TRIES                PIC 9(7) USAGE COMP-5.
       01  WS-BRF-WANT-SAVE            PIC 9 USAGE COMP-5.
       01  WS-BRF-NAME-SAVE            PIC X(40).
       01  WS-BRF-IDX-SAVE             PIC 9(5) USAGE COMP-5.
       01  WS-BRF-DISP-A               PIC ZZZZ9.
       01  WS-BRF-DISP-B               PIC ZZZZ9.
       01  WS-BRF-VERDICT              PIC X(7).
      *    Printable world write-up — 'REPORT=Y' on the PARM turns it
      *    on with the default path below; 'REPORT=<path>' (anything
      *    other than a bare 'Y') turns it on *and* points it at
                                       WHEN SET TO FALSE IS '-'.
       01  WS-REPORT-PATH              PIC X(100) VALUE "report.txt".
       01  WS-REPORT-LINE              PIC X(200).
      *    'PLAYER=Y' writes the write-up as a player handout instead
      *    (and turns it on, as REPORT=Y would): each section is
      *    shown only once the system's survey level in the notes
      *    sidecar (NOTE-SURVEY, 0 when there is no annotation)
      *    reaches that section's disclosure level, and the GM's
      *    note text is never printed.  'DISCLOSE=<path>' overrides
      *    the levels below, one 'SECTION=<level>' per line ('#' for
      *    comments), <level> a survey level 0-9, VISITED (only
      *    once NOTE-VISITED is Y) or NEVER:
      *        STARS       star figures, diagram, hierarchy, weather
      *        GIANTS      gas giants and their moons
      *        BODIES      that a terrestrial world or belt is there
      *        WORLDS      world sizes, atmospheres, belt make-up,
      *                    moons
      *        SURFACE     day, tilt, tides, climate bands, surface
      *                    map, sky view
      *        GEOLOGY     volcanism, tectonics, magnetic field
      *        RESOURCES   resource values, affinity, belt richness,
      *                    Lagrange sites
      *        LIFE        biospheres
      *        SETTLEMENT  settlement, bases, travel zone
      *        INSTALLS    installations
      *        OUTER       Kuiper belt, comets, dwarfs, Oort cloud
      *        HISTORY     system history
      *        PRECURSOR   precursor ruins, artifacts and vaults
      *        HOOKS       adventure hooks
      *    The sector-level lines (design brief, long-range links,
      *    rogue worlds) are GM material and never go in a handout.
       01  WS-PLAYER-MODE              PIC X VALUE '-'.
           88  PLAYER-VIEW             VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-DISCLOSE-PATH            PIC X(100) VALUE SPACES.
       01  WS-DISCLOSE-STATUS          PIC XX.
           88  DISCLOSE-FILE-OK        VALUE '00'.
           88  DISCLOSE-FILE-EOF       VALUE '10'.
       COPY DSCTAB.
       01  WS-DSC-KEY                  PIC X(20).
       01  WS-DSC-VAL                  PIC X(20).
       01  WS-DSC-SURVEY               PIC 9 VALUE 0.
       01  WS-DSC-VISITED              PIC X VALUE '-'.
       01  WS-DSC-SHOW                 PIC X.
       01  WS-NOTE-FOUND               PIC X VALUE '-'.
      *    The orbit the write-up walk is on is listed at all.
       01  WS-DSC-ORBIT                PIC X.
           88  ORBIT-DISCLOSED         VALUE 'Y'.
      *    Scratch for re-indenting a world's second line when its
      *    opening section is withheld.
       01  WS-DSC-LINE                 PIC X(200).
      *    Full internal trace — 'TRACE=Y'/'TRACE=<path>' PARM, same
      *    'Y'-or-a-path idiom as 'REPORT'/'SECTOR'.  WRITE-TRACE-LINE
      *    is the one place that actually writes a row; callers just
       01  WS-RUNLOG-OUTCOME            PIC X(40).
       01  WS-RUNLOG-STATUS             PIC XX.
           88  RUNLOG-FILE-OK           VALUE '00'.
       01  WS-RUNLOG-DISP-SYS           PIC Z(5)9.
       01  WS-RUNLOG-DISP-REJ           PIC Z(5)9.
      *    Base system name/sector coordinate off the PARM — in a batch
      *    run this is a prefix and each system gets '-<n>' appended so
      *    they're still distinguishable from each other.
           88  WAS-CSV-ERROR           VALUE 'Y'
                                       WHEN SET TO FALSE IS 'N'.
       01  WS-CSV-ERROR-COUNT          PIC 999 USAGE COMP-5 VALUE 0.
      *    Adler-32 over the evolution table's lines as loaded, so a
      *    saved system can say which SPECS.csv it was rolled
      *    against (see LOAD-EVOLUTION-CSV).
       01  WS-EVO-CHECKSUM             PIC 9(10) VALUE 0.
       01  WS-EVO-SUM-A                PIC 9(5) USAGE COMP-5.
       01  WS-EVO-SUM-B                PIC 9(5) USAGE COMP-5.
       01  WS-EVO-CK-POS               PIC 99 USAGE COMP-5.
       01  WS-FMT-DIGITS               PIC 9 VALUE 5.
      *    Display units — '-' (default) shows mass/luminosity/radius/
      *    distance Sol- and AU-relative, as always; 'S' switches
           88  THROUGHPUT-MODE         VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-CHECK-EVERY              PIC 9(5) USAGE COMP-5 VALUE 1.
       01  WS-TIME-START               PIC 9(8) USAGE COMP-5 VALUE 0.
       01  WS-TIME-RAW                 PIC 9(8).
       01  FILLER REDEFINES WS-TIME-RAW.
           05  WS-TR-HH                PIC 99.
       01  WS-FEAT-SPAN                PIC 9 USAGE COMP-5.
       01  WS-FEAT-IDX                 PIC 9(5) USAGE COMP-5.
       01  WS-FEAT-DISP                PIC ZZZZ9.
      *    Long-range links, rolled at the end of the same pass: an
      *    occupied hex that comes up 18 on 3d6 and 4+ on a d6
      *    chaser opens a wormhole (one in six a jump gate) to a
      *    system at least four hexes off — in another campaign
      *    sector on a 4+, when SECTID= is set and the database
      *    holds one.  'WORMHOLES=<path>' (default wormholes.dat)
      *    is the keyed link file.
       01  WS-WORM-PATH                PIC X(100)
                                       VALUE "wormholes.dat".
       01  WS-WORM-STATUS              PIC XX.
           88  WORM-FILE-OK            VALUE '00'.
       01  WS-WORM-ORIGIN              PIC X(16).
       01  WS-WORM-COUNT               PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-WORM-LIMIT               PIC 9(5) USAGE COMP-5.
       01  WS-WORM-IDX                 PIC 9(5) USAGE COMP-5.
       01  WS-WORM-FAR-IDX             PIC 9(5) USAGE COMP-5.
       01  WS-WORM-TRIES               PIC 99 USAGE COMP-5.
       01  WS-WORM-DIST                PIC S9(5) USAGE COMP-5.
       01  WS-WORM-QA                  PIC S9(5) USAGE COMP-5.
       01  WS-WORM-QB                  PIC S9(5) USAGE COMP-5.
       01  WS-WORM-DX                  PIC S9(5) USAGE COMP-5.
       01  WS-WORM-DY                  PIC S9(5) USAGE COMP-5.
       01  WS-WORM-COL-A               PIC S9(5) USAGE COMP-5.
       01  WS-WORM-ROW-A               PIC S9(5) USAGE COMP-5.
       01  WS-WORM-COL-B               PIC S9(5) USAGE COMP-5.
       01  WS-WORM-ROW-B               PIC S9(5) USAGE COMP-5.
      *    Systems on file stamped with some other sector: counted
      *    once on first need (-1 = not yet), then one is picked
      *    by position on a second sweep.
       01  WS-WORM-FAR-COUNT           PIC S9(7) USAGE COMP-5.
       01  WS-WORM-PICK                PIC 9(7) USAGE COMP-5.
       01  WS-WORM-SEEN                PIC 9(7) USAGE COMP-5.
       01  WS-WORM-FAR-NAME            PIC X(48).
       01  WS-WORM-FAR-SECTOR          PIC X(12).
       01  WS-WORM-EOF                 PIC X.
       01  WS-WORM-KIND-TXT            PIC X(9).
       01  WS-WORM-STAB-TXT            PIC X(11).
       01  WS-WORM-DAYS-DISP           PIC ZZ9.9.
       01  WS-WORM-REL-DISP            PIC ZZ9.
      *    Which system name sits on each grid index this run — the
      *    feature pass needs it to stamp a nebula onto the saved
      *    record of any system its span covers.
       01  WS-MIN-SEP-LY               USAGE COMP-2 VALUE 0.
       01  WS-SEP-TRIES                PIC 9 USAGE COMP-5.
       01  WS-SEP-CLASH                PIC X.
      *    'GROUPS=<n>' — co-eval stellar groups: before a batch rolls
      *    any system, n open clusters / moving groups (at most 20)
      *    are seeded over the sector grid, each a centre hex and a
      *    radius of 1-3 hexes with an age, population, metallicity
      *    and space velocity of its own.  A system rolled into a
      *    group's hexes (the nearest centre wins) takes the group's
      *    population, its age within 5% and its metallicity within
      *    5%, carries the group's id on its record, and with
      *    COORDS=Y is placed inside the group's volume moving with
      *    the group's velocity (a few per cent of scatter).  The
      *    groups are rolled off the base seed like the occupancy
      *    block, so every shard and a resumed batch agree on them;
      *    'GROUPFILE=<path>' (default stargroups.csv) gets one row
      *    per group for G4SSGGRP's report.  0 (the default) leaves
      *    every system rolling alone, exactly as before.
       01  WS-GROUP-WANTED             PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-GROUP-COUNT              PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-GROUP-PATH               PIC X(100)
                                       VALUE "stargroups.csv".
      *    The group the system being rolled belongs to, 0 = field.
       01  WS-CUR-GROUP                PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-GRP-I                    PIC 99 USAGE COMP-5.
       01  WS-GRP-BEST-DIST            PIC S9(5) USAGE COMP-5.
       01  WS-GRP-DIST                 PIC S9(5) USAGE COMP-5.
       01  WS-GRP-CUBE-X               PIC S9(5) USAGE COMP-5.
       01  WS-GRP-CUBE-Z               PIC S9(5) USAGE COMP-5.
       01  WS-GRP-DX                   PIC S9(5) USAGE COMP-5.
       01  WS-GRP-DY                   PIC S9(5) USAGE COMP-5.
       01  WS-GRP-DZ                   PIC S9(5) USAGE COMP-5.
       01  WS-GRP-IDX                  PIC 9(5) USAGE COMP-5.
       01  WS-GRP-ID-N                 PIC 99.
       01  WS-GROUP-LINE               PIC X(200).
       01  WS-GRP-PTR                  PIC 999 USAGE COMP-5.
       01  WS-GRP-DISP                 PIC Z9.
       01  WS-GRP-TAB.
           05  GRP                     OCCURS 20 TIMES.
               10  GRP-ID              PIC X(8).
               10  GRP-KIND            PIC X(12).
               10  GRP-COL             PIC S9(5) USAGE COMP-5.
               10  GRP-ROW             PIC S9(5) USAGE COMP-5.
               10  GRP-CUBE-X          PIC S9(5) USAGE COMP-5.
               10  GRP-CUBE-Z          PIC S9(5) USAGE COMP-5.
               10  GRP-RADIUS          PIC 9 USAGE COMP-5.
      *            The group's SYSTEM-AGE image (BYR + POPULATION),
      *            and the pieces the group file reports.
               10  GRP-AGE-IMAGE       PIC X(10).
               10  GRP-BYR             USAGE COMP-2.
               10  GRP-POPULATION      PIC XX.
               10  GRP-METAL           USAGE COMP-2.
               10  GRP-VEL-X           USAGE COMP-2.
               10  GRP-VEL-Y           USAGE COMP-2.
               10  GRP-VEL-Z           USAGE COMP-2.
               10  GRP-CTR-X           USAGE COMP-2.
               10  GRP-CTR-Y           USAGE COMP-2.
               10  GRP-CTR-Z           USAGE COMP-2.
               10  GRP-SPREAD-LY       USAGE COMP-2.
               10  GRP-MEMBERS         PIC 9(5) USAGE COMP-5.
       01  WS-CLOCK-PATH               PIC X(100)
                                       VALUE "campclock.dat".
       01  WS-CLOCK-STATUS             PIC XX.
       01  WS-UWP-HEX                  PIC 9(4).
       01  WS-UWP-CODE                 PIC X(9).
       01  WS-UWP-PBG                  PIC X(3).
       01  WS-UWP-BASE                 PIC X.
       01  WS-UWP-ZONE                 PIC X.
       01  WS-UWP-ALLEG                PIC X(4).
       01  WS-UWP-N                    PIC S9(4) USAGE COMP-5.
       01  WS-UWP-BELTS                PIC 999 USAGE COMP-5.
       01  WS-UWP-GIANTS               PIC 999 USAGE COMP-5.
      *    figures themselves live in SYSTEM-SETTLEMENT (SYSHDR.cpy)
      *    so they persist with the record.
       01  WS-SETTLE-N                 PIC S9(4) USAGE COMP-5.
      *    Base-roll modifier for polity standing, and the strongest
      *    precursor site seen ('R' ruins/artifacts, 'V' a vault)
      *    — see ROLL-SYSTEM-BASES and CLASSIFY-TRAVEL-ZONE.
       01  WS-BASE-DM                  PIC S9(4) USAGE COMP-5.
       01  WS-ZONE-PRECURSOR           PIC X.
       01  WS-GOV-WORD                 PIC X(32).
       01  WS-DISP-SETTLE              PIC Z9.
      *    Orbital installations of the current system — see
      *    GEN-INSTALLATIONS.  Rolled (or loaded back from
      *    installs.dat) into this flat table, then grouped per
      *    orbit onto the sidecar rows by SAVE-INSTALLATIONS.
      *    'INSTALLS=<path>' points the sidecar elsewhere.
       01  WS-INST-PATH                PIC X(100)
                                       VALUE "installs.dat".
       01  WS-INST-STATUS              PIC XX.
           88  INST-FILE-OK            VALUE '00'.
       01  WS-INST-COUNT               PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-INST-TABLE.
           05  WS-INST-ENTRY           OCCURS 64 TIMES.
               10  WS-INST-STAR        PIC 99.
               10  WS-INST-ORBIT       PIC 999.
               10  WS-INST-TYPE        PIC X.
               10  WS-INST-SITE        PIC X.
               10  WS-INST-SIZE        PIC X.
       01  WS-INST-I                   PIC 99 USAGE COMP-5.
       01  WS-INST-J                   PIC 9 USAGE COMP-5.
      *    The installation being placed, and where the main world
      *    sits (star 0 = the system has none).
       01  WS-INST-NEW-TYPE            PIC X.
       01  WS-INST-NEW-SITE            PIC X.
       01  WS-INST-NEW-SIZE            PIC X.
       01  WS-INST-MW-STAR             PIC 99 USAGE COMP-5.
       01  WS-INST-MW-ORBIT            PIC 999 USAGE COMP-5.
      *    'L' when the main world's star-planet L4/L5 are stable
      *    and free of trojans, else 'O' — where a yard or depot
      *    goes.
       01  WS-INST-YARD-SITE           PIC X.
       01  WS-INST-SKIMS               PIC 9 USAGE COMP-5.
       01  WS-INST-WORD                PIC X(24).
       01  WS-INST-SITE-WORD           PIC X(16).
       01  WS-INST-SIZE-WORD           PIC X(8).
       01  WS-INST-SAVED               PIC 999 USAGE COMP-5.
       01  WS-INST-DONE                PIC X.
      *    Sapient species — see GEN-SAPIENT-SPECIES.  The registry
      *    is read into this table the first time a system asks, one
      *    entry per species with what the spread roll needs; a
      *    species rolled on the current system waits in the entry
      *    after the last until its homeworld is saved.
       01  WS-SPC-MODE                 PIC X VALUE '-'.
           88  SPECIES-ENABLED         VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-SPC-PATH                 PIC X(100)
                                       VALUE "species.dat".
       01  WS-SPC-STATUS               PIC XX.
           88  SPC-FILE-OK             VALUE '00'.
       01  WS-SPC-LOADED               PIC X VALUE '-'.
       01  WS-SPC-COUNT                PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-SPC-TAB.
           05  SPC-ENTRY               OCCURS 50 TIMES.
               10  SPC-KEY             PIC X(24).
               10  SPC-HOME-SYSTEM     PIC X(48).
               10  SPC-SECTOR          PIC X(12).
               10  SPC-TL              PIC 99.
               10  SPC-STANCE          PIC X.
               10  SPC-ATMO-COMP       PIC X(9).
               10  SPC-GRAVITY         PIC 9V99.
               10  SPC-WORLDS          PIC 99.
      *    This system's sapients: the entry whose settlement it is
      *    (0 = human), as Natives on their homeworld or a Colony.
       01  WS-SPC-HERE                 PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-SPC-ROLE                 PIC X VALUE '-'.
           88  SPC-NATIVES             VALUE 'N'.
           88  SPC-COLONY              VALUE 'C'.
       01  WS-SPC-I                    PIC 99 USAGE COMP-5.
       01  WS-SPC-J                    PIC 99 USAGE COMP-5.
       01  WS-SPC-N                    PIC S99 USAGE COMP-5.
       01  WS-SPC-TRIES                PIC 9 USAGE COMP-5.
       01  WS-SPC-PTR                  PIC 99 USAGE COMP-5.
       01  WS-SPC-NAME                 PIC X(24).
       01  WS-SPC-GRAV                 USAGE COMP-2.
       01  WS-SPC-NEW-N                PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-SPC-COL-N                PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-SPC-WORD                 PIC X(16).
       01  WS-DISP-SPC                 PIC Z9.
      *    Built-in syllables for a species name when no NAMES=
      *    table is loaded.
       01  WS-SPC-SYL-TXT.
           05  FILLER                  PIC X(36) VALUE
               'KRA THO VEL SSI QUA ZEE RIM MAK UUL '.
           05  FILLER                  PIC X(36) VALUE
               'NESHTIG GOR AX  VAU DRI SHY OM  ZUN '.
       01  WS-SPC-SYL-TAB REDEFINES WS-SPC-SYL-TXT.
           05  SPC-SYLLABLE            OCCURS 18 TIMES PIC X(4).
      *    Fixed-layout interface feed — 'FEED=Y'/'FEED=<path>' PARM,
      *    same 'Y'-or-a-path idiom as 'REPORT'/'SECTOR'/'TRACE'.
      *    Downstream shops FD the file against cpy/FEEDREC.cpy
       01  WS-LOCK-WAIT-SECS           PIC 9(4) USAGE COMP-5 VALUE 1.
       01  WS-SAVE-SETTLED             PIC X VALUE '-'.
       01  WS-HIS-APPENDED             PIC X VALUE '-'.
      *    'Y' once the record itself actually went in — the world
      *    rows only follow a save that landed.
       01  WS-DB-SAVED                 PIC X VALUE '-'.
      *    World-detail sidecar — see the WORLD-FILE SELECT and
      *    SAVE-WORLD-DETAIL/LOAD-WORLD-DETAIL.  'WORLDS=<path>' and
      *    'WORLDHIS=<path>' point them elsewhere.
       01  WS-WORLD-PATH               PIC X(100) VALUE "worlds.dat".
       01  WS-WORLD-STATUS             PIC XX.
           88  WORLD-FILE-OK           VALUE '00'.
           88  WORLD-FILE-EOF          VALUE '10'.
       01  WS-WORLDHIS-PATH            PIC X(100) VALUE "worlds.his".
       01  WS-WORLDHIS-STATUS          PIC XX.
           88  WORLDHIS-FILE-OK        VALUE '00'.
       01  WS-WD-S                     PIC 999 USAGE COMP-5.
       01  WS-WD-O                     PIC 999 USAGE COMP-5.
       01  WS-WD-REF                   PIC 999 USAGE COMP-5.
       01  WS-WD-DONE                  PIC X.
       01  WS-WD-OPEN                  PIC X VALUE '-'.
       01  WS-WD-SAVED                 PIC 999 USAGE COMP-5.
       01  WS-WD-MISSING               PIC 999 USAGE COMP-5.
       01  WS-MF-REC-COUNT             PIC 9(7) USAGE COMP-5.
       01  WS-MF-OBJ-TOTAL             PIC 9(7) USAGE COMP-5.
       01  WS-MF-DISP-COUNT            PIC Z(6)9.
       01  WS-MF-NAME                  PIC X(100).
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.
      *********************************
      * The write-up's wording — see LANGCTL.cpy.  'LANG=<code>'
      * puts the report into that language's table (data/lang/
      * <code>.txt) over the English one; anything the table leaves
      * out stays English, and numbers keep the DECIMAL= setting.
       01  WS-LANG-CTL.
           COPY LANGCTL.
       01  WS-RPT-WORDS.
           05  WS-RPT-WORD             PIC X(40) OCCURS 4 TIMES.

       LINKAGE SECTION.
       01  LK-PARM.
      *   [    MAIN    ]
      *    ^~~~~~~~~~~^
       PROCEDURE DIVISION USING LK-PARM.
           MOVE 'G4SSGCRE' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
      *    The run id comes first, so every row this run writes and
      *    every system it saves carries the same one.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-ID.
      *    Parse "command line":
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
               END-STRING
               PERFORM SUFFIX-SHARD-PATHS
               IF NOT CALIBRATION-MODE THEN
                   MOVE 'CRE001' TO MC-MSG-ID
                   MOVE WS-SHARD-IDX TO MC-INSERT(1)
                   MOVE WS-SHARD-COUNT TO MC-INSERT(2)
                   MOVE WS-SHARD-LO TO MC-INSERT(3)
                   MOVE WS-SHARD-HI TO MC-INSERT(4)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               END-IF
           ELSE
               MOVE 0 TO WS-SHARD-COUNT
               PERFORM DISPLAY-DRY-RUN-SUMMARY
               MOVE 'dry-run' TO WS-RUNLOG-OUTCOME
               PERFORM WRITE-RUN-LOG-ENTRY
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

      *    system pulled up with 'LOAD=<name>' — on its own there's no
      *    system in memory yet for it to apply to.
           IF WS-REGEN-STAR-IDX > 0 AND WS-LOAD-NAME = SPACES THEN
               MOVE 'CRE002' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 0 TO WS-REGEN-STAR-IDX
           END-IF.
           IF WS-AGE-PLUS > 0 AND WS-LOAD-NAME = SPACES THEN
               MOVE 'CRE003' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 0 TO WS-AGE-PLUS
           END-IF.

               PERFORM RUN-COMPARE-HARNESS
               MOVE 'compare-mode completed' TO WS-RUNLOG-OUTCOME
               PERFORM WRITE-RUN-LOG-ENTRY
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.


      *    Printable world write-up, alongside the CSV — same
      *    resume-appends-instead-of-clobbers rule as OUT-FILE.
           IF PLAYER-VIEW AND WS-DISCLOSE-PATH NOT = SPACES THEN
               PERFORM LOAD-DISCLOSURE-TABLE
           END-IF.
           IF REPORT-ENABLED THEN
               IF WS-RESUME-FROM > 0 OR WS-EXTEND-COUNT > 0 THEN
                   OPEN EXTEND REPORT-FILE
               MOVE 0 TO WS-SYS-IDX
               PERFORM RUN-REPROCESS-FILE
               PERFORM WRAP-UP-RUN
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-ANCHOR-PATH NOT = SPACES THEN
               MOVE WS-ANCHOR-PATH TO WS-WORKFILE-PATH
               PERFORM RUN-ANCHOR-FILE
               PERFORM WRAP-UP-RUN
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-WORKFILE-PATH NOT = SPACES THEN
               PERFORM RUN-WORK-ORDER-FILE
               PERFORM WRAP-UP-RUN
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-EXTEND-COUNT > 0 THEN
               PERFORM RUN-SECTOR-EXTENSION
               PERFORM WRAP-UP-RUN
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
      *    A cluster/core neighborhood runs denser than whatever the
                   END-IF
               END-PERFORM
           END-IF.
      *    The stellar groups roll on the base seed too, straight
      *    after the occupancy block, for the same reason.
           IF WS-GROUP-WANTED > 0 AND WS-SYSTEM-COUNT > 1 THEN
               PERFORM SEED-STELLAR-GROUPS
           END-IF.
      *    A design brief's EMPTY= bound is met on the occupancy
      *    block itself, still on the base seed.
           IF WS-BRIEF-PATH NOT = SPACES THEN
               PERFORM LOAD-SECTOR-BRIEF
           END-IF.
           IF BRIEF-ACTIVE THEN
               PERFORM FIT-BRIEF-EMPTY-HEXES
           END-IF.
      *    The occupancy block above rolled on the BASE seed, so
      *    every shard agrees which hexes are dark; from here each
      *    shard runs its own derived stream, non-overlapping with
                       '========== System 'WS-SYS-IDX' of '
                       WS-SYSTEM-COUNT' =========='
               END-IF
               IF WS-GROUP-COUNT > 0 THEN
                   PERFORM FIND-STELLAR-GROUP
               END-IF
               PERFORM GENERATE-STAR-SYSTEM
               MOVE 0 TO WS-CUR-GROUP
               IF WS-SYS-IDX <= 1200 THEN
                   MOVE STAR-SYSTEM-NAME
                     TO GRID-SYS-NAME(WS-SYS-IDX)
                   IF BRIEF-ACTIVE THEN
                       PERFORM NOTE-BRIEF-METRICS
                   END-IF
               END-IF
               ADD STAR-COUNT TO WS-TOTAL-STAR-COUNT
               IF SECTOR-ENABLED THEN
               END-IF
               IF THROUGHPUT-MODE
                  AND FUNCTION MOD(WS-SYS-IDX, 100) = 0 THEN
                   MOVE 'CRE004' TO MC-MSG-ID
                   MOVE WS-SYS-IDX TO MC-INSERT(1)
                   MOVE WS-SYSTEM-COUNT TO MC-INSERT(2)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               END-IF
      *        The marker only needs to be fresh enough to resume
      *        from — every CHECKEVERY'th system is plenty, and the
                   END-IF
               END-IF
           END-PERFORM.
           IF BRIEF-ACTIVE THEN
               PERFORM APPLY-SECTOR-BRIEF
           END-IF.
           IF FEATURES-ENABLED AND SECTOR-ENABLED THEN
               PERFORM GEN-DEEP-SPACE-FEATURES
           END-IF.
      *****    /`-----------´\                                          | GAME |
      *****   [ 0_0 END MAIN  ] -~=>       {:THE END:}                  | OVER |
      **/      )  ( `¨¨¨¨¨¨¨¨´                                          | MAN! |
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.                                                      D------´
      ******************************************************************´
      *
       ENTRY 'GEN-SYSTEM-CORE' USING LK-GEN-REQUEST, LK-GEN-SYSTEM,
               LK-GEN-TERRA, LK-GEN-BELTS, LK-GEN-GIANTS.
           MOVE 0 TO GREQ-RC.
      *    The system seed is reseeded exactly as the batch does it
      *    (DRAW-SYSTEM-SEED), so a saved system's recorded seed
      *    comes back out the same here.
           IF GREQ-SEED NOT = 0 THEN
               MOVE GREQ-SEED TO WS-SYSTEM-SEED
               COMPUTE WS-TMP-N0 = FUNCTION RANDOM(WS-SYSTEM-SEED)
           ELSE
               PERFORM DRAW-SYSTEM-SEED
           END-IF.
           MOVE WS-SYSTEM-SEED TO GREQ-OUT-SEED.
           MOVE GREQ-STAR-COUNT TO WS-FORCED-STAR-COUNT.
           MOVE GREQ-AGE TO WS-FORCED-AGE.
           MOVE GREQ-MASS TO WS-FORCED-MASS.
           MOVE GREQ-TYPE TO WS-FORCED-TYPE.
           IF GREQ-MASS-THRESHOLD > 0 THEN
               MOVE GREQ-MASS-THRESHOLD TO WS-MASS-THRESHOLD-TMP
               CALL 'SET-MASS-THRESHOLD' USING WS-MASS-THRESHOLD-TMP
           END-IF.
           IF GREQ-MASS-VARIANCE > 0 THEN
               MOVE GREQ-MASS-VARIANCE TO WS-MASS-VARIANCE-TMP
               CALL 'SET-MASS-VARIANCE' USING WS-MASS-VARIANCE-TMP
           END-IF.
           IF GREQ-GAL-REGION NOT = SPACES THEN
               MOVE GREQ-GAL-REGION TO WS-GAL-REGION
           END-IF.
           IF GREQ-CLUSTER = 'Y' THEN
               SET IN-CLUSTER-OR-CORE TO TRUE
           END-IF.
      *    The evolution table loads once per process — again only
      *    when the caller names a different one.
           IF GREQ-CSV-PATH NOT = SPACES
              AND GREQ-CSV-PATH NOT = WS-CSV-PATH THEN
               MOVE GREQ-CSV-PATH TO WS-CSV-PATH
               MOVE 0 TO EVO-COUNT
           END-IF.
           IF EVO-COUNT = 0 THEN
               PERFORM LOAD-EVOLUTION-CSV
           END-IF.
           MOVE WS-EVO-CHECKSUM TO GREQ-OUT-EVO-CHECKSUM.
           IF EVO-COUNT = 0 THEN
               MOVE 8 TO GREQ-RC
               GOBACK
           PERFORM ROLL-STAR-SYSTEM.
           MOVE GREQ-NAME TO STAR-SYSTEM-NAME.
           PERFORM RECOMPUTE-BEST-WORLD.
           MOVE 1 TO WS-SEED-PHASE.
           PERFORM RESEED-SYSTEM-PHASE.
           PERFORM GEN-SETTLEMENT.
           MOVE 2 TO WS-SEED-PHASE.
           PERFORM RESEED-SYSTEM-PHASE.
           PERFORM GEN-TRANS-OUTER-POPULATION.
           MOVE 3 TO WS-SEED-PHASE.
           PERFORM RESEED-SYSTEM-PHASE.
           PERFORM GEN-SYSTEM-HISTORY.
           SET SYSTEM-LAYOUT-CURRENT TO TRUE.
           SET COMPARE-ACTIVE TO FALSE.
                  INTO WS-REJECT-LINE
           END-STRING.
           WRITE REJECT-RECORD FROM WS-REJECT-LINE.
           ADD 1 TO WS-REJECT-ROWS.
           EXIT PARAGRAPH.

      *********************************
       LOAD-REPROCESS-ROWS.
           OPEN INPUT WORKORDER-FILE.
           IF NOT WORKFILE-OK THEN
               MOVE 'CRE005' TO MC-MSG-ID
               MOVE WS-WORKFILE-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-RPR-COUNT.
      *    The regeneration loop over the loaded names — fresh dice,
      *    same names, saved back over the old records.
       RUN-REPROCESS-FILE.
           MOVE 'CRE006' TO MC-MSG-ID.
           MOVE WS-RPR-COUNT TO MC-INSERT(1).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
      *    The reject file records exact names — never re-suffix them.
           SET WORKORDER-MODE TO TRUE.
           PERFORM VARYING RPR-IDX FROM 1 BY 1
                     TO GRID-SYS-NAME(WS-SYS-IDX)
               END-IF
               ADD STAR-COUNT TO WS-TOTAL-STAR-COUNT
               MOVE 'CRE007' TO MC-MSG-ID
               MOVE RPR-NAME(RPR-IDX) TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-PERFORM.
           SET WORKORDER-MODE TO FALSE.
           EXIT PARAGRAPH.
      * End-of-run timing off ACCEPT FROM TIME (hhmmsscc) — a run
      * that crosses midnight gets a day added back.
       DISPLAY-TIMING-SUMMARY.
           PERFORM COMPUTE-RUN-ELAPSED.
           MOVE WS-ELAPSED-SECS TO WS-DISP-SECS.
           MOVE 0 TO WS-RATE.
           IF WS-ELAPSED-SECS > 0 THEN
               COMPUTE WS-RATE = WS-TOTAL-SYS-COUNT
                       / WS-ELAPSED-SECS
           END-IF.
           MOVE WS-RATE TO WS-DISP-RATE.
           MOVE 'CRE008' TO MC-MSG-ID.
           MOVE WS-TOTAL-SYS-COUNT TO MC-INSERT(1).
           MOVE WS-DISP-SECS TO MC-INSERT(2).
           MOVE WS-DISP-RATE TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *    Seconds since WS-TIME-START into WS-ELAPSED-SECS.
       COMPUTE-RUN-ELAPSED.
           ACCEPT WS-TIME-RAW FROM TIME.
      *    hhmmsscc apart via the redefinition — COBOL division
      *    keeps decimals in intermediates, so digit-splitting
           IF WS-ELAPSED-SECS < 0 THEN
               COMPUTE WS-ELAPSED-SECS = WS-ELAPSED-SECS + 86400
           END-IF.
           EXIT PARAGRAPH.

      *********************************
           MOVE WS-NAMES-PATH TO WS-WORKFILE-PATH.
           OPEN INPUT WORKORDER-FILE.
           IF NOT WORKFILE-OK THEN
               MOVE 'CRE009' TO MC-MSG-ID
               MOVE WS-NAMES-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           ELSE
               PERFORM UNTIL WORKFILE-EOF
                   READ WORKORDER-FILE
           MOVE WS-FORCED-MASS       TO WO-DEF-MASS.
           OPEN INPUT WORKORDER-FILE.
           IF NOT WORKFILE-OK THEN
               MOVE 'CRE010' TO MC-MSG-ID
               MOVE WS-WORKFILE-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SYS-IDX.
           END-IF.
           SET ANCHOR-ACTIVE TO TRUE.
           ADD 1 TO WS-SYS-IDX.
           MOVE 'CRE011' TO MC-MSG-ID.
           MOVE WS-BASE-NAME TO MC-INSERT(1).
           MOVE WS-ANCH-COUNT TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM GENERATE-STAR-SYSTEM.
           ADD STAR-COUNT TO WS-TOTAL-STAR-COUNT.
           IF SECTOR-ENABLED THEN
           IF TFORM-ENABLED THEN
               PERFORM WRITE-TERRAFORM-REPORT
           END-IF.
           IF SPECIES-ENABLED THEN
               MOVE 'CRE080' TO MC-MSG-ID
               MOVE WS-SPC-PATH TO MC-INSERT(1)
               MOVE WS-SPC-COUNT TO MC-INSERT(2)
               MOVE WS-SPC-NEW-N TO MC-INSERT(3)
               MOVE WS-SPC-COL-N TO MC-INSERT(4)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           CLOSE OUT-FILE.
           CLOSE REJECT-FILE.
           IF FEED-ENABLED THEN
           IF COORDS-ENABLED THEN
               PERFORM WRITE-STAR-CHART
           END-IF.
           IF WS-GROUP-COUNT > 0 THEN
               PERFORM WRITE-GROUP-FILE
           END-IF.

           PERFORM WRITE-RUN-MANIFEST.

       RUN-SECTOR-EXTENSION.
           OPEN INPUT SECTOR-FILE.
           IF NOT SECTOR-OPEN-OK THEN
               MOVE 'CRE012' TO MC-MSG-ID
               MOVE WS-SECTOR-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL SECTOR-READ-EOF
      *    in place — rewriting from a clipped image would truncate
      *    the live sector.  Refuse and leave the file untouched.
           IF WS-EXT-OVERFLOW = 'Y' THEN
               MOVE 'CRE013' TO MC-MSG-ID
               MOVE WS-SECTOR-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.

               IF WS-SYS-IDX <= 10000 THEN
                   MOVE 'Y' TO WS-HEX-OCC(WS-SYS-IDX)
               END-IF
               MOVE 'CRE014' TO MC-MSG-ID
               MOVE WS-BASE-NAME TO MC-INSERT(1)
               MOVE WS-SYS-IDX TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM GENERATE-STAR-SYSTEM
               IF WS-SYS-IDX <= 1200 THEN
                   MOVE STAR-SYSTEM-NAME
               WRITE SECTOR-RECORD FROM EXT-LINE(WS-EXT-I)
           END-PERFORM.
           CLOSE SECTOR-FILE.
           MOVE 'CRE015' TO MC-MSG-ID.
           MOVE WS-EXTEND-COUNT TO MC-INSERT(1).
           MOVE WS-SECTOR-PATH TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *    One existing grid line into the in-memory image, with its
           END-IF.
           CLOSE CHART-FILE.
           IF NOT CALIBRATION-MODE THEN
               MOVE 'CRE016' TO MC-MSG-ID
               MOVE WS-CHART-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

           PERFORM WRITE-MANIFEST-TOTAL-ROW.
           CLOSE MANIFEST-FILE.
           IF NOT CALIBRATION-MODE THEN
               MOVE 'CRE017' TO MC-MSG-ID
               MOVE WS-MANIFEST-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

           MOVE WS-SEED              TO WO-DEF-SEED.
           OPEN INPUT WORKORDER-FILE.
           IF NOT WORKFILE-OK THEN
               MOVE 'CRE018' TO MC-MSG-ID
               MOVE WS-WORKFILE-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM PRESCAN-PUBLISHED-HEXES.
           MOVE 0 TO WS-WO-LINE-NO.
           MOVE 0 TO WS-SYS-IDX.
           MOVE 0 TO WS-PUB-MISS-LINES.
           PERFORM UNTIL WORKFILE-EOF
               READ WORKORDER-FILE
                   AT END CONTINUE
           END-PERFORM.
           CLOSE WORKORDER-FILE.
           SET WORKORDER-MODE TO FALSE.
           IF WS-PUB-MISS-LINES > 0 THEN
               MOVE WS-PUB-MISS-LINES TO WS-DISP-PUB-N
               MOVE 'CRE019' TO MC-MSG-ID
               MOVE WS-DISP-PUB-N TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

      *    A work-order file carrying HEX= pins is a published map:
      *    only the pinned hexes are occupied, and the grid runs out
      *    to the furthest of them, so neighbor lists and the grid
      *    edges come out the way the published sector has them.
      *    The file is read through once for the pins, then reopened
      *    for the real pass.
       PRESCAN-PUBLISHED-HEXES.
           SET PUB-GRID-PINNED TO FALSE.
           MOVE 0 TO WS-PUB-MAX-IDX.
           PERFORM UNTIL WORKFILE-EOF
               READ WORKORDER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WORKORDER-RECORD(1:1) NOT = '#' THEN
                           PERFORM PRESCAN-ONE-HEX
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORKORDER-FILE.
           OPEN INPUT WORKORDER-FILE.
           IF PUB-GRID-PINNED
              AND WS-PUB-MAX-IDX > WS-SYSTEM-COUNT THEN
               MOVE WS-PUB-MAX-IDX TO WS-SYSTEM-COUNT
           END-IF.
           EXIT PARAGRAPH.

       PRESCAN-ONE-HEX.
           MOVE FUNCTION UPPER-CASE(WORKORDER-RECORD) TO WS-PUB-SCAN.
           INITIALIZE WS-PUB-SCAN-HEAD WS-PUB-SCAN-TAIL.
           UNSTRING WS-PUB-SCAN DELIMITED BY ',HEX='
                   INTO WS-PUB-SCAN-HEAD WS-PUB-SCAN-TAIL
           END-UNSTRING.
           IF WS-PUB-SCAN-TAIL(1:4) IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PUB-SCAN-TAIL(1:4) TO WS-PUB-HEX.
           PERFORM PUBLISHED-HEX-TO-INDEX.
           IF WS-PUB-IDX = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF NOT PUB-GRID-PINNED THEN
               SET PUB-GRID-PINNED TO TRUE
               MOVE ALL '-' TO WS-HEX-OCC-TAB
           END-IF.
           MOVE 'Y' TO WS-HEX-OCC(WS-PUB-IDX).
           IF WS-PUB-IDX > WS-PUB-MAX-IDX THEN
               MOVE WS-PUB-IDX TO WS-PUB-MAX-IDX
           END-IF.
           EXIT PARAGRAPH.

      *    'ccrr' to a grid index — 0 when the hex falls off a
      *    WS-SECTOR-WIDTH-wide grid.
       PUBLISHED-HEX-TO-INDEX.
           MOVE 0 TO WS-PUB-IDX.
           IF WS-PUB-HEX IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PUB-HEX(1:2) TO WS-PUB-COL.
           MOVE WS-PUB-HEX(3:2) TO WS-PUB-ROW.
           IF WS-PUB-COL < 1 OR WS-PUB-COL > WS-SECTOR-WIDTH
              OR WS-PUB-ROW < 1 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PUB-IDX =
                   (WS-PUB-ROW - 1) * WS-SECTOR-WIDTH + WS-PUB-COL.
           IF WS-PUB-IDX > 10000 THEN
               MOVE 0 TO WS-PUB-IDX
           END-IF.
           EXIT PARAGRAPH.

       PROCESS-WORK-ORDER-LINE.
           MOVE WO-DEF-MASS       TO WS-FORCED-MASS.
           MOVE WO-DEF-TYPE       TO WS-FORCED-TYPE.
           MOVE WO-DEF-SEED       TO WS-SEED.
           MOVE SPACES TO WS-PUB-PINS WS-PUB-MISSES.
           MOVE 1 TO WS-PUB-MISS-PTR.
           SET PUB-PINS-ACTIVE TO FALSE.

           MOVE 1 TO WS-WO-PTR.
           INITIALIZE WS-WO-FIELD.
               MOVE FUNCTION TRIM(WS-PARM-KEY) TO WS-PARM-KEY
               MOVE FUNCTION TRIM(WS-PARM-VAL) TO WS-PARM-VAL
               IF WS-PARM-TOKENS > 1 THEN
                   EVALUATE FUNCTION UPPER-CASE(WS-PARM-KEY)
                       WHEN 'HEX'
                           MOVE WS-PARM-VAL TO WS-PUB-HEX
                       WHEN 'UWP'
                           MOVE FUNCTION UPPER-CASE(WS-PARM-VAL)
                             TO WS-PUB-UWP
                           SET PUB-PINS-ACTIVE TO TRUE
                       WHEN 'BASES'
                           MOVE FUNCTION UPPER-CASE(WS-PARM-VAL)
                             TO WS-PUB-BASES
                           SET PUB-PINS-ACTIVE TO TRUE
                       WHEN 'ALLEG'
                           MOVE WS-PARM-VAL TO WS-PUB-ALLEG
                           SET PUB-PINS-ACTIVE TO TRUE
                       WHEN 'SPEC'
                           MOVE FUNCTION UPPER-CASE(WS-PARM-VAL)
                             TO WS-PUB-SPEC
                       WHEN OTHER
                           PERFORM APPLY-KEYED-PARM-TOKEN
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-PUB-HEX NOT = SPACES THEN
               PERFORM PUBLISHED-HEX-TO-INDEX
               IF WS-PUB-IDX > 0 THEN
                   MOVE WS-PUB-IDX TO WS-SYS-IDX
               ELSE
                   MOVE 'HEX off the grid' TO WS-PUB-NOTE
                   PERFORM NOTE-PUBLISHED-MISS
               END-IF
           END-IF.
           IF PUB-GRID-PINNED AND WS-SYS-IDX <= 10000 THEN
               MOVE 'Y' TO WS-HEX-OCC(WS-SYS-IDX)
           END-IF.
           IF WS-PUB-SPEC NOT = SPACES THEN
               PERFORM SNAP-PUBLISHED-SPEC
           END-IF.

           IF WS-SEED NOT = WO-DEF-SEED AND WS-SEED NOT = 0 THEN
               COMPUTE WS-TMP-N0 = FUNCTION RANDOM(WS-SEED)
               PERFORM RESOLVE-FORCED-TYPE
           END-IF.

           SET MC-QUERY TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO WS-WO-RC-BEFORE.
           PERFORM GENERATE-STAR-SYSTEM.
           ADD STAR-COUNT TO WS-TOTAL-STAR-COUNT.
           IF SECTOR-ENABLED THEN
               PERFORM WRITE-SECTOR-ROW
           END-IF.
           IF WS-PUB-SPEC NOT = SPACES THEN
               PERFORM CHECK-PUBLISHED-SPEC
           END-IF.
      *    The allegiance pin is this line's alone — G4SSGPOL owns the
      *    field for every other system.
           IF WS-PUB-ALLEG NOT = SPACES THEN
               MOVE SPACES TO SYSTEM-ALLEGIANCE
           END-IF.
           SET PUB-PINS-ACTIVE TO FALSE.
           SET MC-QUERY TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           IF MC-RC >= 8 AND MC-RC > WS-WO-RC-BEFORE THEN
               MOVE 'CRE020' TO MC-MSG-ID
               MOVE WS-WO-LINE-NO TO MC-INSERT(1)
               MOVE WS-BASE-NAME TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           ELSE
               IF WS-PUB-MISSES NOT = SPACES THEN
                   ADD 1 TO WS-PUB-MISS-LINES
                   MOVE 'CRE021' TO MC-MSG-ID
                   MOVE WS-WO-LINE-NO TO MC-INSERT(1)
                   MOVE WS-BASE-NAME TO MC-INSERT(2)
                   MOVE WS-PUB-MISSES TO MC-INSERT(3)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               ELSE
                   MOVE 'CRE022' TO MC-MSG-ID
                   MOVE WS-WO-LINE-NO TO MC-INSERT(1)
                   MOVE WS-BASE-NAME TO MC-INSERT(2)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *    One more entry on the line's NOT HONOURED list.
       NOTE-PUBLISHED-MISS.
           IF WS-PUB-MISS-PTR > 1 THEN
               STRING '; ' DELIMITED BY SIZE
                      INTO WS-PUB-MISSES WITH POINTER WS-PUB-MISS-PTR
               END-STRING
           END-IF.
           STRING FUNCTION TRIM(WS-PUB-NOTE) DELIMITED BY SIZE
                  INTO WS-PUB-MISSES WITH POINTER WS-PUB-MISS-PTR
           END-STRING.
           EXIT PARAGRAPH.

      *    A published class ('G2 V', 'K7V', 'M0 V') onto the CSV's
      *    approximate types: same letter, nearest subtype.  Only a
      *    main-sequence primary can be pinned — a giant, subgiant or
      *    white dwarf is left to roll and reported.
       SNAP-PUBLISHED-SPEC.
           MOVE SPACES TO WS-PUB-BEST-TYPE.
           MOVE 99 TO WS-PUB-BEST-SUB.
           MOVE WS-PUB-SPEC(3:) TO WS-PUB-SCAN.
           MOVE FUNCTION TRIM(WS-PUB-SCAN) TO WS-PUB-SCAN.
           IF WS-PUB-SPEC(2:1) IS NOT NUMERIC
              OR (WS-PUB-SCAN NOT = SPACES
                  AND WS-PUB-SCAN(1:2) NOT = 'V ') THEN
               MOVE 'SPEC not main sequence' TO WS-PUB-NOTE
               PERFORM NOTE-PUBLISHED-MISS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PUB-SPEC(2:1) TO WS-PUB-SUB.
           PERFORM VARYING EVO-IDX FROM 1 BY 1
                   UNTIL EVO-IDX > EVO-COUNT
               IF APPROX-TYPE(EVO-IDX)(1:1) = WS-PUB-SPEC(1:1)
                  AND APPROX-TYPE(EVO-IDX)(2:1) IS NUMERIC THEN
                   MOVE APPROX-TYPE(EVO-IDX)(2:1) TO WS-PUB-N
                   IF WS-PUB-N > WS-PUB-SUB THEN
                       SUBTRACT WS-PUB-SUB FROM WS-PUB-N
                   ELSE
                       COMPUTE WS-PUB-N = WS-PUB-SUB - WS-PUB-N
                   END-IF
                   IF WS-PUB-N < WS-PUB-BEST-SUB THEN
                       MOVE WS-PUB-N TO WS-PUB-BEST-SUB
                       MOVE APPROX-TYPE(EVO-IDX) TO WS-PUB-BEST-TYPE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PUB-BEST-TYPE = SPACES THEN
               MOVE 'SPEC outside the CSV' TO WS-PUB-NOTE
               PERFORM NOTE-PUBLISHED-MISS
           ELSE
               MOVE WS-PUB-BEST-TYPE TO WS-FORCED-TYPE
           END-IF.
           EXIT PARAGRAPH.

      *    The pinned mass still has to come out of the evolution
      *    model as the published class — an old primary can have
      *    left the main sequence by the rolled age.
       CHECK-PUBLISHED-SPEC.
           IF STAR-COUNT < 1 THEN
               EXIT PARAGRAPH
           END-IF.
           SET STAR-IDX TO 1.
           CALL 'DERIVE-SPECTRAL-CLASS' USING
                   TEMPERATURE OF STAR(STAR-IDX),
                   STAGE OF STAR(STAR-IDX), WS-SPEC-CLASS.
           IF WS-SPEC-CLASS(1:1) NOT = WS-PUB-SPEC(1:1) THEN
               MOVE SPACES TO WS-PUB-NOTE
               STRING 'SPEC rolled ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SPEC-CLASS) DELIMITED BY SIZE
                      INTO WS-PUB-NOTE
               END-STRING
               PERFORM NOTE-PUBLISHED-MISS
           END-IF.
           EXIT PARAGRAPH.

      *    The published UWP's starport and social digits over the
      *    rolled settlement, and the allegiance ahead of the base
      *    roll that leans on it.  The physical digits can't be
      *    pinned — they come out of the worlds — so they are only
      *    checked against what the best world turned out to be.
       PIN-PUBLISHED-SETTLEMENT.
           IF WS-PUB-ALLEG NOT = SPACES THEN
               MOVE WS-PUB-ALLEG TO SYSTEM-ALLEGIANCE
           END-IF.
           IF WS-PUB-UWP = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-BEST-TERRA-IDX = 0 THEN
               MOVE 'UWP (no terrestrial world)' TO WS-PUB-NOTE
               PERFORM NOTE-PUBLISHED-MISS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PUB-UWP(1:1) TO SETTLE-PORT.
           MOVE WS-PUB-UWP(5:1) TO WS-PUB-DIGIT.
           PERFORM DECODE-PUBLISHED-DIGIT.
           IF WS-PUB-N <= 15 THEN
               MOVE WS-PUB-N TO SETTLE-POP-EXP
           END-IF.
           MOVE WS-PUB-UWP(6:1) TO WS-PUB-DIGIT.
           PERFORM DECODE-PUBLISHED-DIGIT.
           IF WS-PUB-N <= 15 THEN
               MOVE WS-PUB-N TO SETTLE-GOV
           END-IF.
           MOVE WS-PUB-UWP(7:1) TO WS-PUB-DIGIT.
           PERFORM DECODE-PUBLISHED-DIGIT.
           IF WS-PUB-N <= 15 THEN
               MOVE WS-PUB-N TO SETTLE-LAW
           END-IF.
           MOVE WS-PUB-UWP(9:1) TO WS-PUB-DIGIT.
           PERFORM DECODE-PUBLISHED-DIGIT.
           IF WS-PUB-N <= 15 THEN
               MOVE WS-PUB-N TO SETTLE-TL
           END-IF.
           PERFORM BUILD-UWP-FROM-BEST-WORLD.
           IF WS-UWP-CODE(2:3) NOT = WS-PUB-UWP(2:3) THEN
               MOVE SPACES TO WS-PUB-NOTE
               STRING 'UWP physicals rolled ' DELIMITED BY SIZE
                      WS-UWP-CODE(2:3)        DELIMITED BY SIZE
                      INTO WS-PUB-NOTE
               END-STRING
               PERFORM NOTE-PUBLISHED-MISS
           END-IF.
           EXIT PARAGRAPH.

      *    One extended-hex UWP digit into WS-PUB-N; past F (or not a
      *    digit at all) it is reported and the rolled figure stands.
       DECODE-PUBLISHED-DIGIT.
           PERFORM VARYING WS-PUB-N FROM 0 BY 1
                   UNTIL WS-PUB-N > 15
                      OR WS-UWP-HEXDIGS(WS-PUB-N + 1:1) = WS-PUB-DIGIT
               CONTINUE
           END-PERFORM.
           IF WS-PUB-N > 15 THEN
               MOVE SPACES TO WS-PUB-NOTE
               STRING 'UWP digit ' DELIMITED BY SIZE
                      WS-PUB-DIGIT DELIMITED BY SIZE
                      INTO WS-PUB-NOTE
               END-STRING
               PERFORM NOTE-PUBLISHED-MISS
           END-IF.
           EXIT PARAGRAPH.

      *    The published bases replace the rolled ones outright;
      *    '-' is a published "none".
       PIN-PUBLISHED-BASES.
           IF WS-PUB-BASES = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SYSTEM-BASES.
           PERFORM VARYING WS-PUB-I FROM 1 BY 1 UNTIL WS-PUB-I > 4
               EVALUATE WS-PUB-BASES(WS-PUB-I:1)
                   WHEN 'N'
                       SET HAS-NAVAL-BASE TO TRUE
                   WHEN 'S'
                       SET HAS-SCOUT-BASE TO TRUE
                   WHEN 'W'
                       SET HAS-WAY-STATION TO TRUE
                   WHEN SPACE
                   WHEN '-'
                       CONTINUE
                   WHEN OTHER
                       MOVE SPACES TO WS-PUB-NOTE
                       STRING 'BASE ' DELIMITED BY SIZE
                              WS-PUB-BASES(WS-PUB-I:1)
                                      DELIMITED BY SIZE
                              INTO WS-PUB-NOTE
                       END-STRING
                       PERFORM NOTE-PUBLISHED-MISS
               END-EVALUATE
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * finally has a rigorous answer.
       RUN-COMPARE-HARNESS.
           IF WS-SEED = 0 THEN
               MOVE 'CRE023' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           SET COMPARE-ACTIVE TO TRUE.
           MOVE WS-SYSTEM-COUNT TO WS-CMP-COUNT.
           IF WS-CMP-COUNT > 999 THEN
               MOVE 999 TO WS-CMP-COUNT
               MOVE 'CRE024' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.

           MOVE 1 TO WS-CMP-PASS.
           END-IF.
           OPEN INPUT PROFILE-FILE.
           IF NOT PROFILE-FILE-OK THEN
               MOVE 'CRE025' TO MC-MSG-ID
               MOVE WS-PROFILE-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PROFILE-FILE-EOF
       LOAD-EVOLUTION-CSV.
           MOVE 0 TO EVO-COUNT.
           MOVE 0 TO WS-CSV-ERROR-COUNT.
           MOVE 1 TO WS-EVO-SUM-A.
           MOVE 0 TO WS-EVO-SUM-B.
           OPEN INPUT CSV-FILE.
           SET EVO-IDX TO 0.
           PERFORM UNTIL EXIT
               READ CSV-FILE INTO CSV-LINE
                   AT END              EXIT PERFORM
                   NOT AT END          PERFORM PARSE-CSV-LINE
                                       PERFORM ADD-CSV-LINE-CHECKSUM
               END-READ

               IF WAS-CSV-ERROR THEN
                   ADD 1 TO WS-CSV-ERROR-COUNT
                   MOVE 'CRE075' TO MC-MSG-ID
                   MOVE CSV-LINE TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   SET WAS-CSV-ERROR TO FALSE
               END-IF
           END-PERFORM.
      *    into — report every bad row above, then refuse to run
      *    generation only if there actually were any.
           IF WS-CSV-ERROR-COUNT > 0 THEN
               MOVE 'CRE076' TO MC-MSG-ID
               MOVE WS-CSV-ERROR-COUNT TO MC-INSERT(1)
               MOVE WS-CSV-PATH TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'aborted, return code 8 (bad CSV row(s))'
                   TO WS-RUNLOG-OUTCOME
               PERFORM WRITE-RUN-LOG-ENTRY
               PERFORM CLOSE-RUN-MESSAGES
               STOP RUN
           END-IF.
           COMPUTE WS-EVO-CHECKSUM =
                   WS-EVO-SUM-B * 65536 + WS-EVO-SUM-A.
           IF VERBOSE-OUTPUT THEN
               DISPLAY X"0a"'           CSV: OK'
           END-IF.
           EXIT PARAGRAPH.

      *    Fold one table line into the running Adler-32 — byte by
      *    byte, so a reordered or re-punctuated table changes the
      *    sum as surely as a changed number does.
       ADD-CSV-LINE-CHECKSUM.
           PERFORM VARYING WS-EVO-CK-POS FROM 1 BY 1
                   UNTIL WS-EVO-CK-POS > LENGTH OF CSV-LINE
               COMPUTE WS-EVO-SUM-A = FUNCTION MOD(WS-EVO-SUM-A
                   + FUNCTION ORD(CSV-LINE(WS-EVO-CK-POS:1)) - 1,
                   65521)
               COMPUTE WS-EVO-SUM-B = FUNCTION MOD(
                   WS-EVO-SUM-B + WS-EVO-SUM-A, 65521)
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * Apply one parsed KEY=VALUE token (WS-PARM-KEY/WS-PARM-VAL) to
      * its run setting — split out of the PARM loop so profile files
                       MOVE FUNCTION UPPER-CASE(WS-PARM-VAL)
                         TO WS-WANT-CRIT(WS-WANT-COUNT)
                   END-IF
               WHEN 'BRIEF'
                   IF WS-PARM-VAL NOT = SPACES THEN
                       MOVE WS-PARM-VAL TO WS-BRIEF-PATH
                   END-IF
               WHEN 'BRIEFCAP'
                   COMPUTE WS-BRIEF-CAP =
                       FUNCTION NUMVAL(WS-PARM-VAL)
               WHEN 'ATTEMPTS'
                   COMPUTE WS-WANT-CAP =
                       FUNCTION NUMVAL(WS-PARM-VAL)
                   IF WS-PARM-VAL NOT = SPACES THEN
                       MOVE WS-PARM-VAL TO WS-HISTORY-PATH
                   END-IF
               WHEN 'WORLDS'
                   IF WS-PARM-VAL NOT = SPACES THEN
                       MOVE WS-PARM-VAL TO WS-WORLD-PATH
                   END-IF
               WHEN 'WORLDHIS'
                   IF WS-PARM-VAL NOT = SPACES THEN
                       MOVE WS-PARM-VAL TO WS-WORLDHIS-PATH
                   END-IF
               WHEN 'INSTALLS'
                   IF WS-PARM-VAL NOT = SPACES THEN
                       MOVE WS-PARM-VAL TO WS-INST-PATH
                   END-IF
               WHEN 'AGEPLUS'
                   COMPUTE WS-AGE-PLUS =
                       FUNCTION NUMVAL(WS-PARM-VAL)
                          NOT = 'Y' THEN
                       MOVE WS-PARM-VAL TO WS-REPORT-PATH
                   END-IF
               WHEN 'PLAYER'
                   IF FUNCTION UPPER-CASE(WS-PARM-VAL) = 'Y' THEN
                       SET PLAYER-VIEW TO TRUE
                       SET REPORT-ENABLED TO TRUE
                   END-IF
               WHEN 'DISCLOSE'
                   MOVE WS-PARM-VAL TO WS-DISCLOSE-PATH
               WHEN 'SECTOR'
                   SET SECTOR-ENABLED TO TRUE
                   IF WS-PARM-VAL NOT = SPACES
                   MOVE WS-PARM-VAL TO WS-NAMES-PATH
               WHEN 'ANCHOR'
                   MOVE WS-PARM-VAL TO WS-ANCHOR-PATH
               WHEN 'GRIDWIDTH'
                   COMPUTE WS-SECTOR-WIDTH =
                       FUNCTION NUMVAL(WS-PARM-VAL)
                   IF WS-SECTOR-WIDTH < 1 OR WS-SECTOR-WIDTH > 99 THEN
                       MOVE 10 TO WS-SECTOR-WIDTH
                   END-IF
               WHEN 'EXTEND'
                   COMPUTE WS-EXTEND-COUNT =
                       FUNCTION NUMVAL(WS-PARM-VAL)
                           THEN
                       SET FEATURES-ENABLED TO TRUE
                   END-IF
               WHEN 'WORMHOLES'
                   IF WS-PARM-VAL NOT = SPACES THEN
                       MOVE WS-PARM-VAL TO WS-WORM-PATH
                   END-IF
               WHEN 'DENSITY'
                   MOVE 'Y' TO WS-DENSITY-FORCED
                   EVALUATE FUNCTION UPPER-CASE(WS-PARM-VAL)
                           THEN
                       SET COORDS-ENABLED TO TRUE
                   END-IF
               WHEN 'GROUPS'
                   COMPUTE WS-GROUP-WANTED =
                       FUNCTION NUMVAL(WS-PARM-VAL)
                   IF WS-GROUP-WANTED > 20 THEN
                       MOVE 20 TO WS-GROUP-WANTED
                   END-IF
               WHEN 'GROUPFILE'
                   MOVE WS-PARM-VAL TO WS-GROUP-PATH
               WHEN 'DIMX'
                   COMPUTE WS-DIM-X =
                       FUNCTION NUMVAL(WS-PARM-VAL)
                          NOT = 'Y' THEN
                       MOVE WS-PARM-VAL TO WS-TFORM-PATH
                   END-IF
               WHEN 'SPECIES'
                   SET SPECIES-ENABLED TO TRUE
                   IF WS-PARM-VAL NOT = SPACES
                      AND FUNCTION UPPER-CASE(WS-PARM-VAL)
                          NOT = 'Y' THEN
                       MOVE WS-PARM-VAL TO WS-SPC-PATH
                   END-IF
               WHEN 'GOODS'
                   SET GOODS-ENABLED TO TRUE
                   IF WS-PARM-VAL NOT = SPACES
                   ELSE
                       SET SI-UNITS TO FALSE
                   END-IF
               WHEN 'LANG'
                   MOVE WS-PARM-VAL TO LT-LANG
                   SET LT-SET-LANGUAGE TO TRUE
                   CALL 'TRANSLATE-TEXT' USING WS-LANG-CTL
           END-EVALUATE.
           EXIT PARAGRAPH.

               MOVE WS-TOTAL-BELT-COUNT   TO WS-SNAP-BELT
               MOVE WS-TOTAL-GG-COUNT     TO WS-SNAP-GG
               MOVE WS-TOTAL-TROJAN-COUNT TO WS-SNAP-TROJAN
               PERFORM DRAW-SYSTEM-SEED
               PERFORM ROLL-STAR-SYSTEM
               PERFORM CHECK-WANT-CRITERIA
               IF NOT WANT-SATISFIED
           IF WS-WANT-COUNT > 0 AND NOT CALIBRATION-MODE THEN
               IF WANT-SATISFIED THEN
                   COMPUTE WS-COUNT = WS-WANT-ATTEMPTS - 1
                   MOVE 'CRE026' TO MC-MSG-ID
                   MOVE WS-COUNT TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               ELSE
                   MOVE 'CRE027' TO MC-MSG-ID
                   MOVE WS-WANT-ATTEMPTS TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'WANTCAP' TO WS-REJ-REASON
                   MOVE 'W' TO WS-REJ-SEV
                   PERFORM NOTE-REJECT
                            OR POP-Y1 OF SYSTEM-AGE) THEN
               CALL 'GEN-SYSTEM-AGE' USING SYSTEM-AGE
           END-IF.
      *    A group member was born with its group: the group's
      *    population, and its age give or take 5%.
           IF WS-CUR-GROUP > 0 THEN
               MOVE GRP-AGE-IMAGE(WS-CUR-GROUP) TO SYSTEM-AGE
               CALL 'ALTER-VALUE-BY-PERCENTAGE' USING FIVE-PERCENT,
                       GRP-BYR(WS-CUR-GROUP), BYR OF SYSTEM-AGE
           END-IF.
           IF WS-FORCED-AGE >= 0 THEN
               PERFORM CHECK-AGE-POPULATION-MISMATCH
               MOVE WS-FORCED-AGE TO BYR
                                    WS-FMT-DIGITS, WS-TMP-STR
               DISPLAY 'Metallicity 'FUNCTION TRIM(WS-TMP-STR)
                       ' × Sol.'
               IF WS-CUR-GROUP > 0 THEN
                   DISPLAY 'Member of stellar group '
                       FUNCTION TRIM(GRP-ID(WS-CUR-GROUP)) ' ('
                       FUNCTION TRIM(GRP-KIND(WS-CUR-GROUP)) ').'
               END-IF
           END-IF.

      *    Second, determine the (initial) number of stars in the
                   WHEN OTHER
      *                An unknown criterion can never be met — say so
      *                once rather than burn the whole attempt cap.
                       MOVE 'CRE028' TO MC-MSG-ID
                       MOVE WS-WANT-CRIT(WANT-IDX) TO MC-INSERT(1)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       SET WANT-CRIT-HIT TO TRUE
               END-EVALUATE
               IF NOT WANT-CRIT-HIT THEN
           EXIT PARAGRAPH.

      *********************************
      * The sector design brief (see WS-BRIEF-PATH): one constraint
      * per line, 'METRIC>=n' or 'METRIC<=n'.  A brief that makes no
      * sense for this run is reported and left off.
       LOAD-SECTOR-BRIEF.
           IF WS-SYSTEM-COUNT < 2 OR WS-RESUME-FROM > 0
              OR WS-SHARD-COUNT > 0 OR WS-LOAD-NAME NOT = SPACES
              THEN
               MOVE 'CRE029' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT BRIEF-FILE.
           IF NOT BRIEF-FILE-OK THEN
               MOVE 'CRE030' TO MC-MSG-ID
               MOVE WS-BRIEF-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-BRIEF-COUNT.
           PERFORM UNTIL BRIEF-FILE-EOF
               READ BRIEF-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BRIEF-RECORD(1:1) NOT = '#'
                          AND BRIEF-RECORD NOT = SPACES THEN
                           PERFORM PARSE-BRIEF-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BRIEF-FILE.
           IF WS-BRIEF-COUNT = 0 THEN
               MOVE 'CRE031' TO MC-MSG-ID
               MOVE WS-BRIEF-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           IF WS-BRIEF-CAP < 1 THEN
               MOVE 25 TO WS-BRIEF-CAP
           END-IF.
           COMPUTE WS-BRF-LIMIT =
                   FUNCTION MIN(WS-SYSTEM-COUNT, 1200).
           INITIALIZE WS-BRIEF-SYS-TAB.
           SET BRIEF-ACTIVE TO TRUE.
           EXIT PARAGRAPH.

       PARSE-BRIEF-LINE.
           IF WS-BRIEF-COUNT >= 12 THEN
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-BRF-KEY WS-BRF-VAL WS-BRF-OP.
           UNSTRING FUNCTION UPPER-CASE(BRIEF-RECORD)
                   DELIMITED BY '>=' OR '<='
                   INTO WS-BRF-KEY DELIMITER IN WS-BRF-OP
                        WS-BRF-VAL
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-BRF-KEY) TO WS-BRF-KEY.
           IF WS-BRF-OP = SPACES OR WS-BRF-VAL = SPACES THEN
               MOVE 'CRE032' TO MC-MSG-ID
               MOVE BRIEF-RECORD TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BRIEF-COUNT.
           SET BRF-IDX TO WS-BRIEF-COUNT.
           MOVE FUNCTION TRIM(BRIEF-RECORD) TO BRF-TEXT(BRF-IDX).
           MOVE WS-BRF-OP TO BRF-OP(BRF-IDX).
           COMPUTE BRF-TARGET(BRF-IDX) = FUNCTION NUMVAL(WS-BRF-VAL).
           MOVE 0 TO BRF-POP-MIN(BRF-IDX) BRF-TOTAL(BRF-IDX).
           SET BRF-CON-MET(BRF-IDX) TO FALSE.
           EVALUATE TRUE
               WHEN WS-BRF-KEY = 'GARDEN' OR 'HZWORLD' OR 'MOTHERLODE'
                                OR 'VAULT' OR 'EMPTY'
                   MOVE WS-BRF-KEY TO BRF-METRIC(BRF-IDX)
               WHEN WS-BRF-KEY(1:3) = 'POP'
                    AND FUNCTION TEST-NUMVAL(WS-BRF-KEY(4:)) = 0
                   MOVE 'POP' TO BRF-METRIC(BRF-IDX)
                   COMPUTE BRF-POP-MIN(BRF-IDX) =
                           FUNCTION NUMVAL(WS-BRF-KEY(4:))
               WHEN OTHER
                   MOVE 'CRE033' TO MC-MSG-ID
                   MOVE WS-BRF-KEY TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   SUBTRACT 1 FROM WS-BRIEF-COUNT
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    EMPTY bounds: light (or darken) random grid positions until
      *    the dark share sits inside the bound.  At the default
      *    DENSITY=100 the whole grid starts lit.
       FIT-BRIEF-EMPTY-HEXES.
           COMPUTE WS-BRF-I = FUNCTION MIN(WS-SYSTEM-COUNT, 10000).
           PERFORM VARYING BRF-IDX FROM 1 BY 1
                   UNTIL BRF-IDX > WS-BRIEF-COUNT
               IF BRF-METRIC(BRF-IDX) = 'EMPTY' THEN
                   PERFORM COUNT-DARK-HEXES
                   MOVE 0 TO WS-BRF-TRIES
                   PERFORM UNTIL WS-BRF-TRIES > 100000
                      OR (BRF-AT-MOST(BRF-IDX) AND WS-BRF-DARK * 100
                          <= BRF-TARGET(BRF-IDX) * WS-BRF-I)
                      OR (BRF-AT-LEAST(BRF-IDX) AND WS-BRF-DARK * 100
                          >= BRF-TARGET(BRF-IDX) * WS-BRF-I)
                       ADD 1 TO WS-BRF-TRIES
                       COMPUTE WS-BRF-PICK =
                               FUNCTION RANDOM * WS-BRF-I + 1
                       IF WS-BRF-PICK > WS-BRF-I THEN
                           MOVE WS-BRF-I TO WS-BRF-PICK
                       END-IF
                       IF BRF-AT-MOST(BRF-IDX)
                          AND NOT HEX-OCCUPIED(WS-BRF-PICK) THEN
                           MOVE 'Y' TO WS-HEX-OCC(WS-BRF-PICK)
                           SUBTRACT 1 FROM WS-BRF-DARK
                       END-IF
                       IF BRF-AT-LEAST(BRF-IDX)
                          AND HEX-OCCUPIED(WS-BRF-PICK) THEN
                           MOVE '-' TO WS-HEX-OCC(WS-BRF-PICK)
                           ADD 1 TO WS-BRF-DARK
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       COUNT-DARK-HEXES.
           MOVE 0 TO WS-BRF-DARK.
           PERFORM VARYING WS-BRF-PICK FROM 1 BY 1
                   UNTIL WS-BRF-PICK > WS-BRF-I
               IF NOT HEX-OCCUPIED(WS-BRF-PICK) THEN
                   ADD 1 TO WS-BRF-DARK
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    What the system just rolled at WS-SYS-IDX brings to the
      *    brief — gardens and motherlodes on live orbits only, as
      *    WANT= counts them.
       NOTE-BRIEF-METRICS.
           MOVE 0 TO BRF-GARDEN(WS-SYS-IDX) BRF-HZ(WS-SYS-IDX)
                     BRF-LODE(WS-SYS-IDX) BRF-VAULT(WS-SYS-IDX).
           MOVE SETTLE-POP-EXP TO BRF-POP(WS-SYS-IDX).
           PERFORM VARYING STAR-IDX FROM 1 BY 1
                   UNTIL STAR-IDX > STAR-COUNT
               PERFORM VARYING ORB-IDX FROM 1 BY 1
                       UNTIL ORB-IDX > NUM-ORBITS(STAR-IDX)
                   IF PRECURSOR-VAULT(STAR-IDX, ORB-IDX) THEN
                       ADD 1 TO BRF-VAULT(WS-SYS-IDX)
                   END-IF
                   IF OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX) THEN
                       IF DISTANCE OF ORBIT(STAR-IDX, ORB-IDX)
                          >= HZ-INNER OF ORBIT-LIMITS(STAR-IDX)
                          AND DISTANCE OF ORBIT(STAR-IDX, ORB-IDX)
                          <= HZ-OUTER OF ORBIT-LIMITS(STAR-IDX) THEN
                           MOVE 1 TO BRF-HZ(WS-SYS-IDX)
                       END-IF
                       SET TERRA-IDX TO OBJ-REF(STAR-IDX, ORB-IDX)
                       IF TERRA-IDX >= 1
                          AND TERRA-IDX <= WS-TERRA-COUNT
                          AND WORLD-GARDEN(TERRA-IDX) THEN
                           ADD 1 TO BRF-GARDEN(WS-SYS-IDX)
                       END-IF
                   END-IF
                   IF OBJ-ASTEROID-BELT(STAR-IDX, ORB-IDX) THEN
                       SET BELT-IDX TO OBJ-REF(STAR-IDX, ORB-IDX)
                       IF BELT-IDX >= 1
                          AND BELT-IDX <= WS-BELT-COUNT
                          AND BELT-MOTHERLODE(BELT-IDX) THEN
                           ADD 1 TO BRF-LODE(WS-SYS-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT PARAGRAPH.

      *    Reroll round after round until every constraint holds, the
      *    cap is spent, or no system left could help.
       APPLY-SECTOR-BRIEF.
           MOVE WS-SYS-IDX TO WS-BRF-IDX-SAVE.
           MOVE 0 TO WS-BRIEF-ROUNDS.
           PERFORM TALLY-SECTOR-BRIEF.
           PERFORM UNTIL WS-BRF-UNMET = 0
                      OR WS-BRIEF-ROUNDS >= WS-BRIEF-CAP
               PERFORM PICK-BRIEF-REROLL
               IF WS-BRF-PICK = 0 THEN
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-BRIEF-ROUNDS
               PERFORM REROLL-FOR-BRIEF
               PERFORM TALLY-SECTOR-BRIEF
           END-PERFORM.
           MOVE WS-BRF-IDX-SAVE TO WS-SYS-IDX.
           PERFORM REPORT-SECTOR-BRIEF.
           EXIT PARAGRAPH.

      *    Sector totals against every constraint.
       TALLY-SECTOR-BRIEF.
           MOVE 0 TO WS-BRF-UNMET.
           PERFORM VARYING BRF-IDX FROM 1 BY 1
                   UNTIL BRF-IDX > WS-BRIEF-COUNT
               MOVE 0 TO BRF-TOTAL(BRF-IDX)
               IF BRF-METRIC(BRF-IDX) = 'EMPTY' THEN
                   COMPUTE WS-BRF-I =
                           FUNCTION MIN(WS-SYSTEM-COUNT, 10000)
                   PERFORM COUNT-DARK-HEXES
                   COMPUTE BRF-TOTAL(BRF-IDX) =
                           WS-BRF-DARK * 100 / WS-BRF-I
               ELSE
                   PERFORM VARYING WS-BRF-I FROM 1 BY 1
                           UNTIL WS-BRF-I > WS-BRF-LIMIT
                       IF GRID-SYS-NAME(WS-BRF-I) NOT = SPACES
                          AND HEX-OCCUPIED(WS-BRF-I) THEN
                           PERFORM BRIEF-CONTRIBUTION
                           ADD WS-BRF-CONTRIB TO BRF-TOTAL(BRF-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               IF (BRF-AT-LEAST(BRF-IDX)
                   AND BRF-TOTAL(BRF-IDX) >= BRF-TARGET(BRF-IDX))
                  OR (BRF-AT-MOST(BRF-IDX)
                   AND BRF-TOTAL(BRF-IDX) <= BRF-TARGET(BRF-IDX))
                  THEN
                   SET BRF-CON-MET(BRF-IDX) TO TRUE
               ELSE
                   SET BRF-CON-MET(BRF-IDX) TO FALSE
                   ADD 1 TO WS-BRF-UNMET
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    What grid position WS-BRF-I adds to constraint BRF-IDX.
       BRIEF-CONTRIBUTION.
           EVALUATE BRF-METRIC(BRF-IDX)
               WHEN 'GARDEN'
                   MOVE BRF-GARDEN(WS-BRF-I) TO WS-BRF-CONTRIB
               WHEN 'HZWORLD'
                   MOVE BRF-HZ(WS-BRF-I) TO WS-BRF-CONTRIB
               WHEN 'MOTHERLODE'
                   MOVE BRF-LODE(WS-BRF-I) TO WS-BRF-CONTRIB
               WHEN 'VAULT'
                   MOVE BRF-VAULT(WS-BRF-I) TO WS-BRF-CONTRIB
               WHEN 'POP'
                   IF BRF-POP(WS-BRF-I) >= BRF-POP-MIN(BRF-IDX) THEN
                       MOVE 1 TO WS-BRF-CONTRIB
                   ELSE
                       MOVE 0 TO WS-BRF-CONTRIB
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-BRF-CONTRIB
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    The system whose reroll best closes the gap: one that
      *    gives nothing to a short 'at least' (or something to an
      *    exceeded 'at most') scores for it, one a met 'at least'
      *    can't spare scores heavily against, and every earlier
      *    reroll of the same system counts a point against it so
      *    the brief doesn't grind on one hex.  Nothing scoring
      *    above zero means no reroll can help.
       PICK-BRIEF-REROLL.
           MOVE 0 TO WS-BRF-PICK WS-BRF-BEST.
           PERFORM VARYING WS-BRF-I FROM 1 BY 1
                   UNTIL WS-BRF-I > WS-BRF-LIMIT
               IF GRID-SYS-NAME(WS-BRF-I) NOT = SPACES
                  AND HEX-OCCUPIED(WS-BRF-I) THEN
                   COMPUTE WS-BRF-SCORE = 0 - BRF-REROLLS(WS-BRF-I)
                   PERFORM VARYING BRF-IDX FROM 1 BY 1
                           UNTIL BRF-IDX > WS-BRIEF-COUNT
                       IF BRF-METRIC(BRF-IDX) NOT = 'EMPTY' THEN
                           PERFORM SCORE-BRIEF-CONSTRAINT
                       END-IF
                   END-PERFORM
                   IF WS-BRF-SCORE > WS-BRF-BEST THEN
                       MOVE WS-BRF-SCORE TO WS-BRF-BEST
                       MOVE WS-BRF-I TO WS-BRF-PICK
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       SCORE-BRIEF-CONSTRAINT.
           PERFORM BRIEF-CONTRIBUTION.
           IF NOT BRF-CON-MET(BRF-IDX) THEN
               IF BRF-AT-LEAST(BRF-IDX) AND WS-BRF-CONTRIB = 0 THEN
                   ADD 10 TO WS-BRF-SCORE
               END-IF
               IF BRF-AT-MOST(BRF-IDX) THEN
                   COMPUTE WS-BRF-SCORE =
                           WS-BRF-SCORE + WS-BRF-CONTRIB * 10
               END-IF
           ELSE
               IF BRF-AT-LEAST(BRF-IDX) AND WS-BRF-CONTRIB > 0
                  AND BRF-TOTAL(BRF-IDX) - WS-BRF-CONTRIB
                      < BRF-TARGET(BRF-IDX) THEN
                   SUBTRACT 100 FROM WS-BRF-SCORE
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *    Reroll the picked system under its own name, on its own
      *    hex, exactly as REPROCESS= does — the save displaces the
      *    old record into the history sidecar.  A short GARDEN,
      *    HZWORLD or MOTHERLODE rides along as one more WANT=
      *    criterion, so the candidates are searched, not just rolled.
       REROLL-FOR-BRIEF.
           MOVE WS-BRF-PICK TO WS-SYS-IDX.
           ADD 1 TO BRF-REROLLS(WS-SYS-IDX).
           MOVE WS-BASE-NAME TO WS-BRF-NAME-SAVE.
           MOVE GRID-SYS-NAME(WS-SYS-IDX) TO WS-BASE-NAME.
           MOVE WS-WANT-COUNT TO WS-BRF-WANT-SAVE.
           MOVE WS-SYS-IDX TO WS-BRF-I.
           PERFORM VARYING BRF-IDX FROM 1 BY 1
                   UNTIL BRF-IDX > WS-BRIEF-COUNT
                      OR WS-WANT-COUNT > WS-BRF-WANT-SAVE
               IF NOT BRF-CON-MET(BRF-IDX) AND BRF-AT-LEAST(BRF-IDX)
                  AND (BRF-METRIC(BRF-IDX) = 'GARDEN'
                       OR BRF-METRIC(BRF-IDX) = 'HZWORLD'
                       OR BRF-METRIC(BRF-IDX) = 'MOTHERLODE')
                  AND WS-WANT-COUNT < 8 THEN
                   PERFORM BRIEF-CONTRIBUTION
                   IF WS-BRF-CONTRIB = 0 THEN
                       ADD 1 TO WS-WANT-COUNT
                       MOVE BRF-METRIC(BRF-IDX)
                         TO WS-WANT-CRIT(WS-WANT-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT CALIBRATION-MODE THEN
               DISPLAY X"0a"
                   '========== Brief reroll of '
                   FUNCTION TRIM(GRID-SYS-NAME(WS-SYS-IDX))
                   ' =========='
           END-IF.
      *    The group tally is counted again as the member re-saves.
           IF WS-GROUP-COUNT > 0 THEN
               PERFORM FIND-STELLAR-GROUP
               IF WS-CUR-GROUP > 0 THEN
                   SUBTRACT 1 FROM GRP-MEMBERS(WS-CUR-GROUP)
               END-IF
           END-IF.
           SET WORKORDER-MODE TO TRUE.
           PERFORM GENERATE-STAR-SYSTEM.
           SET WORKORDER-MODE TO FALSE.
           MOVE 0 TO WS-CUR-GROUP.
           ADD STAR-COUNT TO WS-TOTAL-STAR-COUNT.
           MOVE WS-BRF-WANT-SAVE TO WS-WANT-COUNT.
           MOVE WS-BRF-NAME-SAVE TO WS-BASE-NAME.
           PERFORM NOTE-BRIEF-METRICS.
           EXIT PARAGRAPH.

      *    Which constraints the sector ended up meeting — on the
      *    console, and in the write-up when there is one.
       REPORT-SECTOR-BRIEF.
           MOVE WS-BRIEF-ROUNDS TO WS-BRF-DISP-A.
           IF WS-BRF-UNMET = 0 THEN
               MOVE 'CRE072' TO MC-MSG-ID
               MOVE WS-BRF-DISP-A TO MC-INSERT(1)
           ELSE
               MOVE WS-BRF-UNMET TO WS-BRF-DISP-B
               MOVE 'CRE073' TO MC-MSG-ID
               MOVE WS-BRF-DISP-B TO MC-INSERT(1)
               MOVE WS-BRF-DISP-A TO MC-INSERT(2)
           END-IF.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           IF REPORT-ENABLED AND NOT PLAYER-VIEW THEN
               MOVE SPACES TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               MOVE '=== Sector brief' TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           PERFORM VARYING BRF-IDX FROM 1 BY 1
                   UNTIL BRF-IDX > WS-BRIEF-COUNT
               IF BRF-CON-MET(BRF-IDX) THEN
                   MOVE 'met' TO WS-BRF-VERDICT
               ELSE
                   MOVE 'NOT MET' TO WS-BRF-VERDICT
               END-IF
               MOVE BRF-TOTAL(BRF-IDX) TO WS-BRF-DISP-B
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  '                  DELIMITED BY SIZE
                      BRF-TEXT(BRF-IDX)     DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      WS-BRF-VERDICT        DELIMITED BY SIZE
                      ' (sector has '       DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BRF-DISP-B)
                                            DELIMITED BY SIZE
                      ')'                   DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
               IF REPORT-ENABLED AND NOT PLAYER-VIEW THEN
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * Output, trans-outer population, rollups and persistence for
      * the accepted candidate.
       FINISH-STAR-SYSTEM.
      *    A compare pass wants the dice spent and the verdicts
      *    tallied, never the files touched (they aren't even open).
           IF COMPARE-ACTIVE THEN
               EXIT PARAGRAPH
           END-IF.
      *    The kept candidate's buffered exception notes become real
      *    reject rows.
           PERFORM VARYING REJ-IDX FROM 1 BY 1
                   UNTIL REJ-IDX > WS-PEND-REJ-COUNT
               MOVE PEND-REJ-REASON(REJ-IDX) TO WS-REJ-REASON
               MOVE PEND-REJ-SEV(REJ-IDX)    TO WS-REJ-SEV
               PERFORM WRITE-REJECT-ROW
           END-PERFORM.
      *    Output rows are written only now, once every star is
      *    final — a close companion can rebuild its pair-primary's
      *    whole planetary system circumbinary-style (see
      *    GEN-CIRCUMBINARY-ORBITS), so rows written mid-loop could
      *    describe orbits that no longer exist.
      *    The same rebuild can wipe the very world the incremental
      *    best-affinity tracking latched onto — re-derive it from
      *    the orbits that actually survived, so the siting rollup
      *    and the UWP line never describe a wiped world.
           PERFORM QUOTE-SYSTEM-NAME.
           PERFORM RECOMPUTE-BEST-WORLD.
      *    Whether the main world's people are anyone's but ours —
      *    its own phase, so the settlement dice below are the same
      *    with the registry on or off.
           IF SPECIES-ENABLED THEN
               MOVE 5 TO WS-SEED-PHASE
               PERFORM RESEED-SYSTEM-PHASE
               PERFORM GEN-SAPIENT-SPECIES
           END-IF.
      *    Who actually lives here — rolled once the worlds are final
      *    so the population can lean on the best world's verdicts,
      *    and before the UWP/report writers that show it.
           MOVE 1 TO WS-SEED-PHASE.
           PERFORM RESEED-SYSTEM-PHASE.
           PERFORM GEN-SETTLEMENT.
           ADD 1 TO WS-TOTAL-SYS-COUNT.
           IF FEED-ENABLED THEN
               PERFORM WRITE-FEED-SYSTEM-HEADER
           END-IF.
           PERFORM VARYING STAR-IDX FROM 1 BY 1
                   UNTIL STAR-IDX > STAR-COUNT
               ADD NUM-ORBITS(STAR-IDX) TO WS-TOTAL-ORBIT-COUNT
               PERFORM WRITE-STAR-OUTPUT-ROWS
               IF REPORT-ENABLED THEN
                   PERFORM WRITE-WORLD-REPORT-ROWS
               END-IF
           END-PERFORM.
           MOVE 2 TO WS-SEED-PHASE.
           PERFORM RESEED-SYSTEM-PHASE.
           PERFORM GEN-TRANS-OUTER-POPULATION.
           PERFORM WRITE-TRANS-OUTER-ROWS.
      *    Where the shipyards and listening posts go — the stable
      *    points, counted like any other real estate.
           PERFORM WRITE-LAGRANGE-INVENTORY.
      *    The system's own story — rolled after the trans-outer
      *    pass so a comet shower can lean on the Oort verdict.
           MOVE 3 TO WS-SEED-PHASE.
           PERFORM RESEED-SYSTEM-PHASE.
           PERFORM GEN-SYSTEM-HISTORY.
           IF REPORT-ENABLED AND SHOW-HISTORY THEN
               PERFORM WRITE-SYSTEM-HISTORY-LINES
           END-IF.
      *    What the settlers (and the odd expedition) have actually
      *    built — its own phase, so nothing above shifts its dice.
           MOVE 4 TO WS-SEED-PHASE.
           PERFORM RESEED-SYSTEM-PHASE.
           PERFORM GEN-INSTALLATIONS.
      *    System-level siting rollup for the write-up — which world
      *    the campaign would actually put the colony on.
           IF REPORT-ENABLED AND BEST-AFFINITY-SET
              AND SHOW-RESOURCES THEN
               MOVE WS-BEST-AFFINITY TO WS-DISP-SIGNED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'Best world affinity in system: '
                                            DELIMITED BY SIZE
                      WS-DISP-SIGNED        DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           IF REPORT-ENABLED THEN
               IF SHOW-SETTLEMENT THEN
                   PERFORM WRITE-SETTLEMENT-REPORT-LINES
               END-IF
               IF SHOW-INSTALLS THEN
                   PERFORM WRITE-INSTALLATION-LINES
               END-IF
               IF SHOW-HOOKS THEN
                   PERFORM WRITE-SYSTEM-HOOK-LINES
               END-IF
           END-IF.
           IF UWP-ENABLED THEN
               PERFORM WRITE-UWP-ROW
           END-IF.
           IF GOODS-ENABLED THEN
               PERFORM GEN-TRADE-GOODS
               PERFORM ROLL-SYSTEM-COORDS
           END-IF.
           MOVE WS-SECTOR-ID TO SYSTEM-SECTOR.
           MOVE SPACES TO SYSTEM-STELLAR-GROUP.
           IF WS-CUR-GROUP > 0 THEN
               MOVE GRP-ID(WS-CUR-GROUP) TO SYSTEM-STELLAR-GROUP
               ADD 1 TO GRP-MEMBERS(WS-CUR-GROUP)
           END-IF.
           PERFORM STAMP-PROVENANCE.
           PERFORM RECORD-COMPANION-ORBITS.
           PERFORM SAVE-STAR-SYSTEM.
           EXIT PARAGRAPH.

      *********************************
      * Every candidate rolls from a seed of its own, drawn from the
      * run's stream (seeded by SEED= or free-running alike), so a
      * saved system can be regenerated alone from its provenance
      * block without replaying the batch that came before it.
       DRAW-SYSTEM-SEED.
           COMPUTE WS-SYSTEM-SEED = FUNCTION RANDOM * 999999998 + 1.
           COMPUTE WS-TMP-N0 = FUNCTION RANDOM(WS-SYSTEM-SEED).
           EXIT PARAGRAPH.

      *    The passes after the roll (settlement, trans-outer
      *    population, history) each restart from a seed derived
      *    from the system's own, so whatever dice the report
      *    writers between them spend cannot shift them — the batch
      *    and GEN-SYSTEM-CORE land on the same values.
       RESEED-SYSTEM-PHASE.
           COMPUTE WS-PHASE-SEED = FUNCTION MOD(
                   WS-SYSTEM-SEED + WS-SEED-PHASE * 104729,
                   999999999) + 1.
           COMPUTE WS-TMP-N0 = FUNCTION RANDOM(WS-PHASE-SEED).
           EXIT PARAGRAPH.

      *    How this system was made, into the header's provenance
      *    block just before the save — G4SSGDBU REPRODUCE= replays
      *    it through GEN-SYSTEM-CORE.
       STAMP-PROVENANCE.
           MOVE SPACES TO SYSTEM-PROVENANCE.
           MOVE 'P' TO PROV-STAMP.
           MOVE SUITE-VERSION TO PROV-SUITE-VERSION.
           MOVE WS-RUN-ID TO PROV-RUN-ID.
           MOVE WS-SYSTEM-SEED TO PROV-SEED.
           IF WS-DICE-REPLAY-PATH NOT = SPACES THEN
               SET PROV-DICE-REPLAYED TO TRUE
           END-IF.
           MOVE WS-CSV-PATH TO PROV-EVO-PATH.
           MOVE WS-EVO-CHECKSUM TO PROV-EVO-CHECKSUM.
           CALL 'GET-MASS-THRESHOLD' USING PROV-MASS-THRESHOLD.
           CALL 'GET-MASS-VARIANCE' USING PROV-MASS-VARIANCE.
           MOVE WS-GAL-REGION TO PROV-GAL-REGION.
           IF IN-CLUSTER-OR-CORE THEN
               MOVE 'Y' TO PROV-CLUSTER
           END-IF.
           MOVE WS-FORCED-STAR-COUNT TO PROV-FORCED-STARS.
           MOVE WS-FORCED-AGE TO PROV-FORCED-AGE.
           MOVE WS-FORCED-MASS TO PROV-FORCED-MASS.
           MOVE WS-FORCED-TYPE TO PROV-FORCED-TYPE.
           MOVE LK-PARM-DATA TO PROV-PARM.
      *    The system seed alone doesn't reproduce a group member —
      *    its age, composition and motion came from the group.
           IF WS-CUR-GROUP > 0 THEN
               MOVE 'D' TO PROV-STAMP
           END-IF.
           EXIT PARAGRAPH.

      *    WS-STAR-SEP lives only as long as the run — the companion
      *    orbits go into the header so the saved record still knows
      *    where each companion swings (G4SSGCEP follows them).
       RECORD-COMPANION-ORBITS.
           INITIALIZE SYSTEM-COMPANION-ORBITS.
           PERFORM VARYING WS-CO-STAR FROM 2 BY 1
                   UNTIL WS-CO-STAR > STAR-COUNT
                      OR WS-CO-STAR > 8
               IF SEP-IS-USEABLE(WS-CO-STAR) THEN
                   COMPUTE WS-CO-ENTRY = WS-CO-STAR - 1
                   SET WS-CI-OTHER TO SEP-FROM(WS-CO-STAR)
                   MOVE WS-CI-OTHER TO COMP-PARENT(WS-CO-ENTRY)
                   MOVE SEP-CATEGORY(WS-CO-STAR)
                     TO COMP-SEP-CAT(WS-CO-ENTRY)
                   COMPUTE COMP-ECCENTRICITY(WS-CO-ENTRY) ROUNDED =
                           ORBIT-ECCENTRICITY(WS-CO-STAR)
                   COMPUTE COMP-AVG-DISTANCE(WS-CO-ENTRY) ROUNDED =
                           SEP-AVG-DISTANCE(WS-CO-STAR)
               END-IF
           END-PERFORM.
           SET COMPANION-ORBITS-RECORDED TO TRUE.
           EXIT PARAGRAPH.

      *********************************
      * The best world, from the surviving orbit tables only — the
      * roll-time tracking can be stale after GEN-CIRCUMBINARY-
                  INTO WS-OUT-LINE
           END-STRING.
           WRITE OUT-RECORD FROM WS-OUT-LINE.
           IF NOT REPORT-ENABLED OR NOT SHOW-RESOURCES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-LAG-HDR = '-' THEN
           END-PERFORM.
           CLOSE TFORM-FILE.
           IF NOT CALIBRATION-MODE THEN
               MOVE 'CRE034' TO MC-MSG-ID
               MOVE WS-TFORM-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

      * expect; tech level floors at self-sufficient life support on
      * a world that can't feed lungs by itself.  A system with no
      * terrestrial world at all stays uninhabited (port X) — belts
      * and giants alone draw prospectors, not censuses.  The bases
      * the port and tech level can support, and the travel zone,
      * follow from the figures rolled.
       GEN-SETTLEMENT.
           PERFORM ROLL-SETTLEMENT-DIGITS.
           IF SPECIES-ENABLED THEN
               PERFORM ATTRIBUTE-SETTLEMENT-SPECIES
           END-IF.
           IF PUB-PINS-ACTIVE THEN
               PERFORM PIN-PUBLISHED-SETTLEMENT
           END-IF.
           PERFORM ROLL-SYSTEM-BASES.
           IF PUB-PINS-ACTIVE THEN
               PERFORM PIN-PUBLISHED-BASES
           END-IF.
           PERFORM CLASSIFY-TRAVEL-ZONE.
           PERFORM RECORD-MAIN-WORLD.
           EXIT PARAGRAPH.

      *    The settled world's place and geology into the header —
      *    no dice, so the settlement rolls the same with or without
      *    it.  TERRA-IDX is left on the best world, as the
      *    settlement digits left it.
       RECORD-MAIN-WORLD.
           INITIALIZE SYSTEM-MAIN-WORLD.
           SET MAIN-WORLD-RECORDED TO TRUE.
           PERFORM FIND-MAIN-WORLD-ORBIT.
           IF WS-INST-MW-STAR = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INST-MW-STAR TO SYS-MW-STAR.
           MOVE WS-INST-MW-ORBIT TO SYS-MW-ORBIT.
           SET TERRA-IDX TO WS-BEST-TERRA-IDX.
           EVALUATE TRUE
               WHEN VOLCANISM-NONE(TERRA-IDX)
                   SET MW-VOLCANISM-NONE TO TRUE
               WHEN VOLCANISM-LIGHT(TERRA-IDX)
                   SET MW-VOLCANISM-LIGHT TO TRUE
               WHEN VOLCANISM-MODERATE(TERRA-IDX)
                   SET MW-VOLCANISM-MODERATE TO TRUE
               WHEN VOLCANISM-HEAVY(TERRA-IDX)
                   SET MW-VOLCANISM-HEAVY TO TRUE
               WHEN VOLCANISM-EXTREME(TERRA-IDX)
                   SET MW-VOLCANISM-EXTREME TO TRUE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN TECTONICS-DEAD(TERRA-IDX)
                   SET MW-TECTONICS-DEAD TO TRUE
               WHEN TECTONICS-SLUGGISH(TERRA-IDX)
                   SET MW-TECTONICS-SLUGGISH TO TRUE
               WHEN TECTONICS-ACTIVE(TERRA-IDX)
                   SET MW-TECTONICS-ACTIVE TO TRUE
               WHEN TECTONICS-EXTREME(TERRA-IDX)
                   SET MW-TECTONICS-EXTREME TO TRUE
           END-EVALUATE.
           EXIT PARAGRAPH.

       ROLL-SETTLEMENT-DIGITS.
           MOVE 0 TO SETTLE-POP-EXP SETTLE-GOV SETTLE-LAW SETTLE-TL.
           MOVE 'X' TO SETTLE-PORT.
           IF WS-BEST-TERRA-IDX = 0 THEN
           EXIT PARAGRAPH.

      *********************************
      * Naval, scout and way-station bases, Traveller-fashion: 2D6
      * against a target the starport class sets, a navy wanting a
      * TL 8+ yard to work from.  Polity standing shifts the odds —
      * a system G4SSGPOL has already placed in a polity (a re-save
      * of a mapped system) is worth defending, a surveyed non-
      * aligned one has no fleet to host; an unmapped system rolls
      * straight.  A way station is a scout base grown into a
      * courier relay, so it needs the scout base and a class A/B
      * port with TL 9+ behind it.
       ROLL-SYSTEM-BASES.
           MOVE SPACES TO SYSTEM-BASES.
           IF SETTLE-UNINHABITED THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN SYSTEM-ALLEGIANCE = SPACES
                   MOVE 0 TO WS-BASE-DM
               WHEN SYSTEM-ALLEGIANCE = 'NA'
                   MOVE -2 TO WS-BASE-DM
               WHEN OTHER
                   MOVE 1 TO WS-BASE-DM
           END-EVALUATE.
           IF (SETTLE-PORT = 'A' OR SETTLE-PORT = 'B')
              AND SETTLE-TL >= 8 THEN
               COPY 2D6.
               IF D6 + WS-BASE-DM >= 8 THEN
                   SET HAS-NAVAL-BASE TO TRUE
               END-IF
           END-IF.
           EVALUATE SETTLE-PORT
               WHEN 'A'   MOVE 10 TO WS-SETTLE-N
               WHEN 'B'   MOVE 9  TO WS-SETTLE-N
               WHEN 'C'   MOVE 8  TO WS-SETTLE-N
               WHEN 'D'   MOVE 7  TO WS-SETTLE-N
               WHEN OTHER MOVE 99 TO WS-SETTLE-N
           END-EVALUATE.
           IF WS-SETTLE-N < 99 THEN
               COPY 2D6.
               IF D6 + WS-BASE-DM >= WS-SETTLE-N THEN
                   SET HAS-SCOUT-BASE TO TRUE
               END-IF
           END-IF.
           IF HAS-SCOUT-BASE
              AND (SETTLE-PORT = 'A' OR SETTLE-PORT = 'B')
              AND SETTLE-TL >= 9 THEN
               COPY 2D6.
               IF D6 >= 9 THEN
                   SET HAS-WAY-STATION TO TRUE
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * Travel zone — derived, not rolled, so a patched law level or
      * a re-rated star moves it the next time the system is saved.
      * Amber: a lawless or oppressive world (law 0 or 9+), a
      * government the travellers' aid societies warn about
      * (none, balkanized, charismatic dictator), Severe space
      * weather, or precursor ruins and artifact fields.  Red: an
      * extreme law level under a dictatorship or a balkanized
      * world, eXtreme space weather, or a sealed precursor vault.
       CLASSIFY-TRAVEL-ZONE.
           SET TRAVEL-ZONE-GREEN TO TRUE.
           MOVE '-' TO WS-ZONE-PRECURSOR.
           PERFORM VARYING STAR-IDX FROM 1 BY 1
                   UNTIL STAR-IDX > STAR-COUNT
               PERFORM VARYING ORB-IDX FROM 1 BY 1
                       UNTIL ORB-IDX > NUM-ORBITS(STAR-IDX)
                   EVALUATE TRUE
                       WHEN PRECURSOR-VAULT(STAR-IDX, ORB-IDX)
                           MOVE 'V' TO WS-ZONE-PRECURSOR
                       WHEN PRECURSOR-NONE(STAR-IDX, ORB-IDX)
                           CONTINUE
                       WHEN WS-ZONE-PRECURSOR = '-'
                           MOVE 'R' TO WS-ZONE-PRECURSOR
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.
           IF NOT SETTLE-UNINHABITED THEN
               IF SETTLE-LAW = 0 OR SETTLE-LAW >= 9
                  OR SETTLE-GOV = 0 OR SETTLE-GOV = 7
                  OR SETTLE-GOV = 10 THEN
                   SET TRAVEL-ZONE-AMBER TO TRUE
               END-IF
               IF SETTLE-LAW >= 13
                  AND (SETTLE-GOV = 7 OR SETTLE-GOV = 10
                    OR SETTLE-GOV = 11 OR SETTLE-GOV = 13) THEN
                   SET TRAVEL-ZONE-RED TO TRUE
               END-IF
           END-IF.
           IF SPACEWX-SEVERE OR WS-ZONE-PRECURSOR = 'R' THEN
               IF TRAVEL-ZONE-GREEN THEN
                   SET TRAVEL-ZONE-AMBER TO TRUE
               END-IF
           END-IF.
           IF SPACEWX-EXTREME OR WS-ZONE-PRECURSOR = 'V' THEN
               SET TRAVEL-ZONE-RED TO TRUE
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * Sapient species (SPECIES= runs only).  Whether anything on
      * the main world thinks, and whose settlement the system is:
      * a species already on the registry keeps its homeworld on a
      * re-save; otherwise an old system's (4+ BYr) main world with
      * abundant life raises one on 10+ (2D6), with complex life on
      * 11+.  A system with no natives may instead be settled by a
      * spacefaring (TL 9+) expansionist or aggressive species of
      * the same sector, if the world's gravity is within half again
      * of their homeworld's and its air is their kind of air (or
      * they have TL 11+ habitats to bring along) — 2D6 + TL - 9,
      * +1 aggressive, 11+.  Runs in its own dice phase, ahead of
      * GEN-SETTLEMENT, which gives the settlement to the species.
       GEN-SAPIENT-SPECIES.
           MOVE 0 TO WS-SPC-HERE.
           MOVE '-' TO WS-SPC-ROLE.
           IF WS-SPC-LOADED NOT = 'Y' THEN
               PERFORM LOAD-SPECIES-REGISTRY
           END-IF.
           IF WS-BEST-TERRA-IDX = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-MAIN-WORLD-ORBIT.
           IF WS-INST-MW-STAR = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SPC-I FROM 1 BY 1
                   UNTIL WS-SPC-I > WS-SPC-COUNT OR WS-SPC-HERE > 0
               IF SPC-HOME-SYSTEM(WS-SPC-I) = STAR-SYSTEM-NAME THEN
                   MOVE WS-SPC-I TO WS-SPC-HERE
                   SET SPC-NATIVES TO TRUE
               END-IF
           END-PERFORM.
           IF WS-SPC-HERE > 0 THEN
               EXIT PARAGRAPH
           END-IF.
           SET TERRA-IDX TO WS-BEST-TERRA-IDX.
           SET STAR-IDX TO WS-INST-MW-STAR.
           SET ORB-IDX TO WS-INST-MW-ORBIT.
           IF BYR OF SYSTEM-AGE >= 4.0
              AND (LIFE-ABUNDANT(STAR-IDX, ORB-IDX)
                OR LIFE-COMPLEX(STAR-IDX, ORB-IDX)) THEN
               COPY 2D6.
               IF D6 >= 10 AND LIFE-ABUNDANT(STAR-IDX, ORB-IDX)
                  OR D6 >= 11 THEN
                   PERFORM ARISE-NATIVE-SPECIES
               END-IF
           END-IF.
           IF WS-SPC-HERE > 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SPC-I FROM 1 BY 1
                   UNTIL WS-SPC-I > WS-SPC-COUNT OR WS-SPC-HERE > 0
               PERFORM TRY-SPECIES-COLONY
           END-PERFORM.
           EXIT PARAGRAPH.

      *    A new species on the main world (TERRA-IDX), into the
      *    pending entry after the last — a name no other species on
      *    the registry has (three tries), a TL of 2D6-2 (+1 past
      *    7 BYr, most still short of the stars) and a stance off
      *    2D6.
       ARISE-NATIVE-SPECIES.
           IF WS-SPC-COUNT >= 50 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SPC-TRIES.
           MOVE 1 TO WS-SPC-J.
           PERFORM UNTIL WS-SPC-J = 0 OR WS-SPC-TRIES >= 3
               ADD 1 TO WS-SPC-TRIES
               PERFORM ROLL-SPECIES-NAME
               MOVE 0 TO WS-SPC-J
               PERFORM VARYING WS-SPC-I FROM 1 BY 1
                       UNTIL WS-SPC-I > WS-SPC-COUNT
                   IF SPC-KEY(WS-SPC-I) = WS-SPC-NAME THEN
                       MOVE WS-SPC-I TO WS-SPC-J
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-SPC-J NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SPC-HERE = WS-SPC-COUNT + 1.
           SET SPC-NATIVES TO TRUE.
           MOVE WS-SPC-NAME TO SPC-KEY(WS-SPC-HERE).
           MOVE SPACES TO SPC-HOME-SYSTEM(WS-SPC-HERE).
           MOVE WS-SECTOR-ID TO SPC-SECTOR(WS-SPC-HERE).
           COPY 2D6.
           COMPUTE WS-SPC-N = D6 - 2.
           IF BYR OF SYSTEM-AGE >= 7.0 THEN
               ADD 1 TO WS-SPC-N
           END-IF.
           MOVE WS-SPC-N TO SPC-TL(WS-SPC-HERE).
           COPY 2D6.
           EVALUATE TRUE
               WHEN D6 <= 4
                   MOVE 'I' TO SPC-STANCE(WS-SPC-HERE)
               WHEN D6 <= 8
                   MOVE 'C' TO SPC-STANCE(WS-SPC-HERE)
               WHEN D6 <= 10
                   MOVE 'E' TO SPC-STANCE(WS-SPC-HERE)
               WHEN OTHER
                   MOVE 'A' TO SPC-STANCE(WS-SPC-HERE)
           END-EVALUATE.
           MOVE TERRA-ATMO-COMP(TERRA-IDX)
             TO SPC-ATMO-COMP(WS-SPC-HERE).
           COMPUTE SPC-GRAVITY(WS-SPC-HERE) ROUNDED =
                   TERRA-GRAVITY(TERRA-IDX)
               ON SIZE ERROR
                   MOVE 9.99 TO SPC-GRAVITY(WS-SPC-HERE)
           END-COMPUTE.
           MOVE 0 TO SPC-WORLDS(WS-SPC-HERE).
           EXIT PARAGRAPH.

      *    Two or three syllables off the NAMES= table when one is
      *    loaded, else off the built-in one.
       ROLL-SPECIES-NAME.
           MOVE SPACES TO WS-SPC-NAME.
           COPY 1D6.
           IF D6 <= 3 THEN
               MOVE 2 TO WS-SYL-WANTED
           ELSE
               MOVE 3 TO WS-SYL-WANTED
           END-IF.
           MOVE 1 TO WS-SPC-PTR.
           PERFORM WS-SYL-WANTED TIMES
               PERFORM ROLL-COORD-FRACTION
               IF WS-NAME-TAB-COUNT > 0 THEN
                   COMPUTE WS-SYL-PICK = WS-COORD-FRAC
                           * (WS-NAME-TAB-COUNT - 1) + 1
                   IF WS-SYL-PICK < 1 THEN
                       MOVE 1 TO WS-SYL-PICK
                   END-IF
                   IF WS-SYL-PICK > WS-NAME-TAB-COUNT THEN
                       MOVE WS-NAME-TAB-COUNT TO WS-SYL-PICK
                   END-IF
                   STRING FUNCTION TRIM(NAME-SYLLABLE(WS-SYL-PICK))
                                           DELIMITED BY SIZE
                          INTO WS-SPC-NAME WITH POINTER WS-SPC-PTR
                   END-STRING
               ELSE
                   COMPUTE WS-SYL-PICK = WS-COORD-FRAC * 17 + 1
                   STRING FUNCTION TRIM(SPC-SYLLABLE(WS-SYL-PICK))
                                           DELIMITED BY SIZE
                          INTO WS-SPC-NAME WITH POINTER WS-SPC-PTR
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE FUNCTION LOWER-CASE(WS-SPC-NAME(2:))
             TO WS-SPC-NAME(2:).
           MOVE FUNCTION UPPER-CASE(WS-SPC-NAME(1:1))
             TO WS-SPC-NAME(1:1).
           EXIT PARAGRAPH.

      *    Registry entry WS-SPC-I against the main world (TERRA-IDX).
       TRY-SPECIES-COLONY.
           IF SPC-TL(WS-SPC-I) < 9
              OR (SPC-STANCE(WS-SPC-I) NOT = 'E'
                  AND SPC-STANCE(WS-SPC-I) NOT = 'A')
              OR SPC-SECTOR(WS-SPC-I) NOT = WS-SECTOR-ID
              OR SPC-WORLDS(WS-SPC-I) >= 20
              OR SPC-GRAVITY(WS-SPC-I) = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SPC-GRAV =
                   TERRA-GRAVITY(TERRA-IDX) / SPC-GRAVITY(WS-SPC-I).
           IF WS-SPC-GRAV < 0.5 OR WS-SPC-GRAV > 1.5 THEN
               EXIT PARAGRAPH
           END-IF.
           IF TERRA-ATMO-COMP(TERRA-IDX) NOT = SPC-ATMO-COMP(WS-SPC-I)
              AND SPC-TL(WS-SPC-I) < 11 THEN
               EXIT PARAGRAPH
           END-IF.
           COPY 2D6.
           COMPUTE WS-SPC-N = D6 + SPC-TL(WS-SPC-I) - 9.
           IF SPC-STANCE(WS-SPC-I) = 'A' THEN
               ADD 1 TO WS-SPC-N
           END-IF.
           IF WS-SPC-N >= 11 THEN
               MOVE WS-SPC-I TO WS-SPC-HERE
               SET SPC-COLONY TO TRUE
           END-IF.
           EXIT PARAGRAPH.

      *    The settlement digits just rolled, handed to the species
      *    whose world it is.  The affinity they were rolled from is
      *    a human yardstick, so natives are at least 10^(5 + TL/3)
      *    strong and a colony at least 10^3; the settlement runs at
      *    the species' own TL, and a people short of the stars has
      *    no starport (TL 4-) or a bare landing field (TL 5-7).  No
      *    dice — the settlement phase rolls the same either way.
       ATTRIBUTE-SETTLEMENT-SPECIES.
           MOVE SPACES TO SYSTEM-SPECIES.
           IF WS-SPC-HERE = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPC-KEY(WS-SPC-HERE) TO SYSTEM-SPECIES.
           IF SPC-NATIVES THEN
               COMPUTE WS-SETTLE-N = 5 + SPC-TL(WS-SPC-HERE) / 3
           ELSE
               MOVE 3 TO WS-SETTLE-N
           END-IF.
           IF SETTLE-UNINHABITED THEN
               MOVE WS-SETTLE-N TO SETTLE-POP-EXP
               COMPUTE SETTLE-GOV = WS-SETTLE-N - 2
               MOVE SETTLE-GOV TO SETTLE-LAW
           END-IF.
           IF SETTLE-POP-EXP < WS-SETTLE-N THEN
               MOVE WS-SETTLE-N TO SETTLE-POP-EXP
           END-IF.
           MOVE SPC-TL(WS-SPC-HERE) TO SETTLE-TL.
           EVALUATE TRUE
               WHEN SETTLE-TL <= 4
                   MOVE 'X' TO SETTLE-PORT
               WHEN SETTLE-TL <= 7
                   MOVE 'E' TO SETTLE-PORT
               WHEN SETTLE-POP-EXP >= 8 AND SETTLE-TL >= 9
                   MOVE 'A' TO SETTLE-PORT
               WHEN SETTLE-POP-EXP >= 6
                   MOVE 'B' TO SETTLE-PORT
               WHEN SETTLE-POP-EXP >= 4
                   MOVE 'C' TO SETTLE-PORT
               WHEN SETTLE-POP-EXP >= 2
                   MOVE 'D' TO SETTLE-PORT
               WHEN OTHER
                   MOVE 'E' TO SETTLE-PORT
           END-EVALUATE.
           EXIT PARAGRAPH.

      *********************************
      * Orbital installations — what the settlers have actually
      * built, placed off the figures already rolled.  Around the
      * main world: a highport by starport class (A always, B on
      * 6+, C on 9+ — 2D6), a shipyard for an A port, a TL 8+ B
      * port (8+) or a TL 9+ C port (11+), set at the world's
      * L4/L5 points when the Lagrange verdict calls them stable
      * and no trojans hold them, and the naval depot, scout
      * station and way-station relay the SYSTEM-BASES flags call
      * for.  Across the orbits: a skimming station at the first
      * giant grading Safe or Caution (another such giant on 10+,
      * a Dangerous one only at TL 10+ on 10+, a lethal one never),
      * mining bases on the richer belts and worlds, and research
      * outposts at precursor sites.  Nothing orbital below TL 7;
      * an uninhabited system keeps only what outsiders come for —
      * research camps at the sites and a prospectors' claim on a
      * motherlode belt.
       GEN-INSTALLATIONS.
           MOVE 0 TO WS-INST-COUNT.
           MOVE 0 TO WS-INST-SKIMS.
           PERFORM FIND-MAIN-WORLD-ORBIT.
           IF NOT SETTLE-UNINHABITED AND SETTLE-TL >= 7
              AND WS-INST-MW-STAR > 0 THEN
               PERFORM PLACE-PORT-INSTALLATIONS
           END-IF.
           PERFORM VARYING STAR-IDX FROM 1 BY 1
                   UNTIL STAR-IDX > STAR-COUNT
               PERFORM VARYING ORB-IDX FROM 1 BY 1
                       UNTIL ORB-IDX > NUM-ORBITS(STAR-IDX)
                   PERFORM PLACE-ORBIT-INSTALLATIONS
               END-PERFORM
           END-PERFORM.
           EXIT PARAGRAPH.

      *    The star and orbit the best world (WS-BEST-TERRA-IDX)
      *    sits on — zero when the system has none.
       FIND-MAIN-WORLD-ORBIT.
           MOVE 0 TO WS-INST-MW-STAR WS-INST-MW-ORBIT.
           IF WS-BEST-TERRA-IDX = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING STAR-IDX FROM 1 BY 1
                   UNTIL STAR-IDX > STAR-COUNT
               PERFORM VARYING ORB-IDX FROM 1 BY 1
                       UNTIL ORB-IDX > NUM-ORBITS(STAR-IDX)
                   IF OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX) THEN
                       SET TERRA-IDX TO OBJ-REF(STAR-IDX, ORB-IDX)
                       IF TERRA-IDX = WS-BEST-TERRA-IDX THEN
                           SET WS-INST-MW-STAR TO STAR-IDX
                           SET WS-INST-MW-ORBIT TO ORB-IDX
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT PARAGRAPH.

       PLACE-PORT-INSTALLATIONS.
           SET STAR-IDX TO WS-INST-MW-STAR.
           SET ORB-IDX TO WS-INST-MW-ORBIT.
           SET TERRA-IDX TO WS-BEST-TERRA-IDX.
      *    Same mass-ratio criterion WRITE-ONE-LAGRANGE-SET prints.
           MOVE 'O' TO WS-INST-YARD-SITE.
           IF TROJAN-NONE(STAR-IDX, ORB-IDX)
              AND TERRA-MASS(TERRA-IDX) > 0 THEN
               COMPUTE WS-LAG-MASS = TERRA-MASS(TERRA-IDX) * 0.000003
               COMPUTE WS-LAG-RATIO =
                       MASS OF STAR(STAR-IDX) / WS-LAG-MASS
               IF WS-LAG-RATIO >= 25 THEN
                   MOVE 'L' TO WS-INST-YARD-SITE
               END-IF
           END-IF.
           MOVE 'H' TO WS-INST-NEW-TYPE.
           MOVE 'O' TO WS-INST-NEW-SITE.
           COPY 2D6.
           EVALUATE TRUE
               WHEN SETTLE-PORT = 'A'
                   MOVE 'L' TO WS-INST-NEW-SIZE
                   PERFORM ADD-INSTALLATION
               WHEN SETTLE-PORT = 'B' AND D6 >= 6
                   MOVE 'M' TO WS-INST-NEW-SIZE
                   PERFORM ADD-INSTALLATION
               WHEN SETTLE-PORT = 'C' AND D6 >= 9
                   MOVE 'S' TO WS-INST-NEW-SIZE
                   PERFORM ADD-INSTALLATION
           END-EVALUATE.
           MOVE 'Y' TO WS-INST-NEW-TYPE.
           MOVE WS-INST-YARD-SITE TO WS-INST-NEW-SITE.
           COPY 2D6.
           EVALUATE TRUE
               WHEN SETTLE-PORT = 'A'
                   MOVE 'L' TO WS-INST-NEW-SIZE
                   PERFORM ADD-INSTALLATION
               WHEN SETTLE-PORT = 'B' AND SETTLE-TL >= 8
                AND D6 >= 8
                   MOVE 'M' TO WS-INST-NEW-SIZE
                   PERFORM ADD-INSTALLATION
               WHEN SETTLE-PORT = 'C' AND SETTLE-TL >= 9
                AND D6 >= 11
                   MOVE 'S' TO WS-INST-NEW-SIZE
                   PERFORM ADD-INSTALLATION
           END-EVALUATE.
           IF HAS-NAVAL-BASE THEN
               MOVE 'N' TO WS-INST-NEW-TYPE
               MOVE WS-INST-YARD-SITE TO WS-INST-NEW-SITE
               IF SETTLE-PORT = 'A' THEN
                   MOVE 'L' TO WS-INST-NEW-SIZE
               ELSE
                   MOVE 'M' TO WS-INST-NEW-SIZE
               END-IF
               PERFORM ADD-INSTALLATION
           END-IF.
      *    The listening posts go out at the station points.
           MOVE 'P' TO WS-INST-NEW-SITE.
           MOVE 'S' TO WS-INST-NEW-SIZE.
           IF HAS-SCOUT-BASE THEN
               MOVE 'S' TO WS-INST-NEW-TYPE
               PERFORM ADD-INSTALLATION
           END-IF.
           IF HAS-WAY-STATION THEN
               MOVE 'W' TO WS-INST-NEW-TYPE
               PERFORM ADD-INSTALLATION
           END-IF.
           EXIT PARAGRAPH.

      *    One orbit's giant, belt or world, and any precursor site
      *    on it.
       PLACE-ORBIT-INSTALLATIONS.
           IF NOT SETTLE-UNINHABITED AND SETTLE-TL >= 7 THEN
               EVALUATE TRUE
                   WHEN OBJ-GAS-GIANT(STAR-IDX, ORB-IDX)
                       PERFORM PLACE-SKIMMING-STATION
                   WHEN OBJ-ASTEROID-BELT(STAR-IDX, ORB-IDX)
                       PERFORM PLACE-BELT-MINING-BASE
                   WHEN OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX)
                    AND (STAR-IDX NOT = WS-INST-MW-STAR
                      OR ORB-IDX NOT = WS-INST-MW-ORBIT)
                       PERFORM PLACE-WORLD-MINING-BASE
               END-EVALUATE
           ELSE
               IF WEALTH-MOTHERLODE(STAR-IDX, ORB-IDX) THEN
                   COPY 2D6.
                   IF D6 >= 9 THEN
                       MOVE 'M' TO WS-INST-NEW-TYPE
                       MOVE 'S' TO WS-INST-NEW-SITE
                       MOVE 'S' TO WS-INST-NEW-SIZE
                       PERFORM ADD-INSTALLATION
                   END-IF
               END-IF
           END-IF.
           IF NOT PRECURSOR-NONE(STAR-IDX, ORB-IDX) THEN
               PERFORM PLACE-RESEARCH-OUTPOST
           END-IF.
           EXIT PARAGRAPH.

       PLACE-SKIMMING-STATION.
           MOVE 'K' TO WS-INST-NEW-TYPE.
           MOVE 'O' TO WS-INST-NEW-SITE.
           IF SETTLE-PORT = 'A' OR SETTLE-PORT = 'B' THEN
               MOVE 'M' TO WS-INST-NEW-SIZE
           ELSE
               MOVE 'S' TO WS-INST-NEW-SIZE
           END-IF.
           COPY 2D6.
           EVALUATE TRUE
               WHEN REFUEL-SAFE(STAR-IDX, ORB-IDX)
                 OR REFUEL-CAUTION(STAR-IDX, ORB-IDX)
                   IF WS-INST-SKIMS = 0 OR D6 >= 10 THEN
                       PERFORM ADD-INSTALLATION
                   END-IF
               WHEN REFUEL-DANGEROUS(STAR-IDX, ORB-IDX)
                   IF SETTLE-TL >= 10 AND D6 >= 10 THEN
                       PERFORM ADD-INSTALLATION
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

       PLACE-BELT-MINING-BASE.
           MOVE 'M' TO WS-INST-NEW-TYPE.
           MOVE 'S' TO WS-INST-NEW-SITE.
           COPY 2D6.
           EVALUATE TRUE
               WHEN WEALTH-MOTHERLODE(STAR-IDX, ORB-IDX)
                   MOVE 'L' TO WS-INST-NEW-SIZE
                   PERFORM ADD-INSTALLATION
               WHEN WEALTH-BELT-RICH(STAR-IDX, ORB-IDX)
                   MOVE 'M' TO WS-INST-NEW-SIZE
                   PERFORM ADD-INSTALLATION
               WHEN WEALTH-BELT-AVG(STAR-IDX, ORB-IDX) AND D6 >= 8
                   MOVE 'S' TO WS-INST-NEW-SIZE
                   PERFORM ADD-INSTALLATION
               WHEN WEALTH-BELT-POOR(STAR-IDX, ORB-IDX) AND D6 >= 11
                   MOVE 'S' TO WS-INST-NEW-SIZE
                   PERFORM ADD-INSTALLATION
           END-EVALUATE.
           EXIT PARAGRAPH.

       PLACE-WORLD-MINING-BASE.
           MOVE 'M' TO WS-INST-NEW-TYPE.
           MOVE 'S' TO WS-INST-NEW-SITE.
           COPY 2D6.
           EVALUATE TRUE
               WHEN WEALTH-WORLD-EXC(STAR-IDX, ORB-IDX) AND D6 >= 6
                   MOVE 'M' TO WS-INST-NEW-SIZE
                   PERFORM ADD-INSTALLATION
               WHEN WEALTH-WORLD-RICH(STAR-IDX, ORB-IDX) AND D6 >= 9
                   MOVE 'S' TO WS-INST-NEW-SIZE
                   PERFORM ADD-INSTALLATION
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    A vault always draws a standing team; artifact fields and
      *    ruins only sometimes.  A giant's site is worked from
      *    orbit.
       PLACE-RESEARCH-OUTPOST.
           MOVE 'R' TO WS-INST-NEW-TYPE.
           IF OBJ-GAS-GIANT(STAR-IDX, ORB-IDX) THEN
               MOVE 'O' TO WS-INST-NEW-SITE
           ELSE
               MOVE 'S' TO WS-INST-NEW-SITE
           END-IF.
           COPY 2D6.
           EVALUATE TRUE
               WHEN PRECURSOR-VAULT(STAR-IDX, ORB-IDX)
                   MOVE 'M' TO WS-INST-NEW-SIZE
                   PERFORM ADD-INSTALLATION
               WHEN PRECURSOR-ARTIFACT(STAR-IDX, ORB-IDX) AND D6 >= 6
                   MOVE 'S' TO WS-INST-NEW-SIZE
                   PERFORM ADD-INSTALLATION
               WHEN PRECURSOR-RUINS(STAR-IDX, ORB-IDX) AND D6 >= 8
                   MOVE 'S' TO WS-INST-NEW-SIZE
                   PERFORM ADD-INSTALLATION
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    WS-INST-NEW-* onto the table at STAR-IDX/ORB-IDX — six to
      *    an orbit at most (the sidecar row's capacity).
       ADD-INSTALLATION.
           IF WS-INST-COUNT >= 64 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-INST-J.
           PERFORM VARYING WS-INST-I FROM 1 BY 1
                   UNTIL WS-INST-I > WS-INST-COUNT
               IF WS-INST-STAR(WS-INST-I) = STAR-IDX
                  AND WS-INST-ORBIT(WS-INST-I) = ORB-IDX THEN
                   ADD 1 TO WS-INST-J
               END-IF
           END-PERFORM.
           IF WS-INST-J >= 6 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-INST-COUNT.
           SET WS-INST-STAR(WS-INST-COUNT) TO STAR-IDX.
           SET WS-INST-ORBIT(WS-INST-COUNT) TO ORB-IDX.
           MOVE WS-INST-NEW-TYPE TO WS-INST-TYPE(WS-INST-COUNT).
           MOVE WS-INST-NEW-SITE TO WS-INST-SITE(WS-INST-COUNT).
           MOVE WS-INST-NEW-SIZE TO WS-INST-SIZE(WS-INST-COUNT).
           IF WS-INST-NEW-TYPE = 'K' THEN
               ADD 1 TO WS-INST-SKIMS
           END-IF.
           EXIT PARAGRAPH.

      *    The installations section of the write-up — also written
      *    for a loaded system, off the rows LOAD-INSTALLATIONS
      *    brought back.
       WRITE-INSTALLATION-LINES.
           IF WS-INST-COUNT = 0 THEN
               MOVE 'Installations: none' TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Installations:' TO WS-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-INST-I FROM 1 BY 1
                   UNTIL WS-INST-I > WS-INST-COUNT
               PERFORM WRITE-ONE-INSTALLATION-LINE
           END-PERFORM.
           EXIT PARAGRAPH.

       WRITE-ONE-INSTALLATION-LINE.
           EVALUATE WS-INST-TYPE(WS-INST-I)
               WHEN 'H'   MOVE 'highport' TO WS-INST-WORD
               WHEN 'Y'   MOVE 'shipyard' TO WS-INST-WORD
               WHEN 'K'   MOVE 'skimming station' TO WS-INST-WORD
               WHEN 'M'   MOVE 'mining base' TO WS-INST-WORD
               WHEN 'R'   MOVE 'research outpost' TO WS-INST-WORD
               WHEN 'N'   MOVE 'naval depot' TO WS-INST-WORD
               WHEN 'S'   MOVE 'scout station' TO WS-INST-WORD
               WHEN OTHER MOVE 'way-station relay' TO WS-INST-WORD
           END-EVALUATE.
           EVALUATE WS-INST-SITE(WS-INST-I)
               WHEN 'L'   MOVE 'at L4/L5' TO WS-INST-SITE-WORD
               WHEN 'P'   MOVE 'at L1/L2' TO WS-INST-SITE-WORD
               WHEN 'S'   MOVE 'on the surface' TO WS-INST-SITE-WORD
               WHEN OTHER MOVE 'in orbit' TO WS-INST-SITE-WORD
           END-EVALUATE.
           EVALUATE WS-INST-SIZE(WS-INST-I)
               WHEN 'L'   MOVE 'large' TO WS-INST-SIZE-WORD
               WHEN 'M'   MOVE 'medium' TO WS-INST-SIZE-WORD
               WHEN OTHER MOVE 'small' TO WS-INST-SIZE-WORD
           END-EVALUATE.
           MOVE WS-INST-STAR(WS-INST-I) TO WS-OUT-STAR-IDX.
           MOVE WS-INST-ORBIT(WS-INST-I) TO WS-OUT-ORB-IDX.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  star '            DELIMITED BY SIZE
                  WS-OUT-STAR-IDX      DELIMITED BY SIZE
                  ' orbit '            DELIMITED BY SIZE
                  WS-OUT-ORB-IDX       DELIMITED BY SIZE
                  ': '                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INST-SIZE-WORD)
                                       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INST-WORD)
                                       DELIMITED BY SIZE
                  ', '                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INST-SITE-WORD)
                                       DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           EXIT PARAGRAPH.

      *********************************
      * The settlement section of the world write-up — also written
      * for a loaded system, whose settlement came back with the
      * record.
       WRITE-SETTLEMENT-REPORT-LINES.
           IF SETTLE-UNINHABITED THEN
               MOVE 'Settlement: none — uninhabited system'
                 TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               PERFORM WRITE-BASES-ZONE-LINE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN SETTLE-GOV = 0
                   MOVE 'no central authority' TO WS-GOV-WORD
               WHEN SETTLE-GOV = 1
                   MOVE 'company/corporate' TO WS-GOV-WORD
               WHEN SETTLE-GOV = 2
                   MOVE 'participating democracy' TO WS-GOV-WORD
               WHEN SETTLE-GOV = 3
                   MOVE 'self-perpetuating oligarchy' TO WS-GOV-WORD
               WHEN SETTLE-GOV = 4
                   MOVE 'representative democracy' TO WS-GOV-WORD
               WHEN SETTLE-GOV = 5
                   MOVE 'feudal technocracy' TO WS-GOV-WORD
               WHEN SETTLE-GOV = 6
                   MOVE 'captive government' TO WS-GOV-WORD
               WHEN SETTLE-GOV = 7
                   MOVE 'balkanized' TO WS-GOV-WORD
               WHEN SETTLE-GOV = 8
                   MOVE 'civil service bureaucracy' TO WS-GOV-WORD
               WHEN SETTLE-GOV = 9
                   MOVE 'impersonal bureaucracy' TO WS-GOV-WORD
               WHEN SETTLE-GOV = 10
                   MOVE 'charismatic dictatorship' TO WS-GOV-WORD
               WHEN SETTLE-GOV = 11
                   MOVE 'non-charismatic dictatorship'
                     TO WS-GOV-WORD
               WHEN SETTLE-GOV = 12
                   MOVE 'charismatic oligarchy' TO WS-GOV-WORD
               WHEN OTHER
                   MOVE 'religious/other' TO WS-GOV-WORD
           END-EVALUATE.
           MOVE SETTLE-POP-EXP TO WS-DISP-SETTLE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'Settlement: population ~10^'
                                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-SETTLE)
                                       DELIMITED BY SIZE
                  ', '                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GOV-WORD)
                                       DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           IF SYSTEM-SPECIES NOT = SPACES THEN
               PERFORM WRITE-SPECIES-REPORT-LINE
           END-IF.
           MOVE SETTLE-LAW TO WS-DISP-SETTLE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  law level '       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-SETTLE)
                                       DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE SETTLE-TL TO WS-DISP-SETTLE.
           STRING FUNCTION TRIM(WS-REPORT-LINE)
                                       DELIMITED BY SIZE
                  ', TL '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-SETTLE)
                                       DELIMITED BY SIZE
                  ', starport '        DELIMITED BY SIZE
                  SETTLE-PORT          DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM WRITE-BASES-ZONE-LINE.
           EXIT PARAGRAPH.

      *    Whose settlement it is, when not ours.  A loaded record
      *    only knows the species' name.
       WRITE-SPECIES-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           EVALUATE TRUE
               WHEN SPECIES-ENABLED AND WS-SPC-HERE > 0
                AND SPC-NATIVES
                   PERFORM SPECIES-STANCE-WORD
                   MOVE SPC-TL(WS-SPC-HERE) TO WS-DISP-SPC
                   STRING '  homeworld of the '
                                       DELIMITED BY SIZE
                          FUNCTION TRIM(SYSTEM-SPECIES)
                                       DELIMITED BY SIZE
                          ' (TL '      DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DISP-SPC)
                                       DELIMITED BY SIZE
                          ', '         DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SPC-WORD)
                                       DELIMITED BY SIZE
                          ')'          DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   END-STRING
               WHEN SPECIES-ENABLED AND WS-SPC-HERE > 0
                AND SPC-COLONY
                   STRING '  a colony of the '
                                       DELIMITED BY SIZE
                          FUNCTION TRIM(SYSTEM-SPECIES)
                                       DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING '  inhabited by the '
                                       DELIMITED BY SIZE
                          FUNCTION TRIM(SYSTEM-SPECIES)
                                       DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   END-STRING
           END-EVALUATE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           EXIT PARAGRAPH.

      *    Bases and travel zone under the settlement lines.  A record
      *    saved before either was generated carries blanks — said so
      *    rather than passed off as green.
       WRITE-BASES-ZONE-LINE.
           MOVE '  bases:' TO WS-REPORT-LINE.
           IF HAS-NAVAL-BASE THEN
               STRING FUNCTION TRIM(WS-REPORT-LINE)
                                       DELIMITED BY SIZE
                      ' naval'         DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           IF HAS-SCOUT-BASE THEN
               STRING FUNCTION TRIM(WS-REPORT-LINE)
                                       DELIMITED BY SIZE
                      ' scout'         DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           IF HAS-WAY-STATION THEN
               STRING FUNCTION TRIM(WS-REPORT-LINE)
                                       DELIMITED BY SIZE
                      ' way-station'   DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           IF SYSTEM-BASES = SPACES THEN
               STRING FUNCTION TRIM(WS-REPORT-LINE)
                                       DELIMITED BY SIZE
                      ' none'          DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           EVALUATE TRUE
               WHEN TRAVEL-ZONE-GREEN
                   MOVE 'green' TO WS-GOV-WORD
               WHEN TRAVEL-ZONE-AMBER
                   MOVE 'AMBER' TO WS-GOV-WORD
               WHEN TRAVEL-ZONE-RED
                   MOVE 'RED' TO WS-GOV-WORD
               WHEN OTHER
                   MOVE 'not rated' TO WS-GOV-WORD
           END-EVALUATE.
           STRING FUNCTION TRIM(WS-REPORT-LINE)
                                       DELIMITED BY SIZE
                  ', travel zone '     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GOV-WORD)
                                       DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
               COMPUTE SYS-COORD-Y = WS-COORD-FRAC * WS-DIM-Y
               PERFORM ROLL-COORD-FRACTION
               COMPUTE SYS-COORD-Z = WS-COORD-FRAC * WS-DIM-Z
               IF WS-CUR-GROUP > 0 THEN
                   PERFORM PULL-INTO-STELLAR-GROUP
               END-IF
               PERFORM CHECK-MIN-SEPARATION
           END-PERFORM.
           IF WS-SEP-CLASH = 'Y' AND NOT CALIBRATION-MODE THEN
               MOVE 'CRE035' TO MC-MSG-ID
               MOVE STAR-SYSTEM-NAME TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
      *    Space velocity, same dice: 3d6 per axis centered on zero,
      *    ±0.15 ly per millennium at the extremes — a typical disk
           COMPUTE SYS-VEL-Y = (D6 - 10.5) * 0.02.
           COPY 3D6.
           COMPUTE SYS-VEL-Z = (D6 - 10.5) * 0.02.
      *    A group moves together — the member keeps only a twentieth
      *    of its own roll as scatter about the group's velocity.
           IF WS-CUR-GROUP > 0 THEN
               COMPUTE SYS-VEL-X = GRP-VEL-X(WS-CUR-GROUP)
                                 + SYS-VEL-X * 0.05
               COMPUTE SYS-VEL-Y = GRP-VEL-Y(WS-CUR-GROUP)
                                 + SYS-VEL-Y * 0.05
               COMPUTE SYS-VEL-Z = GRP-VEL-Z(WS-CUR-GROUP)
                                 + SYS-VEL-Z * 0.05
           END-IF.
           IF WS-SYS-IDX >= 1 AND WS-SYS-IDX <= 999 THEN
               MOVE STAR-SYSTEM-NAME TO CH-NAME(WS-SYS-IDX)
      *        The chart table carries the positions already
      *    hear about it once (the audit's spatial pass covers the
      *    full database after the fact).
           IF WS-SYS-IDX > 999 AND WS-MINSEP-CAP-NOTED = '-' THEN
               MOVE 'CRE036' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'Y' TO WS-MINSEP-CAP-NOTED
           END-IF.
           PERFORM VARYING WS-CH-B FROM 1 BY 1
                   (WS-COORD-FRAC + D6 - 1) / 215.
           EXIT PARAGRAPH.

      *********************************
      * The batch's co-eval stellar groups, rolled once before any
      * system: a centre hex anywhere on the grid, a radius of 1-3
      * hexes, and a birth — age and population off GEN-SYSTEM-AGE
      * (halo reroll and all), metallicity off DERIVE-METALLICITY,
      * a space velocity off the same dice as ROLL-SYSTEM-COORDS'
      * — plus a centre and spread in light-years for COORDS=Y.  A
      * group young enough to still be bound (under a billion
      * years) is an open cluster; an older one has dispersed into
      * a moving group.
       SEED-STELLAR-GROUPS.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE 0 TO WS-CUR-GROUP.
           PERFORM VARYING WS-GRP-I FROM 1 BY 1
                   UNTIL WS-GRP-I > WS-GROUP-WANTED
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-GRP-I TO WS-GRP-ID-N
               MOVE SPACES TO GRP-ID(WS-GRP-I)
               STRING 'SG-' WS-GRP-ID-N DELIMITED BY SIZE
                      INTO GRP-ID(WS-GRP-I)
               END-STRING
               COMPUTE WS-GRP-IDX =
                       FUNCTION RANDOM * WS-SYSTEM-COUNT + 1
               IF WS-GRP-IDX > WS-SYSTEM-COUNT THEN
                   MOVE WS-SYSTEM-COUNT TO WS-GRP-IDX
               END-IF
               COMPUTE GRP-COL(WS-GRP-I) =
                       FUNCTION MOD(WS-GRP-IDX - 1, WS-SECTOR-WIDTH)
               COMPUTE GRP-ROW(WS-GRP-I) =
                       (WS-GRP-IDX - 1) / WS-SECTOR-WIDTH
               COMPUTE GRP-CUBE-X(WS-GRP-I) = GRP-COL(WS-GRP-I)
                   - (GRP-ROW(WS-GRP-I)
                      - FUNCTION MOD(GRP-ROW(WS-GRP-I), 2)) / 2
               MOVE GRP-ROW(WS-GRP-I) TO GRP-CUBE-Z(WS-GRP-I)
               COPY 1D6.
               COMPUTE GRP-RADIUS(WS-GRP-I) = (D6 + 1) / 2
               CALL 'GEN-SYSTEM-AGE' USING SYSTEM-AGE
               IF GAL-HALO AND (POP-EX1 OF SYSTEM-AGE
                                OR POP-Y1 OF SYSTEM-AGE) THEN
                   CALL 'GEN-SYSTEM-AGE' USING SYSTEM-AGE
               END-IF
               PERFORM DERIVE-METALLICITY
               MOVE SYSTEM-AGE TO GRP-AGE-IMAGE(WS-GRP-I)
               MOVE BYR OF SYSTEM-AGE TO GRP-BYR(WS-GRP-I)
               MOVE POPULATION OF SYSTEM-AGE
                 TO GRP-POPULATION(WS-GRP-I)
               MOVE SYSTEM-METALLICITY TO GRP-METAL(WS-GRP-I)
               IF GRP-BYR(WS-GRP-I) < 1.0 THEN
                   MOVE 'OPEN CLUSTER' TO GRP-KIND(WS-GRP-I)
               ELSE
                   MOVE 'MOVING GROUP' TO GRP-KIND(WS-GRP-I)
               END-IF
               COPY 3D6.
               COMPUTE GRP-VEL-X(WS-GRP-I) = (D6 - 10.5) * 0.02
               COPY 3D6.
               COMPUTE GRP-VEL-Y(WS-GRP-I) = (D6 - 10.5) * 0.02
               COPY 3D6.
               COMPUTE GRP-VEL-Z(WS-GRP-I) = (D6 - 10.5) * 0.02
               PERFORM ROLL-COORD-FRACTION
               COMPUTE GRP-CTR-X(WS-GRP-I) = WS-COORD-FRAC * WS-DIM-X
               PERFORM ROLL-COORD-FRACTION
               COMPUTE GRP-CTR-Y(WS-GRP-I) = WS-COORD-FRAC * WS-DIM-Y
               PERFORM ROLL-COORD-FRACTION
               COMPUTE GRP-CTR-Z(WS-GRP-I) = WS-COORD-FRAC * WS-DIM-Z
               COMPUTE GRP-SPREAD-LY(WS-GRP-I) =
                       GRP-RADIUS(WS-GRP-I) * 2.0
               MOVE 0 TO GRP-MEMBERS(WS-GRP-I)
               IF NOT CALIBRATION-MODE AND NOT THROUGHPUT-MODE THEN
                   MOVE 2 TO WS-FMT-DIGITS
                   CALL 'FMT-NUM' USING GRP-BYR(WS-GRP-I),
                                        WS-FMT-DIGITS, WS-TMP-STR
                   MOVE GRP-RADIUS(WS-GRP-I) TO WS-GRP-DISP
                   MOVE WS-GRP-IDX TO WS-FEAT-DISP
                   DISPLAY 'Stellar group '
                       FUNCTION TRIM(GRP-ID(WS-GRP-I)) ': '
                       FUNCTION TRIM(GRP-KIND(WS-GRP-I)) ', '
                       FUNCTION TRIM(WS-TMP-STR) ' BYr, centred on '
                       'grid index ' FUNCTION TRIM(WS-FEAT-DISP)
                       ', radius '
                       FUNCTION TRIM(WS-GRP-DISP) ' hex(es).'
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    The group, if any, whose hexes the WS-SYS-IDX grid position
      *    falls in — hex distance on the same odd-r grid WRITE-
      *    SECTOR-ROW walks (cube coordinates), nearest centre wins.
       FIND-STELLAR-GROUP.
           MOVE 0 TO WS-CUR-GROUP.
           MOVE 99999 TO WS-GRP-BEST-DIST.
           COMPUTE WS-GRP-CUBE-Z = (WS-SYS-IDX - 1) / WS-SECTOR-WIDTH.
           COMPUTE WS-GRP-CUBE-X =
                   FUNCTION MOD(WS-SYS-IDX - 1, WS-SECTOR-WIDTH)
                 - (WS-GRP-CUBE-Z - FUNCTION MOD(WS-GRP-CUBE-Z, 2))
                   / 2.
           PERFORM VARYING WS-GRP-I FROM 1 BY 1
                   UNTIL WS-GRP-I > WS-GROUP-COUNT
               COMPUTE WS-GRP-DX =
                       WS-GRP-CUBE-X - GRP-CUBE-X(WS-GRP-I)
               COMPUTE WS-GRP-DZ =
                       WS-GRP-CUBE-Z - GRP-CUBE-Z(WS-GRP-I)
               COMPUTE WS-GRP-DY = 0 - WS-GRP-DX - WS-GRP-DZ
               COMPUTE WS-GRP-DIST = FUNCTION MAX(
                       FUNCTION ABS(WS-GRP-DX),
                       FUNCTION ABS(WS-GRP-DY),
                       FUNCTION ABS(WS-GRP-DZ))
               IF WS-GRP-DIST <= GRP-RADIUS(WS-GRP-I)
                  AND WS-GRP-DIST < WS-GRP-BEST-DIST THEN
                   MOVE WS-GRP-DIST TO WS-GRP-BEST-DIST
                   MOVE WS-GRP-I TO WS-CUR-GROUP
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    A member's freshly rolled position, squeezed from the whole
      *    sector box into its group's volume: the same fractions,
      *    mapped onto a cube of the group's spread about its centre
      *    (and kept inside the box).
       PULL-INTO-STELLAR-GROUP.
           IF WS-DIM-X > 0 THEN
               COMPUTE SYS-COORD-X = GRP-CTR-X(WS-CUR-GROUP)
                   + (SYS-COORD-X / WS-DIM-X - 0.5) * 2
                   * GRP-SPREAD-LY(WS-CUR-GROUP)
           END-IF.
           IF WS-DIM-Y > 0 THEN
               COMPUTE SYS-COORD-Y = GRP-CTR-Y(WS-CUR-GROUP)
                   + (SYS-COORD-Y / WS-DIM-Y - 0.5) * 2
                   * GRP-SPREAD-LY(WS-CUR-GROUP)
           END-IF.
           IF WS-DIM-Z > 0 THEN
               COMPUTE SYS-COORD-Z = GRP-CTR-Z(WS-CUR-GROUP)
                   + (SYS-COORD-Z / WS-DIM-Z - 0.5) * 2
                   * GRP-SPREAD-LY(WS-CUR-GROUP)
           END-IF.
           IF SYS-COORD-X < 0 THEN
               MOVE 0 TO SYS-COORD-X
           END-IF.
           IF SYS-COORD-X > WS-DIM-X THEN
               MOVE WS-DIM-X TO SYS-COORD-X
           END-IF.
           IF SYS-COORD-Y < 0 THEN
               MOVE 0 TO SYS-COORD-Y
           END-IF.
           IF SYS-COORD-Y > WS-DIM-Y THEN
               MOVE WS-DIM-Y TO SYS-COORD-Y
           END-IF.
           IF SYS-COORD-Z < 0 THEN
               MOVE 0 TO SYS-COORD-Z
           END-IF.
           IF SYS-COORD-Z > WS-DIM-Z THEN
               MOVE WS-DIM-Z TO SYS-COORD-Z
           END-IF.
           EXIT PARAGRAPH.

      *    One row per group — what G4SSGGRP reports the members
      *    against: GroupId,Kind,Col,Row,RadiusHex,AgeByr,Population,
      *    Metallicity,VelX,VelY,VelZ,CentreX,CentreY,CentreZ,
      *    SpreadLy,Members.  A resumed or sharded batch rewrites it
      *    with this run's member counts only.
       WRITE-GROUP-FILE.
           OPEN OUTPUT GROUP-FILE.
           MOVE SPACES TO WS-GROUP-LINE.
           MOVE 1 TO WS-GRP-PTR.
           STRING 'GroupId,Kind,Col,Row,RadiusHex,AgeByr,Population,'
                                               DELIMITED BY SIZE
                  'Metallicity,VelX,VelY,VelZ,CentreX,CentreY,'
                                               DELIMITED BY SIZE
                  'CentreZ,SpreadLy,Members'   DELIMITED BY SIZE
                  INTO WS-GROUP-LINE WITH POINTER WS-GRP-PTR
           END-STRING.
           WRITE GROUP-RECORD FROM WS-GROUP-LINE.
           PERFORM VARYING WS-GRP-I FROM 1 BY 1
                   UNTIL WS-GRP-I > WS-GROUP-COUNT
               PERFORM WRITE-GROUP-ROW
           END-PERFORM.
           CLOSE GROUP-FILE.
           MOVE WS-GROUP-COUNT TO WS-GRP-DISP.
           MOVE 'CRE037' TO MC-MSG-ID.
           MOVE WS-GRP-DISP TO MC-INSERT(1).
           MOVE WS-GROUP-PATH TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

       WRITE-GROUP-ROW.
           MOVE SPACES TO WS-GROUP-LINE.
           MOVE 1 TO WS-GRP-PTR.
           STRING FUNCTION TRIM(GRP-ID(WS-GRP-I)) DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  FUNCTION TRIM(GRP-KIND(WS-GRP-I))
                                              DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  INTO WS-GROUP-LINE WITH POINTER WS-GRP-PTR
           END-STRING.
           MOVE GRP-COL(WS-GRP-I) TO WS-GRP-IDX.
           PERFORM APPEND-GROUP-INT.
           MOVE GRP-ROW(WS-GRP-I) TO WS-GRP-IDX.
           PERFORM APPEND-GROUP-INT.
           MOVE GRP-RADIUS(WS-GRP-I) TO WS-GRP-IDX.
           PERFORM APPEND-GROUP-INT.
           MOVE 3 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING GRP-BYR(WS-GRP-I),
                                WS-FMT-DIGITS, WS-TMP-STR.
           PERFORM APPEND-GROUP-TEXT.
           MOVE GRP-POPULATION(WS-GRP-I) TO WS-TMP-STR.
           PERFORM APPEND-GROUP-TEXT.
           CALL 'FMT-NUM' USING GRP-METAL(WS-GRP-I),
                                WS-FMT-DIGITS, WS-TMP-STR.
           PERFORM APPEND-GROUP-TEXT.
           MOVE 4 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING GRP-VEL-X(WS-GRP-I),
                                WS-FMT-DIGITS, WS-TMP-STR.
           PERFORM APPEND-GROUP-TEXT.
           CALL 'FMT-NUM' USING GRP-VEL-Y(WS-GRP-I),
                                WS-FMT-DIGITS, WS-TMP-STR.
           PERFORM APPEND-GROUP-TEXT.
           CALL 'FMT-NUM' USING GRP-VEL-Z(WS-GRP-I),
                                WS-FMT-DIGITS, WS-TMP-STR.
           PERFORM APPEND-GROUP-TEXT.
           MOVE 2 TO WS-FMT-DIGITS.
           CALL 'FMT-NUM' USING GRP-CTR-X(WS-GRP-I),
                                WS-FMT-DIGITS, WS-TMP-STR.
           PERFORM APPEND-GROUP-TEXT.
           CALL 'FMT-NUM' USING GRP-CTR-Y(WS-GRP-I),
                                WS-FMT-DIGITS, WS-TMP-STR.
           PERFORM APPEND-GROUP-TEXT.
           CALL 'FMT-NUM' USING GRP-CTR-Z(WS-GRP-I),
                                WS-FMT-DIGITS, WS-TMP-STR.
           PERFORM APPEND-GROUP-TEXT.
           CALL 'FMT-NUM' USING GRP-SPREAD-LY(WS-GRP-I),
                                WS-FMT-DIGITS, WS-TMP-STR.
           PERFORM APPEND-GROUP-TEXT.
           MOVE GRP-MEMBERS(WS-GRP-I) TO WS-GRP-IDX.
           MOVE WS-GRP-IDX TO WS-FEAT-DISP.
           STRING FUNCTION TRIM(WS-FEAT-DISP) DELIMITED BY SIZE
                  INTO WS-GROUP-LINE WITH POINTER WS-GRP-PTR
           END-STRING.
           WRITE GROUP-RECORD FROM WS-GROUP-LINE.
           EXIT PARAGRAPH.

       APPEND-GROUP-INT.
           MOVE WS-GRP-IDX TO WS-FEAT-DISP.
           STRING FUNCTION TRIM(WS-FEAT-DISP) DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  INTO WS-GROUP-LINE WITH POINTER WS-GRP-PTR
           END-STRING.
           EXIT PARAGRAPH.

       APPEND-GROUP-TEXT.
           STRING FUNCTION TRIM(WS-TMP-STR)   DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  INTO WS-GROUP-LINE WITH POINTER WS-GRP-PTR
           END-STRING.
           EXIT PARAGRAPH.

      *********************************
      * One sec-format line for the mapping tools — hex position off
      * the same odd-r grid WRITE-SECTOR-ROW walks, the UWP code from
      * the best world's physicals, and a PBG group whose B/G digits
      * are the system's belt and gas-giant counts.  A system that
      * rolled no terrestrial world at all exports as X000000-0.
      * Base code, travel zone (A/R, blank for green) and the
      * allegiance G4SSGPOL stamped ('Na' until it has) fill the
      * columns between.
       WRITE-UWP-ROW.
           COMPUTE WS-SECT-COL =
                   FUNCTION MOD(WS-SYS-IDX - 1, WS-SECTOR-WIDTH).
               MOVE 9 TO WS-UWP-N
           END-IF.
           MOVE WS-UWP-HEXDIGS(WS-UWP-N + 1:1) TO WS-UWP-PBG(3:1).
      *    Base column in the sec convention — one letter, with the
      *    combined codes for a naval base sharing the system.
           EVALUATE TRUE
               WHEN HAS-NAVAL-BASE AND HAS-SCOUT-BASE
                   MOVE 'A' TO WS-UWP-BASE
               WHEN HAS-NAVAL-BASE AND HAS-WAY-STATION
                   MOVE 'B' TO WS-UWP-BASE
               WHEN HAS-NAVAL-BASE
                   MOVE 'N' TO WS-UWP-BASE
               WHEN HAS-WAY-STATION
                   MOVE 'W' TO WS-UWP-BASE
               WHEN HAS-SCOUT-BASE
                   MOVE 'S' TO WS-UWP-BASE
               WHEN OTHER
                   MOVE SPACE TO WS-UWP-BASE
           END-EVALUATE.
           IF TRAVEL-ZONE-AMBER OR TRAVEL-ZONE-RED THEN
               MOVE SYSTEM-TRAVEL-ZONE TO WS-UWP-ZONE
           ELSE
               MOVE SPACE TO WS-UWP-ZONE
           END-IF.
           IF SYSTEM-ALLEGIANCE = SPACES THEN
               MOVE 'Na' TO WS-UWP-ALLEG
           ELSE
               MOVE SYSTEM-ALLEGIANCE TO WS-UWP-ALLEG
           END-IF.
           MOVE SPACES TO WS-UWP-LINE.
           STRING WS-UWP-NAME        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-UWP-HEX         DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-UWP-CODE        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-UWP-BASE        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-UWP-ZONE        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-UWP-PBG         DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-UWP-ALLEG       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SPEC-CLASS)
                                     DELIMITED BY SIZE
                  INTO WS-UWP-LINE
           END-EVALUATE.
           CALL 'ALTER-VALUE-BY-PERCENTAGE' USING
                   TEN-PERCENT, WS-TMP-N0, SYSTEM-METALLICITY.
      *    ... unless the system formed out of a group's cloud, in
      *    which case it has the group's composition within 5%.
           IF WS-CUR-GROUP > 0 THEN
               CALL 'ALTER-VALUE-BY-PERCENTAGE' USING FIVE-PERCENT,
                       GRP-METAL(WS-CUR-GROUP), SYSTEM-METALLICITY
           END-IF.
           EVALUATE TRUE
               WHEN SYSTEM-METALLICITY >= 1.25
                   MOVE  2 TO WS-METAL-GG-MOD
           IF WS-FORCED-AGE < WS-POP-AGE-MIN - WS-POP-AGE-SLACK
              OR WS-FORCED-AGE > WS-POP-AGE-MAX + WS-POP-AGE-SLACK
           THEN
               MOVE 'CRE074' TO MC-MSG-ID
               MOVE WS-FORCED-AGE TO WS-AGE-DISP
               MOVE WS-AGE-DISP TO MC-INSERT(1)
               MOVE POPULATION OF SYSTEM-AGE TO MC-INSERT(2)
               MOVE WS-POP-AGE-MIN TO WS-AGE-DISP
               MOVE WS-AGE-DISP TO MC-INSERT(3)
               MOVE WS-POP-AGE-MAX TO WS-AGE-DISP
               MOVE WS-AGE-DISP TO MC-INSERT(4)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               MOVE 'AGEPOP' TO WS-REJ-REASON
               MOVE 'W' TO WS-REJ-SEV
               PERFORM NOTE-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF STAR-COUNT > STARDB-MAX-STARS THEN
               MOVE 'CRE038' TO MC-MSG-ID
               MOVE STAR-SYSTEM-NAME TO MC-INSERT(1)
               MOVE STARDB-MAX-STARS TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               IF NOT COMPARE-ACTIVE THEN
                   MOVE 'DBFULL' TO WS-REJ-REASON
                   MOVE 'E' TO WS-REJ-SEV
           END-IF.
           PERFORM OPEN-STARDB-SHARED.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'CRE039' TO MC-MSG-ID
               MOVE STAR-SYSTEM-NAME TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE STAR-SYSTEM-NAME TO STARDB-KEY.
           MOVE '-' TO WS-DB-SAVED.
           PERFORM WRITE-STARDB-WITH-RETRY.
           CLOSE STARDB-FILE.
           ADD 1 TO WS-DB-SAVE-COUNT.
           IF WS-DB-SAVED = 'Y' THEN
               PERFORM SAVE-WORLD-DETAIL
               PERFORM SAVE-INSTALLATIONS
               IF SPECIES-ENABLED AND WS-SPC-HERE > 0 THEN
                   PERFORM SAVE-SPECIES-REGISTRY
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *    Shared open, retried with a one-second backoff while some
               OPEN I-O STARDB-FILE
               IF NOT STARDB-FILE-OK THEN
                   IF WS-LOCK-TRIES < 5 THEN
                       MOVE 'CRE040' TO MC-MSG-ID
                       MOVE WS-STARDB-STATUS TO MC-INSERT(1)
                       MOVE WS-LOCK-TRIES TO MC-INSERT(2)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       CALL 'C$SLEEP' USING WS-LOCK-WAIT-SECS
                   END-IF
               END-IF
      *        A first save is generation 1; a re-save pushes the
      *        displaced version into the history sidecar and bumps
      *        the generation past it (see RESAVE-WITH-HISTORY).
      *        Every save carries the current layout stamp, the
      *        coordinate cell the alternate key indexes, and this
      *        run's id for G4SSGDBU BACKOUT=.
               SET SYSTEM-LAYOUT-CURRENT TO TRUE
               PERFORM DERIVE-SYSTEM-CELL
               MOVE WS-RUN-ID TO SYSTEM-SAVE-RUN-ID
               MOVE 1 TO SYSTEM-GENERATION
               WRITE STARDB-RECORD FROM WS-STAR-SYSTEM
                   INVALID KEY
                       PERFORM RESAVE-WITH-HISTORY
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-DB-SAVED
               END-WRITE
               IF WS-STARDB-STATUS = '51' OR '93' OR '99' THEN
                   MOVE '-' TO WS-SAVE-SETTLED
                   IF WS-LOCK-TRIES < 5 THEN
                       MOVE 'CRE041' TO MC-MSG-ID
                       MOVE STARDB-KEY TO MC-INSERT(1)
                       MOVE WS-LOCK-TRIES TO MC-INSERT(2)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       CALL 'C$SLEEP' USING WS-LOCK-WAIT-SECS
                   ELSE
                       MOVE 'CRE042' TO MC-MSG-ID
                       MOVE STARDB-KEY TO MC-INSERT(1)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SAVE-SETTLED NOT = 'Y' THEN
               MOVE 'CRE043' TO MC-MSG-ID
               MOVE STAR-SYSTEM-NAME TO MC-INSERT(1)
               MOVE WS-STARDB-STATUS TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

      *    The coarse cell off the epoch coordinates — whole
      *    STARDB-CELL-LY cubes, counted from the sector origin.
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

       RESAVE-WITH-HISTORY.
           READ STARDB-FILE
               INVALID KEY
                   MOVE 'CRE044' TO MC-MSG-ID
                   MOVE STAR-SYSTEM-NAME TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   EXIT PARAGRAPH
           END-READ.
      *    A record lock bounces the READ without tripping INVALID
      *    would stamp garbage over a record G4SSGMIG could still
      *    migrate cleanly.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               MOVE 'CRE045' TO MC-MSG-ID
               MOVE STARDB-KEY TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
      *    A lock-retry can land here twice for one save — the
           COMPUTE SYSTEM-GENERATION = STARDB-GENERATION + 1.
           REWRITE STARDB-RECORD FROM WS-STAR-SYSTEM
               INVALID KEY
                   MOVE 'CRE044' TO MC-MSG-ID
                   MOVE STAR-SYSTEM-NAME TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DB-SAVED
           END-REWRITE.
           EXIT PARAGRAPH.

           CLOSE HISTORY-FILE.
           EXIT PARAGRAPH.

      *********************************
      * The world-detail sidecar, kept in step with the record just
      * saved: the system's old rows come out (into the world-detail
      * history first, when they belong to a generation the save
      * just displaced into stardb.his), then one fresh row per
      * occupied orbit with a backing detail entry, stamped with the
      * new SYSTEM-GENERATION.  An orbit the run has no entry for —
      * a star a REGENSTAR= didn't touch whose row was never on
      * file — simply gets none.
       SAVE-WORLD-DETAIL.
           OPEN I-O WORLD-FILE.
           IF NOT WORLD-FILE-OK THEN
               OPEN OUTPUT WORLD-FILE
               CLOSE WORLD-FILE
               OPEN I-O WORLD-FILE
           END-IF.
           IF NOT WORLD-FILE-OK THEN
               MOVE 'CRE046' TO MC-MSG-ID
               MOVE WS-WORLD-PATH TO MC-INSERT(1)
               MOVE WS-WORLD-STATUS TO MC-INSERT(2)
               MOVE STAR-SYSTEM-NAME TO MC-INSERT(3)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM CLEAR-WORLD-DETAIL.
           MOVE 0 TO WS-WD-SAVED.
           PERFORM VARYING WS-WD-S FROM 1 BY 1
                   UNTIL WS-WD-S > STAR-COUNT
               PERFORM VARYING WS-WD-O FROM 1 BY 1
                       UNTIL WS-WD-O > NUM-ORBITS(WS-WD-S)
                   PERFORM WRITE-ONE-WORLD-DETAIL
               END-PERFORM
           END-PERFORM.
           CLOSE WORLD-FILE.
           IF VERBOSE-OUTPUT THEN
               MOVE 'CRE047' TO MC-MSG-ID
               MOVE WS-WD-SAVED TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

      *    Every row under this system's key, off the file — START
      *    at star/orbit zero and walk forward while the key prefix
      *    still matches.
       CLEAR-WORLD-DETAIL.
           MOVE STAR-SYSTEM-NAME TO WDTL-SYSTEM-KEY.
           MOVE 0 TO WDTL-STAR-NO.
           MOVE 0 TO WDTL-ORBIT-NO.
           START WORLD-FILE KEY IS NOT LESS THAN WDTL-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE '-' TO WS-WD-DONE.
           PERFORM UNTIL WS-WD-DONE = 'Y'
               READ WORLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WD-DONE
                   NOT AT END
                       IF WDTL-SYSTEM-KEY NOT = STAR-SYSTEM-NAME THEN
                           MOVE 'Y' TO WS-WD-DONE
                       ELSE
                           IF WS-HIS-APPENDED = 'Y' THEN
                               PERFORM APPEND-WORLD-HISTORY
                           END-IF
                           DELETE WORLD-FILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
           EXIT PARAGRAPH.

       APPEND-WORLD-HISTORY.
           OPEN EXTEND WORLDHIS-FILE.
           IF NOT WORLDHIS-FILE-OK THEN
               OPEN OUTPUT WORLDHIS-FILE
           END-IF.
           WRITE WORLDHIS-RECORD FROM WORLD-RECORD.
           CLOSE WORLDHIS-FILE.
           EXIT PARAGRAPH.

      *    One orbit: only a T/A/G object whose OBJ-REF lands inside
      *    its detail table has anything to persist.
       WRITE-ONE-WORLD-DETAIL.
           MOVE SPACES TO WORLD-RECORD.
           MOVE STAR-SYSTEM-NAME TO WDTL-SYSTEM-KEY.
           MOVE WS-WD-S TO WDTL-STAR-NO.
           MOVE WS-WD-O TO WDTL-ORBIT-NO.
           MOVE OBJ(WS-WD-S, WS-WD-O) TO WDTL-OBJ.
           MOVE SYSTEM-GENERATION TO WDTL-GENERATION.
           SET WS-WD-REF TO OBJ-REF(WS-WD-S, WS-WD-O).
           EVALUATE TRUE
               WHEN OBJ-TERRESTRIAL(WS-WD-S, WS-WD-O)
                AND WS-WD-REF >= 1 AND WS-WD-REF <= WS-TERRA-COUNT
                   MOVE WS-OBJ-TERRESTRIAL(WS-WD-REF) TO WDTL-DETAIL
               WHEN OBJ-ASTEROID-BELT(WS-WD-S, WS-WD-O)
                AND WS-WD-REF >= 1 AND WS-WD-REF <= WS-BELT-COUNT
                   MOVE WS-OBJ-ASTEROID-BELT(WS-WD-REF) TO WDTL-DETAIL
               WHEN OBJ-GAS-GIANT(WS-WD-S, WS-WD-O)
                AND WS-WD-REF >= 1 AND WS-WD-REF <= WS-GG-COUNT
                   MOVE WS-OBJ-GAS-GIANT(WS-WD-REF) TO WDTL-DETAIL
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           WRITE WORLD-RECORD
               INVALID KEY
                   REWRITE WORLD-RECORD
                       INVALID KEY
                           MOVE 'CRE048' TO MC-MSG-ID
                           MOVE STAR-SYSTEM-NAME TO MC-INSERT(1)
                           MOVE WS-WD-S TO MC-INSERT(2)
                           MOVE WS-WD-O TO MC-INSERT(3)
                           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WS-WD-SAVED.
           EXIT PARAGRAPH.

      *********************************
      * The other half: rebuild the detail tables of a just-loaded
      * system from the world-detail file, re-pointing each orbit's
      * OBJ-REF at the entry it now occupies.  An orbit with no row
      * on file is parked past the end of the 200-entry table — the
      * "> WS-xxx-COUNT" checks every reader already makes then call
      * it detail-less, exactly as before the file existed.  Leaves
      * BELT-IDX/TERRA-IDX/GG-IDX on the next free slot for a
      * REGENSTAR= to append after.
       LOAD-WORLD-DETAIL.
           MOVE 0 TO WS-WD-MISSING.
           OPEN INPUT WORLD-FILE.
           IF WORLD-FILE-OK THEN
               MOVE 'Y' TO WS-WD-OPEN
           ELSE
               MOVE '-' TO WS-WD-OPEN
           END-IF.
           PERFORM VARYING WS-WD-S FROM 1 BY 1
                   UNTIL WS-WD-S > STAR-COUNT
               PERFORM VARYING WS-WD-O FROM 1 BY 1
                       UNTIL WS-WD-O > NUM-ORBITS(WS-WD-S)
                   IF NOT OBJ-NOTHING(WS-WD-S, WS-WD-O) THEN
                       PERFORM LOAD-ONE-WORLD-DETAIL
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-WD-OPEN = 'Y' THEN
               CLOSE WORLD-FILE
           END-IF.
           SET TERRA-IDX TO WS-TERRA-COUNT.
           SET TERRA-IDX UP BY 1.
           SET BELT-IDX TO WS-BELT-COUNT.
           SET BELT-IDX UP BY 1.
           SET GG-IDX TO WS-GG-COUNT.
           SET GG-IDX UP BY 1.
           IF WS-WD-MISSING > 0 AND NOT CALIBRATION-MODE THEN
               MOVE 'CRE049' TO MC-MSG-ID
               MOVE WS-WD-MISSING TO MC-INSERT(1)
               MOVE STAR-SYSTEM-NAME TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       LOAD-ONE-WORLD-DETAIL.
           MOVE STAR-SYSTEM-NAME TO WDTL-SYSTEM-KEY.
           MOVE WS-WD-S TO WDTL-STAR-NO.
           MOVE WS-WD-O TO WDTL-ORBIT-NO.
           MOVE SPACE TO WDTL-OBJ.
           IF WS-WD-OPEN = 'Y' THEN
               READ WORLD-FILE
                   INVALID KEY
                       MOVE SPACE TO WDTL-OBJ
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN WDTL-OBJ NOT = OBJ(WS-WD-S, WS-WD-O)
                   ADD 1 TO WS-WD-MISSING
                   SET TERRA-IDX TO 201
                   SET OBJ-REF(WS-WD-S, WS-WD-O) TO TERRA-IDX
               WHEN WDTL-TERRESTRIAL
                   ADD 1 TO WS-TERRA-COUNT
                   SET TERRA-IDX TO WS-TERRA-COUNT
                   MOVE WDTL-DETAIL
                     TO WS-OBJ-TERRESTRIAL(TERRA-IDX)
                   SET OBJ-REF(WS-WD-S, WS-WD-O) TO TERRA-IDX
               WHEN WDTL-ASTEROID-BELT
                   ADD 1 TO WS-BELT-COUNT
                   SET BELT-IDX TO WS-BELT-COUNT
                   MOVE WDTL-DETAIL(1:51)
                     TO WS-OBJ-ASTEROID-BELT(BELT-IDX)
                   SET OBJ-REF(WS-WD-S, WS-WD-O) TO BELT-IDX
               WHEN WDTL-GAS-GIANT
                   ADD 1 TO WS-GG-COUNT
                   SET GG-IDX TO WS-GG-COUNT
                   MOVE WDTL-DETAIL(1:93)
                     TO WS-OBJ-GAS-GIANT(GG-IDX)
                   SET OBJ-REF(WS-WD-S, WS-WD-O) TO GG-IDX
           END-EVALUATE.
           EXIT PARAGRAPH.

      *********************************
      * The installation sidecar, kept in step with the record just
      * saved: the system's old rows come out, then one row per
      * orbit that carries anything, stamped with the new SYSTEM-
      * GENERATION.  Installations are placed afresh with every
      * generation, so the displaced rows keep no history of their
      * own.  An installation whose orbit no longer holds a body
      * (a REGENSTAR= re-save) is simply not written back.
       SAVE-INSTALLATIONS.
           OPEN I-O INSTALL-FILE.
           IF NOT INST-FILE-OK THEN
               OPEN OUTPUT INSTALL-FILE
               CLOSE INSTALL-FILE
               OPEN I-O INSTALL-FILE
           END-IF.
           IF NOT INST-FILE-OK THEN
               MOVE 'CRE050' TO MC-MSG-ID
               MOVE WS-INST-PATH TO MC-INSERT(1)
               MOVE WS-INST-STATUS TO MC-INSERT(2)
               MOVE STAR-SYSTEM-NAME TO MC-INSERT(3)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM CLEAR-INSTALLATIONS.
           MOVE 0 TO WS-INST-SAVED.
           PERFORM VARYING WS-WD-S FROM 1 BY 1
                   UNTIL WS-WD-S > STAR-COUNT
               PERFORM VARYING WS-WD-O FROM 1 BY 1
                       UNTIL WS-WD-O > NUM-ORBITS(WS-WD-S)
                   IF NOT OBJ-NOTHING(WS-WD-S, WS-WD-O) THEN
                       PERFORM WRITE-ONE-INSTALLATION-ROW
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE INSTALL-FILE.
           IF VERBOSE-OUTPUT THEN
               MOVE 'CRE051' TO MC-MSG-ID
               MOVE WS-INST-SAVED TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       CLEAR-INSTALLATIONS.
           MOVE STAR-SYSTEM-NAME TO INST-SYSTEM-KEY.
           MOVE 0 TO INST-STAR-NO.
           MOVE 0 TO INST-ORBIT-NO.
           START INSTALL-FILE KEY IS NOT LESS THAN INST-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE '-' TO WS-INST-DONE.
           PERFORM UNTIL WS-INST-DONE = 'Y'
               READ INSTALL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-INST-DONE
                   NOT AT END
                       IF INST-SYSTEM-KEY NOT = STAR-SYSTEM-NAME THEN
                           MOVE 'Y' TO WS-INST-DONE
                       ELSE
                           DELETE INSTALL-FILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
           EXIT PARAGRAPH.

      *    One orbit's installations gathered off the flat table
      *    into one row.
       WRITE-ONE-INSTALLATION-ROW.
           MOVE SPACES TO INSTALL-RECORD.
           MOVE STAR-SYSTEM-NAME TO INST-SYSTEM-KEY.
           MOVE WS-WD-S TO INST-STAR-NO.
           MOVE WS-WD-O TO INST-ORBIT-NO.
           MOVE SYSTEM-GENERATION TO INST-GENERATION.
           MOVE 0 TO INST-COUNT.
           PERFORM VARYING WS-INST-I FROM 1 BY 1
                   UNTIL WS-INST-I > WS-INST-COUNT
               IF WS-INST-STAR(WS-INST-I) = WS-WD-S
                  AND WS-INST-ORBIT(WS-INST-I) = WS-WD-O
                  AND INST-COUNT < 6 THEN
                   ADD 1 TO INST-COUNT
                   MOVE WS-INST-TYPE(WS-INST-I)
                     TO INST-TYPE(INST-COUNT)
                   MOVE WS-INST-SITE(WS-INST-I)
                     TO INST-SITE(INST-COUNT)
                   MOVE WS-INST-SIZE(WS-INST-I)
                     TO INST-SIZE(INST-COUNT)
               END-IF
           END-PERFORM.
           IF INST-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           WRITE INSTALL-RECORD
               INVALID KEY
                   REWRITE INSTALL-RECORD
                       INVALID KEY
                           MOVE 'CRE052' TO MC-MSG-ID
                           MOVE STAR-SYSTEM-NAME TO MC-INSERT(1)
                           MOVE WS-WD-S TO MC-INSERT(2)
                           MOVE WS-WD-O TO MC-INSERT(3)
                           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WS-INST-SAVED.
           EXIT PARAGRAPH.

      *    The other half: a loaded system's installations back onto
      *    the flat table, for the write-up and any re-save.  No
      *    file, or no rows under the key, means none on record.
       LOAD-INSTALLATIONS.
           MOVE 0 TO WS-INST-COUNT.
           OPEN INPUT INSTALL-FILE.
           IF NOT INST-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE STAR-SYSTEM-NAME TO INST-SYSTEM-KEY.
           MOVE 0 TO INST-STAR-NO.
           MOVE 0 TO INST-ORBIT-NO.
           START INSTALL-FILE KEY IS NOT LESS THAN INST-KEY
               INVALID KEY
                   CLOSE INSTALL-FILE
                   EXIT PARAGRAPH
           END-START.
           MOVE '-' TO WS-INST-DONE.
           PERFORM UNTIL WS-INST-DONE = 'Y'
               READ INSTALL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-INST-DONE
                   NOT AT END
                       IF INST-SYSTEM-KEY NOT = STAR-SYSTEM-NAME THEN
                           MOVE 'Y' TO WS-INST-DONE
                       ELSE
                           PERFORM LOAD-ONE-INSTALLATION-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INSTALL-FILE.
           EXIT PARAGRAPH.

       LOAD-ONE-INSTALLATION-ROW.
           PERFORM VARYING WS-INST-J FROM 1 BY 1
                   UNTIL WS-INST-J > INST-COUNT
                      OR WS-INST-J > 6
                      OR WS-INST-COUNT >= 64
               ADD 1 TO WS-INST-COUNT
               MOVE INST-STAR-NO TO WS-INST-STAR(WS-INST-COUNT)
               MOVE INST-ORBIT-NO TO WS-INST-ORBIT(WS-INST-COUNT)
               MOVE INST-TYPE(WS-INST-J)
                 TO WS-INST-TYPE(WS-INST-COUNT)
               MOVE INST-SITE(WS-INST-J)
                 TO WS-INST-SITE(WS-INST-COUNT)
               MOVE INST-SIZE(WS-INST-J)
                 TO WS-INST-SIZE(WS-INST-COUNT)
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * The species registry, kept in step with the record just
      * saved: a species rolled on this system goes on as new, with
      * its homeworld's key and the needs read off the main world's
      * detail; a colony is added to (or refreshed on) its species'
      * list of settled worlds.  Natives re-saved on a homeworld
      * already on the registry change nothing.
       SAVE-SPECIES-REGISTRY.
           OPEN I-O SPECIES-FILE.
           IF NOT SPC-FILE-OK THEN
               OPEN OUTPUT SPECIES-FILE
               CLOSE SPECIES-FILE
               OPEN I-O SPECIES-FILE
           END-IF.
           IF NOT SPC-FILE-OK THEN
               MOVE 'CRE077' TO MC-MSG-ID
               MOVE WS-SPC-PATH TO MC-INSERT(1)
               MOVE WS-SPC-STATUS TO MC-INSERT(2)
               MOVE STAR-SYSTEM-NAME TO MC-INSERT(3)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           IF WS-SPC-HERE > WS-SPC-COUNT THEN
               PERFORM WRITE-NEW-SPECIES
           ELSE
               IF SPC-COLONY THEN
                   PERFORM RECORD-SPECIES-COLONY
               END-IF
           END-IF.
           CLOSE SPECIES-FILE.
           EXIT PARAGRAPH.

      *    Biochemistry off the homeworld's air and climate: methane
      *    seas make a hydrocarbon chemistry, a corrosive or exotic
      *    atmosphere something stranger, a cold world without
      *    nitrogen-oxygen air an ammonia one; anything else is
      *    carbon and water like us.
       WRITE-NEW-SPECIES.
           MOVE SPACES TO SPECIES-RECORD.
           MOVE SPC-KEY(WS-SPC-HERE) TO SPEC-KEY.
           MOVE STAR-SYSTEM-NAME TO SPEC-HOME-SYSTEM.
           MOVE WS-INST-MW-STAR TO SPEC-HOME-STAR-NO.
           MOVE WS-INST-MW-ORBIT TO SPEC-HOME-ORBIT-NO.
           MOVE SPC-SECTOR(WS-SPC-HERE) TO SPEC-HOME-SECTOR.
           SET TERRA-IDX TO WS-BEST-TERRA-IDX.
           EVALUATE TRUE
               WHEN ATMO-COMP-METHANE(TERRA-IDX)
                   SET BIOCHEM-HYDROCARBON TO TRUE
               WHEN ATMO-COMP-CORROSIVE(TERRA-IDX)
                 OR ATMO-COMP-EXOTIC(TERRA-IDX)
                   SET BIOCHEM-EXOTIC TO TRUE
               WHEN (CLIMATE-FROZEN(TERRA-IDX)
                  OR CLIMATE-COLD(TERRA-IDX))
                AND NOT ATMO-COMP-N2-O2(TERRA-IDX)
                   SET BIOCHEM-AMMONIA TO TRUE
               WHEN OTHER
                   SET BIOCHEM-CARBON-WATER TO TRUE
           END-EVALUATE.
           MOVE TERRA-ATMO-COMP(TERRA-IDX) TO SPEC-ATMO-COMP.
           MOVE TERRA-BREATHE(TERRA-IDX) TO SPEC-BREATHE.
           MOVE TERRA-CLIMATE(TERRA-IDX) TO SPEC-CLIMATE.
           MOVE SPC-GRAVITY(WS-SPC-HERE) TO SPEC-GRAVITY.
           COMPUTE SPEC-PRESSURE ROUNDED = TERRA-PRESSURE(TERRA-IDX)
               ON SIZE ERROR
                   MOVE 99.99 TO SPEC-PRESSURE
           END-COMPUTE.
           COMPUTE SPEC-TEMP-K ROUNDED = TERRA-SURFACE-TEMP(TERRA-IDX)
               ON SIZE ERROR
                   MOVE 9999 TO SPEC-TEMP-K
           END-COMPUTE.
           MOVE TERRA-HYDROGRAPHIC(TERRA-IDX) TO SPEC-HYDRO.
           MOVE SPC-TL(WS-SPC-HERE) TO SPEC-TL.
           MOVE SPC-STANCE(WS-SPC-HERE) TO SPEC-STANCE.
           MOVE SYSTEM-GENERATION TO SPEC-GENERATION.
           MOVE 0 TO SPEC-WORLD-COUNT.
           WRITE SPECIES-RECORD
               INVALID KEY
                   MOVE 'CRE081' TO MC-MSG-ID
                   MOVE SPEC-KEY TO MC-INSERT(1)
                   MOVE WS-SPC-STATUS TO MC-INSERT(2)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE STAR-SYSTEM-NAME TO SPC-HOME-SYSTEM(WS-SPC-HERE).
           ADD 1 TO WS-SPC-COUNT.
           ADD 1 TO WS-SPC-NEW-N.
           PERFORM SPECIES-STANCE-WORD.
           MOVE 'CRE078' TO MC-MSG-ID.
           MOVE SPEC-KEY TO MC-INSERT(1).
           MOVE STAR-SYSTEM-NAME TO MC-INSERT(2).
           MOVE SPEC-TL TO WS-DISP-SPC.
           MOVE WS-DISP-SPC TO MC-INSERT(3).
           MOVE WS-SPC-WORD TO MC-INSERT(4).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *    This system onto its species' list of settled worlds —
      *    in place when a re-save finds it already there.
       RECORD-SPECIES-COLONY.
           MOVE SPC-KEY(WS-SPC-HERE) TO SPEC-KEY.
           READ SPECIES-FILE KEY IS SPEC-KEY
               INVALID KEY
                   MOVE 'CRE081' TO MC-MSG-ID
                   MOVE SPEC-KEY TO MC-INSERT(1)
                   MOVE WS-SPC-STATUS TO MC-INSERT(2)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   EXIT PARAGRAPH
           END-READ.
           MOVE 0 TO WS-SPC-J.
           PERFORM VARYING WS-SPC-I FROM 1 BY 1
                   UNTIL WS-SPC-I > SPEC-WORLD-COUNT OR WS-SPC-I > 20
               IF SPEC-WORLD-SYSTEM(WS-SPC-I) = STAR-SYSTEM-NAME THEN
                   MOVE WS-SPC-I TO WS-SPC-J
               END-IF
           END-PERFORM.
           IF WS-SPC-J = 0 THEN
               IF SPEC-WORLD-COUNT >= 20 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SPEC-WORLD-COUNT
               MOVE SPEC-WORLD-COUNT TO WS-SPC-J
           END-IF.
           MOVE STAR-SYSTEM-NAME TO SPEC-WORLD-SYSTEM(WS-SPC-J).
           MOVE WS-INST-MW-STAR TO SPEC-WORLD-STAR-NO(WS-SPC-J).
           MOVE WS-INST-MW-ORBIT TO SPEC-WORLD-ORBIT-NO(WS-SPC-J).
           REWRITE SPECIES-RECORD
               INVALID KEY
                   MOVE 'CRE081' TO MC-MSG-ID
                   MOVE SPEC-KEY TO MC-INSERT(1)
                   MOVE WS-SPC-STATUS TO MC-INSERT(2)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE SPEC-WORLD-COUNT TO SPC-WORLDS(WS-SPC-HERE).
           ADD 1 TO WS-SPC-COL-N.
           MOVE 'CRE079' TO MC-MSG-ID.
           MOVE SPEC-KEY TO MC-INSERT(1).
           MOVE STAR-SYSTEM-NAME TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *    The registry as it stood when the run started, into
      *    WS-SPC-TAB (fifty species at most).  No file yet is an
      *    empty registry.
       LOAD-SPECIES-REGISTRY.
           MOVE 'Y' TO WS-SPC-LOADED.
           MOVE 0 TO WS-SPC-COUNT.
           OPEN INPUT SPECIES-FILE.
           IF NOT SPC-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL NOT SPC-FILE-OK OR WS-SPC-COUNT >= 50
               READ SPECIES-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM LOAD-ONE-SPECIES-ENTRY
               END-READ
           END-PERFORM.
           CLOSE SPECIES-FILE.
           EXIT PARAGRAPH.

       LOAD-ONE-SPECIES-ENTRY.
           ADD 1 TO WS-SPC-COUNT.
           MOVE SPEC-KEY TO SPC-KEY(WS-SPC-COUNT).
           MOVE SPEC-HOME-SYSTEM TO SPC-HOME-SYSTEM(WS-SPC-COUNT).
           MOVE SPEC-HOME-SECTOR TO SPC-SECTOR(WS-SPC-COUNT).
           MOVE SPEC-TL TO SPC-TL(WS-SPC-COUNT).
           MOVE SPEC-STANCE TO SPC-STANCE(WS-SPC-COUNT).
           MOVE SPEC-ATMO-COMP TO SPC-ATMO-COMP(WS-SPC-COUNT).
           MOVE SPEC-GRAVITY TO SPC-GRAVITY(WS-SPC-COUNT).
           MOVE SPEC-WORLD-COUNT TO SPC-WORLDS(WS-SPC-COUNT).
           EXIT PARAGRAPH.

       SPECIES-STANCE-WORD.
           EVALUATE SPC-STANCE(WS-SPC-HERE)
               WHEN 'I'   MOVE 'isolationist' TO WS-SPC-WORD
               WHEN 'C'   MOVE 'cautious' TO WS-SPC-WORD
               WHEN 'E'   MOVE 'expansionist' TO WS-SPC-WORD
               WHEN OTHER MOVE 'aggressive' TO WS-SPC-WORD
           END-EVALUATE.
           EXIT PARAGRAPH.

      *********************************
      * Pull a system named WS-LOAD-NAME out of STARDB-FILE into
      * WS-STAR-SYSTEM and re-emit its CSV rows, instead of generating a
       LOAD-STAR-SYSTEM.
           PERFORM OPEN-STARDB-SHARED.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'CRE053' TO MC-MSG-ID
               MOVE WS-LOAD-NAME TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOAD-NAME TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   MOVE 'CRE054' TO MC-MSG-ID
                   MOVE WS-LOAD-NAME TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   CLOSE STARDB-FILE
                   EXIT PARAGRAPH
           END-READ.
      *    garbage — refuse it loudly and point at the migration
      *    utility instead of quietly publishing nonsense.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               MOVE 'CRE055' TO MC-MSG-ID
               MOVE WS-LOAD-NAME TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
      *    STAR-COUNT has to be set *before* the record's moved into
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           PERFORM QUOTE-SYSTEM-NAME.
           IF NOT CALIBRATION-MODE THEN
               MOVE 'CRE056' TO MC-MSG-ID
               MOVE STAR-SYSTEM-NAME TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
      *    Same per-system index priming GENERATE-STAR-SYSTEM does for
      *    a freshly-rolled system — BELT-IDX/TERRA-IDX/GG-IDX are live
           SET BELT-IDX TO 1.
           SET TERRA-IDX TO 1.
           SET GG-IDX TO 1.
      *    ... and then filled back up from the world-detail file, so
      *    the write-up, the CSV and the terraforming pass see the
      *    worlds that were rolled, not just their orbit flags.
           PERFORM LOAD-WORLD-DETAIL.
           PERFORM LOAD-INSTALLATIONS.
           IF TFORM-ENABLED THEN
               PERFORM COLLECT-TERRAFORM-CANDIDATES
           END-IF.
           IF WS-REGEN-STAR-IDX > 0 THEN
               PERFORM REGENERATE-SINGLE-STAR
      *        The system-level verdicts hang off the star and orbit
      *        a full regeneration is the way to re-settle.
               PERFORM CHECK-ORBITAL-RESONANCES
               PERFORM RATE-SPACE-WEATHER
               PERFORM MARK-PROVENANCE-DERIVED
               PERFORM SAVE-STAR-SYSTEM
           END-IF.
           IF WS-AGE-PLUS > 0 THEN
      *    The settlement figures and system history came back with
      *    the record — show them the same as a fresh system's.
           IF REPORT-ENABLED THEN
               IF SHOW-SETTLEMENT THEN
                   PERFORM WRITE-SETTLEMENT-REPORT-LINES
               END-IF
               IF SHOW-INSTALLS THEN
                   PERFORM WRITE-INSTALLATION-LINES
               END-IF
               IF SHOW-HISTORY THEN
                   PERFORM WRITE-SYSTEM-HISTORY-LINES
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      * exactly as they were, and its siblings are never re-visited.
       REGENERATE-SINGLE-STAR.
           IF WS-REGEN-STAR-IDX > STAR-COUNT THEN
               MOVE 'CRE057' TO MC-MSG-ID
               MOVE STAR-SYSTEM-NAME TO MC-INSERT(1)
               MOVE STAR-COUNT TO MC-INSERT(2)
               MOVE WS-REGEN-STAR-IDX TO MC-INSERT(3)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           SET STAR-IDX TO WS-REGEN-STAR-IDX.
           PERFORM DETERMINE-ORBITS.
           PERFORM PLACE-PLANETS-AND-BELTS.
           IF NOT CALIBRATION-MODE THEN
               MOVE 'CRE058' TO MC-MSG-ID
               MOVE STAR-IDX TO MC-INSERT(1)
               MOVE STAR-SYSTEM-NAME TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

                      INTO WS-OUT-LINE
               END-STRING
               WRITE OUT-RECORD FROM WS-OUT-LINE
               IF REPORT-ENABLED AND SHOW-OUTER THEN
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'Kuiper-type belt at '  DELIMITED BY SIZE
                          FUNCTION TRIM(WS-TMP-STR) DELIMITED BY SIZE
                      INTO WS-OUT-LINE
               END-STRING
               WRITE OUT-RECORD FROM WS-OUT-LINE
               IF REPORT-ENABLED AND SHOW-OUTER THEN
                   PERFORM WRITE-COMET-REPORT-LINE
               END-IF
           END-PERFORM.
                      INTO WS-OUT-LINE
               END-STRING
               WRITE OUT-RECORD FROM WS-OUT-LINE
               IF REPORT-ENABLED AND SHOW-OUTER THEN
                   PERFORM WRITE-DWARF-REPORT-LINE
               END-IF
           END-PERFORM.
                      INTO WS-OUT-LINE
               END-STRING
               WRITE OUT-RECORD FROM WS-OUT-LINE
               IF REPORT-ENABLED AND SHOW-OUTER THEN
                   MOVE 'Oort cloud present' TO WS-REPORT-LINE
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           EXIT PARAGRAPH.

      *********************************
      * A loaded system reworked in place (REGENSTAR=, AGEPLUS=) keeps
      * its provenance block for the record, flagged so REPRODUCE=
      * no longer expects a regeneration to match it.
       MARK-PROVENANCE-DERIVED.
           IF PROVENANCE-RECORDED THEN
               SET PROVENANCE-DERIVED TO TRUE
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * Advance the loaded system WS-AGE-PLUS BYr and re-derive every
      * star through the same evolution chain generation uses —
           IF WS-SAVE-AS-NAME NOT = SPACES THEN
               MOVE WS-SAVE-AS-NAME TO STAR-SYSTEM-NAME
           END-IF.
           PERFORM MARK-PROVENANCE-DERIVED.
           PERFORM SAVE-STAR-SYSTEM.
           MOVE 'CRE059' TO MC-MSG-ID.
           MOVE STAR-SYSTEM-NAME TO MC-INSERT(1).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *    One occupied orbit against the star's new self.
           END-PERFORM.
           CLOSE TALLY-FILE.
           IF NOT THROUGHPUT-MODE THEN
               MOVE 'CRE060' TO MC-MSG-ID
               MOVE WS-TALLY-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

                   WS-CSV-S-SPAN
                   ON OVERFLOW
                       SET WAS-CSV-ERROR TO TRUE
                       EXIT PARAGRAPH.
           SET EVO-IDX UP BY 1
           ADD 1 TO EVO-COUNT
                   WS-CSV-G-SPAN
                   ON OVERFLOW
                       SET WAS-CSV-ERROR TO TRUE
                       EXIT PARAGRAPH.
           
           SET EVO-IDX UP BY 1
           SET EVO-IDX TO 1.
           SEARCH STELLAR-EVO
               AT END
                   MOVE 'CRE061' TO MC-MSG-ID
                   MOVE WS-FORCED-TYPE TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               WHEN FUNCTION TRIM(APPROX-TYPE(EVO-IDX)) =
                    FUNCTION TRIM(WS-FORCED-TYPE)
                   MOVE MASS OF STELLAR-EVO(EVO-IDX) TO WS-FORCED-MASS
                           PERFORM IN-FORBIDDEN-ZONE
                           IF IS-FORBIDDEN THEN
                               IF NOT CALIBRATION-MODE THEN
                                   MOVE 'CRE062' TO MC-MSG-ID
                                   MOVE STAR-IDX TO MC-INSERT(1)
                                   MOVE ORB-IDX TO MC-INSERT(2)
                                   CALL 'ISSUE-SUITE-MESSAGE'
                                       USING WS-MSG-CTL
                               END-IF
                               MOVE 'ORBCONF' TO WS-REJ-REASON
                               MOVE 'W' TO WS-REJ-SEV
                           SET ORBIT-UNSTABLE(STAR-IDX, ORB-IDX)
                               TO TRUE
                           IF NOT CALIBRATION-MODE THEN
                               MOVE 'CRE063' TO MC-MSG-ID
                               MOVE STAR-IDX TO MC-INSERT(1)
                               MOVE ORB-IDX TO MC-INSERT(2)
                               CALL 'ISSUE-SUITE-MESSAGE'
                                   USING WS-MSG-CTL
                           END-IF
                       WHEN DISTANCE OF ORBIT(STAR-IDX, ORB-IDX)
                            > WS-VET-AC * 0.75
               MOVE 1 TO WS-FMT-DIGITS
               CALL 'FMT-NUM' USING WS-TMP-N2,
                                    WS-FMT-DIGITS, WS-TMP-STR
               MOVE 'RPT.PERIOD-DAYS' TO LT-KEY
               MOVE 'period &1 d' TO LT-TEXT
               MOVE FUNCTION TRIM(WS-TMP-STR) TO LT-INSERT(1)
               CALL 'TRANSLATE-TEXT' USING WS-LANG-CTL
               MOVE LT-TEXT TO WS-PERIOD-STR
           ELSE
               MOVE 2 TO WS-FMT-DIGITS
               MOVE ORBIT-PERIOD(STAR-IDX, ORB-IDX) TO WS-TMP-N2
               CALL 'FMT-NUM' USING WS-TMP-N2,
                                    WS-FMT-DIGITS, WS-TMP-STR
               MOVE 'RPT.PERIOD-YEARS' TO LT-KEY
               MOVE 'period &1 yr' TO LT-TEXT
               MOVE FUNCTION TRIM(WS-TMP-STR) TO LT-INSERT(1)
               CALL 'TRANSLATE-TEXT' USING WS-LANG-CTL
               MOVE LT-TEXT TO WS-PERIOD-STR
           END-IF.
           IF ORB-ECCENTRICITY(STAR-IDX, ORB-IDX) >= 0.05 THEN
               MOVE 2 TO WS-FMT-DIGITS
               ADD 1 TO NUM-ORBITS(STAR-IDX)
           END-PERFORM.
           IF NUM-ORBITS(STAR-IDX) >= MAX-ORBITS THEN
               MOVE 'CRE064' TO MC-MSG-ID
               MOVE STAR-IDX TO MC-INSERT(1)
               MOVE MAX-ORBITS TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           PERFORM COMPUTE-ORBITAL-PERIODS.
           EXIT PARAGRAPH.
      * converted to AU and years so the column units stay honest;
      * ObjType is 'MOON-<size>', OrbZone flags a likely subsurface
      * ocean, and the designation hangs '-m<n>' off the parent
      * body's.  A saved world with no row in the world-detail file
      * has no moons to list — same rule as everywhere else.
       WRITE-MOON-OUTPUT-ROWS.
           MOVE WS-OBJ-DESIG TO WS-MOON-DESIG.
           EVALUATE TRUE
      * The trailing world-physics columns of an output.csv orbit row —
      * surface temperature and climate class for a terrestrial world
      * with a backing detail row, empty placeholders for everything
      * else (including a saved world with no row in the world-
      * detail file — see LOAD-WORLD-DETAIL).
       APPEND-WORLD-OUTPUT-COLUMNS.
           IF OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX) THEN
               SET TERRA-IDX TO OBJ-REF(STAR-IDX, ORB-IDX)
      *********************************
      * The campaign annotation for the system being written up —
      * the sidecar is optional and read-only from here.
       READ-SYSTEM-ANNOTATION.
           MOVE '-' TO WS-NOTE-FOUND.
           OPEN INPUT NOTES-FILE.
           IF NOT NOTES-FILE-OK THEN
               EXIT PARAGRAPH
                   EXIT PARAGRAPH
           END-READ.
           CLOSE NOTES-FILE.
           MOVE 'Y' TO WS-NOTE-FOUND.
           EXIT PARAGRAPH.

      *    What the handout may show of this system (see
      *    WS-PLAYER-MODE): every section whose disclosure level the
      *    survey has reached.  The GM's write-up keeps them all on.
       SET-SYSTEM-DISCLOSURE.
           PERFORM READ-SYSTEM-ANNOTATION.
           IF NOT PLAYER-VIEW THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-DSC-SURVEY.
           MOVE '-' TO WS-DSC-VISITED.
           IF WS-NOTE-FOUND = 'Y' THEN
               IF NOTE-SURVEY IS NUMERIC THEN
                   MOVE NOTE-SURVEY TO WS-DSC-SURVEY
               END-IF
               IF NOTE-WAS-VISITED THEN
                   MOVE 'Y' TO WS-DSC-VISITED
               END-IF
           END-IF.
           PERFORM VARYING DSC-IDX FROM 1 BY 1 UNTIL DSC-IDX > 14
               MOVE '-' TO WS-DSC-SHOW
               EVALUATE TRUE
                   WHEN DSC-LEVEL(DSC-IDX) = 'V'
                       MOVE WS-DSC-VISITED TO WS-DSC-SHOW
                   WHEN DSC-LEVEL(DSC-IDX) IS NUMERIC
                       IF WS-DSC-SURVEY >= DSC-LEVEL(DSC-IDX) THEN
                           MOVE 'Y' TO WS-DSC-SHOW
                       END-IF
               END-EVALUATE
               MOVE WS-DSC-SHOW TO DSC-SHOWN(DSC-IDX)
           END-PERFORM.
           EXIT PARAGRAPH.

      *    Whether the orbit ORB-IDX of STAR-IDX gets a line of its
      *    own: a giant once GIANTS is out, anything else — the empty
      *    orbits included — once BODIES is.
       CHECK-ORBIT-DISCLOSED.
           MOVE '-' TO WS-DSC-ORBIT.
           IF OBJ-GAS-GIANT(STAR-IDX, ORB-IDX) THEN
               IF SHOW-GIANTS THEN
                   SET ORBIT-DISCLOSED TO TRUE
               END-IF
           ELSE
               IF SHOW-BODIES THEN
                   SET ORBIT-DISCLOSED TO TRUE
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *    'DISCLOSE=<path>': one 'SECTION=<level>' per line over the
      *    built-in levels.  A line that makes no sense is reported
      *    and skipped; a missing file leaves the built-in levels.
       LOAD-DISCLOSURE-TABLE.
           OPEN INPUT DISCLOSE-FILE.
           IF NOT DISCLOSE-FILE-OK THEN
               MOVE 'CRE065' TO MC-MSG-ID
               MOVE WS-DISCLOSE-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL DISCLOSE-FILE-EOF
               READ DISCLOSE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF DISCLOSE-RECORD(1:1) NOT = '#'
                          AND DISCLOSE-RECORD NOT = SPACES THEN
                           PERFORM PARSE-DISCLOSURE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DISCLOSE-FILE.
           EXIT PARAGRAPH.

       PARSE-DISCLOSURE-LINE.
           INITIALIZE WS-DSC-KEY WS-DSC-VAL.
           UNSTRING FUNCTION UPPER-CASE(DISCLOSE-RECORD)
                   DELIMITED BY '='
                   INTO WS-DSC-KEY WS-DSC-VAL
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-DSC-KEY) TO WS-DSC-KEY.
           MOVE FUNCTION TRIM(WS-DSC-VAL) TO WS-DSC-VAL.
           SET DSC-IDX TO 1.
           SEARCH DSC-ENTRY
               AT END
                   MOVE 'CRE066' TO MC-MSG-ID
                   MOVE WS-DSC-KEY TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   EXIT PARAGRAPH
               WHEN DSC-SECTION(DSC-IDX) = WS-DSC-KEY
                   CONTINUE
           END-SEARCH.
           EVALUATE TRUE
               WHEN WS-DSC-VAL(2:) = SPACES
                    AND WS-DSC-VAL(1:1) IS NUMERIC
                   MOVE WS-DSC-VAL(1:1) TO DSC-LEVEL(DSC-IDX)
               WHEN WS-DSC-VAL = 'VISITED' OR 'V'
                   MOVE 'V' TO DSC-LEVEL(DSC-IDX)
               WHEN WS-DSC-VAL = 'NEVER' OR 'N'
                   MOVE 'N' TO DSC-LEVEL(DSC-IDX)
               WHEN OTHER
                   MOVE 'CRE067' TO MC-MSG-ID
                   MOVE DISCLOSE-RECORD TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    The annotation's lines in the write-up header.  The
      *    handout gets the survey standing only — the GM's note
      *    text stays out of it.
       WRITE-ANNOTATION-LINES.
           IF WS-NOTE-FOUND NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           IF PLAYER-VIEW THEN
               MOVE 'RPT.SURVEY-LEVEL' TO LT-KEY
               MOVE 'Survey level &1' TO LT-TEXT
               MOVE WS-DSC-SURVEY TO LT-INSERT(1)
               PERFORM PUT-REPORT-TEXT
               IF NOTE-WAS-VISITED THEN
                   MOVE 'RPT.SURVEY-VISITED' TO LT-KEY
                   MOVE ', visited' TO LT-TEXT
                   PERFORM ADD-REPORT-TEXT
               END-IF
               IF NOTE-CLAIM NOT = SPACES THEN
                   MOVE 'RPT.SURVEY-CLAIMED' TO LT-KEY
                   MOVE ', claimed by &1' TO LT-TEXT
                   MOVE FUNCTION TRIM(NOTE-CLAIM) TO LT-INSERT(1)
                   PERFORM ADD-REPORT-TEXT
               END-IF
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'Campaign: claim='    DELIMITED BY SIZE
                  FUNCTION TRIM(NOTE-CLAIM)
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * Today's local date on the system's own calendar — DATE=
      * when given, else the campaign clock.  No calendar, or no
      * date to convert, and the header goes without.
       WRITE-LOCAL-DATE-LINE.
           IF WS-DATE-GIVEN = 'Y' THEN
               COMPUTE LD-CAMPAIGN-DAY =
                       WS-EVAL-DATE-YR * 365.25
           ELSE
               IF WS-CAL-CLOCK-TRIED = '-' THEN
                   MOVE 'Y' TO WS-CAL-CLOCK-TRIED
                   IF WS-CLOCK-FOUND = '-' THEN
                       PERFORM READ-CAMPAIGN-CLOCK
                   END-IF
               END-IF
               IF WS-CLOCK-FOUND = '-' THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CLOCK-DAY TO LD-CAMPAIGN-DAY
           END-IF.
           OPEN INPUT CALENDAR-FILE.
           IF NOT CAL-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE STAR-SYSTEM-NAME TO CAL-KEY.
           READ CALENDAR-FILE
               INVALID KEY
                   CLOSE CALENDAR-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE CALENDAR-FILE.
           SET LD-TO-LOCAL TO TRUE.
           CALL 'LOCAL-DATE' USING CALENDAR-RECORD, WS-LD-CTL.
           IF NOT LD-VALID THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE CAL-STAR-NO TO WS-CAL-DISP-STAR.
           MOVE CAL-ORBIT-NO TO WS-CAL-DISP-ORBIT.
           MOVE 'RPT.LOCAL-DATE' TO LT-KEY.
           MOVE 'Local date (star &1 orbit &2): &3' TO LT-TEXT.
           MOVE FUNCTION TRIM(WS-CAL-DISP-STAR) TO LT-INSERT(1).
           MOVE FUNCTION TRIM(WS-CAL-DISP-ORBIT) TO LT-INSERT(2).
           MOVE FUNCTION TRIM(LD-TEXT) TO LT-INSERT(3).
           PERFORM PUT-REPORT-TEXT.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           EXIT PARAGRAPH.

      *********************************
      * Roll WS-STAR-SEP's useable entries up into one plain-English
      * line for the world report header, e.g. "A-B close pair
                       WHEN SEP-DISTANT(SEP-IDX)
                           MOVE 'distant'         TO WS-HIER-CAT-TEXT
                   END-EVALUATE
                   MOVE 'SEP' TO LT-KEY
                   MOVE WS-HIER-CAT-TEXT TO LT-INSERT(1)
                   PERFORM TRANSLATE-REPORT-WORD
                   MOVE LT-TEXT TO WS-HIER-CAT-TEXT
                   IF SEP-DISTANT(SEP-IDX) THEN
                       STRING FUNCTION TRIM(WS-HIER-LINE)
                                                  DELIMITED BY SIZE
      * for parsing.
       WRITE-WORLD-REPORT-ROWS.
           IF STAR-IDX = 1 THEN
               PERFORM SET-SYSTEM-DISCLOSURE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               MOVE 2 TO WS-FMT-DIGITS
                                    WS-FMT-DIGITS, WS-METAL-STR
               CALL 'FMT-NUM' USING BYR OF SYSTEM-AGE,
                                    WS-FMT-DIGITS, WS-TMP-STR
               MOVE 'RPT.SYSTEM-HEAD' TO LT-KEY
               MOVE '=== &1 === (age &2 Byr, population &3, '
                 &  'metallicity &4)' TO LT-TEXT
               MOVE STAR-SYSTEM-NAME TO LT-INSERT(1)
               MOVE FUNCTION TRIM(WS-TMP-STR) TO LT-INSERT(2)
               MOVE POPULATION OF SYSTEM-AGE TO LT-INSERT(3)
               MOVE FUNCTION TRIM(WS-METAL-STR) TO LT-INSERT(4)
               PERFORM PUT-REPORT-TEXT
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               IF STAR-COUNT > 1 AND SHOW-STARS THEN
                   PERFORM BUILD-HIERARCHY-SUMMARY-LINE
                   IF HIER-HAS-ENTRY THEN
                       MOVE 'RPT.HIERARCHY' TO LT-KEY
                       MOVE 'Hierarchy: &1' TO LT-TEXT
                       MOVE FUNCTION TRIM(WS-HIER-LINE)
                         TO LT-INSERT(1)
                       PERFORM PUT-REPORT-TEXT
                       WRITE REPORT-RECORD FROM WS-REPORT-LINE
                   END-IF
               END-IF
      *        Claims, survey status and GM notes off the sidecar,
      *        when one exists.
               PERFORM WRITE-ANNOTATION-LINES
      *        The local date, when the system keeps a calendar.
               PERFORM WRITE-LOCAL-DATE-LINE
      *        A quiet system says nothing; anything livelier gets
      *        its space-weather rating up front.
               EVALUATE TRUE
                   WHEN NOT SHOW-STARS
                       CONTINUE
                   WHEN SPACEWX-EXTREME
                       MOVE 'RPT.SPACEWX-EXTREME' TO LT-KEY
                       MOVE 'Space weather: EXTREME — compact '
                         &  'remnant or violent flare star'
                         TO LT-TEXT
                       PERFORM PUT-REPORT-TEXT
                       WRITE REPORT-RECORD FROM WS-REPORT-LINE
                   WHEN SPACEWX-SEVERE
                       MOVE 'RPT.SPACEWX-SEVERE' TO LT-KEY
                       MOVE 'Space weather: severe — frequent '
                         &  'flare activity'
                         TO LT-TEXT
                       PERFORM PUT-REPORT-TEXT
                       WRITE REPORT-RECORD FROM WS-REPORT-LINE
                   WHEN SPACEWX-ACTIVE
                       MOVE 'RPT.SPACEWX-ACTIVE' TO LT-KEY
                       MOVE 'Space weather: active — occasional '
                         &  'flares'
                         TO LT-TEXT
                       PERFORM PUT-REPORT-TEXT
                       WRITE REPORT-RECORD FROM WS-REPORT-LINE
               END-EVALUATE
           END-IF.
           CALL 'DERIVE-SPECTRAL-CLASS' USING
                   TEMPERATURE OF STAR(STAR-IDX),
                   STAGE OF STAR(STAR-IDX), WS-SPEC-CLASS.
           MOVE 'RPT.STAR-HEAD' TO LT-KEY.
           MOVE 'Star &1: &2 &3, stage &4 (&5)' TO LT-TEXT.
           MOVE WS-OUT-STAR-IDX TO LT-INSERT(1).
           MOVE FUNCTION TRIM(WS-TMP-STR) TO LT-INSERT(2).
           MOVE FUNCTION TRIM(WS-PHYS-UNIT) TO LT-INSERT(3).
           MOVE STAGE OF STAR(STAR-IDX) TO LT-INSERT(4).
           MOVE FUNCTION TRIM(WS-SPEC-CLASS) TO LT-INSERT(5).
           PERFORM PUT-REPORT-TEXT.
           EVALUATE TRUE
               WHEN XFER-DONOR(STAR-IDX)
                   MOVE 'RPT.XFER-DONOR' TO LT-KEY
                   MOVE ' — mass donor in a close pair' TO LT-TEXT
                   PERFORM ADD-REPORT-TEXT
               WHEN XFER-ACCRETOR(STAR-IDX)
                   MOVE 'RPT.XFER-ACCRETOR' TO LT-KEY
                   MOVE ' — accreting from its partner' TO LT-TEXT
                   PERFORM ADD-REPORT-TEXT
               WHEN XFER-NOVA-ACCRETOR(STAR-IDX)
                   MOVE 'RPT.XFER-NOVA' TO LT-KEY
                   MOVE ' — NOVA-PRONE accretor' TO LT-TEXT
                   PERFORM ADD-REPORT-TEXT
           END-EVALUATE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           IF SHOW-STARS THEN
               PERFORM WRITE-STAR-FIGURE-LINES
           END-IF.

           PERFORM VARYING ORB-IDX FROM 1 BY 1
                   UNTIL ORB-IDX > NUM-ORBITS OF STAR(STAR-IDX)
               PERFORM CHECK-ORBIT-DISCLOSED
               IF ORBIT-DISCLOSED THEN
                   PERFORM WRITE-ORBIT-REPORT-LINES
               ELSE
      *            A withheld body keeps its place in the
      *            designations.
                   IF NOT OBJ-NOTHING(STAR-IDX, ORB-IDX) THEN
                       ADD 1 TO WS-RPT-BODY-ORD
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    The write-up's wording, through TRANSLATE-TEXT: the caller
      *    names the text in LT-KEY and leaves its English in
      *    LT-TEXT (and any inserts in LT-INSERT).  PUT- starts
      *    WS-REPORT-LINE with it; ADD- appends it the way the
      *    write-up's STRINGs always have.
       PUT-REPORT-TEXT.
           CALL 'TRANSLATE-TEXT' USING WS-LANG-CTL.
           MOVE LT-TEXT TO WS-REPORT-LINE.
           EXIT PARAGRAPH.

       ADD-REPORT-TEXT.
           CALL 'TRANSLATE-TEXT' USING WS-LANG-CTL.
           STRING FUNCTION TRIM(WS-REPORT-LINE) DELIMITED BY SIZE
                  FUNCTION TRIM(LT-TEXT TRAILING) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           EXIT PARAGRAPH.

      *    One stored vocabulary word (LT-KEY the list, LT-INSERT(1)
      *    the value) into LT-TEXT — a climate, world type, size.
       TRANSLATE-REPORT-WORD.
           SET LT-TRANSLATE-WORD TO TRUE.
           CALL 'TRANSLATE-TEXT' USING WS-LANG-CTL.
           EXIT PARAGRAPH.

      *    The star's figures and its orbit diagram — the handout's
      *    STARS section.
       WRITE-STAR-FIGURE-LINES.
           SET PHYS-LUMINOSITY TO TRUE.
           MOVE CURRENT-LUM(STAR-IDX) TO WS-PHYS-SRC.
           PERFORM FORMAT-PHYS-VALUE.
           MOVE 'RPT.LUMINOSITY' TO LT-KEY.
           MOVE '  luminosity &1 &2' TO LT-TEXT.
           MOVE FUNCTION TRIM(WS-TMP-STR) TO LT-INSERT(1).
           MOVE FUNCTION TRIM(WS-PHYS-UNIT) TO LT-INSERT(2).
           PERFORM PUT-REPORT-TEXT.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           CALL 'FMT-NUM' USING TEMPERATURE OF STAR(STAR-IDX),
                                WS-FMT-DIGITS, WS-TMP-STR.
           MOVE 'RPT.TEMPERATURE' TO LT-KEY.
           MOVE '  temperature &1 K' TO LT-TEXT.
           MOVE FUNCTION TRIM(WS-TMP-STR) TO LT-INSERT(1).
           PERFORM PUT-REPORT-TEXT.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           SET PHYS-RADIUS TO TRUE.
           MOVE RADIUS OF STAR(STAR-IDX) TO WS-PHYS-SRC.
           PERFORM FORMAT-PHYS-VALUE.
           MOVE 'RPT.RADIUS' TO LT-KEY.
           MOVE '  radius &1 &2' TO LT-TEXT.
           MOVE FUNCTION TRIM(WS-TMP-STR) TO LT-INSERT(1).
           MOVE FUNCTION TRIM(WS-PHYS-UNIT) TO LT-INSERT(2).
           PERFORM PUT-REPORT-TEXT.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           IF NOT FLARE-NONE(STAR-IDX) THEN
               EVALUATE TRUE
                   WHEN FLARE-OCCASIONAL(STAR-IDX)
                       MOVE 'RPT.FLARE-OCCASIONAL' TO LT-KEY
                       MOVE '  flare star: occasional flares'
                         TO LT-TEXT
                   WHEN FLARE-FREQUENT(STAR-IDX)
                       MOVE 'RPT.FLARE-FREQUENT' TO LT-KEY
                       MOVE '  flare star: frequent flares — close '
                         &  'orbits are hazardous'
                         TO LT-TEXT
                   WHEN OTHER
                       MOVE 'RPT.FLARE-VIOLENT' TO LT-KEY
                       MOVE '  flare star: violent flares — close '
                         &  'orbits are uninhabitable without '
                         &  'shielding'
                         TO LT-TEXT
               END-EVALUATE
               PERFORM PUT-REPORT-TEXT
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

           END-IF.

           PERFORM BUILD-AND-WRITE-ORBIT-DIAGRAM.
           EXIT PARAGRAPH.

      *    One orbit's line of the write-up, and the world's own
      *    lines under it.
       WRITE-ORBIT-REPORT-LINES.
           SET WS-OUT-ORB-IDX TO ORB-IDX
      *    Formats into WS-PERIOD-STR but scratches WS-TMP-STR on
      *    the way — so it has to run before FORMAT-PHYS-VALUE
      *    leaves the distance there for the STRING below.
           PERFORM FORMAT-ORBIT-PERIOD
           SET PHYS-DISTANCE TO TRUE
           MOVE DISTANCE OF ORBIT(STAR-IDX, ORB-IDX) TO WS-PHYS-SRC
           PERFORM FORMAT-PHYS-VALUE
           MOVE DISTANCE OF ORBIT(STAR-IDX, ORB-IDX) TO
                   WS-DISTANCE
           MOVE ORB-ECCENTRICITY(STAR-IDX, ORB-IDX)
             TO WS-ORBIT-ECC
           PERFORM CLASSIFY-ORBIT-ZONE
      *    The zone label is the CSV's too; only the write-up's copy
      *    goes through the language table.
           MOVE 'ZONE' TO LT-KEY
           MOVE WS-ORBIT-ZONE TO LT-INSERT(1)
           PERFORM TRANSLATE-REPORT-WORD
           MOVE LT-TEXT TO WS-ZONE-TXT
           MOVE SPACES TO LT-TEXT
           EVALUATE TRUE
               WHEN ORBIT-MARGINAL(STAR-IDX, ORB-IDX)
                   MOVE 'RPT.ZONE-MARGINAL' TO LT-KEY
                   MOVE ', marginal' TO LT-TEXT
               WHEN ORBIT-UNSTABLE(STAR-IDX, ORB-IDX)
                   MOVE 'RPT.ZONE-UNSTABLE' TO LT-KEY
                   MOVE ', UNSTABLE' TO LT-TEXT
           END-EVALUATE
           IF LT-TEXT NOT = SPACES THEN
               PERFORM ADD-ZONE-TEXT
           END-IF
           IF RESONANT-CHAIN(STAR-IDX, ORB-IDX) THEN
               MOVE 'RPT.ZONE-RESONANT' TO LT-KEY
               MOVE ', resonant chain' TO LT-TEXT
               PERFORM ADD-ZONE-TEXT
           END-IF
           IF NEAR-COMMENSURATE(STAR-IDX, ORB-IDX) THEN
               MOVE 'RPT.ZONE-NEAR-RESONANT' TO LT-KEY
               MOVE ', near-resonant' TO LT-TEXT
               PERFORM ADD-ZONE-TEXT
           END-IF
           MOVE 'RPT.ORBIT-HEAD' TO LT-KEY
           MOVE '  orbit &1 @ &2 &3, &4 (&5): ' TO LT-TEXT
           MOVE WS-OUT-ORB-IDX TO LT-INSERT(1)
           MOVE FUNCTION TRIM(WS-TMP-STR) TO LT-INSERT(2)
           MOVE FUNCTION TRIM(WS-PHYS-UNIT) TO LT-INSERT(3)
           MOVE FUNCTION TRIM(WS-PERIOD-STR) TO LT-INSERT(4)
           MOVE FUNCTION TRIM(WS-ZONE-TXT) TO LT-INSERT(5)
           PERFORM PUT-REPORT-TEXT
           EVALUATE TRUE
               WHEN OBJ-NOTHING(STAR-IDX, ORB-IDX)
                   MOVE 'RPT.EMPTY' TO LT-KEY
                   MOVE 'empty' TO LT-TEXT
                   PERFORM ADD-REPORT-TEXT
               WHEN OBJ-GAS-GIANT(STAR-IDX, ORB-IDX)
                   SET GG-IDX TO OBJ-REF(STAR-IDX, ORB-IDX)
      *            A LOAD= rebuilds WS-OBJ-GAS-GIANT from the
      *            world-detail file (see LOAD-WORLD-DETAIL); an
      *            orbit with no row there is parked past the end
      *            of the table, so there is nothing to describe.
                   IF GG-IDX > WS-GG-COUNT THEN
                       MOVE 'RPT.GG-NO-DETAIL' TO LT-KEY
                       MOVE 'gas giant (detail not on file for '
                         &  'this saved system)' TO LT-TEXT
                       PERFORM ADD-REPORT-TEXT
                   ELSE
                       PERFORM DESCRIBE-GAS-GIANT
                   END-IF
                   IF TROJAN-SWARMS(STAR-IDX, ORB-IDX)
                      AND SHOW-BODIES THEN
                       MOVE 'RPT.TROJAN-SWARMS' TO LT-KEY
                       MOVE ' + trojan swarms at L4/L5' TO LT-TEXT
                       PERFORM ADD-REPORT-TEXT
                   END-IF
                   IF TROJAN-DWARF(STAR-IDX, ORB-IDX)
                      AND SHOW-BODIES THEN
                       MOVE 'RPT.TROJAN-DWARF' TO LT-KEY
                       MOVE ' + co-orbital dwarf world' TO LT-TEXT
                       PERFORM ADD-REPORT-TEXT
                   END-IF
               WHEN OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX)
                   SET TERRA-IDX TO OBJ-REF(STAR-IDX, ORB-IDX)
                   EVALUATE TRUE
                       WHEN TERRA-IDX > WS-TERRA-COUNT
                           MOVE 'RPT.TERRA-NO-DETAIL' TO LT-KEY
                           MOVE 'terrestrial planet (detail not '
                             &  'on file for this saved system)'
                             TO LT-TEXT
                           PERFORM ADD-REPORT-TEXT
                       WHEN NOT SHOW-WORLDS
                           MOVE 'RPT.TERRA-UNSURVEYED' TO LT-KEY
                           MOVE 'terrestrial planet, unsurveyed'
                             TO LT-TEXT
                           PERFORM ADD-REPORT-TEXT
                       WHEN OTHER
                           MOVE 2 TO WS-FMT-DIGITS
                           CALL 'FMT-NUM' USING
                                   TERRA-GRAVITY(TERRA-IDX),
                                   WS-FMT-DIGITS, WS-GRAV-STR
                           MOVE 5 TO WS-FMT-DIGITS
                           MOVE 'WORLD' TO LT-KEY
                           MOVE TERRA-WORLD-TYPE(TERRA-IDX)
                             TO LT-INSERT(1)
                           PERFORM TRANSLATE-REPORT-WORD
                           MOVE LT-TEXT TO WS-RPT-WORD(1)
                           MOVE 'SIZE' TO LT-KEY
                           MOVE TERRA-SIZE(TERRA-IDX) TO LT-INSERT(1)
                           PERFORM TRANSLATE-REPORT-WORD
                           MOVE LT-TEXT TO WS-RPT-WORD(2)
                           MOVE 'ATMO' TO LT-KEY
                           MOVE TERRA-ATMOSPHERE(TERRA-IDX)
                             TO LT-INSERT(1)
                           PERFORM TRANSLATE-REPORT-WORD
                           MOVE LT-TEXT TO WS-RPT-WORD(3)
                           MOVE 'RPT.TERRA-WORLD' TO LT-KEY
                           MOVE '&1 world, &2, &3 G, &4 atmosphere, '
                             &  '&5% hydrographic' TO LT-TEXT
                           MOVE WS-RPT-WORD(1) TO LT-INSERT(1)
                           MOVE WS-RPT-WORD(2) TO LT-INSERT(2)
                           MOVE FUNCTION TRIM(WS-GRAV-STR)
                             TO LT-INSERT(3)
                           MOVE WS-RPT-WORD(3) TO LT-INSERT(4)
                           MOVE TERRA-HYDROGRAPHIC(TERRA-IDX)
                             TO LT-INSERT(5)
                           PERFORM ADD-REPORT-TEXT
                           MOVE 0 TO WS-FMT-DIGITS
                           CALL 'FMT-NUM' USING
                                   TERRA-SURFACE-TEMP(TERRA-IDX),
                                   WS-FMT-DIGITS, WS-TMP-STR
                           MOVE 5 TO WS-FMT-DIGITS
                           MOVE 'CLIMATE' TO LT-KEY
                           MOVE TERRA-CLIMATE(TERRA-IDX)
                             TO LT-INSERT(1)
                           PERFORM TRANSLATE-REPORT-WORD
                           MOVE LT-TEXT TO WS-RPT-WORD(1)
                           MOVE 'RPT.TERRA-CLIMATE' TO LT-KEY
                           MOVE ', &1K (&2)' TO LT-TEXT
                           MOVE FUNCTION TRIM(WS-TMP-STR)
                             TO LT-INSERT(1)
                           MOVE WS-RPT-WORD(1) TO LT-INSERT(2)
                           PERFORM ADD-REPORT-TEXT
                           IF NOT ATMO-COMP-NONE(TERRA-IDX) THEN
                               MOVE 2 TO WS-FMT-DIGITS
                               CALL 'FMT-NUM' USING
                                       TERRA-PRESSURE(TERRA-IDX),
                                       WS-FMT-DIGITS, WS-TMP-STR
                               MOVE 5 TO WS-FMT-DIGITS
                               MOVE 'COMP' TO LT-KEY
                               MOVE TERRA-ATMO-COMP(TERRA-IDX)
                                 TO LT-INSERT(1)
                               PERFORM TRANSLATE-REPORT-WORD
                               MOVE LT-TEXT TO WS-RPT-WORD(1)
                               MOVE 'RPT.TERRA-PRESSURE' TO LT-KEY
                               MOVE ', &1 atm &2' TO LT-TEXT
                               MOVE FUNCTION TRIM(WS-TMP-STR)
                                 TO LT-INSERT(1)
                               MOVE WS-RPT-WORD(1) TO LT-INSERT(2)
                               PERFORM ADD-REPORT-TEXT
                           END-IF
                           MOVE 'BREATHE' TO LT-KEY
                           MOVE TERRA-BREATHE(TERRA-IDX)
                             TO LT-INSERT(1)
                           PERFORM TRANSLATE-REPORT-WORD
                           MOVE LT-TEXT TO WS-RPT-WORD(1)
                           MOVE 'RPT.TERRA-BREATHE' TO LT-KEY
                           MOVE ', &1' TO LT-TEXT
                           MOVE WS-RPT-WORD(1) TO LT-INSERT(1)
                           PERFORM ADD-REPORT-TEXT
      *                    Breathable air over a dead dynamo is a
      *                    long-term radiation problem, and the
      *                    verdict should not read clean.
                               OR ATMO-MARGINAL(TERRA-IDX))
                              AND (DYNAMO-DEAD(TERRA-IDX)
                                   OR DYNAMO-WEAK(TERRA-IDX)) THEN
                               MOVE 'RPT.TERRA-UNSHIELDED' TO LT-KEY
                               MOVE ' (unshielded — long-term '
                                 &  'radiation risk)' TO LT-TEXT
                               PERFORM ADD-REPORT-TEXT
                           END-IF
                           PERFORM APPEND-TERRA-MOON-TEXT
                           IF TERRA-TIDAL-LOCKED(TERRA-IDX) THEN
                               MOVE 'RPT.TERRA-TIDAL-HEAT' TO LT-KEY
                               MOVE ', tidally locked/extreme heat'
                                 TO LT-TEXT
                               PERFORM ADD-REPORT-TEXT
                           END-IF
                   END-EVALUATE
               WHEN OBJ-ASTEROID-BELT(STAR-IDX, ORB-IDX)
                   SET BELT-IDX TO OBJ-REF(STAR-IDX, ORB-IDX)
                   IF BELT-IDX > WS-BELT-COUNT THEN
                       MOVE 'RPT.BELT-NO-DETAIL' TO LT-KEY
                       MOVE 'asteroid belt (detail not on '
                         &  'file for this saved system)' TO LT-TEXT
                       PERFORM ADD-REPORT-TEXT
                   ELSE
                   MOVE 'RPT.BELT' TO LT-KEY
                   MOVE 'asteroid belt, ' TO LT-TEXT
                   PERFORM ADD-REPORT-TEXT
                   MOVE SPACES TO LT-TEXT
                   EVALUATE TRUE
                       WHEN NOT SHOW-WORLDS
                           MOVE 'RPT.BELT-UNSURVEYED' TO LT-KEY
                           MOVE 'unsurveyed' TO LT-TEXT
                       WHEN BELT-C(BELT-IDX)
                           MOVE 'RPT.BELT-C' TO LT-KEY
                           MOVE 'carbonaceous' TO LT-TEXT
                       WHEN BELT-M(BELT-IDX)
                           MOVE 'RPT.BELT-M' TO LT-KEY
                           MOVE 'metallic' TO LT-TEXT
                       WHEN BELT-S(BELT-IDX)
                           MOVE 'RPT.BELT-S' TO LT-KEY
                           MOVE 'siliceous' TO LT-TEXT
                   END-EVALUATE
                   IF LT-TEXT NOT = SPACES THEN
                       PERFORM ADD-REPORT-TEXT
                   END-IF
                   MOVE SPACES TO LT-TEXT
                   EVALUATE TRUE
                       WHEN NOT SHOW-RESOURCES
                           CONTINUE
                       WHEN BELT-POOR(BELT-IDX)
                           MOVE 'RPT.BELT-POOR' TO LT-KEY
                           MOVE ', poor' TO LT-TEXT
                       WHEN BELT-AVERAGE(BELT-IDX)
                           MOVE 'RPT.BELT-AVERAGE' TO LT-KEY
                           MOVE ', average' TO LT-TEXT
                       WHEN BELT-RICH(BELT-IDX)
                           MOVE 'RPT.BELT-RICH' TO LT-KEY
                           MOVE ', rich' TO LT-TEXT
                       WHEN BELT-MOTHERLODE(BELT-IDX)
                           MOVE 'RPT.BELT-MOTHERLODE' TO LT-KEY
                           MOVE ', motherlode' TO LT-TEXT
                   END-EVALUATE
                   IF LT-TEXT NOT = SPACES THEN
                       PERFORM ADD-REPORT-TEXT
                   END-IF
                   IF SHOW-WORLDS THEN
                       PERFORM APPEND-BELT-SPAN-TEXT
                   END-IF
                   END-IF
           END-EVALUATE
           EVALUATE TRUE
               WHEN NOT SHOW-PRECURSOR
                   CONTINUE
               WHEN PRECURSOR-RUINS(STAR-IDX, ORB-IDX)
                   MOVE 'RPT.PRECURSOR-RUINS' TO LT-KEY
                   MOVE ' — PRECURSOR RUINS' TO LT-TEXT
                   PERFORM ADD-REPORT-TEXT
               WHEN PRECURSOR-ARTIFACT(STAR-IDX, ORB-IDX)
                   MOVE 'RPT.PRECURSOR-ARTIFACT' TO LT-KEY
                   MOVE ' — PRECURSOR ARTIFACT FIELD' TO LT-TEXT
                   PERFORM ADD-REPORT-TEXT
               WHEN PRECURSOR-VAULT(STAR-IDX, ORB-IDX)
                   MOVE 'RPT.PRECURSOR-VAULT' TO LT-KEY
                   MOVE ' — SEALED PRECURSOR VAULT' TO LT-TEXT
                   PERFORM ADD-REPORT-TEXT
           END-EVALUATE
           IF NOT OBJ-NOTHING(STAR-IDX, ORB-IDX) THEN
               ADD 1 TO WS-RPT-BODY-ORD
               MOVE WS-RPT-BODY-ORD TO WS-BODY-ORD
               PERFORM BUILD-OBJECT-DESIGNATION
               STRING FUNCTION TRIM(WS-REPORT-LINE)
                                           DELIMITED BY SIZE
                      '  ['                DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OBJ-DESIG)
                                           DELIMITED BY SIZE
                      ']'                  DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX)
              AND OBJ-REF(STAR-IDX, ORB-IDX) <= WS-TERRA-COUNT THEN
               PERFORM WRITE-TERRA-ROTATION-LINE
               IF SHOW-GEOLOGY THEN
                   PERFORM WRITE-TERRA-GEOLOGY-LINE
               END-IF
               IF SHOW-WORLDS THEN
                   PERFORM WRITE-TERRA-MOON-LINES
               END-IF
               IF SHOW-SURFACE THEN
                   PERFORM BUILD-AND-WRITE-SURFACE-MAP
                   PERFORM WRITE-CLIMATE-BAND-LINES
                   IF SKYVIEW-ENABLED THEN
                       PERFORM WRITE-SKY-VIEW-LINES
                   END-IF
               END-IF
           END-IF
           IF OBJ-GAS-GIANT(STAR-IDX, ORB-IDX)
              AND OBJ-REF(STAR-IDX, ORB-IDX) <= WS-GG-COUNT
              AND SHOW-WORLDS THEN
               SET GG-IDX TO OBJ-REF(STAR-IDX, ORB-IDX)
               PERFORM WRITE-GG-MOON-LINES
           END-IF.
           EXIT PARAGRAPH.

      *    One piece of the orbit's zone label (LT-KEY/LT-TEXT set
      *    by the caller) onto WS-ZONE-TXT.
       ADD-ZONE-TEXT.
           CALL 'TRANSLATE-TEXT' USING WS-LANG-CTL.
           STRING FUNCTION TRIM(WS-ZONE-TXT) DELIMITED BY SIZE
                  FUNCTION TRIM(LT-TEXT TRAILING) DELIMITED BY SIZE
                  INTO WS-ZONE-TXT
           END-STRING.
           EXIT PARAGRAPH.

      *    The geology line — volcanism and tectonics, skipped for
           IF TERRA-VOLCANISM(TERRA-IDX) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'VOLCANISM' TO LT-KEY.
           MOVE TERRA-VOLCANISM(TERRA-IDX) TO LT-INSERT(1).
           PERFORM TRANSLATE-REPORT-WORD.
           MOVE LT-TEXT TO WS-RPT-WORD(1).
           MOVE 'TECTONICS' TO LT-KEY.
           MOVE TERRA-TECTONICS(TERRA-IDX) TO LT-INSERT(1).
           PERFORM TRANSLATE-REPORT-WORD.
           MOVE LT-TEXT TO WS-RPT-WORD(2).
           MOVE 'RPT.GEOLOGY' TO LT-KEY.
           MOVE '      geology: volcanism &1, tectonics &2' TO LT-TEXT.
           MOVE WS-RPT-WORD(1) TO LT-INSERT(1).
           MOVE WS-RPT-WORD(2) TO LT-INSERT(2).
           PERFORM PUT-REPORT-TEXT.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           EXIT PARAGRAPH.

                                WS-FMT-DIGITS, WS-ECC-STR.
           MOVE 5 TO WS-FMT-DIGITS.
           MOVE WS-MOON-IDX TO WS-DISP-MIDX.
           MOVE 'SIZE' TO LT-KEY.
           MOVE WS-MOON-SIZE-WORD TO LT-INSERT(1).
           PERFORM TRANSLATE-REPORT-WORD.
           MOVE LT-TEXT TO WS-RPT-WORD(1).
           MOVE 'RPT.MOON' TO LT-KEY.
           MOVE '      moon &1: &2, orbit &3 Earth-diam, &4-day period'
             TO LT-TEXT.
           MOVE WS-DISP-MIDX TO LT-INSERT(1).
           MOVE WS-RPT-WORD(1) TO LT-INSERT(2).
           MOVE FUNCTION TRIM(WS-GRAV-STR) TO LT-INSERT(3).
           MOVE FUNCTION TRIM(WS-ECC-STR) TO LT-INSERT(4).
           PERFORM PUT-REPORT-TEXT.
           IF WS-MOON-OCEAN-CH = 'Y' THEN
               MOVE 'RPT.MOON-OCEAN' TO LT-KEY
               MOVE ', subsurface ocean likely' TO LT-TEXT
               PERFORM ADD-REPORT-TEXT
           END-IF.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           EXIT PARAGRAPH.
           CALL 'FMT-NUM' USING BELT-OUTER-EDGE(BELT-IDX),
                                WS-FMT-DIGITS, WS-ECC-STR.
           MOVE 5 TO WS-FMT-DIGITS.
           MOVE 'RPT.BELT-SPAN' TO LT-KEY.
           MOVE ', spans &1-&2 AU' TO LT-TEXT.
           MOVE FUNCTION TRIM(WS-GRAV-STR) TO LT-INSERT(1).
           MOVE FUNCTION TRIM(WS-ECC-STR) TO LT-INSERT(2).
           PERFORM ADD-REPORT-TEXT.
           IF BELT-GAP-COUNT(BELT-IDX) > 0 THEN
               MOVE 'RPT.BELT-GAPS' TO LT-KEY
               MOVE ', &1 Kirkwood gap(s)' TO LT-TEXT
               MOVE BELT-GAP-COUNT(BELT-IDX) TO LT-INSERT(1)
               PERFORM ADD-REPORT-TEXT
           END-IF.
           EXIT PARAGRAPH.

                           STAR-PULSAR-MS(STAR-IDX),
                           WS-FMT-DIGITS, WS-TMP-STR
                   MOVE 5 TO WS-FMT-DIGITS
                   MOVE 'RPT.PULSAR-MS' TO LT-KEY
                   MOVE '  MILLISECOND PULSAR — period &1 ms, '
                     &  'recycled by its companion' TO LT-TEXT
                   MOVE FUNCTION TRIM(WS-TMP-STR) TO LT-INSERT(1)
                   PERFORM PUT-REPORT-TEXT
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
               WHEN PULSAR-NORMAL(STAR-IDX)
                   MOVE 0 TO WS-FMT-DIGITS
                           STAR-PULSAR-MS(STAR-IDX),
                           WS-FMT-DIGITS, WS-TMP-STR
                   MOVE 5 TO WS-FMT-DIGITS
                   MOVE 'RPT.PULSAR' TO LT-KEY
                   MOVE '  PULSAR — period &1 ms, beams sweep the '
                     &  'system' TO LT-TEXT
                   MOVE FUNCTION TRIM(WS-TMP-STR) TO LT-INSERT(1)
                   PERFORM PUT-REPORT-TEXT
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-EVALUATE.
           IF ACCRETION-DISK(STAR-IDX) THEN
               MOVE 'RPT.ACCRETION-DISK' TO LT-KEY
               MOVE '  accretion disk fed by the close companion '
                 &  '— relativistic jets, hard X-rays'
                 TO LT-TEXT
               PERFORM PUT-REPORT-TEXT
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           IF STAR-DANGER-AU(STAR-IDX) > 0 THEN
               CALL 'FMT-NUM' USING STAR-DANGER-AU(STAR-IDX),
                                    WS-FMT-DIGITS, WS-TMP-STR
               MOVE 5 TO WS-FMT-DIGITS
               MOVE 'RPT.DANGER-RADIUS' TO LT-KEY
               MOVE '  danger radius &1 AU — lethal inside; the '
                 &  'degenerate-matter research prize sits just '
                 &  'outside it' TO LT-TEXT
               MOVE FUNCTION TRIM(WS-TMP-STR) TO LT-INSERT(1)
               PERFORM PUT-REPORT-TEXT
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           EXIT PARAGRAPH.
       WRITE-TERRA-ROTATION-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           EVALUATE TRUE
               WHEN NOT SHOW-SURFACE
                   CONTINUE
               WHEN ROTATION-LOCKED(TERRA-IDX)
                   MOVE 'RPT.ROTATION-LOCKED' TO LT-KEY
                   MOVE '      tidally locked - no day/night cycle'
                     TO LT-TEXT
                   PERFORM PUT-REPORT-TEXT
               WHEN OTHER
                   MOVE 0 TO WS-FMT-DIGITS
                   CALL 'FMT-NUM' USING
                           WS-FMT-DIGITS, WS-TMP-STR
                   MOVE 5 TO WS-FMT-DIGITS
                   MOVE TERRA-AXIAL-TILT(TERRA-IDX) TO WS-DISP-TILT
                   MOVE 'RPT.ROTATION-DAY' TO LT-KEY
                   MOVE '      day &1 h' TO LT-TEXT
                   MOVE FUNCTION TRIM(WS-TMP-STR) TO LT-INSERT(1)
                   PERFORM PUT-REPORT-TEXT
                   IF ROTATION-SLOW(TERRA-IDX) THEN
                       MOVE 'RPT.ROTATION-SLOW' TO LT-KEY
                       MOVE ' (slow rotator)' TO LT-TEXT
                       PERFORM ADD-REPORT-TEXT
                   END-IF
                   IF ROTATION-RESONANT(TERRA-IDX) THEN
                       MOVE 'RPT.ROTATION-RESONANT' TO LT-KEY
                       MOVE ' (spin-orbit resonance)' TO LT-TEXT
                       PERFORM ADD-REPORT-TEXT
                   END-IF
                   MOVE 'SEASONS' TO LT-KEY
                   MOVE TERRA-SEASONS(TERRA-IDX) TO LT-INSERT(1)
                   PERFORM TRANSLATE-REPORT-WORD
                   MOVE LT-TEXT TO WS-RPT-WORD(1)
                   MOVE 'RPT.AXIAL-TILT' TO LT-KEY
                   MOVE ', axial tilt &1 deg, &2 seasons' TO LT-TEXT
                   MOVE WS-DISP-TILT TO LT-INSERT(1)
                   MOVE WS-RPT-WORD(1) TO LT-INSERT(2)
                   PERFORM ADD-REPORT-TEXT
           END-EVALUATE.
      *    The pieces after the day/tilt part open on '; ' in every
      *    language's table — the check below keys on it.
           IF SHOW-RESOURCES THEN
               MOVE TERRA-RESOURCE(TERRA-IDX) TO WS-DISP-SIGNED
               MOVE 'RPT.RVM' TO LT-KEY
               MOVE '; RVM &1' TO LT-TEXT
               MOVE WS-DISP-SIGNED TO LT-INSERT(1)
               PERFORM ADD-REPORT-TEXT
               MOVE TERRA-AFFINITY(TERRA-IDX) TO WS-DISP-SIGNED
               MOVE 'RPT.AFFINITY' TO LT-KEY
               MOVE ', affinity &1' TO LT-TEXT
               MOVE WS-DISP-SIGNED TO LT-INSERT(1)
               PERFORM ADD-REPORT-TEXT
           END-IF.
           IF TERRA-BIOSPHERE(TERRA-IDX) NOT = SPACES
              AND SHOW-LIFE THEN
               MOVE 'BIO' TO LT-KEY
               MOVE TERRA-BIOSPHERE(TERRA-IDX) TO LT-INSERT(1)
               PERFORM TRANSLATE-REPORT-WORD
               MOVE LT-TEXT TO WS-RPT-WORD(1)
               MOVE 'RPT.BIOSPHERE' TO LT-KEY
               MOVE '; biosphere &1' TO LT-TEXT
               MOVE WS-RPT-WORD(1) TO LT-INSERT(1)
               PERFORM ADD-REPORT-TEXT
           END-IF.
           MOVE 2 TO WS-FMT-DIGITS.
           IF SHOW-SURFACE THEN
               CALL 'FMT-NUM' USING TERRA-TIDE-M(TERRA-IDX),
                                    WS-FMT-DIGITS, WS-TMP-STR
               MOVE 'RPT.TIDES' TO LT-KEY
               MOVE '; tides &1 m' TO LT-TEXT
               MOVE FUNCTION TRIM(WS-TMP-STR) TO LT-INSERT(1)
               PERFORM ADD-REPORT-TEXT
           END-IF.
           IF SHOW-GEOLOGY THEN
               CALL 'FMT-NUM' USING TERRA-MAGFIELD(TERRA-IDX),
                                    WS-FMT-DIGITS, WS-TMP-STR
               MOVE 'RPT.MAG-FIELD' TO LT-KEY
               MOVE '; mag field &1 × Earth' TO LT-TEXT
               MOVE FUNCTION TRIM(WS-TMP-STR) TO LT-INSERT(1)
               PERFORM ADD-REPORT-TEXT
               IF DYNAMO-DEAD(TERRA-IDX) THEN
                   MOVE 'RPT.DYNAMO-DEAD' TO LT-KEY
                   MOVE ' (DEAD dynamo)' TO LT-TEXT
                   PERFORM ADD-REPORT-TEXT
               END-IF
           END-IF.
           MOVE 5 TO WS-FMT-DIGITS.
      *    With the day/tilt part withheld the line opens on a
      *    separator; drop it and restore the indent.
           IF WS-REPORT-LINE = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-REPORT-LINE(1:1) = ';' THEN
               MOVE WS-REPORT-LINE(3:) TO WS-DSC-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '      '          DELIMITED BY SIZE
                      WS-DSC-LINE       DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           END-IF.
           COMPUTE WS-BAND-GRADIENT = WS-BAND-GRADIENT
                 * (1.0 - TERRA-AXIAL-TILT(TERRA-IDX) / 180.0).
           MOVE 'RPT.CLIMATE-BANDS' TO LT-KEY.
           MOVE '      climate bands:' TO LT-TEXT.
           PERFORM PUT-REPORT-TEXT.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-HAB-BELT.
           PERFORM VARYING WS-BAND-K FROM 1 BY 1
           IF WS-HAB-BELT NOT = SPACES
              AND NOT CLIMATE-TEMPERATE(TERRA-IDX)
              AND NOT CLIMATE-TROPICAL(TERRA-IDX) THEN
               MOVE 'RPT.HABITABLE-BELT' TO LT-KEY
               MOVE '      habitable belt: &1 latitudes' TO LT-TEXT
               MOVE FUNCTION TRIM(WS-HAB-BELT) TO LT-INSERT(1)
               PERFORM PUT-REPORT-TEXT
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           EXIT PARAGRAPH.

      *    The band's name and climate word are the table's; the
      *    columns are not.
       WRITE-ONE-BAND-LINE.
           MOVE 'BAND' TO LT-KEY.
           MOVE WS-BAND-NAME TO LT-INSERT(1).
           PERFORM TRANSLATE-REPORT-WORD.
           MOVE LT-TEXT TO WS-BAND-NAME.
           PERFORM CLASSIFY-BAND-TEMP.
           IF (WS-BAND-WORD = 'TEMPERATE'
               OR WS-BAND-WORD = 'TROPICAL')
           CALL 'FMT-NUM' USING WS-BAND-TEMP,
                                WS-FMT-DIGITS, WS-TMP-STR.
           MOVE 5 TO WS-FMT-DIGITS.
           MOVE 'CLIMATE' TO LT-KEY.
           MOVE WS-BAND-WORD TO LT-INSERT(1).
           PERFORM TRANSLATE-REPORT-WORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '        '           DELIMITED BY SIZE
                  WS-BAND-NAME         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TMP-STR)
                                       DELIMITED BY SIZE
                  ' K ('               DELIMITED BY SIZE
                  FUNCTION TRIM(LT-TEXT)
                                       DELIMITED BY SIZE
                  ')'                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE

      *    A locked world's bands run sunward, not poleward.
       WRITE-LOCKED-BAND-LINES.
           MOVE 'RPT.CLIMATE-ZONES' TO LT-KEY.
           MOVE '      climate zones (tidally locked):' TO LT-TEXT.
           PERFORM PUT-REPORT-TEXT.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-HAB-BELT.
           PERFORM VARYING WS-BAND-K FROM 1 BY 1
               PERFORM WRITE-ONE-BAND-LINE
           END-PERFORM.
           IF WS-HAB-BELT NOT = SPACES THEN
               MOVE 'RPT.HABITABLE-ZONE' TO LT-KEY
               MOVE '      habitable zone: &1' TO LT-TEXT
               MOVE FUNCTION TRIM(WS-HAB-BELT) TO LT-INSERT(1)
               PERFORM PUT-REPORT-TEXT
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           EXIT PARAGRAPH.
                   WS-SEED + WS-SYS-IDX * 8191
                 + WS-OUT-STAR-IDX * 131 + WS-OUT-ORB-IDX * 17
                 + 12345, 2147483647) + 1.
           MOVE 'RPT.MAP-HEAD' TO LT-KEY.
           MOVE '      surface map (~ water, # land, * ice):'
             TO LT-TEXT.
           PERFORM PUT-REPORT-TEXT.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-MAP-R FROM 1 BY 1
                   UNTIL WS-MAP-R > WS-MAP-H
      *    with a LOADed record (the pass runs after the batch, so
      *    a fresh system's own run can't see it yet).
           IF SYSTEM-IN-NEBULA THEN
               MOVE 'RPT.SKY-NEBULA' TO LT-KEY
               MOVE '      sky: veiled — the system sits inside a '
                 &  'nebula; few outside stars pierce it'
                 TO LT-TEXT
               PERFORM PUT-REPORT-TEXT
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           MOVE 'RPT.SKY-HEAD' TO LT-KEY.
           MOVE '      sky from this world:' TO LT-TEXT.
           PERFORM PUT-REPORT-TEXT.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-SKY-IDX FROM 1 BY 1
                   UNTIL WS-SKY-IDX > STAR-COUNT
           END-PERFORM.
           IF WS-SKY-COUNT > 0 THEN
               MOVE WS-SKY-COUNT TO WS-DISP-NB
               MOVE 'RPT.SKY-SIBLINGS' TO LT-KEY
               MOVE '        &1 sibling planet(s) visible as '
                 &  'naked-eye wanderers' TO LT-TEXT
               MOVE WS-DISP-NB TO LT-INSERT(1)
               PERFORM PUT-REPORT-TEXT
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           IF TERRA-MOON-COUNT(TERRA-IDX) > 0 THEN
               IF TERRA-MOON-SIZE(TERRA-IDX, 1) = 'LARGE'
                  OR TERRA-MOON-SIZE(TERRA-IDX, 2) = 'LARGE'
                  OR TERRA-MOON-SIZE(TERRA-IDX, 3) = 'LARGE' THEN
                   MOVE 'RPT.SKY-LARGE-MOON' TO LT-KEY
                   MOVE '        its large moon spans about half a '
                     &  'degree - eclipses and bright moonlit nights'
                     TO LT-TEXT
                   PERFORM PUT-REPORT-TEXT
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
               ELSE
                   MOVE 'RPT.SKY-SMALL-MOONS' TO LT-KEY
                   MOVE '        its moon(s) show as small bright '
                     &  'disks, a few arc-minutes across'
                     TO LT-TEXT
                   PERFORM PUT-REPORT-TEXT
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-IF.
                   / (SEP-AVG-DISTANCE(WS-SKY-IDX)
                    * SEP-AVG-DISTANCE(WS-SKY-IDX)).
           MOVE FUNCTION CHAR(64 + WS-SKY-IDX) TO WS-SKY-LETTER.
           EVALUATE TRUE
               WHEN WS-SKY-E >= 0.01
                   MOVE 'RPT.SKY-SECOND-SUN' TO LT-KEY
                   MOVE '        companion &1 rides the sky as a '
                     &  'second sun - casts shadows, plainly '
                     &  'day-visible' TO LT-TEXT
               WHEN WS-SKY-E >= 0.000001
                   MOVE 'RPT.SKY-BRILLIANT' TO LT-KEY
                   MOVE '        companion &1 is a brilliant star, '
                     &  'visible in daylight' TO LT-TEXT
               WHEN WS-SKY-E >= 0.000000001
                   MOVE 'RPT.SKY-BRIGHTEST' TO LT-KEY
                   MOVE '        companion &1 is the brightest star '
                     &  'in the night sky' TO LT-TEXT
               WHEN OTHER
                   MOVE 'RPT.SKY-ORDINARY' TO LT-KEY
                   MOVE '        companion &1 looks like an ordinary '
                     &  'star from here' TO LT-TEXT
           END-EVALUATE.
           MOVE WS-SKY-LETTER TO LT-INSERT(1).
           PERFORM PUT-REPORT-TEXT.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           EXIT PARAGRAPH.

               EXIT PARAGRAPH
           END-IF.
           MOVE TERRA-MOON-COUNT(TERRA-IDX) TO WS-DISP-MOONS.
           MOVE 'RPT.MOONS' TO LT-KEY.
           MOVE '; moons: &1' TO LT-TEXT.
           MOVE WS-DISP-MOONS TO LT-INSERT(1).
           PERFORM ADD-REPORT-TEXT.
           PERFORM VARYING WS-MOON-IDX FROM 1 BY 1
                   UNTIL WS-MOON-IDX > TERRA-MOON-COUNT(TERRA-IDX)
               MOVE 'SIZE' TO LT-KEY
               MOVE TERRA-MOON-SIZE(TERRA-IDX, WS-MOON-IDX)
                 TO LT-INSERT(1)
               PERFORM TRANSLATE-REPORT-WORD
               IF WS-MOON-IDX = 1 THEN
                   STRING FUNCTION TRIM(WS-REPORT-LINE)
                                            DELIMITED BY SIZE
                          ' ('              DELIMITED BY SIZE
                          FUNCTION TRIM(LT-TEXT)
                                            DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   END-STRING
                   STRING FUNCTION TRIM(WS-REPORT-LINE)
                                            DELIMITED BY SIZE
                          ', '              DELIMITED BY SIZE
                          FUNCTION TRIM(LT-TEXT)
                                            DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   END-STRING
           END-PERFORM.
           IF TERRA-MOONLET-COUNT(TERRA-IDX) > 0 THEN
               MOVE TERRA-MOONLET-COUNT(TERRA-IDX) TO WS-DISP-NB
               MOVE 'RPT.MOONLETS' TO LT-KEY
               MOVE ' + &1 moonlet(s)' TO LT-TEXT
               MOVE WS-DISP-NB TO LT-INSERT(1)
               PERFORM ADD-REPORT-TEXT
           END-IF.
           IF TERRA-MOON-TIDES(TERRA-IDX) THEN
               MOVE 'RPT.STRONG-TIDES' TO LT-KEY
               MOVE ', strong tides' TO LT-TEXT
               PERFORM ADD-REPORT-TEXT
           END-IF.
           EXIT PARAGRAPH.

               WHEN GG-MEDIUM(GG-IDX) MOVE 'medium' TO WS-GG-SIZE-WORD
               WHEN GG-LARGE(GG-IDX)  MOVE 'large'  TO WS-GG-SIZE-WORD
           END-EVALUATE.
           MOVE 'GIANT' TO LT-KEY.
           MOVE WS-GG-SIZE-WORD TO LT-INSERT(1).
           PERFORM TRANSLATE-REPORT-WORD.
           MOVE LT-TEXT TO WS-RPT-WORD(1).
           MOVE 'RPT.GAS-GIANT' TO LT-KEY.
           MOVE '&1 gas giant, &2 × Jupiter, &3/&4/&5 S/M/L moons'
             TO LT-TEXT.
           MOVE WS-RPT-WORD(1) TO LT-INSERT(1).
           MOVE FUNCTION TRIM(WS-TMP-STR) TO LT-INSERT(2).
           MOVE GG-SMALL-MOON-COUNT(GG-IDX) TO LT-INSERT(3).
           MOVE GG-MED-MOON-COUNT(GG-IDX) TO LT-INSERT(4).
           MOVE GG-LARGE-MOON-COUNT(GG-IDX) TO LT-INSERT(5).
           PERFORM ADD-REPORT-TEXT.
           MOVE GG-ROTATION-HRS(GG-IDX) TO WS-DISP-NB.
           MOVE 'RPT.GG-DAY' TO LT-KEY.
           MOVE ', &1 h day' TO LT-TEXT.
           MOVE WS-DISP-NB TO LT-INSERT(1).
           PERFORM ADD-REPORT-TEXT.
           MOVE SPACES TO LT-TEXT.
           EVALUATE TRUE
               WHEN GG-ROASTER(GG-IDX)
                   MOVE 'RPT.GG-ROASTER' TO LT-KEY
                   MOVE ', epistellar roaster' TO LT-TEXT
               WHEN GG-WARM(GG-IDX)
                   MOVE 'RPT.GG-WARM' TO LT-KEY
                   MOVE ', warm giant' TO LT-TEXT
               WHEN GG-COLD(GG-IDX)
                   MOVE 'RPT.GG-COLD' TO LT-KEY
                   MOVE ', cold giant' TO LT-TEXT
           END-EVALUATE.
           IF LT-TEXT NOT = SPACES THEN
               PERFORM ADD-REPORT-TEXT
           END-IF.
           MOVE SPACES TO LT-TEXT.
           EVALUATE TRUE
               WHEN RADBELT-MODERATE(GG-IDX)
                   MOVE 'RPT.RADBELT-MODERATE' TO LT-KEY
                   MOVE ', moderate radiation belts' TO LT-TEXT
               WHEN RADBELT-HIGH(GG-IDX)
                   MOVE 'RPT.RADBELT-HIGH' TO LT-KEY
                   MOVE ', HIGH radiation belts' TO LT-TEXT
               WHEN RADBELT-LETHAL(GG-IDX)
                   MOVE 'RPT.RADBELT-LETHAL' TO LT-KEY
                   MOVE ', LETHAL radiation belts' TO LT-TEXT
           END-EVALUATE.
           IF LT-TEXT NOT = SPACES THEN
               PERFORM ADD-REPORT-TEXT
           END-IF.
           IF NOT GG-RING-NONE(GG-IDX) THEN
               EVALUATE TRUE
                   WHEN GG-RING-FAINT(GG-IDX)
                   WHEN OTHER
                       MOVE 'spectacular' TO WS-RING-WORD
               END-EVALUATE
               MOVE 'RING' TO LT-KEY
               MOVE WS-RING-WORD TO LT-INSERT(1)
               PERFORM TRANSLATE-REPORT-WORD
               MOVE LT-TEXT TO WS-RPT-WORD(1)
               IF GG-RING-ICY(GG-IDX) THEN
                   MOVE 'RPT.RINGS-ICY' TO LT-KEY
                   MOVE ', &1 icy rings' TO LT-TEXT
               ELSE
                   MOVE 'RPT.RINGS-ROCKY' TO LT-KEY
                   MOVE ', &1 rocky rings' TO LT-TEXT
               END-IF
               MOVE WS-RPT-WORD(1) TO LT-INSERT(1)
               PERFORM ADD-REPORT-TEXT
           END-IF.
           EXIT PARAGRAPH.


           PERFORM VARYING ORB-IDX FROM 1 BY 1
                   UNTIL ORB-IDX > NUM-ORBITS OF STAR(STAR-IDX)
               PERFORM CHECK-ORBIT-DISCLOSED
               IF NOT OBJ-NOTHING(STAR-IDX, ORB-IDX)
                  AND ORBIT-DISCLOSED THEN
                   COMPUTE WS-DIA-COL =
                       FUNCTION INTEGER(
                           (DISTANCE OF ORBIT(STAR-IDX, ORB-IDX)
           END-PERFORM.
           IF WS-FEAT-COUNT > 0 AND NOT CALIBRATION-MODE THEN
               MOVE WS-FEAT-COUNT TO WS-FEAT-DISP
               MOVE 'CRE068' TO MC-MSG-ID
               MOVE WS-FEAT-DISP TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           PERFORM GEN-LONG-RANGE-LINKS.
           EXIT PARAGRAPH.

      *********************************
      * Wormholes and jump gates: one 3d6 per occupied grid position
      * (after the hex features, so adding this pass moved none of
      * them), 18 and a 4+ chaser opening a link from that system.
      * The sector's links from an earlier run are cleared first —
      * a rerun replaces them rather than piling new ones on top.
       GEN-LONG-RANGE-LINKS.
           IF WS-SECTOR-ID NOT = SPACES THEN
               MOVE WS-SECTOR-ID TO WS-WORM-ORIGIN
           ELSE
               MOVE WS-RUN-ID TO WS-WORM-ORIGIN
           END-IF.
           MOVE 0 TO WS-WORM-COUNT.
           MOVE -1 TO WS-WORM-FAR-COUNT.
           OPEN I-O WORM-FILE.
           IF NOT WORM-FILE-OK THEN
               OPEN OUTPUT WORM-FILE
               CLOSE WORM-FILE
               OPEN I-O WORM-FILE
           END-IF.
           IF NOT WORM-FILE-OK THEN
               MOVE 'CRE069' TO MC-MSG-ID
               MOVE WS-WORM-PATH TO MC-INSERT(1)
               MOVE WS-WORM-STATUS TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM CLEAR-SECTOR-LINKS.
           MOVE WS-SYSTEM-COUNT TO WS-WORM-LIMIT.
           IF WS-WORM-LIMIT > 1200 THEN
               MOVE 1200 TO WS-WORM-LIMIT
           END-IF.
           PERFORM VARYING WS-WORM-IDX FROM 1 BY 1
                   UNTIL WS-WORM-IDX > WS-WORM-LIMIT
                      OR WS-WORM-COUNT >= 999
               IF GRID-SYS-NAME(WS-WORM-IDX) NOT = SPACES THEN
                   COPY 3D6.
                   IF D6 = 18 THEN
                       COPY 1D6.
                       IF D6 >= 4 THEN
                           PERFORM ROLL-ONE-LINK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE WORM-FILE.
           IF WS-WORM-COUNT > 0 AND NOT CALIBRATION-MODE THEN
               MOVE WS-WORM-COUNT TO WS-FEAT-DISP
               MOVE 'CRE070' TO MC-MSG-ID
               MOVE WS-FEAT-DISP TO MC-INSERT(1)
               MOVE WS-WORM-PATH TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       CLEAR-SECTOR-LINKS.
           MOVE WS-WORM-ORIGIN TO WORM-ORIGIN.
           MOVE 0 TO WORM-SEQ.
           MOVE 'N' TO WS-WORM-EOF.
           START WORM-FILE KEY IS NOT LESS THAN WORM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WORM-EOF
           END-START.
           PERFORM UNTIL WS-WORM-EOF = 'Y'
               READ WORM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WORM-EOF
                   NOT AT END
                       IF WORM-ORIGIN NOT = WS-WORM-ORIGIN THEN
                           MOVE 'Y' TO WS-WORM-EOF
                       ELSE
                           DELETE WORM-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
           EXIT PARAGRAPH.

      *    One link out of grid position WS-WORM-IDX: kind, far
      *    mouth, transit time and stability.  No far mouth to be
      *    had (a near-empty sector) means no link after all.
       ROLL-ONE-LINK.
           MOVE SPACES TO WORM-RECORD.
           COPY 1D6.
           IF D6 = 6 THEN
               SET WORM-GATE TO TRUE
           ELSE
               SET WORM-NATURAL TO TRUE
           END-IF.
           MOVE SPACES TO WS-WORM-FAR-NAME WS-WORM-FAR-SECTOR.
           COPY 1D6.
           IF D6 >= 4 AND WS-SECTOR-ID NOT = SPACES THEN
               PERFORM PICK-FAR-SECTOR-MOUTH
           END-IF.
           IF WS-WORM-FAR-NAME = SPACES THEN
               PERFORM PICK-IN-SECTOR-MOUTH
           END-IF.
           IF WS-WORM-FAR-NAME = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-WORM-COUNT.
           MOVE WS-WORM-ORIGIN TO WORM-ORIGIN.
           MOVE WS-WORM-COUNT TO WORM-SEQ.
           MOVE GRID-SYS-NAME(WS-WORM-IDX) TO WORM-SYS-A.
           MOVE WS-SECTOR-ID TO WORM-SECTOR-A.
           MOVE WS-WORM-FAR-NAME TO WORM-SYS-B.
           MOVE WS-WORM-FAR-SECTOR TO WORM-SECTOR-B.
      *    A gate is engineered: hours through, and it always works.
      *    A natural throat takes days, and how often it delivers
      *    the ship intact and on time depends on how well it holds.
           IF WORM-GATE THEN
               COPY 1D6.
               COMPUTE WORM-TRANSIT-DAYS = D6 / 10
               SET WORM-STABLE TO TRUE
               COPY 1D6.
               COMPUTE WORM-RELIABILITY = 93 + D6
           ELSE
               COPY 2D6.
               COMPUTE WORM-TRANSIT-DAYS = D6 / 2
               COPY 3D6.
               EVALUATE TRUE
                   WHEN D6 >= 14
                       SET WORM-STABLE TO TRUE
                       COPY 1D6.
                       COMPUTE WORM-RELIABILITY = 90 + D6
                   WHEN D6 >= 9
                       SET WORM-FLUCTUATING TO TRUE
                       COPY 2D6.
                       COMPUTE WORM-RELIABILITY = 60 + D6 * 2
                   WHEN OTHER
                       SET WORM-UNSTABLE TO TRUE
                       COPY 2D6.
                       COMPUTE WORM-RELIABILITY = 30 + D6 * 2
               END-EVALUATE
           END-IF.
           MOVE WS-RUN-ID TO WORM-RUN-ID.
           WRITE WORM-RECORD
               INVALID KEY
                   REWRITE WORM-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
           IF REPORT-ENABLED AND NOT PLAYER-VIEW THEN
               PERFORM REPORT-ONE-LINK
           END-IF.
           EXIT PARAGRAPH.

      *    Up to twenty tries at an occupied hex at least four hexes
      *    off (axial distance on the odd-r grid, as G4SSGRTE
      *    measures it) — closer than that a jump drive does as well.
       PICK-IN-SECTOR-MOUTH.
           PERFORM VARYING WS-WORM-TRIES FROM 1 BY 1
                   UNTIL WS-WORM-TRIES > 20
                      OR WS-WORM-FAR-NAME NOT = SPACES
               COMPUTE WS-WORM-FAR-IDX =
                       FUNCTION RANDOM * WS-WORM-LIMIT + 1
               IF WS-WORM-FAR-IDX > WS-WORM-LIMIT THEN
                   MOVE WS-WORM-LIMIT TO WS-WORM-FAR-IDX
               END-IF
               IF GRID-SYS-NAME(WS-WORM-FAR-IDX) NOT = SPACES
                  AND WS-WORM-FAR-IDX NOT = WS-WORM-IDX THEN
                   COMPUTE WS-WORM-COL-A = FUNCTION MOD(
                           WS-WORM-IDX - 1, WS-SECTOR-WIDTH)
                   COMPUTE WS-WORM-ROW-A =
                           (WS-WORM-IDX - 1) / WS-SECTOR-WIDTH
                   COMPUTE WS-WORM-COL-B = FUNCTION MOD(
                           WS-WORM-FAR-IDX - 1, WS-SECTOR-WIDTH)
                   COMPUTE WS-WORM-ROW-B =
                           (WS-WORM-FAR-IDX - 1) / WS-SECTOR-WIDTH
                   COMPUTE WS-WORM-QA = WS-WORM-COL-A
                       - (WS-WORM-ROW-A
                          - FUNCTION MOD(WS-WORM-ROW-A, 2)) / 2
                   COMPUTE WS-WORM-QB = WS-WORM-COL-B
                       - (WS-WORM-ROW-B
                          - FUNCTION MOD(WS-WORM-ROW-B, 2)) / 2
                   COMPUTE WS-WORM-DX = WS-WORM-QB - WS-WORM-QA
                   COMPUTE WS-WORM-DY = WS-WORM-ROW-B - WS-WORM-ROW-A
                   COMPUTE WS-WORM-DIST =
                       (FUNCTION ABS(WS-WORM-DX)
                        + FUNCTION ABS(WS-WORM-DX + WS-WORM-DY)
                        + FUNCTION ABS(WS-WORM-DY)) / 2
                   IF WS-WORM-DIST >= 4 THEN
                       MOVE GRID-SYS-NAME(WS-WORM-FAR-IDX)
                         TO WS-WORM-FAR-NAME
                       MOVE WS-SECTOR-ID TO WS-WORM-FAR-SECTOR
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    A system saved under some other sector id — any of them,
      *    evenly: the file is counted once, then walked to the
      *    picked one.  Nothing found leaves the name blank.
       PICK-FAR-SECTOR-MOUTH.
           PERFORM OPEN-STARDB-SHARED.
           IF NOT STARDB-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-WORM-FAR-COUNT < 0 THEN
               MOVE 0 TO WS-WORM-PICK
               PERFORM SWEEP-FAR-SECTOR-SYSTEMS
               MOVE WS-WORM-SEEN TO WS-WORM-FAR-COUNT
           END-IF.
           IF WS-WORM-FAR-COUNT > 0 THEN
               COMPUTE WS-WORM-PICK =
                       FUNCTION RANDOM * WS-WORM-FAR-COUNT + 1
               IF WS-WORM-PICK > WS-WORM-FAR-COUNT THEN
                   MOVE WS-WORM-FAR-COUNT TO WS-WORM-PICK
               END-IF
               PERFORM SWEEP-FAR-SECTOR-SYSTEMS
           END-IF.
           CLOSE STARDB-FILE.
           EXIT PARAGRAPH.

      *    Counts the other-sector systems (WS-WORM-PICK 0), or stops
      *    on the WS-WORM-PICK'th of them with its name and sector.
       SWEEP-FAR-SECTOR-SYSTEMS.
           MOVE 0 TO WS-WORM-SEEN.
           MOVE 'N' TO WS-WORM-EOF.
           MOVE LOW-VALUES TO STARDB-KEY.
           START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WORM-EOF
           END-START.
           PERFORM UNTIL WS-WORM-EOF = 'Y'
               READ STARDB-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WORM-EOF
                   NOT AT END
                       IF STARDB-LAYOUT-CURRENT
                          AND STARDB-SECTOR NOT = SPACES
                          AND STARDB-SECTOR NOT = WS-SECTOR-ID THEN
                           ADD 1 TO WS-WORM-SEEN
                           IF WS-WORM-SEEN = WS-WORM-PICK THEN
                               MOVE STARDB-KEY TO WS-WORM-FAR-NAME
                               MOVE STARDB-SECTOR
                                 TO WS-WORM-FAR-SECTOR
                               MOVE 'Y' TO WS-WORM-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT PARAGRAPH.

       REPORT-ONE-LINK.
           IF WORM-GATE THEN
               MOVE 'Jump gate' TO WS-WORM-KIND-TXT
           ELSE
               MOVE 'Wormhole' TO WS-WORM-KIND-TXT
           END-IF.
           EVALUATE TRUE
               WHEN WORM-STABLE
                   MOVE 'stable' TO WS-WORM-STAB-TXT
               WHEN WORM-FLUCTUATING
                   MOVE 'fluctuating' TO WS-WORM-STAB-TXT
               WHEN OTHER
                   MOVE 'unstable' TO WS-WORM-STAB-TXT
           END-EVALUATE.
           MOVE WORM-TRANSIT-DAYS TO WS-WORM-DAYS-DISP.
           MOVE WORM-RELIABILITY TO WS-WORM-REL-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING FUNCTION TRIM(WS-WORM-KIND-TXT)
                                        DELIMITED BY SIZE
                  ' from '              DELIMITED BY SIZE
                  FUNCTION TRIM(WORM-SYS-A)
                                        DELIMITED BY SIZE
                  ' to '                DELIMITED BY SIZE
                  FUNCTION TRIM(WORM-SYS-B)
                                        DELIMITED BY SIZE
                  ' ('                  DELIMITED BY SIZE
                  FUNCTION TRIM(WORM-SECTOR-B)
                                        DELIMITED BY SIZE
                  '): '                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WORM-DAYS-DISP)
                                        DELIMITED BY SIZE
                  ' days, '             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WORM-STAB-TXT)
                                        DELIMITED BY SIZE
                  ', '                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WORM-REL-DISP)
                                        DELIMITED BY SIZE
                  '% reliable'          DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           EXIT PARAGRAPH.

      *********************************
           END-STRING.
           WRITE ROGUE-RECORD FROM WS-ROGUE-LINE.
           CLOSE ROGUE-FILE.
           IF REPORT-ENABLED AND NOT PLAYER-VIEW THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'Rogue world at hex ('
                                        DELIMITED BY SIZE
      *    would land the byte inside its star table — refuse, same
      *    as G4SSGPOL's stamp pass.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               MOVE 'CRE071' TO MC-MSG-ID
               MOVE GRID-SYS-NAME(WS-NB-IDX) TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               CLOSE STARDB-FILE
               EXIT PARAGRAPH
           END-IF.
      *********************************
      * Append one row to the audit trail — timestamp, the raw PARM
      * string this invocation ran with, and WS-RUNLOG-OUTCOME (set by
      * the caller just before PERFORM'ing this), then the run id its
      * saved systems carry, and the program, elapsed seconds,
      * systems rolled and reject rows written, which the run-log
      * analytics (G4SSGRNA) trend, and the run's highest message so
      * far.  Opened and closed
      * right here rather than up front with the other files, since it
      * always appends and is only ever written the one time, right
      * before this run ends one way or the other.
       WRITE-RUN-LOG-ENTRY.
           SET MC-QUERY TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-TIMESTAMP.
           OPEN EXTEND RUNLOG-FILE.
           IF NOT RUNLOG-FILE-OK THEN
                  FUNCTION TRIM(LK-PARM-DATA)   DELIMITED BY SIZE
                  ',OUTCOME='                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUNLOG-OUTCOME) DELIMITED BY SIZE
                  ',RUNID='                     DELIMITED BY SIZE
                  WS-RUN-ID                     DELIMITED BY SIZE
                  INTO WS-RUNLOG-LINE
           END-STRING.
      *    A run that stops before the clock starts logs no time.
           MOVE 0 TO WS-ELAPSED-SECS.
           IF WS-TIME-START > 0 THEN
               PERFORM COMPUTE-RUN-ELAPSED
           END-IF.
           MOVE WS-ELAPSED-SECS TO WS-DISP-SECS.
           MOVE WS-TOTAL-SYS-COUNT TO WS-RUNLOG-DISP-SYS.
           MOVE WS-REJECT-ROWS TO WS-RUNLOG-DISP-REJ.
           STRING FUNCTION TRIM(WS-RUNLOG-LINE) DELIMITED BY SIZE
                  ',PGM=G4SSGCRE,ELAPSED='      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-SECS)   DELIMITED BY SIZE
                  ',SYSTEMS='                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUNLOG-DISP-SYS)
                                                DELIMITED BY SIZE
                  ',REJECTS='                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUNLOG-DISP-REJ)
                                                DELIMITED BY SIZE
                  ',MSGID='                     DELIMITED BY SIZE
                  FUNCTION TRIM(MC-HIGH-ID)     DELIMITED BY SIZE
                  INTO WS-RUNLOG-LINE
           END-STRING.
           WRITE RUNLOG-RECORD FROM WS-RUNLOG-LINE.
               WRITE TRACE-RECORD FROM WS-TRACE-LINE
           END-IF.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
