       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGPFV.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Pre-flight validator for the batch input files — reads every
      * file the big runs are driven by, with the rules of the
      * program that will consume it, and reports every bad line at
      * once (file, line, reason) instead of letting the run find
      * the first one an hour in.  G4SSGCRE's DRYRUN=Y only checks
      * the PARM string; this checks what the PARM points at.
      *
      * Files and the rules they are read by:
      *   WORKFILE=<path> work-order spec file (G4SSGCRE WORKFILE=):
      *                  '<name>,KEY=VALUE,...' per system, '#'
      *                  comments; the published-sector pins HEX=,
      *                  UWP=, BASES=, ALLEG=, SPEC= and the PARM
      *                  vocabulary.  Only STARS=, AGE=, MASS=, TYPE=,
      *                  SEED= and NAME= are put back between lines —
      *                  any other key stays in force for the rest of
      *                  the run and is warned about.
      *   ANCHOR=<path>  anchor catalog (G4SSGCRE ANCHOR=): '<name>,
      *                  MASS=/TYPE=...,AGE=,SEP=', '#' comments, at
      *                  most eight pinned components.
      *   NAMES=<path>   syllable table (G4SSGCRE NAMES=): one
      *                  syllable of up to 10 letters per line, at
      *                  most 200, '#' comments.
      *   PROFILE=<path> a tuning or constants profile (G4SSGCRE
      *                  COMPARE=Y's PROFILEA=/PROFILEB=, which are
      *                  accepted here too): one KEY=VALUE token per
      *                  line in the PARM vocabulary, at most 80
      *                  bytes, '#' comments.
      *   PATCH=<path>   hand-edit patch script (G4SSGDBU PATCH=),
      *                  '*' comments: SYSTEM=, the system, star and
      *                  orbit fields with the ranges the patch mode
      *                  refuses outside of, APPLY.  Star and orbit
      *                  numbers are checked against the record
      *                  layout's limits; the saved system's own
      *                  counts are only known when it is staged.
      *   STREAM=<path>  job stream file (G4SSGJOB STREAM=): step,
      *                  program, max-rc, schedule and PARM, '*'
      *                  comments, at most 50 steps.
      *   BANDS=<path>   control-band file (G4SSGDRF BANDS=):
      *                  '<group>,<key>,<expected-pct>,<tol-pct>',
      *                  '*' comments, groups and keys as G4SSGCRE's
      *                  tally file writes them.
      * Each may be given more than once; forty files at most.
      *
      * Other PARM keys (comma-separated key=value tokens, same style
      * as G4SSGCRE's):
      *   FOLLOW=Y       also check the job streams' steps: each
      *                  G4SSGCRE step's PARM against the PARM
      *                  vocabulary, and every WORKFILE=, ANCHOR=,
      *                  NAMES=, PROFILEA=/PROFILEB= it names; each
      *                  G4SSGDBU step's PATCH= script; each G4SSGDRF
      *                  step's BANDS= file (or its default).  Made
      *                  the first step of the stream with a max-rc
      *                  of 4, this stops the chain on bad input
      *                  before anything else runs.
      *   CSV=<path>     evolution table that TYPE=, SPEC= and the
      *                  EVO control bands are resolved against
      *                  (default data/SPECS.csv; without it those
      *                  three are not checked)
      *   GRIDWIDTH=<n>  sector grid width the WORKFILE= HEX= pins
      *                  are checked against (default 10, as in
      *                  G4SSGCRE; a followed step uses its own)
      *   OUT=<path>     validation report (default preflight.txt)
      *
      * Every finding goes to the console as a message and to the
      * report, grouped by file.  An error (E) is a line the
      * consumer will refuse, cut short or misread — or a file it
      * cannot open; a warning (W) one it will take but probably
      * not as meant (an ignored token, a pin it may not honour, a
      * repeated name).
      *
      * RETURN-CODE (MSGCTL.cpy): 0 every file clean, 4 warnings
      * only, 8 errors — the chain should not start.
      *
      ******************************************************************
       COPY        TESTENV.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Every input is read through this one FD in turn.
           SELECT IN-FILE              ASSIGN TO WS-IN-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-IN-STATUS.
           SELECT CSV-FILE             ASSIGN TO WS-CSV-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-CSV-STATUS.
           SELECT OUT-FILE             ASSIGN TO WS-OUT-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Wider than any consumer's record, so an over-long line is
      *    seen whole and reported instead of cut the way the
      *    consumer would cut it.
       FD  IN-FILE.
       01  IN-RECORD                   PIC X(400).
       FD  CSV-FILE.
       01  CSV-RECORD                  PIC X(200).
       FD  OUT-FILE.
       01  OUT-RECORD                  PIC X(160).

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
       01  WS-IN-PATH                  PIC X(100) VALUE SPACES.
       01  WS-IN-STATUS                PIC XX.
           88  IN-FILE-OK              VALUE '00'.
           88  IN-FILE-EOF             VALUE '10'.
       01  WS-CSV-PATH                 PIC X(100)
                                       VALUE "data/SPECS.csv".
       01  WS-CSV-STATUS               PIC XX.
           88  CSV-FILE-OK             VALUE '00'.
           88  CSV-FILE-EOF            VALUE '10'.
       01  WS-OUT-PATH                 PIC X(100)
                                       VALUE "preflight.txt".
       01  WS-FOLLOW-MODE              PIC X VALUE '-'.
           88  FOLLOW-STREAMS          VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-GRID-WIDTH               PIC 999 USAGE COMP-5 VALUE 10.
      *********************************
      * The files to validate, in the order given — a followed job
      * stream adds its steps' files behind it.
       01  WS-Q-COUNT                  PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-Q-TAB.
           05  Q-ENTRY                 OCCURS 40 TIMES.
               10  Q-KIND              PIC X(8).
               10  Q-PATH              PIC X(100).
               10  Q-GRID              PIC 999 USAGE COMP-5.
               10  Q-ORIGIN            PIC X(16).
       01  WS-Q                        PIC 99 USAGE COMP-5.
       01  WS-NEW-KIND                 PIC X(8).
       01  WS-NEW-PATH                 PIC X(100).
       01  WS-NEW-GRID                 PIC 999 USAGE COMP-5.
       01  WS-NEW-ORIGIN               PIC X(16).
       01  WS-KIND                     PIC X(8).
           88  KIND-WORKFILE           VALUE 'WORKFILE'.
           88  KIND-ANCHOR             VALUE 'ANCHOR'.
           88  KIND-NAMES              VALUE 'NAMES'.
           88  KIND-PROFILE            VALUE 'PROFILE'.
           88  KIND-PATCH              VALUE 'PATCH'.
           88  KIND-STREAM             VALUE 'STREAM'.
           88  KIND-BANDS              VALUE 'BANDS'.
      *********************************
      * Spectral types off the evolution table, for TYPE=, SPEC= and
      * the EVO bands — the normal-star rows' second field, the one
      * G4SSGCRE's RESOLVE-FORCED-TYPE searches.
       01  WS-TYPE-COUNT               PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-TYPE-TAB.
           05  WS-TYPE-NAME            PIC X(10) OCCURS 200 TIMES.
       01  WS-TYPES-LOADED             PIC X VALUE '-'.
           88  TYPES-LOADED            VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-CSV-F1                   PIC X(20).
       01  WS-CSV-F2                   PIC X(20).
      *********************************
      * G4SSGCRE's PARM vocabulary (APPLY-KEYED-PARM-TOKEN): the key,
      * what its value must be, and whether a work-order line puts it
      * back afterwards.
      *   N number            D Y switch        P path or free text
      *   T CSV spectral type W WANT= criterion V VERBOSE= level
      *   S DENSITY= class    H SHARD= i/n      C DECIMAL= separator
      *   L line-scoped       R stays in force for the run
       01  WS-VOCAB-TXT.
           05  FILLER PIC X(48) VALUE
               'CLUSTER   PRVERBOSE   VRCALIBRATE PRRESUME    PR'.
           05  FILLER PIC X(48) VALUE
               'LOAD      PRWANT      WRBRIEF     PRBRIEFCAP  NR'.
           05  FILLER PIC X(48) VALUE
               'ATTEMPTS  NRCOMPARE   DRPROFILEA  PRPROFILEB  PR'.
           05  FILLER PIC X(48) VALUE
               'WORKFILE  PRREPROCESS PRREJECT    PRMANIFEST  PR'.
           05  FILLER PIC X(48) VALUE
               'HISTORY   PRWORLDS    PRWORLDHIS  PRINSTALLS  PR'.
           05  FILLER PIC X(48) VALUE
               'AGEPLUS   NRSAVEAS    PRREGENSTAR NRREPORT    PR'.
           05  FILLER PIC X(48) VALUE
               'PLAYER    DRDISCLOSE  PRSECTOR    PRFAST      DR'.
           05  FILLER PIC X(48) VALUE
               'CHECKEVERYNRNAMES     PRANCHOR    PRGRIDWIDTH NR'.
           05  FILLER PIC X(48) VALUE
               'EXTEND    NRSECTID    PRATLAS     PREAST      PR'.
           05  FILLER PIC X(48) VALUE
               'WEST      PRNORTH     PRSOUTH     PRFEATURES  DR'.
           05  FILLER PIC X(48) VALUE
               'WORMHOLES PRDENSITY   SRCOORDS    DRGROUPS    NR'.
           05  FILLER PIC X(48) VALUE
               'GROUPFILE PRDIMX      NRDIMY      NRDIMZ      NR'.
           05  FILLER PIC X(48) VALUE
               'CHART     PRTALLYOUT  PRTFORM     PRSPECIES   PR'.
           05  FILLER PIC X(48) VALUE
               'GOODS     PRGALR      NRGALZ      NRSHARD     HR'.
           05  FILLER PIC X(48) VALUE
               'DATE      NRMINSEP    NRUWP       PRFEED      PR'.
           05  FILLER PIC X(48) VALUE
               'TRACE     PRSTARS     NLAGE       NLMASS      NL'.
           05  FILLER PIC X(48) VALUE
               'TYPE      TLCSV       PRCOUNT     NRSEED      NL'.
           05  FILLER PIC X(48) VALUE
               'DICEFILE  PRNAME      PLRUNLOG    PRMASSTHRESHNR'.
           05  FILLER PIC X(48) VALUE
               'MASSVAR   NRDRYRUN    DRSKYVIEW   DRSPACEDIAG DR'.
           05  FILLER PIC X(36) VALUE
               'DECIMAL   CRUNITS     PRLANG      PR'.
       01  FILLER REDEFINES WS-VOCAB-TXT.
           05  WS-VOCAB                OCCURS 79 TIMES
                                       INDEXED BY VOC-IDX.
               10  VOC-KEY             PIC X(10).
               10  VOC-TYPE            PIC X.
               10  VOC-SCOPE           PIC X.
                   88  VOC-LINE-SCOPED VALUE 'L'.
      *********************************
      * The programs a job stream step may name — every main program
      * of the suite.
       01  WS-PGM-TXT.
           05  FILLER PIC X(48) VALUE
               'G4SSGALMG4SSGAPRG4SSGARCG4SSGAUDG4SSGCALG4SSGCDF'.
           05  FILLER PIC X(48) VALUE
               'G4SSGCENG4SSGCEPG4SSGCHRG4SSGCLKG4SSGCOLG4SSGCON'.
           05  FILLER PIC X(48) VALUE
               'G4SSGCREG4SSGDBAG4SSGDBUG4SSGDLTG4SSGDOSG4SSGDRF'.
           05  FILLER PIC X(48) VALUE
               'G4SSGECLG4SSGENCG4SSGEPHG4SSGFBKG4SSGGRPG4SSGHOK'.
           05  FILLER PIC X(48) VALUE
               'G4SSGHTMG4SSGIMPG4SSGJOBG4SSGJSNG4SSGLNTG4SSGLRK'.
           05  FILLER PIC X(48) VALUE
               'G4SSGMAPG4SSGMFVG4SSGMIGG4SSGMING4SSGMKTG4SSGMRG'.
           05  FILLER PIC X(48) VALUE
               'G4SSGNOTG4SSGNWSG4SSGPAKG4SSGPFVG4SSGPOLG4SSGPRT'.
           05  FILLER PIC X(48) VALUE
               'G4SSGPSTG4SSGPTDG4SSGRECG4SSGRETG4SSGRKYG4SSGRNA'.
           05  FILLER PIC X(48) VALUE
               'G4SSGRNGG4SSGRTEG4SSGSCNG4SSGSHLG4SSGSHPG4SSGSKY'.
           05  FILLER PIC X(48) VALUE
               'G4SSGSWXG4SSGTENG4SSGTRDG4SSGTRVG4SSGTURG4SSGVOY'.
           05  FILLER PIC X(16) VALUE
               'G4SSGWING4SSGXTR'.
       01  FILLER REDEFINES WS-PGM-TXT.
           05  WS-PGM-NAME             PIC X(8) OCCURS 62 TIMES
                                       INDEXED BY PGM-IDX.
      *********************************
      * Weekday names, Monday first, for G4SSGJOB schedules.
       01  WS-DAY-NAMES                PIC X(21)
                                       VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  FILLER REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME             PIC XXX OCCURS 7 TIMES.
       01  WS-DAY-TOKENS.
           05  WS-DAY-TOK              PIC X(10) OCCURS 7 TIMES.
       01  WS-DAY-BAD                  PIC X.
       01  WS-T                        PIC 9 USAGE COMP-5.
       01  WS-D                        PIC 9 USAGE COMP-5.
      *********************************
      * The tally file's groups and keys, for the control bands.
       01  WS-STAGE-KEYS               PIC X(33)
                           VALUE 'V  IV IIIVI II IB IA WD BD NS BH '.
       01  FILLER REDEFINES WS-STAGE-KEYS.
           05  WS-STAGE-KEY            PIC XXX OCCURS 11 TIMES.
       01  WS-ARR-KEYS                 PIC X(16)
                                       VALUE 'NONECONVECC EPI '.
       01  FILLER REDEFINES WS-ARR-KEYS.
           05  WS-ARR-KEY              PIC X(4) OCCURS 4 TIMES.
      *********************************
      * The line in hand.
       01  WS-LINE                     PIC X(400).
       01  WS-LINE-LEN                 PIC 999 USAGE COMP-5.
       01  WS-LINE-NO                  PIC 9(5) USAGE COMP-5.
       01  WS-PTR                      PIC 999 USAGE COMP-5.
       01  WS-FIELD                    PIC X(200).
       01  WS-FIELD-LEN                PIC 999 USAGE COMP-5.
       01  WS-KEY                      PIC X(40).
       01  WS-UKEY                     PIC X(40).
       01  WS-VAL                      PIC X(200).
       01  WS-UVAL                     PIC X(200).
       01  WS-KV-TOKENS                PIC 9 USAGE COMP-5.
       01  WS-NAME                     PIC X(200).
       01  WS-NUM                      USAGE COMP-2.
       01  WS-NUM2                     USAGE COMP-2.
       01  WS-INT                      PIC S9(9) USAGE COMP-5.
       01  WS-I                        PIC 9(4) USAGE COMP-5.
       01  WS-J                        PIC 9(4) USAGE COMP-5.
       01  WS-FOUND                    PIC X.
           88  ENTRY-FOUND             VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
      *    Where a G4SSGCRE token came from, for the wording.
       01  WS-CONTEXT                  PIC X.
           88  IN-WORK-ORDER           VALUE 'W'.
           88  IN-PROFILE              VALUE 'P'.
           88  IN-STEP-PARM            VALUE 'S'.
      *********************************
      * Per-file tables for the repeat checks.
       01  WS-SEEN-COUNT               PIC 9(4) USAGE COMP-5.
       01  WS-SEEN-TAB.
           05  SEEN-ENTRY              OCCURS 2000 TIMES.
               10  SEEN-VALUE          PIC X(48).
               10  SEEN-LINE           PIC 9(5) USAGE COMP-5.
       01  WS-HEX-COUNT                PIC 9(4) USAGE COMP-5.
       01  WS-HEX-TAB.
           05  HEX-ENTRY               OCCURS 2000 TIMES.
               10  HEX-VALUE           PIC X(4).
               10  HEX-LINE            PIC 9(5) USAGE COMP-5.
       01  WS-SEEN-PROBE               PIC X(48).
       01  WS-SEEN-AT                  PIC 9(5) USAGE COMP-5.
      *********************************
      * Work-order and anchor line state.
       01  WS-HEX                      PIC X(4).
       01  WS-HEX-COL                  PIC 99.
       01  WS-HEX-ROW                  PIC 99.
       01  WS-HEX-IDX                  PIC 9(6) USAGE COMP-5.
       01  WS-UWP-DIGITS               PIC X(16)
                                       VALUE '0123456789ABCDEF'.
       01  WS-TALLY-N                  PIC 99 USAGE COMP-5.
       01  WS-COMPONENTS               PIC 99 USAGE COMP-5.
      *********************************
      * Names-table state.
       01  WS-SYLLABLES                PIC 9(4) USAGE COMP-5.
      *********************************
      * Patch-script state, as G4SSGDBU keeps it.
       01  WS-PAT-OPEN                 PIC X.
           88  PAT-SYSTEM-OPEN         VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-PAT-SYSTEM               PIC X(48).
       01  WS-PAT-SYS-LINE             PIC 9(5) USAGE COMP-5.
       01  WS-PAT-STAR                 PIC 999 USAGE COMP-5.
       01  WS-PAT-ORB                  PIC 999 USAGE COMP-5.
       01  WS-PAT-CHANGES              PIC 9(4) USAGE COMP-5.
       01  WS-PKEY                     PIC X(12).
       01  WS-PVAL                     PIC X(180).
       01  WS-RANGE-OK                 PIC X.
           88  IN-RANGE                VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
      *********************************
      * Job-stream state, as G4SSGJOB keeps it.
       01  WS-STEPS                    PIC 999 USAGE COMP-5.
       01  WS-ROW-NAME                 PIC X(40).
       01  WS-ROW-PGM                  PIC X(40).
       01  WS-ROW-MAXRC                PIC X(40).
       01  WS-ROW-SCHED                PIC X(40).
       01  WS-ROW-PTR                  PIC 999 USAGE COMP-5.
       01  WS-SCHED-PTR                PIC 999 USAGE COMP-5.
       01  WS-SCHED-EQ                 PIC 99 USAGE COMP-5.
       01  WS-STEP-PARM                PIC X(400).
       01  WS-STEP-PARM-LEN            PIC 999 USAGE COMP-5.
       01  WS-STEP-PTR                 PIC 999 USAGE COMP-5.
       01  WS-STEP-GRID                PIC 999 USAGE COMP-5.
       01  WS-STEP-BANDS               PIC X.
       01  WS-STEP-FILES.
           05  WS-STEP-FILE            OCCURS 6 TIMES.
               10  SF-KIND             PIC X(8).
               10  SF-PATH             PIC X(100).
       01  WS-STEP-FILE-COUNT          PIC 9 USAGE COMP-5.
      *********************************
      * Findings.
       01  WS-REASON                   PIC X(100).
       01  WS-FILE-LINES               PIC 9(5) USAGE COMP-5.
       01  WS-FILE-ERRORS              PIC 9(5) USAGE COMP-5.
       01  WS-FILE-WARNINGS            PIC 9(5) USAGE COMP-5.
       01  WS-TOT-ERRORS               PIC 9(6) USAGE COMP-5 VALUE 0.
       01  WS-TOT-WARNINGS             PIC 9(6) USAGE COMP-5 VALUE 0.
       01  WS-FILES-DONE               PIC 99 USAGE COMP-5 VALUE 0.
      *********************************
      * Display scratch.
       01  WS-DISP-LINE                PIC ZZZZ9.
       01  WS-DISP-N                   PIC ZZZZ9.
       01  WS-DISP-N2                  PIC ZZZZ9.
       01  WS-DISP-N3                  PIC ZZZZ9.
       01  WS-DISP-NUM                 PIC -(6)9.99.
       01  WS-OUT-LINE                 PIC X(160).
       01  WS-TIMESTAMP                PIC X(21).
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
           MOVE 'G4SSGPFV' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE SPACES TO WS-NEW-ORIGIN.
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
                   MOVE SPACES TO WS-NEW-KIND
                   EVALUATE FUNCTION UPPER-CASE(WS-PARM-KEY)
                       WHEN 'WORKFILE'
                       WHEN 'ANCHOR'
                       WHEN 'NAMES'
                       WHEN 'PROFILE'
                       WHEN 'PATCH'
                       WHEN 'STREAM'
                       WHEN 'BANDS'
                           MOVE FUNCTION UPPER-CASE(WS-PARM-KEY)
                             TO WS-NEW-KIND
                       WHEN 'PROFILEA'
                       WHEN 'PROFILEB'
                           MOVE 'PROFILE' TO WS-NEW-KIND
                       WHEN 'FOLLOW'
                           IF FUNCTION UPPER-CASE(WS-PARM-VAL) = 'Y'
                               THEN
                               SET FOLLOW-STREAMS TO TRUE
                           END-IF
                       WHEN 'CSV'
                           MOVE WS-PARM-VAL TO WS-CSV-PATH
                       WHEN 'GRIDWIDTH'
                           COMPUTE WS-GRID-WIDTH =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                           IF WS-GRID-WIDTH < 1
                              OR WS-GRID-WIDTH > 99 THEN
                               MOVE 10 TO WS-GRID-WIDTH
                           END-IF
                       WHEN 'OUT'
                           MOVE WS-PARM-VAL TO WS-OUT-PATH
                   END-EVALUATE
                   IF WS-NEW-KIND NOT = SPACES
                      AND WS-PARM-VAL NOT = SPACES THEN
                       MOVE WS-PARM-VAL TO WS-NEW-PATH
                       MOVE 0 TO WS-NEW-GRID
                       PERFORM QUEUE-INPUT-FILE
                   END-IF
               END-IF
           END-PERFORM.
      *    Top-level work-order files take the PARM's grid width —
      *    it is only known once the whole PARM is read.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-Q-COUNT
               IF Q-GRID(WS-Q) = 0 THEN
                   MOVE WS-GRID-WIDTH TO Q-GRID(WS-Q)
               END-IF
           END-PERFORM.
           IF WS-Q-COUNT = 0 THEN
               MOVE 'PFV001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

           PERFORM LOAD-SPECTRAL-TYPES.
           OPEN OUTPUT OUT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES TO WS-OUT-LINE.
           STRING 'Pre-flight validation of the batch inputs — '
                  WS-TIMESTAMP(1:4) '-' WS-TIMESTAMP(5:2) '-'
                  WS-TIMESTAMP(7:2)
                  DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           WRITE OUT-RECORD FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           IF TYPES-LOADED THEN
               STRING '  spectral types from '
                      FUNCTION TRIM(WS-CSV-PATH)
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
           ELSE
               STRING '  no evolution table at '
                      FUNCTION TRIM(WS-CSV-PATH)
                      ' — TYPE=, SPEC= and EVO bands not checked'
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
           END-IF.
           WRITE OUT-RECORD FROM WS-OUT-LINE.

      *    A followed stream can queue more files behind the ones
      *    still to come; the loop picks them up as it goes.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-Q-COUNT
               PERFORM VALIDATE-ONE-FILE
           END-PERFORM.

           MOVE SPACES TO WS-OUT-LINE.
           WRITE OUT-RECORD FROM WS-OUT-LINE.
           MOVE WS-FILES-DONE TO WS-DISP-N.
           MOVE WS-TOT-ERRORS TO WS-DISP-N2.
           MOVE WS-TOT-WARNINGS TO WS-DISP-N3.
           STRING 'Total: ' FUNCTION TRIM(WS-DISP-N) ' file(s), '
                  FUNCTION TRIM(WS-DISP-N2) ' error(s), '
                  FUNCTION TRIM(WS-DISP-N3) ' warning(s)'
                  DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           WRITE OUT-RECORD FROM WS-OUT-LINE.
           CLOSE OUT-FILE.

           MOVE 'PFV009' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-DISP-N2 TO MC-INSERT(2).
           MOVE WS-DISP-N3 TO MC-INSERT(3).
           MOVE WS-OUT-PATH TO MC-INSERT(4).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           IF WS-TOT-ERRORS > 0 THEN
               MOVE 'PFV010' TO MC-MSG-ID
               MOVE WS-DISP-N2 TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * Add WS-NEW-KIND/WS-NEW-PATH to the queue, once.
       QUEUE-INPUT-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-Q-COUNT
               IF Q-KIND(WS-I) = WS-NEW-KIND
                  AND Q-PATH(WS-I) = WS-NEW-PATH THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-Q-COUNT >= 40 THEN
               MOVE 'PFV002' TO MC-MSG-ID
               MOVE WS-NEW-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Q-COUNT.
           MOVE WS-NEW-KIND TO Q-KIND(WS-Q-COUNT).
           MOVE WS-NEW-PATH TO Q-PATH(WS-Q-COUNT).
           MOVE WS-NEW-GRID TO Q-GRID(WS-Q-COUNT).
           MOVE WS-NEW-ORIGIN TO Q-ORIGIN(WS-Q-COUNT).
           EXIT PARAGRAPH.

      *********************************
      * The evolution table's spectral types.  Massive-star rows
      * ('M,...') carry none; '#' rows are comments.
       LOAD-SPECTRAL-TYPES.
           OPEN INPUT CSV-FILE.
           IF NOT CSV-FILE-OK THEN
               MOVE 'PFV003' TO MC-MSG-ID
               MOVE WS-CSV-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CSV-FILE-EOF
               READ CSV-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CSV-RECORD(1:1) NOT = '#'
                          AND CSV-RECORD(1:1) NOT = 'M'
                          AND CSV-RECORD NOT = SPACES
                          AND WS-TYPE-COUNT < 200 THEN
                           INITIALIZE WS-CSV-F1 WS-CSV-F2
                           UNSTRING CSV-RECORD DELIMITED BY ','
                                   INTO WS-CSV-F1, WS-CSV-F2
                           END-UNSTRING
                           IF WS-CSV-F2 NOT = SPACES THEN
                               ADD 1 TO WS-TYPE-COUNT
                               MOVE FUNCTION TRIM(WS-CSV-F2)
                                 TO WS-TYPE-NAME(WS-TYPE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CSV-FILE.
           IF WS-TYPE-COUNT > 0 THEN
               SET TYPES-LOADED TO TRUE
               MOVE WS-TYPE-COUNT TO WS-DISP-N
               MOVE 'PFV004' TO MC-MSG-ID
               MOVE WS-DISP-N TO MC-INSERT(1)
               MOVE WS-CSV-PATH TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           ELSE
               MOVE 'PFV003' TO MC-MSG-ID
               MOVE WS-CSV-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * One queued file, line by line through its consumer's rules.
       VALIDATE-ONE-FILE.
           MOVE Q-KIND(WS-Q) TO WS-KIND.
           MOVE Q-PATH(WS-Q) TO WS-IN-PATH.
           MOVE 0 TO WS-FILE-LINES WS-FILE-ERRORS WS-FILE-WARNINGS.
           MOVE 0 TO WS-SEEN-COUNT WS-HEX-COUNT WS-SYLLABLES.
           MOVE 0 TO WS-STEPS WS-LINE-NO.
           SET PAT-SYSTEM-OPEN TO FALSE.
           MOVE 0 TO WS-PAT-STAR WS-PAT-ORB WS-PAT-CHANGES.
           ADD 1 TO WS-FILES-DONE.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE OUT-RECORD FROM WS-OUT-LINE.
           IF Q-ORIGIN(WS-Q) NOT = SPACES THEN
               STRING WS-KIND ' ' FUNCTION TRIM(WS-IN-PATH)
                      '  (named by step '
                      FUNCTION TRIM(Q-ORIGIN(WS-Q)) ')'
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
           ELSE
               STRING WS-KIND ' ' FUNCTION TRIM(WS-IN-PATH)
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
           END-IF.
           WRITE OUT-RECORD FROM WS-OUT-LINE.

           OPEN INPUT IN-FILE.
           IF NOT IN-FILE-OK THEN
               ADD 1 TO WS-FILE-ERRORS WS-TOT-ERRORS
               MOVE '  cannot be opened' TO WS-OUT-LINE
               WRITE OUT-RECORD FROM WS-OUT-LINE
               MOVE 'PFV005' TO MC-MSG-ID
               MOVE WS-KIND TO MC-INSERT(1)
               MOVE WS-IN-PATH TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL IN-FILE-EOF
               READ IN-FILE
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO WS-FILE-LINES
                       MOVE IN-RECORD TO WS-LINE
                       MOVE 0 TO WS-LINE-LEN
                       IF WS-LINE NOT = SPACES THEN
                           COMPUTE WS-LINE-LEN = FUNCTION LENGTH(
                               FUNCTION TRIM(WS-LINE TRAILING))
                       END-IF
                       EVALUATE TRUE
                           WHEN KIND-WORKFILE
                               PERFORM CHECK-WORK-ORDER-LINE
                           WHEN KIND-ANCHOR
                               PERFORM CHECK-ANCHOR-LINE
                           WHEN KIND-NAMES
                               PERFORM CHECK-NAMES-LINE
                           WHEN KIND-PROFILE
                               PERFORM CHECK-PROFILE-LINE
                           WHEN KIND-PATCH
                               PERFORM CHECK-PATCH-LINE
                           WHEN KIND-STREAM
                               PERFORM CHECK-STREAM-LINE
                           WHEN KIND-BANDS
                               PERFORM CHECK-BAND-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE IN-FILE.
           PERFORM CHECK-END-OF-FILE.

           MOVE WS-FILE-LINES TO WS-DISP-N.
           MOVE WS-FILE-ERRORS TO WS-DISP-N2.
           MOVE WS-FILE-WARNINGS TO WS-DISP-N3.
           MOVE SPACES TO WS-OUT-LINE.
           STRING '  ' FUNCTION TRIM(WS-DISP-N) ' line(s), '
                  FUNCTION TRIM(WS-DISP-N2) ' error(s), '
                  FUNCTION TRIM(WS-DISP-N3) ' warning(s)'
                  DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           WRITE OUT-RECORD FROM WS-OUT-LINE.
           MOVE 'PFV008' TO MC-MSG-ID.
           MOVE WS-KIND TO MC-INSERT(1).
           MOVE WS-IN-PATH TO MC-INSERT(2).
           MOVE WS-DISP-N TO MC-INSERT(3).
           MOVE WS-DISP-N2 TO MC-INSERT(4).
           MOVE WS-DISP-N3 TO MC-INSERT(5).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *    What can only be said once the whole file is read.
       CHECK-END-OF-FILE.
           MOVE 0 TO WS-LINE-NO.
           EVALUATE TRUE
               WHEN KIND-NAMES
                   IF WS-SYLLABLES = 0 THEN
                       MOVE 'no syllables — flavour names cannot be '
                         & 'rolled' TO WS-REASON
                       PERFORM NOTE-ERROR
                   END-IF
               WHEN KIND-STREAM
                   IF WS-STEPS = 0 THEN
                       MOVE 'no steps — G4SSGJOB has nothing to run'
                         TO WS-REASON
                       PERFORM NOTE-ERROR
                   END-IF
               WHEN KIND-PATCH
                   PERFORM CHECK-PATCH-SYSTEM-CLOSED
               WHEN KIND-WORKFILE
               WHEN KIND-ANCHOR
                   IF WS-SEEN-COUNT = 0 THEN
                       MOVE 'no systems — the run would generate '
                         & 'nothing' TO WS-REASON
                       PERFORM NOTE-WARNING
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

      *********************************
      * A finding: counted, listed in the report, put on the console.
       NOTE-ERROR.
           ADD 1 TO WS-FILE-ERRORS WS-TOT-ERRORS.
           MOVE 'PFV006' TO MC-MSG-ID.
           PERFORM WRITE-FINDING.
           EXIT PARAGRAPH.

       NOTE-WARNING.
           ADD 1 TO WS-FILE-WARNINGS WS-TOT-WARNINGS.
           MOVE 'PFV007' TO MC-MSG-ID.
           PERFORM WRITE-FINDING.
           EXIT PARAGRAPH.

       WRITE-FINDING.
           MOVE WS-LINE-NO TO WS-DISP-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           IF WS-LINE-NO = 0 THEN
               STRING '  (file)  '
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
           ELSE
               STRING '  line ' WS-DISP-LINE
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
           END-IF.
           IF MC-MSG-ID = 'PFV006' THEN
               MOVE '  E  ' TO WS-OUT-LINE(13:5)
           ELSE
               MOVE '  W  ' TO WS-OUT-LINE(13:5)
           END-IF.
           MOVE WS-REASON TO WS-OUT-LINE(18:).
           WRITE OUT-RECORD FROM WS-OUT-LINE.
           MOVE WS-IN-PATH TO MC-INSERT(1).
           IF WS-LINE-NO = 0 THEN
               MOVE '(whole file)' TO MC-INSERT(2)
           ELSE
               MOVE SPACES TO MC-INSERT(2)
               STRING 'line ' FUNCTION TRIM(WS-DISP-LINE)
                      DELIMITED BY SIZE INTO MC-INSERT(2)
               END-STRING
           END-IF.
           MOVE WS-REASON TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *********************************
      * A name seen twice in the file (work orders, anchors, patch
      * systems, stream steps, syllables, bands): WS-SEEN-PROBE is
      * looked up and added; ENTRY-FOUND with WS-SEEN-AT the line it
      * was first on.
       CHECK-SEEN-BEFORE.
           SET ENTRY-FOUND TO FALSE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SEEN-COUNT
               IF SEEN-VALUE(WS-I) = WS-SEEN-PROBE THEN
                   SET ENTRY-FOUND TO TRUE
                   MOVE SEEN-LINE(WS-I) TO WS-SEEN-AT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-SEEN-COUNT < 2000 THEN
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-SEEN-PROBE TO SEEN-VALUE(WS-SEEN-COUNT)
               MOVE WS-LINE-NO TO SEEN-LINE(WS-SEEN-COUNT)
           END-IF.
           EXIT PARAGRAPH.

      *    WS-REASON = WS-REASON + ' (first on line n)'.
       ADD-FIRST-SEEN-LINE.
           MOVE WS-SEEN-AT TO WS-DISP-N.
           STRING FUNCTION TRIM(WS-REASON) ' (first on line '
                  FUNCTION TRIM(WS-DISP-N) ')'
                  DELIMITED BY SIZE INTO WS-REASON
           END-STRING.
           EXIT PARAGRAPH.

      *********************************
      * WS-FIELD into WS-KEY/WS-VAL at its first '=', as every
      * consumer splits a token; WS-KV-TOKENS < 2 means there was no
      * '='.
       SPLIT-KEY-VALUE.
           INITIALIZE WS-KEY WS-VAL.
           MOVE 0 TO WS-KV-TOKENS.
           UNSTRING WS-FIELD DELIMITED BY '='
                   INTO WS-KEY, WS-VAL
                   TALLYING IN WS-KV-TOKENS
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-KEY) TO WS-KEY.
           MOVE FUNCTION TRIM(WS-VAL) TO WS-VAL.
           MOVE FUNCTION UPPER-CASE(WS-KEY) TO WS-UKEY.
           MOVE FUNCTION UPPER-CASE(WS-VAL) TO WS-UVAL.
           EXIT PARAGRAPH.

      *    Next ','-delimited field of WS-LINE from WS-PTR into
      *    WS-FIELD, its trimmed length in WS-FIELD-LEN.
       NEXT-LINE-FIELD.
           INITIALIZE WS-FIELD.
           UNSTRING WS-LINE DELIMITED BY ','
                   INTO WS-FIELD
                   WITH POINTER WS-PTR
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-FIELD) TO WS-FIELD.
           MOVE 0 TO WS-FIELD-LEN.
           IF WS-FIELD NOT = SPACES THEN
               COMPUTE WS-FIELD-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-FIELD TRAILING))
           END-IF.
           EXIT PARAGRAPH.

      *    A value that has to be a number: WS-NUM, or an error.
       CHECK-NUMBER.
           SET IN-RANGE TO TRUE.
           IF WS-VAL = SPACES
              OR FUNCTION TEST-NUMVAL(WS-VAL) NOT = 0 THEN
               SET IN-RANGE TO FALSE
               MOVE SPACES TO WS-REASON
               STRING FUNCTION TRIM(WS-KEY) '= needs a number, not '''
                      FUNCTION TRIM(WS-VAL) ''''
                      DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               PERFORM NOTE-ERROR
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NUM = FUNCTION NUMVAL(WS-VAL).
           EXIT PARAGRAPH.

      *    Reason text '<KEY>=<value> <WS-REASON tail>' for the range
      *    findings below: the caller leaves the tail in WS-REASON.
       PREFIX-KEY-VALUE.
           MOVE WS-REASON TO WS-NAME.
           MOVE SPACES TO WS-REASON.
           STRING FUNCTION TRIM(WS-KEY) '=' FUNCTION TRIM(WS-VAL)
                  ' ' FUNCTION TRIM(WS-NAME)
                  DELIMITED BY SIZE INTO WS-REASON
           END-STRING.
           EXIT PARAGRAPH.

      *    Is WS-UVAL one of the evolution table's spectral types?
       FIND-SPECTRAL-TYPE.
           SET ENTRY-FOUND TO FALSE.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TYPE-COUNT
               IF WS-TYPE-NAME(WS-J) = WS-VAL THEN
                   SET ENTRY-FOUND TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * Work-order line (G4SSGCRE PROCESS-WORK-ORDER-LINE): the
      * system name, then KEY=VALUE tokens; a work-order field is
      * read into 40 bytes, the whole line into 200.
       CHECK-WORK-ORDER-LINE.
           IF WS-LINE(1:1) = '#' OR WS-LINE = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINE-LEN > 200 THEN
               MOVE 'line longer than 200 bytes — G4SSGCRE reads '
                 & 'only the first 200' TO WS-REASON
               PERFORM NOTE-ERROR
           END-IF.
           SET IN-WORK-ORDER TO TRUE.
           MOVE 1 TO WS-PTR.
           PERFORM NEXT-LINE-FIELD.
           PERFORM CHECK-SYSTEM-NAME-FIELD.
           PERFORM UNTIL WS-PTR > WS-LINE-LEN
               PERFORM NEXT-LINE-FIELD
               IF WS-FIELD NOT = SPACES THEN
                   PERFORM CHECK-WORK-ORDER-TOKEN
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    First field of a work-order or anchor line.
       CHECK-SYSTEM-NAME-FIELD.
           IF WS-FIELD = SPACES THEN
               MOVE 'no system name before the first comma'
                 TO WS-REASON
               PERFORM NOTE-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF WS-FIELD-LEN > 40 THEN
               MOVE SPACES TO WS-REASON
               STRING 'system name longer than 40 bytes is cut to '''
                      WS-FIELD(1:40) ''''
                      DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               PERFORM NOTE-ERROR
           END-IF.
           MOVE WS-FIELD(1:40) TO WS-SEEN-PROBE.
           PERFORM CHECK-SEEN-BEFORE.
           IF ENTRY-FOUND THEN
               MOVE SPACES TO WS-REASON
               STRING 'system ' FUNCTION TRIM(WS-FIELD(1:40))
                      ' repeated — the later line re-saves over '
                      'the earlier'
                      DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               PERFORM ADD-FIRST-SEEN-LINE
               PERFORM NOTE-WARNING
           END-IF.
           EXIT PARAGRAPH.

       CHECK-WORK-ORDER-TOKEN.
           IF WS-FIELD-LEN > 40 THEN
               MOVE SPACES TO WS-REASON
               STRING 'token longer than 40 bytes is cut: '
                      WS-FIELD(1:40)
                      DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               PERFORM NOTE-ERROR
               EXIT PARAGRAPH
           END-IF.
           PERFORM SPLIT-KEY-VALUE.
           IF WS-KV-TOKENS < 2 THEN
               MOVE SPACES TO WS-REASON
               STRING '''' FUNCTION TRIM(WS-FIELD)
                      ''' ignored — not KEY=VALUE'
                      DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               PERFORM NOTE-WARNING
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-UKEY
               WHEN 'HEX'
                   PERFORM CHECK-HEX-PIN
               WHEN 'UWP'
                   PERFORM CHECK-UWP-PIN
               WHEN 'BASES'
                   PERFORM CHECK-BASES-PIN
               WHEN 'ALLEG'
                   IF FUNCTION LENGTH(FUNCTION TRIM(WS-VAL)) > 4 THEN
                       MOVE 'is cut to 4 characters' TO WS-REASON
                       PERFORM PREFIX-KEY-VALUE
                       PERFORM NOTE-WARNING
                   END-IF
               WHEN 'SPEC'
                   PERFORM CHECK-SPEC-PIN
               WHEN OTHER
                   PERFORM CHECK-CRE-TOKEN
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    'ccrr' on the grid (PUBLISHED-HEX-TO-INDEX).
       CHECK-HEX-PIN.
           IF WS-VAL(1:4) IS NOT NUMERIC
              OR WS-VAL(5:1) NOT = SPACE THEN
               MOVE 'is not four digits ccrr — the pin is ignored'
                 TO WS-REASON
               PERFORM PREFIX-KEY-VALUE
               PERFORM NOTE-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VAL(1:2) TO WS-HEX-COL.
           MOVE WS-VAL(3:2) TO WS-HEX-ROW.
           COMPUTE WS-HEX-IDX =
                   (WS-HEX-ROW - 1) * Q-GRID(WS-Q) + WS-HEX-COL.
           IF WS-HEX-COL < 1 OR WS-HEX-COL > Q-GRID(WS-Q)
              OR WS-HEX-ROW < 1 OR WS-HEX-IDX > 10000 THEN
               MOVE Q-GRID(WS-Q) TO WS-DISP-N
               MOVE SPACES TO WS-REASON
               STRING 'is off a ' FUNCTION TRIM(WS-DISP-N)
                      '-column grid — set GRIDWIDTH='
                      DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               PERFORM PREFIX-KEY-VALUE
               PERFORM NOTE-ERROR
               EXIT PARAGRAPH
           END-IF.
           SET ENTRY-FOUND TO FALSE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HEX-COUNT OR ENTRY-FOUND
               IF HEX-VALUE(WS-I) = WS-VAL(1:4) THEN
                   SET ENTRY-FOUND TO TRUE
                   MOVE HEX-LINE(WS-I) TO WS-SEEN-AT
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND THEN
               MOVE 'puts two systems in one hex' TO WS-REASON
               PERFORM PREFIX-KEY-VALUE
               PERFORM ADD-FIRST-SEEN-LINE
               PERFORM NOTE-ERROR
           ELSE
               IF WS-HEX-COUNT < 2000 THEN
                   ADD 1 TO WS-HEX-COUNT
                   MOVE WS-VAL(1:4) TO HEX-VALUE(WS-HEX-COUNT)
                   MOVE WS-LINE-NO TO HEX-LINE(WS-HEX-COUNT)
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *    'A788899-C' (PIN-PUBLISHED-SETTLEMENT): the port letter
      *    goes in as it stands; a digit past F is reported at run
      *    time and the rolled one kept.
       CHECK-UWP-PIN.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-UVAL)) NOT = 9
              OR WS-UVAL(8:1) NOT = '-' THEN
               MOVE 'is not a UWP of the form A788899-C' TO WS-REASON
               PERFORM PREFIX-KEY-VALUE
               PERFORM NOTE-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF WS-UVAL(1:1) NOT = 'A' AND NOT = 'B' AND NOT = 'C'
              AND NOT = 'D' AND NOT = 'E' AND NOT = 'X' THEN
               MOVE 'starport is not A-E or X' TO WS-REASON
               PERFORM PREFIX-KEY-VALUE
               PERFORM NOTE-ERROR
           END-IF.
           PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > 9
               IF WS-I NOT = 8 THEN
                   MOVE 0 TO WS-TALLY-N
                   INSPECT WS-UWP-DIGITS TALLYING WS-TALLY-N
                       FOR ALL WS-UVAL(WS-I:1)
                   IF WS-TALLY-N = 0 THEN
                       MOVE SPACES TO WS-REASON
                       STRING 'digit ' WS-UVAL(WS-I:1)
                              ' is not 0-F — the rolled value stands'
                              DELIMITED BY SIZE INTO WS-REASON
                       END-STRING
                       PERFORM PREFIX-KEY-VALUE
                       PERFORM NOTE-WARNING
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    Naval, scout, way station or '-' (PIN-PUBLISHED-BASES).
       CHECK-BASES-PIN.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-UVAL)) > 4 THEN
               MOVE 'is cut to 4 characters' TO WS-REASON
               PERFORM PREFIX-KEY-VALUE
               PERFORM NOTE-WARNING
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               IF WS-UVAL(WS-I:1) NOT = 'N' AND NOT = 'S'
                  AND NOT = 'W' AND NOT = '-' AND NOT = SPACE THEN
                   MOVE SPACES TO WS-REASON
                   STRING 'base code ' WS-UVAL(WS-I:1)
                          ' is not N, S, W or - and is not honoured'
                          DELIMITED BY SIZE INTO WS-REASON
                   END-STRING
                   PERFORM PREFIX-KEY-VALUE
                   PERFORM NOTE-WARNING
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    A main-sequence class ('G2 V') with a CSV row of its
      *    letter (SNAP-PUBLISHED-SPEC).
       CHECK-SPEC-PIN.
           MOVE FUNCTION TRIM(WS-UVAL(3:)) TO WS-NAME.
           IF WS-UVAL(2:1) IS NOT NUMERIC
              OR (WS-NAME NOT = SPACES AND WS-NAME(1:2) NOT = 'V ')
               THEN
               MOVE 'is not main sequence — the primary is rolled'
                 TO WS-REASON
               PERFORM PREFIX-KEY-VALUE
               PERFORM NOTE-WARNING
               EXIT PARAGRAPH
           END-IF.
           IF NOT TYPES-LOADED THEN
               EXIT PARAGRAPH
           END-IF.
           SET ENTRY-FOUND TO FALSE.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TYPE-COUNT OR ENTRY-FOUND
               IF WS-TYPE-NAME(WS-J)(1:1) = WS-UVAL(1:1)
                  AND WS-TYPE-NAME(WS-J)(2:1) IS NUMERIC THEN
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND THEN
               MOVE 'has no class in the evolution table — the '
                 & 'primary is rolled' TO WS-REASON
               PERFORM PREFIX-KEY-VALUE
               PERFORM NOTE-WARNING
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * One KEY=VALUE token in G4SSGCRE's PARM vocabulary (work
      * order, profile or a followed step's PARM).
       CHECK-CRE-TOKEN.
           SET VOC-IDX TO 1.
           SEARCH WS-VOCAB
               AT END
                   MOVE SPACES TO WS-REASON
                   STRING 'unknown key ' FUNCTION TRIM(WS-KEY)
                          '= — G4SSGCRE ignores it'
                          DELIMITED BY SIZE INTO WS-REASON
                   END-STRING
                   PERFORM NOTE-WARNING
                   EXIT PARAGRAPH
               WHEN VOC-KEY(VOC-IDX) = WS-UKEY
                   CONTINUE
           END-SEARCH.
           IF IN-WORK-ORDER AND NOT VOC-LINE-SCOPED(VOC-IDX) THEN
               MOVE SPACES TO WS-REASON
               STRING FUNCTION TRIM(WS-KEY) '= is not put back '
                      'after the line — it holds for every later '
                      'line too'
                      DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               PERFORM NOTE-WARNING
           END-IF.
           EVALUATE VOC-TYPE(VOC-IDX)
               WHEN 'N'
                   PERFORM CHECK-NUMBER
                   IF IN-RANGE THEN
                       PERFORM CHECK-CRE-RANGE
                   END-IF
               WHEN 'D'
                   IF WS-UVAL NOT = 'Y' AND NOT = 'N' THEN
                       MOVE 'leaves it off — only Y switches it on'
                         TO WS-REASON
                       PERFORM PREFIX-KEY-VALUE
                       PERFORM NOTE-WARNING
                   END-IF
               WHEN 'T'
                   IF TYPES-LOADED THEN
                       PERFORM FIND-SPECTRAL-TYPE
                       IF NOT ENTRY-FOUND THEN
                           MOVE 'is not in the evolution table — '
                             & 'the primary is rolled' TO WS-REASON
                           PERFORM PREFIX-KEY-VALUE
                           PERFORM NOTE-ERROR
                       END-IF
                   END-IF
               WHEN 'W'
                   PERFORM CHECK-WANT-CRITERION
               WHEN 'V'
                   IF WS-UVAL NOT = SPACES AND NOT = 'Y'
                      AND NOT = 'FULL' AND NOT = 'SUMMARY'
                      AND NOT = 'QUIET'
                      AND FUNCTION TEST-NUMVAL(WS-VAL) NOT = 0 THEN
                       MOVE 'is not Y, FULL, SUMMARY, QUIET or a '
                         & 'level' TO WS-REASON
                       PERFORM PREFIX-KEY-VALUE
                       PERFORM NOTE-ERROR
                   END-IF
               WHEN 'S'
                   IF WS-UVAL NOT = 'ARM' AND NOT = 'RIFT'
                      AND NOT = 'CORE' THEN
                       PERFORM CHECK-NUMBER
                       IF IN-RANGE
                          AND (WS-NUM < 0 OR WS-NUM > 100) THEN
                           MOVE 'is not ARM, RIFT, CORE or 0-100'
                             TO WS-REASON
                           PERFORM PREFIX-KEY-VALUE
                           PERFORM NOTE-WARNING
                       END-IF
                   END-IF
               WHEN 'H'
                   PERFORM CHECK-SHARD-VALUE
               WHEN 'C'
                   IF WS-UVAL NOT = 'COMMA' AND NOT = 'PERIOD'
                      AND NOT = 'DOT'
                      AND FUNCTION LENGTH(FUNCTION TRIM(WS-VAL)) > 1
                       THEN
                       MOVE 'is not COMMA, PERIOD, DOT or one '
                         & 'character — only its first is used'
                         TO WS-REASON
                       PERFORM PREFIX-KEY-VALUE
                       PERFORM NOTE-WARNING
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    The numeric keys G4SSGCRE bounds or caps, and the ones a
      *    saved record bounds.
       CHECK-CRE-RANGE.
           MOVE SPACES TO WS-REASON.
           EVALUATE WS-UKEY
               WHEN 'STARS'
                   IF WS-NUM < 0 OR WS-NUM > STARDB-MAX-STARS THEN
                       MOVE STARDB-MAX-STARS TO WS-DISP-N
                       STRING 'is more stars than a saved system '
                              'holds (' FUNCTION TRIM(WS-DISP-N) ')'
                              DELIMITED BY SIZE INTO WS-REASON
                       END-STRING
                       PERFORM PREFIX-KEY-VALUE
                       PERFORM NOTE-WARNING
                   END-IF
               WHEN 'AGE'
                   IF WS-NUM < 0 OR WS-NUM > 15 THEN
                       MOVE 'is outside 0-15 BYr' TO WS-REASON
                       PERFORM PREFIX-KEY-VALUE
                       PERFORM NOTE-ERROR
                   END-IF
               WHEN 'MASS'
                   IF WS-NUM < 0 OR WS-NUM > 150 THEN
                       MOVE 'is outside 0-150 solar masses'
                         TO WS-REASON
                       PERFORM PREFIX-KEY-VALUE
                       PERFORM NOTE-ERROR
                   ELSE
                       IF WS-NUM > 0 AND WS-NUM < 0.1 THEN
                           MOVE 'is below the evolution table''s '
                             & '0.1 solar masses' TO WS-REASON
                           PERFORM PREFIX-KEY-VALUE
                           PERFORM NOTE-WARNING
                       END-IF
                   END-IF
               WHEN 'SEED'
                   IF WS-NUM < 0 OR WS-NUM > 999999999 THEN
                       MOVE 'does not fit nine digits' TO WS-REASON
                       PERFORM PREFIX-KEY-VALUE
                       PERFORM NOTE-ERROR
                   END-IF
               WHEN 'COUNT'
               WHEN 'CHECKEVERY'
                   IF WS-NUM < 1 THEN
                       MOVE 'is below 1' TO WS-REASON
                       PERFORM PREFIX-KEY-VALUE
                       PERFORM NOTE-WARNING
                   END-IF
               WHEN 'GRIDWIDTH'
                   IF WS-NUM < 1 OR WS-NUM > 99 THEN
                       MOVE 'is outside 1-99 — 10 is used'
                         TO WS-REASON
                       PERFORM PREFIX-KEY-VALUE
                       PERFORM NOTE-WARNING
                   END-IF
               WHEN 'GROUPS'
                   IF WS-NUM < 0 OR WS-NUM > 20 THEN
                       MOVE 'is capped at 20' TO WS-REASON
                       PERFORM PREFIX-KEY-VALUE
                       PERFORM NOTE-WARNING
                   END-IF
               WHEN 'REGENSTAR'
                   IF WS-NUM < 1 OR WS-NUM > STARDB-MAX-STARS THEN
                       MOVE 'names no star a saved system can hold'
                         TO WS-REASON
                       PERFORM PREFIX-KEY-VALUE
                       PERFORM NOTE-ERROR
                   END-IF
               WHEN 'MASSTHRESH'
                   IF WS-NUM <= 0 THEN
                       MOVE 'must be above 0 solar masses'
                         TO WS-REASON
                       PERFORM PREFIX-KEY-VALUE
                       PERFORM NOTE-ERROR
                   END-IF
               WHEN 'MASSVAR'
                   IF WS-NUM < 0 OR WS-NUM >= 1 THEN
                       MOVE 'is outside 0-1 (a fraction of the mass)'
                         TO WS-REASON
                       PERFORM PREFIX-KEY-VALUE
                       PERFORM NOTE-ERROR
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    WANT= criteria G4SSGCRE knows (CHECK-WANT-CRITERIA).
       CHECK-WANT-CRITERION.
           EVALUATE TRUE
               WHEN WS-UVAL = 'HZWORLD' OR 'GARDEN' OR 'MOTHERLODE'
                         OR 'WD' OR 'NS' OR 'BH' OR 'BD'
                   CONTINUE
               WHEN WS-UVAL(1:5) = 'STARS'
                   IF WS-UVAL(6:) = SPACES
                      OR FUNCTION TEST-NUMVAL(WS-UVAL(6:)) NOT = 0
                       THEN
                       MOVE 'needs a star count after STARS'
                         TO WS-REASON
                       PERFORM PREFIX-KEY-VALUE
                       PERFORM NOTE-ERROR
                   END-IF
               WHEN OTHER
                   MOVE 'is not a criterion G4SSGCRE knows — it can '
                     & 'never be met' TO WS-REASON
                   PERFORM PREFIX-KEY-VALUE
                   PERFORM NOTE-ERROR
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    'SHARD=<i>/<n>', 1 <= i <= n.
       CHECK-SHARD-VALUE.
           INITIALIZE WS-CSV-F1 WS-CSV-F2.
           UNSTRING WS-VAL DELIMITED BY '/'
                   INTO WS-CSV-F1, WS-CSV-F2
           END-UNSTRING.
           IF WS-CSV-F1 = SPACES OR WS-CSV-F2 = SPACES
              OR FUNCTION TEST-NUMVAL(WS-CSV-F1) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-CSV-F2) NOT = 0 THEN
               MOVE 'is not <i>/<n>' TO WS-REASON
               PERFORM PREFIX-KEY-VALUE
               PERFORM NOTE-ERROR
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NUM = FUNCTION NUMVAL(WS-CSV-F1).
           COMPUTE WS-NUM2 = FUNCTION NUMVAL(WS-CSV-F2).
           IF WS-NUM < 1 OR WS-NUM > WS-NUM2 THEN
               MOVE 'names a shard outside 1 to its count'
                 TO WS-REASON
               PERFORM PREFIX-KEY-VALUE
               PERFORM NOTE-ERROR
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * Anchor-catalog line (G4SSGCRE PROCESS-ANCHOR-LINE): the
      * name, then MASS=/TYPE= per component, AGE=, SEP=; anything
      * else is skipped by the generator.
       CHECK-ANCHOR-LINE.
           IF WS-LINE(1:1) = '#' OR WS-LINE = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINE-LEN > 200 THEN
               MOVE 'line longer than 200 bytes — G4SSGCRE reads '
                 & 'only the first 200' TO WS-REASON
               PERFORM NOTE-ERROR
           END-IF.
           MOVE 0 TO WS-COMPONENTS.
           MOVE 1 TO WS-PTR.
           PERFORM NEXT-LINE-FIELD.
           PERFORM CHECK-SYSTEM-NAME-FIELD.
           PERFORM UNTIL WS-PTR > WS-LINE-LEN
               PERFORM NEXT-LINE-FIELD
               IF WS-FIELD NOT = SPACES THEN
                   PERFORM CHECK-ANCHOR-TOKEN
               END-IF
           END-PERFORM.
           IF WS-COMPONENTS > 8 THEN
               MOVE 'more than eight components — the rest are '
                 & 'dropped' TO WS-REASON
               PERFORM NOTE-WARNING
           END-IF.
           EXIT PARAGRAPH.

       CHECK-ANCHOR-TOKEN.
           IF WS-FIELD-LEN > 40 THEN
               MOVE SPACES TO WS-REASON
               STRING 'token longer than 40 bytes is cut: '
                      WS-FIELD(1:40)
                      DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               PERFORM NOTE-ERROR
               EXIT PARAGRAPH
           END-IF.
           PERFORM SPLIT-KEY-VALUE.
           IF WS-KV-TOKENS < 2 THEN
               MOVE SPACES TO WS-REASON
               STRING '''' FUNCTION TRIM(WS-FIELD)
                      ''' ignored — not KEY=VALUE'
                      DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               PERFORM NOTE-WARNING
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-UKEY
               WHEN 'MASS'
                   ADD 1 TO WS-COMPONENTS
                   PERFORM CHECK-NUMBER
                   IF IN-RANGE
                      AND (WS-NUM <= 0 OR WS-NUM > 150) THEN
                       MOVE 'is outside 0-150 solar masses'
                         TO WS-REASON
                       PERFORM PREFIX-KEY-VALUE
                       PERFORM NOTE-ERROR
                   END-IF
               WHEN 'TYPE'
                   ADD 1 TO WS-COMPONENTS
                   IF TYPES-LOADED THEN
                       PERFORM FIND-SPECTRAL-TYPE
                       IF NOT ENTRY-FOUND THEN
                           MOVE 'is not in the evolution table — '
                             & 'the component is dropped'
                             TO WS-REASON
                           PERFORM PREFIX-KEY-VALUE
                           PERFORM NOTE-ERROR
                       END-IF
                   END-IF
               WHEN 'AGE'
                   PERFORM CHECK-NUMBER
                   IF IN-RANGE AND (WS-NUM <= 0 OR WS-NUM > 15) THEN
                       MOVE 'is outside 0-15 BYr' TO WS-REASON
                       PERFORM PREFIX-KEY-VALUE
                       PERFORM NOTE-ERROR
                   END-IF
               WHEN 'SEP'
                   PERFORM CHECK-NUMBER
                   IF IN-RANGE AND WS-NUM <= 0 THEN
                       MOVE 'is not a separation above 0 AU'
                         TO WS-REASON
                       PERFORM PREFIX-KEY-VALUE
                       PERFORM NOTE-ERROR
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-REASON
                   STRING FUNCTION TRIM(WS-KEY) '= ignored — an '
                          'anchor line takes MASS=, TYPE=, AGE= and '
                          'SEP= only'
                          DELIMITED BY SIZE INTO WS-REASON
                   END-STRING
                   PERFORM NOTE-WARNING
           END-EVALUATE.
           EXIT PARAGRAPH.

      *********************************
      * Syllable-table line (G4SSGCRE LOAD-NAME-TABLE): the first
      * ten bytes, trimmed, are the syllable; 200 are kept.
       CHECK-NAMES-LINE.
           IF WS-LINE(1:1) = '#' OR WS-LINE = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SYLLABLES.
           IF WS-SYLLABLES = 201 THEN
               MOVE 'more than 200 syllables — this and later '
                 & 'lines are ignored' TO WS-REASON
               PERFORM NOTE-WARNING
           END-IF.
           MOVE FUNCTION TRIM(WS-LINE) TO WS-NAME.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-LINE)) > 10
              OR WS-LINE(1:1) = SPACE THEN
               MOVE SPACES TO WS-REASON
               STRING 'syllable '''
                      FUNCTION TRIM(WS-LINE(1:40))
                      ''' is read as '''
                      FUNCTION TRIM(WS-LINE(1:10)) ''''
                      DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               PERFORM NOTE-WARNING
           END-IF.
           MOVE FUNCTION TRIM(WS-LINE(1:10)) TO WS-NAME.
           MOVE 0 TO WS-TALLY-N.
           INSPECT FUNCTION TRIM(WS-NAME(1:10)) TALLYING WS-TALLY-N
               FOR ALL SPACE.
           IF WS-NAME IS NOT ALPHABETIC OR WS-TALLY-N > 0 THEN
               MOVE SPACES TO WS-REASON
               STRING 'syllable ''' FUNCTION TRIM(WS-NAME(1:10))
                      ''' is not all letters'
                      DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               PERFORM NOTE-WARNING
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-NAME(1:10)) TO WS-SEEN-PROBE.
           PERFORM CHECK-SEEN-BEFORE.
           IF ENTRY-FOUND THEN
               MOVE SPACES TO WS-REASON
               STRING 'syllable ''' FUNCTION TRIM(WS-NAME(1:10))
                      ''' repeated — it is drawn twice as often'
                      DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               PERFORM ADD-FIRST-SEEN-LINE
               PERFORM NOTE-WARNING
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * Profile line (G4SSGCRE APPLY-PROFILE-FILE): one KEY=VALUE
      * per line, read into 80 bytes.
       CHECK-PROFILE-LINE.
           IF WS-LINE(1:1) = '#' OR WS-LINE = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINE-LEN > 80 THEN
               MOVE 'line longer than 80 bytes — G4SSGCRE reads '
                 & 'only the first 80' TO WS-REASON
               PERFORM NOTE-ERROR
           END-IF.
           SET IN-PROFILE TO TRUE.
           MOVE WS-LINE(1:80) TO WS-FIELD.
           PERFORM SPLIT-KEY-VALUE.
           IF WS-KV-TOKENS < 2 THEN
               MOVE SPACES TO WS-REASON
               STRING '''' FUNCTION TRIM(WS-FIELD)
                      ''' has no ''='' — read as a key with no '
                      'value'
                      DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               PERFORM NOTE-WARNING
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-KEY) TO WS-SEEN-PROBE.
           IF WS-SEEN-PROBE NOT = 'WANT' THEN
               PERFORM CHECK-SEEN-BEFORE
               IF ENTRY-FOUND THEN
                   MOVE SPACES TO WS-REASON
                   STRING FUNCTION TRIM(WS-KEY) '= set again — '
                          'the later value wins'
                          DELIMITED BY SIZE INTO WS-REASON
                   END-STRING
                   PERFORM ADD-FIRST-SEEN-LINE
                   PERFORM NOTE-WARNING
               END-IF
           END-IF.
           PERFORM CHECK-CRE-TOKEN.
           EXIT PARAGRAPH.

      *********************************
      * Patch-script line (G4SSGDBU PATCH-PROCESS-LINE).  Keys are
      * matched as written — G4SSGDBU does not fold their case —
      * and a one-letter code is its value's first byte, so
      * 'OBJ= T' is refused there and here alike.
       CHECK-PATCH-LINE.
           IF WS-LINE = SPACES OR WS-LINE(1:1) = '*' THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINE-LEN > 200 THEN
               MOVE 'line longer than 200 bytes — G4SSGDBU reads '
                 & 'only the first 200' TO WS-REASON
               PERFORM NOTE-ERROR
           END-IF.
           IF FUNCTION TRIM(WS-LINE) = 'APPLY' THEN
               PERFORM CHECK-PATCH-SYSTEM-CLOSED
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-PKEY WS-PVAL.
           MOVE 0 TO WS-KV-TOKENS.
           UNSTRING WS-LINE(1:200) DELIMITED BY '='
                   INTO WS-PKEY, WS-PVAL
                   TALLYING IN WS-KV-TOKENS
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-PKEY) TO WS-KEY.
           MOVE FUNCTION TRIM(WS-PVAL) TO WS-VAL.
           IF WS-KV-TOKENS < 2 THEN
               MOVE 'refused — not KEY=VALUE or APPLY' TO WS-REASON
               PERFORM NOTE-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF WS-KEY = 'SYSTEM' THEN
               PERFORM CHECK-PATCH-SYSTEM-CLOSED
               PERFORM CHECK-PATCH-SYSTEM
               EXIT PARAGRAPH
           END-IF.
           IF NOT PAT-SYSTEM-OPEN THEN
               MOVE 'refused — no SYSTEM= open' TO WS-REASON
               PERFORM NOTE-ERROR
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PAT-CHANGES.
           PERFORM CHECK-PATCH-FIELD.
           EXIT PARAGRAPH.

       CHECK-PATCH-SYSTEM.
           SET PAT-SYSTEM-OPEN TO TRUE.
           MOVE 0 TO WS-PAT-STAR WS-PAT-ORB WS-PAT-CHANGES.
           MOVE WS-VAL TO WS-PAT-SYSTEM.
           MOVE WS-LINE-NO TO WS-PAT-SYS-LINE.
           IF WS-VAL = SPACES THEN
               MOVE 'SYSTEM= names no system' TO WS-REASON
               PERFORM NOTE-ERROR
               SET PAT-SYSTEM-OPEN TO FALSE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VAL TO WS-SEEN-PROBE.
           PERFORM CHECK-SEEN-BEFORE.
           IF ENTRY-FOUND THEN
               MOVE SPACES TO WS-REASON
               STRING 'system ' FUNCTION TRIM(WS-VAL)
                      ' opened again — each opening is staged '
                      'against the saved record on its own'
                      DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               PERFORM ADD-FIRST-SEEN-LINE
               PERFORM NOTE-WARNING
           END-IF.
           EXIT PARAGRAPH.

      *    An opened system that is stored with nothing changed.
       CHECK-PATCH-SYSTEM-CLOSED.
           IF PAT-SYSTEM-OPEN AND WS-PAT-CHANGES = 0 THEN
               MOVE WS-LINE-NO TO WS-SEEN-AT
               MOVE WS-PAT-SYS-LINE TO WS-LINE-NO
               MOVE SPACES TO WS-REASON
               STRING 'system ' FUNCTION TRIM(WS-PAT-SYSTEM)
                      ' is opened with nothing to change'
                      DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               PERFORM NOTE-WARNING
               MOVE WS-SEEN-AT TO WS-LINE-NO
           END-IF.
           SET PAT-SYSTEM-OPEN TO FALSE.
           EXIT PARAGRAPH.

      *    The fields and bounds of G4SSGDBU's PATCH-APPLY-FIELD.
       CHECK-PATCH-FIELD.
           EVALUATE WS-KEY
               WHEN 'AGE'
                   PERFORM CHECK-NUMBER
                   IF IN-RANGE AND (WS-NUM <= 0 OR WS-NUM > 15) THEN
                       PERFORM REFUSE-PATCH-RANGE
                   END-IF
               WHEN 'METALLICITY'
                   PERFORM CHECK-NUMBER
                   IF IN-RANGE AND WS-NUM < 0 THEN
                       PERFORM REFUSE-PATCH-RANGE
                   END-IF
               WHEN 'SECTOR'
                   IF WS-VAL = SPACES THEN
                       MOVE 'SECTOR= blank takes the system out of '
                         & 'every sector' TO WS-REASON
                       PERFORM NOTE-WARNING
                   END-IF
               WHEN 'POPEXP'
                   PERFORM CHECK-NUMBER
                   IF IN-RANGE AND (WS-NUM < 0 OR WS-NUM > 10) THEN
                       PERFORM REFUSE-PATCH-RANGE
                   END-IF
               WHEN 'GOV'
                   PERFORM CHECK-NUMBER
                   IF IN-RANGE AND (WS-NUM < 0 OR WS-NUM > 13) THEN
                       PERFORM REFUSE-PATCH-RANGE
                   END-IF
               WHEN 'LAW'
                   PERFORM CHECK-NUMBER
                   IF IN-RANGE AND (WS-NUM < 0 OR WS-NUM > 15) THEN
                       PERFORM REFUSE-PATCH-RANGE
                   END-IF
               WHEN 'TL'
                   PERFORM CHECK-NUMBER
                   IF IN-RANGE AND (WS-NUM < 0 OR WS-NUM > 20) THEN
                       PERFORM REFUSE-PATCH-RANGE
                   END-IF
               WHEN 'PORT'
                   MOVE FUNCTION UPPER-CASE(WS-PVAL(1:1))
                     TO WS-UVAL(1:1)
                   IF WS-UVAL(1:1) NOT = 'A' AND NOT = 'B'
                      AND NOT = 'C' AND NOT = 'D' AND NOT = 'E'
                      AND NOT = 'X' THEN
                       PERFORM REFUSE-PATCH-RANGE
                   END-IF
               WHEN 'STAR'
                   MOVE 0 TO WS-PAT-STAR WS-PAT-ORB
                   PERFORM CHECK-NUMBER
                   IF IN-RANGE THEN
                       IF WS-NUM < 1 OR WS-NUM > STARDB-MAX-STARS THEN
                           PERFORM REFUSE-PATCH-RANGE
                       ELSE
                           MOVE WS-NUM TO WS-PAT-STAR
                       END-IF
                   END-IF
               WHEN 'ORBIT'
                   MOVE 0 TO WS-PAT-ORB
                   IF WS-PAT-STAR = 0 THEN
                       PERFORM REFUSE-PATCH-NO-STAR
                   ELSE
                       PERFORM CHECK-NUMBER
                       IF IN-RANGE THEN
                           IF WS-NUM < 1 OR WS-NUM > 200 THEN
                               PERFORM REFUSE-PATCH-RANGE
                           ELSE
                               MOVE WS-NUM TO WS-PAT-ORB
                           END-IF
                       END-IF
                   END-IF
               WHEN 'MASS'
               WHEN 'LUM'
               WHEN 'TEMP'
               WHEN 'RADIUS'
                   IF WS-PAT-STAR = 0 THEN
                       PERFORM REFUSE-PATCH-NO-STAR
                   ELSE
                       PERFORM CHECK-NUMBER
                       IF IN-RANGE THEN
                           PERFORM CHECK-PATCH-STAR-RANGE
                       END-IF
                   END-IF
               WHEN 'STAGE'
                   IF WS-PAT-STAR = 0 THEN
                       PERFORM REFUSE-PATCH-NO-STAR
                   ELSE
                       IF WS-UVAL NOT = 'V' AND NOT = 'IV'
                          AND NOT = 'III' AND NOT = 'VI'
                          AND NOT = 'II' AND NOT = 'IB'
                          AND NOT = 'IA' AND NOT = 'WD'
                          AND NOT = 'BD' AND NOT = 'NS'
                          AND NOT = 'BH' THEN
                           PERFORM REFUSE-PATCH-RANGE
                       END-IF
                   END-IF
               WHEN 'FLARE'
                   IF WS-PAT-STAR = 0 THEN
                       PERFORM REFUSE-PATCH-NO-STAR
                   ELSE
                       IF WS-PVAL(1:1) NOT = '-' AND NOT = 'O'
                          AND NOT = 'F' AND NOT = 'V' THEN
                           PERFORM REFUSE-PATCH-RANGE
                       END-IF
                   END-IF
               WHEN 'DISTANCE'
               WHEN 'ECC'
               WHEN 'OBJ'
               WHEN 'STABILITY'
                   IF WS-PAT-STAR = 0 OR WS-PAT-ORB = 0 THEN
                       MOVE SPACES TO WS-REASON
                       STRING 'refused — ' FUNCTION TRIM(WS-KEY)
                              '= needs STAR= and ORBIT= first'
                              DELIMITED BY SIZE INTO WS-REASON
                       END-STRING
                       PERFORM NOTE-ERROR
                   ELSE
                       PERFORM CHECK-PATCH-ORBIT-FIELD
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-REASON
                   STRING 'refused — unknown field '
                          FUNCTION TRIM(WS-KEY) '='
                          DELIMITED BY SIZE INTO WS-REASON
                   END-STRING
                   PERFORM NOTE-ERROR
           END-EVALUATE.
           EXIT PARAGRAPH.

       CHECK-PATCH-STAR-RANGE.
           EVALUATE WS-KEY
               WHEN 'MASS'
                   IF WS-NUM <= 0 OR WS-NUM > 150 THEN
                       PERFORM REFUSE-PATCH-RANGE
                   END-IF
               WHEN 'TEMP'
                   IF WS-NUM <= 0 OR WS-NUM > 1000000 THEN
                       PERFORM REFUSE-PATCH-RANGE
                   END-IF
               WHEN OTHER
                   IF WS-NUM < 0 THEN
                       PERFORM REFUSE-PATCH-RANGE
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

       CHECK-PATCH-ORBIT-FIELD.
           EVALUATE WS-KEY
               WHEN 'DISTANCE'
                   PERFORM CHECK-NUMBER
                   IF IN-RANGE AND WS-NUM <= 0 THEN
                       PERFORM REFUSE-PATCH-RANGE
                   END-IF
               WHEN 'ECC'
                   PERFORM CHECK-NUMBER
                   IF IN-RANGE AND (WS-NUM < 0 OR WS-NUM > 0.95) THEN
                       PERFORM REFUSE-PATCH-RANGE
                   END-IF
               WHEN 'OBJ'
                   IF WS-PVAL(1:1) NOT = '-' AND NOT = 'T'
                      AND NOT = 'A' AND NOT = 'G' THEN
                       PERFORM REFUSE-PATCH-RANGE
                   END-IF
               WHEN 'STABILITY'
                   IF WS-PVAL(1:1) NOT = '-' AND NOT = 'S'
                      AND NOT = 'M' AND NOT = 'U' THEN
                       PERFORM REFUSE-PATCH-RANGE
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

       REFUSE-PATCH-RANGE.
           MOVE 'refused — outside the physical range'
             TO WS-REASON.
           PERFORM PREFIX-KEY-VALUE.
           PERFORM NOTE-ERROR.
           EXIT PARAGRAPH.

       REFUSE-PATCH-NO-STAR.
           MOVE SPACES TO WS-REASON.
           STRING 'refused — ' FUNCTION TRIM(WS-KEY)
                  '= needs a valid STAR= first'
                  DELIMITED BY SIZE INTO WS-REASON
           END-STRING.
           PERFORM NOTE-ERROR.
           EXIT PARAGRAPH.

      *********************************
      * Job-stream row (G4SSGJOB PARSE-STREAM-ROW):
      * <step>,<program>,<max-rc>[,<schedule>],<parm...>.
       CHECK-STREAM-LINE.
           IF WS-LINE = SPACES OR WS-LINE(1:1) = '*' THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINE-LEN > 200 THEN
               MOVE 'line longer than 200 bytes — G4SSGJOB reads '
                 & 'only the first 200' TO WS-REASON
               PERFORM NOTE-ERROR
           END-IF.
           INITIALIZE WS-ROW-NAME WS-ROW-PGM WS-ROW-MAXRC.
           MOVE 1 TO WS-ROW-PTR.
           UNSTRING WS-LINE DELIMITED BY ','
                   INTO WS-ROW-NAME, WS-ROW-PGM, WS-ROW-MAXRC
                   WITH POINTER WS-ROW-PTR
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-ROW-NAME) TO WS-ROW-NAME.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-PGM))
             TO WS-ROW-PGM.
           IF WS-ROW-PGM = SPACES THEN
               MOVE 'no program named — G4SSGJOB skips the row'
                 TO WS-REASON
               PERFORM NOTE-WARNING
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STEPS.
           IF WS-STEPS = 51 THEN
               MOVE 'more than 50 steps — this and later steps '
                 & 'never run' TO WS-REASON
               PERFORM NOTE-ERROR
           END-IF.
           IF WS-ROW-NAME = SPACES THEN
               MOVE 'step has no name' TO WS-REASON
               PERFORM NOTE-WARNING
           END-IF.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-ROW-NAME)) > 16 THEN
               MOVE SPACES TO WS-REASON
               STRING 'step name is cut to '''
                      WS-ROW-NAME(1:16) ''''
                      DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               PERFORM NOTE-WARNING
           END-IF.
           MOVE WS-ROW-NAME(1:16) TO WS-SEEN-PROBE.
           PERFORM CHECK-SEEN-BEFORE.
           IF ENTRY-FOUND THEN
               MOVE SPACES TO WS-REASON
               STRING 'step name ' FUNCTION TRIM(WS-ROW-NAME)
                      ' repeated — status rows and restarts cannot '
                      'tell them apart'
                      DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               PERFORM ADD-FIRST-SEEN-LINE
               PERFORM NOTE-WARNING
           END-IF.
           SET PGM-IDX TO 1.
           SEARCH WS-PGM-NAME
               AT END
                   MOVE SPACES TO WS-REASON
                   STRING 'program ' FUNCTION TRIM(WS-ROW-PGM)
                          ' is not a suite program — the step '
                          'would end 16'
                          DELIMITED BY SIZE INTO WS-REASON
                   END-STRING
                   PERFORM NOTE-ERROR
               WHEN WS-PGM-NAME(PGM-IDX) = WS-ROW-PGM
                   CONTINUE
           END-SEARCH.
           IF WS-ROW-MAXRC = SPACES
              OR FUNCTION TEST-NUMVAL(WS-ROW-MAXRC) NOT = 0 THEN
               MOVE SPACES TO WS-REASON
               STRING 'max-rc ''' FUNCTION TRIM(WS-ROW-MAXRC)
                      ''' is not a number — read as 0'
                      DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               PERFORM NOTE-ERROR
           ELSE
               COMPUTE WS-INT = FUNCTION NUMVAL(WS-ROW-MAXRC)
               IF WS-INT NOT = 0 AND NOT = 4 AND NOT = 8
                  AND NOT = 12 AND NOT = 16 THEN
                   MOVE SPACES TO WS-REASON
                   STRING 'max-rc ' FUNCTION TRIM(WS-ROW-MAXRC)
                          ' is not one of the severity codes 0, 4, '
                          '8, 12'
                          DELIMITED BY SIZE INTO WS-REASON
                   END-STRING
                   PERFORM NOTE-WARNING
               END-IF
           END-IF.
      *    A fourth field without an '=' is the schedule; one with
      *    is already the PARM of a schedule-less (daily) row.
           MOVE SPACES TO WS-ROW-SCHED.
           MOVE WS-ROW-PTR TO WS-SCHED-PTR.
           IF WS-ROW-PTR <= 200 THEN
               UNSTRING WS-LINE(1:200) DELIMITED BY ','
                       INTO WS-ROW-SCHED
                       WITH POINTER WS-SCHED-PTR
               END-UNSTRING
           END-IF.
           MOVE 0 TO WS-SCHED-EQ.
           INSPECT WS-ROW-SCHED TALLYING WS-SCHED-EQ FOR ALL '='.
           IF WS-SCHED-EQ > 0 THEN
               MOVE SPACES TO WS-ROW-SCHED
           ELSE
               MOVE WS-SCHED-PTR TO WS-ROW-PTR
           END-IF.
           PERFORM CHECK-STREAM-SCHEDULE.
           MOVE SPACES TO WS-STEP-PARM.
           IF WS-ROW-PTR <= WS-LINE-LEN THEN
               MOVE WS-LINE(WS-ROW-PTR:) TO WS-STEP-PARM
           END-IF.
           MOVE 0 TO WS-STEP-PARM-LEN.
           IF WS-STEP-PARM NOT = SPACES THEN
               COMPUTE WS-STEP-PARM-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-STEP-PARM TRAILING))
           END-IF.
           IF WS-STEP-PARM-LEN > 100 THEN
               MOVE 'step PARM longer than 100 bytes — the program '
                 & 'gets it cut' TO WS-REASON
               PERFORM NOTE-ERROR
           END-IF.
           IF FOLLOW-STREAMS THEN
               PERFORM FOLLOW-STREAM-STEP
           END-IF.
           EXIT PARAGRAPH.

      *    G4SSGJOB PARSE-SCHEDULE's rules.
       CHECK-STREAM-SCHEDULE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-SCHED))
             TO WS-ROW-SCHED.
           EVALUATE TRUE
               WHEN WS-ROW-SCHED = SPACES OR 'DAILY'
               WHEN WS-ROW-SCHED = 'MONTHEND'
                   CONTINUE
               WHEN WS-ROW-SCHED(1:6) = 'EVERY/'
                   IF WS-ROW-SCHED(7:) = SPACES
                      OR FUNCTION TEST-NUMVAL(WS-ROW-SCHED(7:))
                         NOT = 0 THEN
                       PERFORM REFUSE-SCHEDULE
                   ELSE
                       IF FUNCTION NUMVAL(WS-ROW-SCHED(7:)) < 1 THEN
                           PERFORM REFUSE-SCHEDULE
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM CHECK-DAY-LIST
                   IF WS-DAY-BAD = 'Y' THEN
                       PERFORM REFUSE-SCHEDULE
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

       REFUSE-SCHEDULE.
           MOVE SPACES TO WS-REASON.
           STRING 'schedule ''' FUNCTION TRIM(WS-ROW-SCHED)
                  ''' not recognised — G4SSGJOB will not start'
                  DELIMITED BY SIZE INTO WS-REASON
           END-STRING.
           PERFORM NOTE-ERROR.
           EXIT PARAGRAPH.

      *    'MON+WED+FRI': every name a weekday.
       CHECK-DAY-LIST.
           MOVE '-' TO WS-DAY-BAD.
           INITIALIZE WS-DAY-TOKENS.
           UNSTRING WS-ROW-SCHED DELIMITED BY '+'
                   INTO WS-DAY-TOK(1), WS-DAY-TOK(2), WS-DAY-TOK(3),
                        WS-DAY-TOK(4), WS-DAY-TOK(5), WS-DAY-TOK(6),
                        WS-DAY-TOK(7)
           END-UNSTRING.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 7
               IF WS-DAY-TOK(WS-T) NOT = SPACES THEN
                   MOVE FUNCTION TRIM(WS-DAY-TOK(WS-T))
                     TO WS-DAY-TOK(WS-T)
                   PERFORM VARYING WS-D FROM 1 BY 1
                           UNTIL WS-D > 7
                              OR WS-DAY-NAME(WS-D) = WS-DAY-TOK(WS-T)
                       CONTINUE
                   END-PERFORM
                   IF WS-D > 7 THEN
                       MOVE 'Y' TO WS-DAY-BAD
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * FOLLOW=Y: what a step's PARM hands its program.  A G4SSGCRE
      * step's tokens are checked against the PARM vocabulary (its
      * single-letter flags are left alone) and its input files
      * queued; so are a G4SSGDBU step's patch script and a
      * G4SSGDRF step's control bands.
       FOLLOW-STREAM-STEP.
           IF WS-ROW-PGM NOT = 'G4SSGCRE' AND NOT = 'G4SSGDBU'
              AND NOT = 'G4SSGDRF' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-STEP-FILE-COUNT.
           MOVE WS-GRID-WIDTH TO WS-STEP-GRID.
           MOVE '-' TO WS-STEP-BANDS.
           SET IN-STEP-PARM TO TRUE.
           MOVE 1 TO WS-STEP-PTR.
           PERFORM UNTIL WS-STEP-PTR > WS-STEP-PARM-LEN
               INITIALIZE WS-FIELD
               UNSTRING WS-STEP-PARM DELIMITED BY ','
                       INTO WS-FIELD
                       WITH POINTER WS-STEP-PTR
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-FIELD) TO WS-FIELD
               IF WS-FIELD NOT = SPACES THEN
                   PERFORM SPLIT-KEY-VALUE
                   IF WS-KV-TOKENS > 1 THEN
                       PERFORM FOLLOW-STEP-TOKEN
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ROW-PGM = 'G4SSGDRF' AND WS-STEP-BANDS = '-' THEN
               MOVE 'BANDS' TO WS-UKEY
               MOVE 'controlbands.csv' TO WS-VAL
               PERFORM NOTE-STEP-FILE
           END-IF.
           MOVE WS-ROW-NAME(1:16) TO WS-NEW-ORIGIN.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-STEP-FILE-COUNT
               MOVE SF-KIND(WS-J) TO WS-NEW-KIND
               MOVE SF-PATH(WS-J) TO WS-NEW-PATH
               MOVE WS-STEP-GRID TO WS-NEW-GRID
               PERFORM QUEUE-INPUT-FILE
           END-PERFORM.
           MOVE SPACES TO WS-NEW-ORIGIN.
           EXIT PARAGRAPH.

       FOLLOW-STEP-TOKEN.
           EVALUATE WS-ROW-PGM
               WHEN 'G4SSGCRE'
                   PERFORM CHECK-CRE-TOKEN
                   EVALUATE WS-UKEY
                       WHEN 'WORKFILE'
                       WHEN 'ANCHOR'
                       WHEN 'NAMES'
                       WHEN 'PROFILEA'
                       WHEN 'PROFILEB'
                           PERFORM NOTE-STEP-FILE
                       WHEN 'GRIDWIDTH'
                           IF FUNCTION TEST-NUMVAL(WS-VAL) = 0 THEN
                               COMPUTE WS-STEP-GRID =
                                   FUNCTION NUMVAL(WS-VAL)
                               IF WS-STEP-GRID < 1
                                  OR WS-STEP-GRID > 99 THEN
                                   MOVE 10 TO WS-STEP-GRID
                               END-IF
                           END-IF
                   END-EVALUATE
               WHEN 'G4SSGDBU'
                   IF WS-UKEY = 'PATCH' THEN
                       PERFORM NOTE-STEP-FILE
                   END-IF
               WHEN 'G4SSGDRF'
                   IF WS-UKEY = 'BANDS' THEN
                       MOVE 'Y' TO WS-STEP-BANDS
                       PERFORM NOTE-STEP-FILE
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    WS-UKEY names the kind, WS-VAL the path.
       NOTE-STEP-FILE.
           IF WS-VAL = SPACES OR WS-STEP-FILE-COUNT >= 6 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STEP-FILE-COUNT.
           IF WS-UKEY(1:7) = 'PROFILE' THEN
               MOVE 'PROFILE' TO SF-KIND(WS-STEP-FILE-COUNT)
           ELSE
               MOVE WS-UKEY TO SF-KIND(WS-STEP-FILE-COUNT)
           END-IF.
           MOVE WS-VAL TO SF-PATH(WS-STEP-FILE-COUNT).
           EXIT PARAGRAPH.

      *********************************
      * Control-band row (G4SSGDRF CHECK-ONE-BAND):
      * <group>,<key>,<expected-pct>,<tolerance-pct>.
       CHECK-BAND-LINE.
           IF WS-LINE = SPACES OR WS-LINE(1:1) = '*' THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINE-LEN > 80 THEN
               MOVE 'line longer than 80 bytes — G4SSGDRF reads '
                 & 'only the first 80' TO WS-REASON
               PERFORM NOTE-ERROR
           END-IF.
           MOVE 1 TO WS-PTR.
           PERFORM NEXT-LINE-FIELD.
           MOVE FUNCTION UPPER-CASE(WS-FIELD) TO WS-ROW-NAME.
           PERFORM NEXT-LINE-FIELD.
           MOVE WS-FIELD TO WS-ROW-PGM.
           PERFORM NEXT-LINE-FIELD.
           MOVE WS-FIELD TO WS-ROW-MAXRC.
           PERFORM NEXT-LINE-FIELD.
           MOVE WS-FIELD TO WS-ROW-SCHED.
           IF WS-ROW-MAXRC = SPACES THEN
               MOVE 'no expected percentage — G4SSGDRF skips the '
                 & 'band' TO WS-REASON
               PERFORM NOTE-WARNING
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-ROW-MAXRC) NOT = 0 THEN
               MOVE SPACES TO WS-REASON
               STRING 'expected percentage '''
                      FUNCTION TRIM(WS-ROW-MAXRC)
                      ''' is not a number'
                      DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               PERFORM NOTE-ERROR
           ELSE
               COMPUTE WS-NUM = FUNCTION NUMVAL(WS-ROW-MAXRC)
               IF WS-NUM < 0 OR WS-NUM > 100 THEN
                   MOVE 'expected percentage is outside 0-100'
                     TO WS-REASON
                   PERFORM NOTE-ERROR
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-ROW-SCHED = SPACES
                   MOVE 'no tolerance — read as 0, so any change is '
                     & 'drift' TO WS-REASON
                   PERFORM NOTE-WARNING
               WHEN FUNCTION TEST-NUMVAL(WS-ROW-SCHED) NOT = 0
                   MOVE SPACES TO WS-REASON
                   STRING 'tolerance ''' FUNCTION TRIM(WS-ROW-SCHED)
                          ''' is not a number'
                          DELIMITED BY SIZE INTO WS-REASON
                   END-STRING
                   PERFORM NOTE-ERROR
               WHEN OTHER
                   COMPUTE WS-NUM = FUNCTION NUMVAL(WS-ROW-SCHED)
                   IF WS-NUM < 0 THEN
                       MOVE 'negative tolerance — every run drifts'
                         TO WS-REASON
                       PERFORM NOTE-ERROR
                   END-IF
           END-EVALUATE.
           PERFORM CHECK-BAND-GROUP-KEY.
           MOVE SPACES TO WS-SEEN-PROBE.
           STRING FUNCTION TRIM(WS-ROW-NAME) ','
                  FUNCTION TRIM(WS-ROW-PGM)
                  DELIMITED BY SIZE INTO WS-SEEN-PROBE
           END-STRING.
           PERFORM CHECK-SEEN-BEFORE.
           IF ENTRY-FOUND THEN
               MOVE SPACES TO WS-REASON
               STRING 'band ' FUNCTION TRIM(WS-SEEN-PROBE)
                      ' repeated — both are checked'
                      DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               PERFORM ADD-FIRST-SEEN-LINE
               PERFORM NOTE-WARNING
           END-IF.
           EXIT PARAGRAPH.

      *    Groups and keys as G4SSGCRE's WRITE-TALLY-FILE writes
      *    them; a band the tallies never carry reads as 0%.
       CHECK-BAND-GROUP-KEY.
           SET ENTRY-FOUND TO FALSE.
           MOVE WS-ROW-PGM TO WS-VAL.
           EVALUATE WS-ROW-NAME
               WHEN 'STAGE'
                   PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 11
                       IF WS-STAGE-KEY(WS-J) = WS-ROW-PGM THEN
                           SET ENTRY-FOUND TO TRUE
                       END-IF
                   END-PERFORM
               WHEN 'ARR'
                   PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 4
                       IF WS-ARR-KEY(WS-J) = WS-ROW-PGM THEN
                           SET ENTRY-FOUND TO TRUE
                       END-IF
                   END-PERFORM
               WHEN 'EVO'
                   IF NOT TYPES-LOADED THEN
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM FIND-SPECTRAL-TYPE
               WHEN 'TOTAL'
                   MOVE 'TOTAL,STARS is the denominator, not a band'
                     TO WS-REASON
                   PERFORM NOTE-WARNING
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE SPACES TO WS-REASON
                   STRING 'group ' FUNCTION TRIM(WS-ROW-NAME)
                          ' is not STAGE, ARR or EVO — the band '
                          'always reads 0%'
                          DELIMITED BY SIZE INTO WS-REASON
                   END-STRING
                   PERFORM NOTE-ERROR
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF NOT ENTRY-FOUND THEN
               MOVE SPACES TO WS-REASON
               STRING 'key ' FUNCTION TRIM(WS-ROW-PGM)
                      ' is never tallied under '
                      FUNCTION TRIM(WS-ROW-NAME)
                      ' — the band always reads 0%'
                      DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               PERFORM NOTE-ERROR
           END-IF.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
