      * its best unsettled lane neighbor — 4+ on a die, 3+ along a
      * MAIN lane.
      *
      * Disasters: every decade, after growth and spread, each colony
      * past its founding decade rolls on the disaster table —
      * eruption, impact, radiation storm, crop failure, plague —
      * weighted by the hazards the generator saved on its record:
      *   eruption   the main world's volcanism (none 0, light 1,
      *              moderate 2, heavy 4, extreme 6) plus tectonics
      *              (active 1, extreme 3); 1 on a record saved
      *              before the main world was kept
      *   impact     1, plus 2 a comet shower in SYSTEM-EVENT
      *   radstorm   the orbit's space-weather rating (active 2,
      *              severe 4, extreme 6 — the system's where the
      *              orbit is unrated), its star's flares
      *              (occasional 1, frequent 2, violent 3), and a
      *              dead (3) or weak (1) magnetic field
      *   crop fail  1, plus 1 each for a poor world (quality 0-1),
      *              heavy volcanism, frequent flares, a dead field
      *   plague     1, plus 1 for microbial or simple native
      *              life, 2 for complex or abundant; plus 1 on a
      *              world of 10 million (7) or more
      * The colony is struck on 2D6 + (total weight / 4, at most 4)
      * of 12 or more; the kind is drawn by weight, and its severity
      * is 1D6 + (the kind's weight / 2, at most 4), one less at
      * TL 10+.  Severity 1-4 sets the population exponent back 1,
      * 5-7 back 2, 8+ back 3; a colony set back to nothing is wiped
      * out and its world is open to settlement again.
      *
      * Every founding (charter or daughter colony), every growth
      * step and every disaster is also logged as a dated event, one
      * row each, for the
      * sector chronicle (G4SSGCHR): the simulation starts on the
      * campaign clock's day (G4SSGCLK; day 0 without a clock) and
      * a decade is 3652.5 days.
      *
      * Production: every decade, after growth, each settled system
      * works its deposits — the belts and worlds whose ORBIT-WEALTH
      * letter says there is something there.  A deposit yields
      *   rate x workforce x TL factor / 2   megatonnes a decade
      * rate by letter: belt X 10, R 6, A 3, P 1; world x 8, r 5,
      * 0 2, p 1.  Workforce is the population exponent less 2 (a
      * few thousand people mine nothing worth the name); the TL
      * factor is 1 below TL 5, 2 to TL 7, 3 to TL 9, 4 beyond.
      * Each grade holds a reserve — belt X 1200, R 500, A 200,
      * P 60; world x 1000, r 400, 0 150, p 50 Mt — and a deposit
      * that works through it drops a grade (X to R to A to P, x to
      * r to 0 to p) with the next grade's reserve; a poor deposit
      * worked through is exhausted and yields nothing more.  Belts
      * yield METALS, worlds ORES, in the goods file's terms.
      *
      * The running ledger of what each deposit has given up is kept
      * across runs (LEDGER=), so thirty decades run as three tens
      * deplete the same as one thirty.  Every downgrade is stored
      * back on the system's record — the displaced record to the
      * history sidecar first, one generation up, stamped with this
      * run's id (so G4SSGDBU BACKOUT= can take it back out) — and
      * logged as a DEPLETED event.  The run also writes the
      * sector's production by polity and commodity (PRODUCTION=)
      * and each system's last-decade supply (SUPPLY=), which
      * G4SSGTRD reads for the lanes' real supply figures.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   PATH=<path>    star database file (default stardb.dat)
      *   SEEDCOLS=<n>   fresh colonies to seed on a virgin sector
      *                  (default 3)
      *   OUT=<path>     development state written (default
      *                  devstate.csv: SysName,PopExp,DevClass,
      *                  FoundedDecade,Parent,StartSettle,StartDay,
      *                  EndDay — StartSettle is the record's
      *                  settlement digits as the run found them,
      *                  the two days the simulated span; G4SSGPST
      *                  posts the state back onto the database)
      *   SEED=<n>       run seed for reproducible dice
      *   EVENTS=<path>  dated event log written (default
      *                  colevents.csv: SysName,Day,Decade,Event,
      *                  PopExp,Parent — the deposit, on a
      *                  DEPLETED row, and the setback on a
      *                  disaster's)
      *   CLOCK=<path>   campaign clock file (default campclock.dat)
      *   LEDGER=<path>  depletion ledger, read and rewritten
      *                  (default depletion.csv: SysName,Star,Orbit,
      *                  Kind,Commodity,Wealth,Extracted,Reserve,
      *                  Status)
      *   PRODUCTION=<path>  production by polity and commodity
      *                  (default production.csv: Polity,Commodity,
      *                  Systems,LastDecade,RunTotal)
      *   SUPPLY=<path>  last-decade supply per system (default
      *                  supply.csv: SysName,Commodity,Output)
      *   HISTORY=<path> history sidecar the downgrades displace
      *                  records to (default stardb.his)
      *   DEPLETE=N      production figures only — the ledger and
      *                  the database are left as they were
      *   DISASTERS=N    no disaster table — growth and spread only,
      *                  on the same dice as before it was added
      *   RUNLOG=<path>  run log (default runlog.txt) — a run that
      *                  stores downgrades leaves its RUNID= row
      *                  there for G4SSGDBU BACKOUT=
      * Operator authority — storing the downgrades needs a POST
      * grant with a '*' sector, as G4SSGPST's posting does (see
      * OPERAUTH.cbl); without one the run reports but stores
      * nothing, and the ledger is left as it was (as it is when the
      * database cannot be opened for the store):
      *   OPER=<id>      operator id (default: the login name)
      *   AUTH=<path>    authority file (default operauth.csv)
      *
      ******************************************************************
       COPY        TESTENV.
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.
           SELECT LANE-FILE            ASSIGN TO WS-LANE-PATH
                                       IS WS-LANE-STATUS.
           SELECT DEV-FILE             ASSIGN TO WS-DEV-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EVENT-FILE           ASSIGN TO WS-EVENT-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOCK-FILE           ASSIGN TO WS-CLOCK-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-CLOCK-STATUS.
           SELECT LEDGER-FILE          ASSIGN TO WS-LEDGER-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-LEDGER-STATUS.
           SELECT PROD-FILE            ASSIGN TO WS-PROD-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUPPLY-FILE          ASSIGN TO WS-SUPPLY-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE         ASSIGN TO WS-HISTORY-PATH
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS
                                       IS WS-HISTORY-STATUS.
           SELECT RUNLOG-FILE          ASSIGN TO WS-RUNLOG-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  LANE-RECORD                 PIC X(160).
       FD  DEV-FILE.
       01  DEV-RECORD                  PIC X(160).
       FD  EVENT-FILE.
       01  EVENT-RECORD                PIC X(160).
       FD  CLOCK-FILE.
       01  CLOCK-RECORD                PIC X(40).
       FD  LEDGER-FILE.
       01  LEDGER-RECORD               PIC X(160).
       FD  PROD-FILE.
       01  PROD-RECORD                 PIC X(160).
       FD  SUPPLY-FILE.
       01  SUPPLY-RECORD               PIC X(160).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD              PIC X(63116).
       FD  RUNLOG-FILE.
       01  RUNLOG-RECORD               PIC X(200).

       WORKING-STORAGE SECTION.
       COPY RNG.
       01  WS-STARDB-STATUS            PIC XX.
           88  STARDB-FILE-OK          VALUE '00'.
           88  STARDB-FILE-EOF         VALUE '10'.
       01  WS-HISTORY-PATH             PIC X(100) VALUE "stardb.his".
       01  WS-HISTORY-STATUS           PIC XX.
           88  HISTORY-FILE-OK         VALUE '00'.
       01  WS-COL-RUN-ID               PIC X(16) VALUE SPACES.
       01  WS-RUNLOG-PATH              PIC X(100) VALUE "runlog.txt".
       01  WS-RUNLOG-STATUS            PIC XX.
           88  RUNLOG-FILE-OK          VALUE '00'.
       01  WS-COL-TS                   PIC X(21).
       01  WS-COL-OUTCOME              PIC X(40) VALUE SPACES.
      * Operator authority — see AUTHCTL.cpy.
       01  WS-AUTH-CTL.
           COPY AUTHCTL.
       01  WS-LANE-PATH                PIC X(100)
                                       VALUE "tradelanes.csv".
       01  WS-LANE-STATUS              PIC XX.
       01  WS-SEED-COLS                PIC 99 USAGE COMP-5 VALUE 3.
       01  WS-SEED                     PIC 9(9) USAGE COMP-5 VALUE 0.
      *********************************
      * The dated event log, and the campaign clock (see G4SSGCLK)
      * its days count from.
       01  WS-EVENT-PATH               PIC X(100)
                                       VALUE "colevents.csv".
       01  WS-CLOCK-PATH               PIC X(100)
                                       VALUE "campclock.dat".
       01  WS-CLOCK-STATUS             PIC XX.
           88  CLOCK-FILE-OK           VALUE '00'.
       01  WS-CLOCK-DAY                PIC S9(8) USAGE COMP-5 VALUE 0.
       01  WS-CLK-LINE                 PIC X(40).
       01  WS-EV-SYS                   PIC 999 USAGE COMP-5.
       01  WS-EV-DETAIL                PIC X(40).
       01  WS-EV-DECADE                PIC 999 USAGE COMP-5.
       01  WS-EV-CODE                  PIC X(8).
           88  EV-IS-DISASTER          VALUE 'ERUPTION' 'IMPACT'
                                             'RADSTORM' 'FAMINE'
                                             'PLAGUE'.
       01  WS-EV-DAY                   PIC S9(8) USAGE COMP-5.
       01  WS-EV-COUNT                 PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-EV-PTR                   PIC 999 USAGE COMP-5.
       01  WS-DISP-DAY                 PIC -(7)9.
      *********************************
      * The loaded sector: one entry per saved system.
       01  WS-SYS-COUNT                PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-CAP-NOTED                PIC X VALUE '-'.
               10  COL-POP-EXP         PIC 99 USAGE COMP-5.
               10  COL-FOUNDED         PIC 999 USAGE COMP-5.
               10  COL-PARENT          PIC X(48).
      *            What the production model needs of the settlement
      *            — its tech level — and the polity it reports
      *            under (spaces when G4SSGPOL hasn't mapped it).
               10  COL-TL              PIC 99 USAGE COMP-5.
               10  COL-POLITY          PIC X(4).
      *            The record's SYSTEM-SETTLEMENT as loaded, so the
      *            posting run can tell a hand-patch made since.
               10  COL-START-SETTLE    PIC X(9).
      *            The disaster table's weights, by kind in
      *            WS-DIS-KINDS order, off the record's hazard
      *            bytes (see LOAD-HAZARD-WEIGHTS).
               10  COL-HAZ-WEIGHT      PIC 99 USAGE COMP-5
                                       OCCURS 5 TIMES.
      *********************************
      * The disaster table: its kinds (the event code each logs),
      * what struck this run, and the scratch of one roll.
       01  WS-DISASTER-MODE            PIC X VALUE 'Y'.
           88  DISASTERS-ENABLED       VALUE 'Y'.
       01  WS-DIS-KIND-CODES.
           05  FILLER                  PIC X(8) VALUE 'ERUPTION'.
           05  FILLER                  PIC X(8) VALUE 'IMPACT'.
           05  FILLER                  PIC X(8) VALUE 'RADSTORM'.
           05  FILLER                  PIC X(8) VALUE 'FAMINE'.
           05  FILLER                  PIC X(8) VALUE 'PLAGUE'.
       01  WS-DIS-KINDS REDEFINES WS-DIS-KIND-CODES.
           05  DIS-KIND-CODE           PIC X(8) OCCURS 5 TIMES.
       01  WS-DIS-COUNTS.
           05  DIS-KIND-COUNT          PIC 9(5) USAGE COMP-5
                                       OCCURS 5 TIMES.
       01  WS-DIS-WEIGHTS.
           05  DIS-W                   PIC 99 USAGE COMP-5
                                       OCCURS 5 TIMES.
       01  WS-DIS-STRUCK               PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-DIS-LOST                 PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-DIS-K                    PIC 9 USAGE COMP-5.
       01  WS-DIS-KIND                 PIC 9 USAGE COMP-5.
       01  WS-DIS-TOTAL                PIC 999 USAGE COMP-5.
       01  WS-DIS-PICK                 PIC 999 USAGE COMP-5.
       01  WS-DIS-BONUS                PIC 99 USAGE COMP-5.
       01  WS-DIS-SEVERITY             PIC S99 USAGE COMP-5.
       01  WS-DIS-LOSS                 PIC 9 USAGE COMP-5.
       01  WS-DIS-SHOWERS              PIC 9 USAGE COMP-5.
       01  WS-DIS-RATING               PIC X.
       01  WS-DIS-FLARE                PIC X.
       01  WS-DIS-DYNAMO               PIC X.
       01  WS-DIS-LIFE                 PIC X.
      *********************************
      * The deposits being worked: one entry per belt or world with
      * a wealth letter, by system-table index and star/orbit slot.
       01  WS-DEP-COUNT                PIC 9(4) USAGE COMP-5 VALUE 0.
       01  WS-DEP-CAP-NOTED            PIC X VALUE '-'.
       01  WS-DEP-TAB.
           05  COL-DEP                 OCCURS 2000 TIMES.
               10  DEP-SYS             PIC 999 USAGE COMP-5.
               10  DEP-STAR            PIC 999 USAGE COMP-5.
               10  DEP-ORBIT           PIC 999 USAGE COMP-5.
      *            B belt (METALS), W world (ORES).
               10  DEP-KIND            PIC X.
                   88  DEP-IS-BELT     VALUE 'B'.
                   88  DEP-IS-WORLD    VALUE 'W'.
      *            The grade now, and the grade the record carries.
               10  DEP-LETTER          PIC X.
               10  DEP-DB-LETTER       PIC X.
      *            Megatonnes left in this grade, given up in all,
      *            given up this run, and in the last decade run.
               10  DEP-RESERVE         PIC 9(7) USAGE COMP-5.
               10  DEP-EXTRACTED       PIC 9(9) USAGE COMP-5.
               10  DEP-RUN-OUT         PIC 9(9) USAGE COMP-5.
               10  DEP-LAST            PIC 9(7) USAGE COMP-5.
               10  DEP-STATUS          PIC X.
                   88  DEP-ACTIVE      VALUE 'A'.
                   88  DEP-EXHAUSTED   VALUE 'E'.
       01  WS-D                        PIC 9(4) USAGE COMP-5.
       01  WS-DS                       PIC 999 USAGE COMP-5.
       01  WS-DO                       PIC 999 USAGE COMP-5.
       01  WS-RATE                     PIC 99 USAGE COMP-5.
       01  WS-WORKFORCE                PIC S99 USAGE COMP-5.
       01  WS-TL-FACTOR                PIC 9 USAGE COMP-5.
       01  WS-OUTPUT                   PIC 9(7) USAGE COMP-5.
       01  WS-NEW-LETTER               PIC X.
       01  WS-DEPLETE-MODE             PIC X VALUE 'Y'.
           88  DEPLETE-ENABLED         VALUE 'Y'.
       01  WS-DOWNGRADES               PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-STORED                   PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-SYS-CHANGED              PIC X.
      *    A store that never reached the database — the ledger is
      *    then left as it was, its letters still the database's.
       01  WS-STORE-STATE              PIC X VALUE '-'.
           88  STORE-NOT-MADE          VALUE 'N'.
       01  WS-FIRST-PRODUCER           PIC X.
      *********************************
      * The ledger carried between runs, and the two reports.
       01  WS-LEDGER-PATH              PIC X(100)
                                       VALUE "depletion.csv".
       01  WS-LEDGER-STATUS            PIC XX.
           88  LEDGER-FILE-OK          VALUE '00'.
           88  LEDGER-FILE-EOF         VALUE '10'.
       01  WS-PROD-PATH                PIC X(100)
                                       VALUE "production.csv".
       01  WS-SUPPLY-PATH              PIC X(100) VALUE "supply.csv".
       01  WS-LG-NAME                  PIC X(48).
       01  WS-LG-STAR                  PIC 999 USAGE COMP-5.
       01  WS-LG-ORBIT                 PIC 999 USAGE COMP-5.
       01  WS-LG-LETTER                PIC X.
       01  WS-LG-EXTRACTED             PIC 9(9) USAGE COMP-5.
       01  WS-LG-RESERVE               PIC 9(7) USAGE COMP-5.
       01  WS-LG-STATUS                PIC X(12).
       01  WS-LG-CARRIED               PIC 9(4) USAGE COMP-5 VALUE 0.
       01  WS-COMMODITY                PIC X(8).
       01  WS-DISP-MT                  PIC Z(8)9.
       01  WS-DISP-MT2                 PIC Z(8)9.
       01  WS-DISP-SO                  PIC ZZ9.
       01  WS-SUP-METALS               PIC 9(7) USAGE COMP-5.
       01  WS-SUP-ORES                 PIC 9(7) USAGE COMP-5.
       01  WS-SUP-HAS-B                PIC X.
       01  WS-SUP-HAS-W                PIC X.
      *    Production by polity and commodity.
       01  WS-PROD-COUNT               PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-PROD-TAB.
           05  COL-PROD                OCCURS 200 TIMES.
               10  PROD-POLITY         PIC X(4).
               10  PROD-COMMODITY      PIC X(8).
               10  PROD-SYSTEMS        PIC 999 USAGE COMP-5.
               10  PROD-LAST           PIC 9(9) USAGE COMP-5.
               10  PROD-TOTAL          PIC 9(9) USAGE COMP-5.
       01  WS-P                        PIC 999 USAGE COMP-5.
       01  WS-PROD-POLITY              PIC X(4).
      *********************************
      * Loaded trade lanes, by system-table index.
       01  WS-LANE-COUNT               PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-DISP-N                   PIC ZZZZ9.
       01  WS-DISP-POP                 PIC Z9.
       01  WS-DISP-DEC                 PIC ZZ9.
       01  WS-END-DAY                  PIC S9(8) USAGE COMP-5.
       01  WS-DISP-START               PIC -(7)9.
       01  WS-DISP-END                 PIC -(7)9.
       01  WS-PARENT-Q                 PIC X(104).
      *    CSV-quoted names for the state file — see
      *    CSV-QUOTE-FIELD.
       01  WS-Q-IN                     PIC X(100).
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
           MOVE 'G4SSGCOL' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           PERFORM UNTIL PARM-INDEX > PARM-LEN
                       WHEN 'SEED'
                           COMPUTE WS-SEED =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'EVENTS'
                           MOVE WS-PARM-VAL TO WS-EVENT-PATH
                       WHEN 'CLOCK'
                           MOVE WS-PARM-VAL TO WS-CLOCK-PATH
                       WHEN 'LEDGER'
                           MOVE WS-PARM-VAL TO WS-LEDGER-PATH
                       WHEN 'PRODUCTION'
                           MOVE WS-PARM-VAL TO WS-PROD-PATH
                       WHEN 'SUPPLY'
                           MOVE WS-PARM-VAL TO WS-SUPPLY-PATH
                       WHEN 'HISTORY'
                           MOVE WS-PARM-VAL TO WS-HISTORY-PATH
                       WHEN 'RUNLOG'
                           MOVE WS-PARM-VAL TO WS-RUNLOG-PATH
                           MOVE WS-PARM-VAL TO AU-RUNLOG-PATH
                       WHEN 'OPER'
                           MOVE WS-PARM-VAL TO AU-OPERATOR
                       WHEN 'AUTH'
                           MOVE WS-PARM-VAL TO AU-AUTH-PATH
                       WHEN 'DEPLETE'
                           MOVE FUNCTION UPPER-CASE(WS-PARM-VAL(1:1))
                             TO WS-DEPLETE-MODE
                       WHEN 'DISASTERS'
                           MOVE FUNCTION UPPER-CASE(WS-PARM-VAL(1:1))
                             TO WS-DISASTER-MODE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-SEED NOT = 0 THEN
               COMPUTE WS-TMP-N0 = FUNCTION RANDOM(WS-SEED)
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-COL-RUN-ID.

           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'COL001' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE LOW-VALUES TO STARDB-KEY.
           START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
               INVALID KEY
                   MOVE 'COL002' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   CLOSE STARDB-FILE
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
           END-START.
           PERFORM UNTIL STARDB-FILE-EOF
           END-PERFORM.
           CLOSE STARDB-FILE.
           IF WS-SYS-COUNT = 0 THEN
               MOVE 'COL003' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

           PERFORM LOAD-TRADE-LANES.
           PERFORM READ-CAMPAIGN-CLOCK.
           PERFORM OPEN-EVENT-LOG.
           PERFORM SEED-COLONIES.
           PERFORM LOAD-DEPLETION-LEDGER.
           INITIALIZE WS-DIS-COUNTS.

           PERFORM VARYING WS-DECADE FROM 1 BY 1
                   UNTIL WS-DECADE > WS-DECADES
                       END-IF
                   END-IF
               END-PERFORM
               IF DISASTERS-ENABLED THEN
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-SYS-COUNT
                       IF COL-POP-EXP(WS-I) > 0
                          AND COL-FOUNDED(WS-I) < WS-DECADE THEN
                           PERFORM ROLL-COLONY-DISASTER
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM WORK-DEPOSITS-DECADE
           END-PERFORM.

           PERFORM WRITE-DEV-STATE.
           PERFORM REPORT-DISASTERS.
           PERFORM WRITE-PRODUCTION-REPORT.
           PERFORM WRITE-SUPPLY-FILE.
           IF DEPLETE-ENABLED THEN
               PERFORM STORE-DOWNGRADES
               IF STORE-NOT-MADE THEN
                   MOVE 'COL026' TO MC-MSG-ID
                   MOVE WS-LEDGER-PATH TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               ELSE
                   PERFORM WRITE-DEPLETION-LEDGER
               END-IF
           ELSE
               MOVE 'COL004' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           CLOSE EVENT-FILE.
           MOVE WS-EV-COUNT TO WS-DISP-N.
           MOVE 'COL005' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-EVENT-PATH TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
           END-IF.
           IF WS-SYS-COUNT >= 500 THEN
               IF WS-CAP-NOTED = '-' THEN
                   MOVE 'COL006' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'Y' TO WS-CAP-NOTED
               END-IF
               EXIT PARAGRAPH
           MOVE 0 TO COL-FOUNDED(WS-I).
           MOVE SPACES TO COL-PARENT(WS-I).
           MOVE 0 TO COL-QUALITY(WS-I).
           MOVE SETTLE-TL TO COL-TL(WS-I).
           MOVE SYSTEM-ALLEGIANCE TO COL-POLITY(WS-I).
           MOVE SYSTEM-SETTLEMENT TO COL-START-SETTLE(WS-I).
           PERFORM VARYING STAR-IDX FROM 1 BY 1
                   UNTIL STAR-IDX > STAR-COUNT
               PERFORM VARYING ORB-IDX FROM 1 BY 1
                       UNTIL ORB-IDX > NUM-ORBITS(STAR-IDX)
                   PERFORM LOAD-ONE-DEPOSIT
                   IF OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX) THEN
                       ADD 1 TO COL-QUALITY(WS-I)
                       IF DISTANCE OF ORBIT(STAR-IDX, ORB-IDX)
           IF COL-QUALITY(WS-I) > 4 THEN
               MOVE 4 TO COL-QUALITY(WS-I)
           END-IF.
           PERFORM LOAD-HAZARD-WEIGHTS.
           EXIT PARAGRAPH.

      *    System WS-I's disaster weights, off its record: the main
      *    world's geology and its orbit's hazard, dynamo and life
      *    bytes, its star's flares, the system's comet showers.  A
      *    record saved before the main world was kept falls back on
      *    the system's space weather and its primary's flares.
       LOAD-HAZARD-WEIGHTS.
           MOVE SYSTEM-SPACE-WEATHER TO WS-DIS-RATING.
           MOVE '-' TO WS-DIS-FLARE WS-DIS-DYNAMO WS-DIS-LIFE.
           IF STAR-COUNT > 0 THEN
               MOVE STAR-FLARE(1) TO WS-DIS-FLARE
           END-IF.
           IF MAIN-WORLD-RECORDED AND SYS-MW-STAR > 0
              AND SYS-MW-STAR <= STAR-COUNT THEN
               SET STAR-IDX TO SYS-MW-STAR
               MOVE STAR-FLARE(STAR-IDX) TO WS-DIS-FLARE
               IF SYS-MW-ORBIT > 0
                  AND SYS-MW-ORBIT <= NUM-ORBITS(STAR-IDX) THEN
                   SET ORB-IDX TO SYS-MW-ORBIT
                   IF NOT HAZARD-UNRATED(STAR-IDX, ORB-IDX) THEN
                       MOVE ORBIT-HAZARD(STAR-IDX, ORB-IDX)
                         TO WS-DIS-RATING
                   END-IF
                   MOVE ORBIT-DYNAMO(STAR-IDX, ORB-IDX)
                     TO WS-DIS-DYNAMO
                   MOVE ORBIT-LIFE(STAR-IDX, ORB-IDX) TO WS-DIS-LIFE
               END-IF
           END-IF.
      *    Eruption — volcanism and tectonics; a world whose geology
      *    was never kept gets the table's floor.
           EVALUATE TRUE
               WHEN MW-VOLCANISM-NONE
                   MOVE 0 TO COL-HAZ-WEIGHT(WS-I, 1)
               WHEN MW-VOLCANISM-LIGHT
                   MOVE 1 TO COL-HAZ-WEIGHT(WS-I, 1)
               WHEN MW-VOLCANISM-MODERATE
                   MOVE 2 TO COL-HAZ-WEIGHT(WS-I, 1)
               WHEN MW-VOLCANISM-HEAVY
                   MOVE 4 TO COL-HAZ-WEIGHT(WS-I, 1)
               WHEN MW-VOLCANISM-EXTREME
                   MOVE 6 TO COL-HAZ-WEIGHT(WS-I, 1)
               WHEN OTHER
                   MOVE 1 TO COL-HAZ-WEIGHT(WS-I, 1)
           END-EVALUATE.
           EVALUATE TRUE
               WHEN MW-TECTONICS-ACTIVE
                   ADD 1 TO COL-HAZ-WEIGHT(WS-I, 1)
               WHEN MW-TECTONICS-EXTREME
                   ADD 3 TO COL-HAZ-WEIGHT(WS-I, 1)
           END-EVALUATE.
      *    Impact — the comet showers the system has been through.
           MOVE 0 TO WS-DIS-SHOWERS.
           PERFORM VARYING WS-DIS-K FROM 1 BY 1
                   UNTIL WS-DIS-K > SYSTEM-EVENT-COUNT
               IF EV-COMET-SHOWER(WS-DIS-K) THEN
                   ADD 1 TO WS-DIS-SHOWERS
               END-IF
           END-PERFORM.
           COMPUTE COL-HAZ-WEIGHT(WS-I, 2) = 1 + 2 * WS-DIS-SHOWERS.
           IF COL-HAZ-WEIGHT(WS-I, 2) > 7 THEN
               MOVE 7 TO COL-HAZ-WEIGHT(WS-I, 2)
           END-IF.
      *    Radiation storm — space weather, flares, the field that
      *    is or isn't there to turn them.
           EVALUATE WS-DIS-RATING
               WHEN 'A'  MOVE 2 TO COL-HAZ-WEIGHT(WS-I, 3)
               WHEN 'S'  MOVE 4 TO COL-HAZ-WEIGHT(WS-I, 3)
               WHEN 'X'  MOVE 6 TO COL-HAZ-WEIGHT(WS-I, 3)
               WHEN OTHER
                         MOVE 0 TO COL-HAZ-WEIGHT(WS-I, 3)
           END-EVALUATE.
           EVALUATE WS-DIS-FLARE
               WHEN 'O'  ADD 1 TO COL-HAZ-WEIGHT(WS-I, 3)
               WHEN 'F'  ADD 2 TO COL-HAZ-WEIGHT(WS-I, 3)
               WHEN 'V'  ADD 3 TO COL-HAZ-WEIGHT(WS-I, 3)
           END-EVALUATE.
           EVALUATE WS-DIS-DYNAMO
               WHEN '0'  ADD 3 TO COL-HAZ-WEIGHT(WS-I, 3)
               WHEN 'W'  ADD 1 TO COL-HAZ-WEIGHT(WS-I, 3)
           END-EVALUATE.
      *    Crop failure — a poor world, ash, flares, no field.
           MOVE 1 TO COL-HAZ-WEIGHT(WS-I, 4).
           IF COL-QUALITY(WS-I) <= 1 THEN
               ADD 1 TO COL-HAZ-WEIGHT(WS-I, 4)
           END-IF.
           IF MW-VOLCANISM-HEAVY OR MW-VOLCANISM-EXTREME THEN
               ADD 1 TO COL-HAZ-WEIGHT(WS-I, 4)
           END-IF.
           IF WS-DIS-FLARE = 'F' OR WS-DIS-FLARE = 'V' THEN
               ADD 1 TO COL-HAZ-WEIGHT(WS-I, 4)
           END-IF.
           IF WS-DIS-DYNAMO = '0' THEN
               ADD 1 TO COL-HAZ-WEIGHT(WS-I, 4)
           END-IF.
      *    Plague — native life to catch something from (crowding
      *    is added at the roll).
           EVALUATE WS-DIS-LIFE
               WHEN 'M'
               WHEN 'S'
                   MOVE 2 TO COL-HAZ-WEIGHT(WS-I, 5)
               WHEN 'C'
               WHEN 'A'
                   MOVE 3 TO COL-HAZ-WEIGHT(WS-I, 5)
               WHEN OTHER
                   MOVE 1 TO COL-HAZ-WEIGHT(WS-I, 5)
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    A belt or world carrying a wealth letter becomes a deposit,
      *    full to its grade's reserve until the ledger says other.
       LOAD-ONE-DEPOSIT.
           IF NOT ((OBJ-ASTEROID-BELT(STAR-IDX, ORB-IDX)
                    AND (WEALTH-BELT-POOR(STAR-IDX, ORB-IDX)
                      OR WEALTH-BELT-AVG(STAR-IDX, ORB-IDX)
                      OR WEALTH-BELT-RICH(STAR-IDX, ORB-IDX)
                      OR WEALTH-MOTHERLODE(STAR-IDX, ORB-IDX)))
                OR (OBJ-TERRESTRIAL(STAR-IDX, ORB-IDX)
                    AND (WEALTH-WORLD-POOR(STAR-IDX, ORB-IDX)
                      OR WEALTH-WORLD-AVG(STAR-IDX, ORB-IDX)
                      OR WEALTH-WORLD-RICH(STAR-IDX, ORB-IDX)
                      OR WEALTH-WORLD-EXC(STAR-IDX, ORB-IDX)))) THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-DEP-COUNT >= 2000 THEN
               IF WS-DEP-CAP-NOTED = '-' THEN
                   MOVE 'COL007' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'Y' TO WS-DEP-CAP-NOTED
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DEP-COUNT.
           MOVE WS-DEP-COUNT TO WS-D.
           MOVE WS-I TO DEP-SYS(WS-D).
           SET DEP-STAR(WS-D) TO STAR-IDX.
           SET DEP-ORBIT(WS-D) TO ORB-IDX.
           IF OBJ-ASTEROID-BELT(STAR-IDX, ORB-IDX) THEN
               MOVE 'B' TO DEP-KIND(WS-D)
           ELSE
               MOVE 'W' TO DEP-KIND(WS-D)
           END-IF.
           MOVE ORBIT-WEALTH(STAR-IDX, ORB-IDX) TO DEP-LETTER(WS-D).
           MOVE ORBIT-WEALTH(STAR-IDX, ORB-IDX) TO DEP-DB-LETTER(WS-D).
           PERFORM SET-DEPOSIT-RESERVE.
           MOVE 0 TO DEP-EXTRACTED(WS-D) DEP-RUN-OUT(WS-D)
                     DEP-LAST(WS-D).
           MOVE 'A' TO DEP-STATUS(WS-D).
           EXIT PARAGRAPH.

      *    Deposit WS-D's grade reserve, by its letter.
       SET-DEPOSIT-RESERVE.
           EVALUATE DEP-LETTER(WS-D)
               WHEN 'X'  MOVE 1200 TO DEP-RESERVE(WS-D)
               WHEN 'R'  MOVE 500  TO DEP-RESERVE(WS-D)
               WHEN 'A'  MOVE 200  TO DEP-RESERVE(WS-D)
               WHEN 'P'  MOVE 60   TO DEP-RESERVE(WS-D)
               WHEN 'x'  MOVE 1000 TO DEP-RESERVE(WS-D)
               WHEN 'r'  MOVE 400  TO DEP-RESERVE(WS-D)
               WHEN '0'  MOVE 150  TO DEP-RESERVE(WS-D)
               WHEN OTHER
                         MOVE 50   TO DEP-RESERVE(WS-D)
           END-EVALUATE.
           EXIT PARAGRAPH.

      *********************************
       LOAD-TRADE-LANES.
           OPEN INPUT LANE-FILE.
           IF NOT LANE-FILE-OK THEN
               MOVE 'COL008' TO MC-MSG-ID
               MOVE WS-LANE-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LANE-FILE-EOF
           END-PERFORM.
           CLOSE LANE-FILE.
           MOVE WS-LANE-COUNT TO WS-DISP-N.
           MOVE 'COL009' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

       PARSE-LANE-ROW.
           END-PERFORM.
           IF WS-COLONY-COUNT > 0 THEN
               MOVE WS-COLONY-COUNT TO WS-DISP-N
               MOVE 'COL010' TO MC-MSG-ID
               MOVE WS-DISP-N TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SEEDED.
               MOVE 3 TO COL-POP-EXP(WS-BEST-I)
               MOVE 'charter' TO COL-PARENT(WS-BEST-I)
               ADD 1 TO WS-SEEDED
               MOVE WS-BEST-I TO WS-EV-SYS
               MOVE 0 TO WS-EV-DECADE
               MOVE 'FOUNDED' TO WS-EV-CODE
               PERFORM LOG-COLONY-EVENT
           END-PERFORM.
           MOVE WS-SEEDED TO WS-DISP-N.
           MOVE 'COL011' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *********************************
           COPY 1D6.
           IF D6 >= WS-NEED AND COL-POP-EXP(WS-I) < 10 THEN
               ADD 1 TO COL-POP-EXP(WS-I)
               MOVE WS-I TO WS-EV-SYS
               MOVE WS-DECADE TO WS-EV-DECADE
               MOVE 'GROWTH' TO WS-EV-CODE
               PERFORM LOG-COLONY-EVENT
           END-IF.
           EXIT PARAGRAPH.

               MOVE 1 TO COL-POP-EXP(WS-BEST-I)
               MOVE WS-DECADE TO COL-FOUNDED(WS-BEST-I)
               MOVE COL-NAME(WS-I) TO COL-PARENT(WS-BEST-I)
               MOVE WS-BEST-I TO WS-EV-SYS
               MOVE WS-DECADE TO WS-EV-DECADE
               MOVE 'FOUNDED' TO WS-EV-CODE
               PERFORM LOG-COLONY-EVENT
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * One colony, one decade on the disaster table: struck on 2D6
      * plus a quarter of its total weight (at most 4) making 12,
      * the kind drawn by weight, and the setback by severity — a
      * colony set back to nothing is wiped out.
       ROLL-COLONY-DISASTER.
           MOVE 0 TO WS-DIS-TOTAL.
           PERFORM VARYING WS-DIS-K FROM 1 BY 1 UNTIL WS-DIS-K > 5
               MOVE COL-HAZ-WEIGHT(WS-I, WS-DIS-K) TO DIS-W(WS-DIS-K)
           END-PERFORM.
           IF COL-POP-EXP(WS-I) >= 7 THEN
               ADD 1 TO DIS-W(5)
           END-IF.
           PERFORM VARYING WS-DIS-K FROM 1 BY 1 UNTIL WS-DIS-K > 5
               ADD DIS-W(WS-DIS-K) TO WS-DIS-TOTAL
           END-PERFORM.
           COMPUTE WS-DIS-BONUS = WS-DIS-TOTAL / 4.
           IF WS-DIS-BONUS > 4 THEN
               MOVE 4 TO WS-DIS-BONUS
           END-IF.
           COPY 2D6.
           IF D6 + WS-DIS-BONUS < 12 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DIS-PICK = FUNCTION RANDOM * WS-DIS-TOTAL + 1.
           MOVE 0 TO WS-DIS-KIND.
           PERFORM VARYING WS-DIS-K FROM 1 BY 1
                   UNTIL WS-DIS-KIND > 0 OR WS-DIS-K > 5
               IF WS-DIS-PICK <= DIS-W(WS-DIS-K) THEN
                   MOVE WS-DIS-K TO WS-DIS-KIND
               ELSE
                   SUBTRACT DIS-W(WS-DIS-K) FROM WS-DIS-PICK
               END-IF
           END-PERFORM.
           IF WS-DIS-KIND = 0 THEN
               MOVE 5 TO WS-DIS-KIND
           END-IF.
           COMPUTE WS-DIS-BONUS = DIS-W(WS-DIS-KIND) / 2.
           IF WS-DIS-BONUS > 4 THEN
               MOVE 4 TO WS-DIS-BONUS
           END-IF.
           COPY 1D6.
           COMPUTE WS-DIS-SEVERITY = D6 + WS-DIS-BONUS.
           IF COL-TL(WS-I) >= 10 THEN
               SUBTRACT 1 FROM WS-DIS-SEVERITY
           END-IF.
           EVALUATE TRUE
               WHEN WS-DIS-SEVERITY >= 8  MOVE 3 TO WS-DIS-LOSS
               WHEN WS-DIS-SEVERITY >= 5  MOVE 2 TO WS-DIS-LOSS
               WHEN OTHER                 MOVE 1 TO WS-DIS-LOSS
           END-EVALUATE.
           ADD 1 TO DIS-KIND-COUNT(WS-DIS-KIND) WS-DIS-STRUCK.
           MOVE SPACES TO WS-EV-DETAIL.
           IF COL-POP-EXP(WS-I) > WS-DIS-LOSS THEN
               SUBTRACT WS-DIS-LOSS FROM COL-POP-EXP(WS-I)
               MOVE WS-DIS-LOSS TO WS-DISP-SO
               MOVE WS-DIS-SEVERITY TO WS-DISP-DEC
               STRING 'set back ' FUNCTION TRIM(WS-DISP-SO)
                      ' at severity ' FUNCTION TRIM(WS-DISP-DEC)
                      DELIMITED BY SIZE INTO WS-EV-DETAIL
               END-STRING
           ELSE
               MOVE 0 TO COL-POP-EXP(WS-I)
               ADD 1 TO WS-DIS-LOST
               MOVE 'colony wiped out' TO WS-EV-DETAIL
           END-IF.
           MOVE WS-I TO WS-EV-SYS.
           MOVE WS-DECADE TO WS-EV-DECADE.
           MOVE DIS-KIND-CODE(WS-DIS-KIND) TO WS-EV-CODE.
           PERFORM LOG-COLONY-EVENT.
           EXIT PARAGRAPH.

      *    The run's disasters for the console: what struck, by kind,
      *    and what it cost.
       REPORT-DISASTERS.
           IF NOT DISASTERS-ENABLED THEN
               MOVE 'COL024' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE 'COL022' TO MC-MSG-ID.
           MOVE WS-DIS-STRUCK TO WS-DISP-N.
           MOVE WS-DISP-N TO MC-INSERT(1).
           PERFORM VARYING WS-DIS-K FROM 1 BY 1 UNTIL WS-DIS-K > 5
               MOVE DIS-KIND-COUNT(WS-DIS-K) TO WS-DISP-N
               MOVE WS-DISP-N TO MC-INSERT(WS-DIS-K + 1)
           END-PERFORM.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           IF WS-DIS-STRUCK = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DISP-N = WS-DIS-STRUCK - WS-DIS-LOST.
           MOVE 'COL023' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-DIS-LOST TO WS-DISP-N.
           MOVE WS-DISP-N TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *********************************
      * The campaign clock, if G4SSGCLK has set one — the simulation
      * starts on its day.
       READ-CAMPAIGN-CLOCK.
           OPEN INPUT CLOCK-FILE.
           IF NOT CLOCK-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           READ CLOCK-FILE INTO WS-CLK-LINE
               AT END CONTINUE
           END-READ.
           CLOSE CLOCK-FILE.
           IF WS-CLK-LINE(1:4) = 'DAY=' THEN
               COMPUTE WS-CLOCK-DAY =
                       FUNCTION NUMVAL(WS-CLK-LINE(5:12))
           END-IF.
           EXIT PARAGRAPH.

       OPEN-EVENT-LOG.
           OPEN OUTPUT EVENT-FILE.
           MOVE 'SysName,Day,Decade,Event,PopExp,Parent' TO WS-LINE.
           WRITE EVENT-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *    One dated row: system WS-EV-SYS, WS-EV-CODE in decade
      *    WS-EV-DECADE, at the population it has now.
       LOG-COLONY-EVENT.
           COMPUTE WS-EV-DAY ROUNDED =
                   WS-CLOCK-DAY + WS-EV-DECADE * 3652.5.
           MOVE WS-EV-DAY TO WS-DISP-DAY.
           MOVE WS-EV-DECADE TO WS-DISP-DEC.
           MOVE COL-POP-EXP(WS-EV-SYS) TO WS-DISP-POP.
           MOVE COL-NAME(WS-EV-SYS) TO WS-Q-IN.
           CALL 'CSV-QUOTE-FIELD' USING WS-Q-IN, WS-NAME-Q.
           MOVE SPACES TO WS-LINE.
           MOVE 1 TO WS-EV-PTR.
           STRING FUNCTION TRIM(WS-NAME-Q)    DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DAY) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DEC) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EV-CODE)  DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-POP) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-EV-PTR
           END-STRING.
           IF WS-EV-CODE = 'FOUNDED' THEN
               MOVE COL-PARENT(WS-EV-SYS) TO WS-Q-IN
               CALL 'CSV-QUOTE-FIELD' USING WS-Q-IN, WS-NAME-Q
               STRING FUNCTION TRIM(WS-NAME-Q) DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-EV-PTR
               END-STRING
           END-IF.
      *    A depletion names the deposit, and a disaster the setback,
      *    where a founding names the parent.
           IF WS-EV-CODE = 'DEPLETED' OR EV-IS-DISASTER THEN
               STRING FUNCTION TRIM(WS-EV-DETAIL) DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-EV-PTR
               END-STRING
           END-IF.
           WRITE EVENT-RECORD FROM WS-LINE.
           ADD 1 TO WS-EV-COUNT.
           EXIT PARAGRAPH.

      *********************************
      * glance.
       WRITE-DEV-STATE.
           OPEN OUTPUT DEV-FILE.
           MOVE SPACES TO WS-LINE.
           STRING 'SysName,PopExp,DevClass,FoundedDecade,Parent,'
                                               DELIMITED BY SIZE
                  'StartSettle,StartDay,EndDay'
                                               DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE DEV-RECORD FROM WS-LINE.
           MOVE 0 TO WS-COLONY-COUNT.
           COMPUTE WS-END-DAY ROUNDED =
                   WS-CLOCK-DAY + WS-DECADES * 3652.5.
           MOVE WS-CLOCK-DAY TO WS-DISP-START.
           MOVE WS-END-DAY TO WS-DISP-END.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SYS-COUNT
               EVALUATE TRUE
               END-IF
               MOVE COL-POP-EXP(WS-I) TO WS-DISP-POP
               MOVE COL-FOUNDED(WS-I) TO WS-DISP-DEC
               MOVE COL-PARENT(WS-I) TO WS-Q-IN
               CALL 'CSV-QUOTE-FIELD' USING WS-Q-IN, WS-PARENT-Q
               MOVE COL-NAME(WS-I) TO WS-Q-IN
               CALL 'CSV-QUOTE-FIELD' USING WS-Q-IN, WS-NAME-Q
               MOVE SPACES TO WS-LINE
                      FUNCTION TRIM(WS-DISP-DEC)
                                               DELIMITED BY SIZE
                      ','                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PARENT-Q)
                                               DELIMITED BY SIZE
                      ','                      DELIMITED BY SIZE
                      COL-START-SETTLE(WS-I)   DELIMITED BY SIZE
                      ','                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-START)
                                               DELIMITED BY SIZE
                      ','                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-END)
                                               DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           CLOSE DEV-FILE.
           MOVE WS-COLONY-COUNT TO WS-DISP-N.
           MOVE WS-DECADES TO WS-DISP-DEC.
           MOVE 'COL012' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-DISP-DEC TO MC-INSERT(2).
           MOVE WS-DEV-PATH TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *********************************
      * The ledger from earlier runs: what each deposit has already
      * given up.  A row is only believed while the record still
      * carries the grade the ledger left it at — a system regenerated
      * or hand-patched since starts its deposits afresh.
       LOAD-DEPLETION-LEDGER.
           OPEN INPUT LEDGER-FILE.
           IF NOT LEDGER-FILE-OK THEN
               MOVE 'COL013' TO MC-MSG-ID
               MOVE WS-LEDGER-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LEDGER-FILE-EOF
               READ LEDGER-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM PARSE-LEDGER-ROW
               END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.
           MOVE WS-LG-CARRIED TO WS-DISP-N.
           MOVE 'COL014' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-LEDGER-PATH TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

       PARSE-LEDGER-ROW.
           IF LEDGER-RECORD(1:8) = 'SysName,'
              OR LEDGER-RECORD = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE LEDGER-RECORD TO WS-SPLIT-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-LG-NAME.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           COMPUTE WS-LG-STAR = FUNCTION NUMVAL(WS-SPLIT-FLD).
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           COMPUTE WS-LG-ORBIT = FUNCTION NUMVAL(WS-SPLIT-FLD).
      *    Kind and commodity follow from the orbit; skipped.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD(1:1) TO WS-LG-LETTER.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           COMPUTE WS-LG-EXTRACTED = FUNCTION NUMVAL(WS-SPLIT-FLD).
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           COMPUTE WS-LG-RESERVE = FUNCTION NUMVAL(WS-SPLIT-FLD).
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-LG-STATUS.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEP-COUNT
               IF COL-NAME(DEP-SYS(WS-D)) = WS-LG-NAME
                  AND DEP-STAR(WS-D) = WS-LG-STAR
                  AND DEP-ORBIT(WS-D) = WS-LG-ORBIT THEN
                   IF DEP-DB-LETTER(WS-D) = WS-LG-LETTER THEN
                       MOVE WS-LG-EXTRACTED TO DEP-EXTRACTED(WS-D)
                       MOVE WS-LG-RESERVE TO DEP-RESERVE(WS-D)
                       IF WS-LG-STATUS = 'EXHAUSTED' THEN
                           MOVE 'E' TO DEP-STATUS(WS-D)
                       END-IF
                       ADD 1 TO WS-LG-CARRIED
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * One decade of production: every active deposit of a system
      * settled before this decade is worked, and whatever exhausts
      * its grade drops a letter.
       WORK-DEPOSITS-DECADE.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEP-COUNT
               MOVE 0 TO DEP-LAST(WS-D)
               MOVE DEP-SYS(WS-D) TO WS-I
               IF DEP-ACTIVE(WS-D)
                  AND COL-POP-EXP(WS-I) > 0
                  AND COL-FOUNDED(WS-I) < WS-DECADE THEN
                   PERFORM WORK-ONE-DEPOSIT
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       WORK-ONE-DEPOSIT.
           COMPUTE WS-WORKFORCE = COL-POP-EXP(WS-I) - 2.
           IF WS-WORKFORCE <= 0 THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN COL-TL(WS-I) < 5   MOVE 1 TO WS-TL-FACTOR
               WHEN COL-TL(WS-I) < 8   MOVE 2 TO WS-TL-FACTOR
               WHEN COL-TL(WS-I) < 10  MOVE 3 TO WS-TL-FACTOR
               WHEN OTHER              MOVE 4 TO WS-TL-FACTOR
           END-EVALUATE.
           EVALUATE DEP-LETTER(WS-D)
               WHEN 'X'  MOVE 10 TO WS-RATE
               WHEN 'R'  MOVE 6  TO WS-RATE
               WHEN 'A'  MOVE 3  TO WS-RATE
               WHEN 'x'  MOVE 8  TO WS-RATE
               WHEN 'r'  MOVE 5  TO WS-RATE
               WHEN '0'  MOVE 2  TO WS-RATE
               WHEN OTHER
                         MOVE 1  TO WS-RATE
           END-EVALUATE.
           COMPUTE WS-OUTPUT =
                   WS-RATE * WS-WORKFORCE * WS-TL-FACTOR / 2.
           IF WS-OUTPUT > DEP-RESERVE(WS-D) THEN
               MOVE DEP-RESERVE(WS-D) TO WS-OUTPUT
           END-IF.
           SUBTRACT WS-OUTPUT FROM DEP-RESERVE(WS-D).
           ADD WS-OUTPUT TO DEP-EXTRACTED(WS-D) DEP-RUN-OUT(WS-D).
           MOVE WS-OUTPUT TO DEP-LAST(WS-D).
           IF DEP-RESERVE(WS-D) = 0 THEN
               PERFORM DOWNGRADE-DEPOSIT
           END-IF.
           EXIT PARAGRAPH.

      *    Deposit WS-D has worked through its grade: one letter down
      *    with that grade's reserve, or exhausted from the poorest.
       DOWNGRADE-DEPOSIT.
           EVALUATE DEP-LETTER(WS-D)
               WHEN 'X'  MOVE 'R' TO WS-NEW-LETTER
               WHEN 'R'  MOVE 'A' TO WS-NEW-LETTER
               WHEN 'A'  MOVE 'P' TO WS-NEW-LETTER
               WHEN 'x'  MOVE 'r' TO WS-NEW-LETTER
               WHEN 'r'  MOVE '0' TO WS-NEW-LETTER
               WHEN '0'  MOVE 'p' TO WS-NEW-LETTER
               WHEN OTHER
                         MOVE SPACE TO WS-NEW-LETTER
           END-EVALUATE.
           MOVE SPACES TO WS-EV-DETAIL.
           MOVE 1 TO WS-EV-PTR.
           IF DEP-IS-BELT(WS-D) THEN
               STRING 'belt '             DELIMITED BY SIZE
                      INTO WS-EV-DETAIL WITH POINTER WS-EV-PTR
               END-STRING
           ELSE
               STRING 'world '            DELIMITED BY SIZE
                      INTO WS-EV-DETAIL WITH POINTER WS-EV-PTR
               END-STRING
           END-IF.
           MOVE DEP-STAR(WS-D) TO WS-DISP-SO.
           STRING FUNCTION TRIM(WS-DISP-SO) DELIMITED BY SIZE
                  '/'                       DELIMITED BY SIZE
                  INTO WS-EV-DETAIL WITH POINTER WS-EV-PTR
           END-STRING.
           MOVE DEP-ORBIT(WS-D) TO WS-DISP-SO.
           STRING FUNCTION TRIM(WS-DISP-SO) DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  DEP-LETTER(WS-D)          DELIMITED BY SIZE
                  INTO WS-EV-DETAIL WITH POINTER WS-EV-PTR
           END-STRING.
           IF WS-NEW-LETTER = SPACE THEN
               MOVE 'E' TO DEP-STATUS(WS-D)
               STRING ' worked out'       DELIMITED BY SIZE
                      INTO WS-EV-DETAIL WITH POINTER WS-EV-PTR
               END-STRING
           ELSE
               MOVE WS-NEW-LETTER TO DEP-LETTER(WS-D)
               PERFORM SET-DEPOSIT-RESERVE
               STRING ' to '              DELIMITED BY SIZE
                      WS-NEW-LETTER       DELIMITED BY SIZE
                      INTO WS-EV-DETAIL WITH POINTER WS-EV-PTR
               END-STRING
           END-IF.
           ADD 1 TO WS-DOWNGRADES.
           MOVE WS-I TO WS-EV-SYS.
           MOVE WS-DECADE TO WS-EV-DECADE.
           MOVE 'DEPLETED' TO WS-EV-CODE.
           PERFORM LOG-COLONY-EVENT.
           EXIT PARAGRAPH.

      *********************************
      * Production by polity and commodity, last decade and whole run
      * — systems G4SSGPOL hasn't mapped report under '-'.  Systems
      * counts those that produced anything this run.
       WRITE-PRODUCTION-REPORT.
           MOVE 0 TO WS-PROD-COUNT.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEP-COUNT
               PERFORM ADD-DEPOSIT-PRODUCTION
           END-PERFORM.
           OPEN OUTPUT PROD-FILE.
           MOVE 'Polity,Commodity,Systems,LastDecade,RunTotal'
             TO WS-LINE.
           WRITE PROD-RECORD FROM WS-LINE.
           MOVE 0 TO WS-OUTPUT.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PROD-COUNT
               MOVE PROD-SYSTEMS(WS-P) TO WS-DISP-SO
               MOVE PROD-LAST(WS-P) TO WS-DISP-MT
               MOVE PROD-TOTAL(WS-P) TO WS-DISP-MT2
               ADD PROD-LAST(WS-P) TO WS-OUTPUT
               MOVE SPACES TO WS-LINE
               STRING FUNCTION TRIM(PROD-POLITY(WS-P))
                                               DELIMITED BY SIZE
                      ','                      DELIMITED BY SIZE
                      FUNCTION TRIM(PROD-COMMODITY(WS-P))
                                               DELIMITED BY SIZE
                      ','                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-SO)
                                               DELIMITED BY SIZE
                      ','                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-MT)
                                               DELIMITED BY SIZE
                      ','                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-MT2)
                                               DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               WRITE PROD-RECORD FROM WS-LINE
           END-PERFORM.
           CLOSE PROD-FILE.
           MOVE WS-DEP-COUNT TO WS-DISP-N.
           MOVE WS-OUTPUT TO WS-DISP-MT.
           MOVE 'COL015' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-DISP-MT TO MC-INSERT(2).
           MOVE WS-PROD-PATH TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE WS-DOWNGRADES TO WS-DISP-N.
           MOVE 'COL016' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

       ADD-DEPOSIT-PRODUCTION.
           MOVE DEP-SYS(WS-D) TO WS-I.
           MOVE COL-POLITY(WS-I) TO WS-PROD-POLITY.
           IF WS-PROD-POLITY = SPACES THEN
               MOVE '-' TO WS-PROD-POLITY
           END-IF.
           IF DEP-IS-BELT(WS-D) THEN
               MOVE 'METALS' TO WS-COMMODITY
           ELSE
               MOVE 'ORES' TO WS-COMMODITY
           END-IF.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PROD-COUNT
               IF PROD-POLITY(WS-P) = WS-PROD-POLITY
                  AND PROD-COMMODITY(WS-P) = WS-COMMODITY THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-P > WS-PROD-COUNT THEN
               IF WS-PROD-COUNT >= 200 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PROD-COUNT
               MOVE WS-PROD-COUNT TO WS-P
               MOVE WS-PROD-POLITY TO PROD-POLITY(WS-P)
               MOVE WS-COMMODITY TO PROD-COMMODITY(WS-P)
               MOVE 0 TO PROD-SYSTEMS(WS-P) PROD-LAST(WS-P)
                         PROD-TOTAL(WS-P)
           END-IF.
           ADD DEP-LAST(WS-D) TO PROD-LAST(WS-P).
           ADD DEP-RUN-OUT(WS-D) TO PROD-TOTAL(WS-P).
      *    Deposits load in system order, so the system's first
      *    producing deposit of this commodity is the one before
      *    which no other of its deposits of the kind produced.
           IF DEP-RUN-OUT(WS-D) > 0 THEN
               MOVE 'Y' TO WS-FIRST-PRODUCER
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J >= WS-D
                   IF DEP-SYS(WS-J) = WS-I
                      AND DEP-KIND(WS-J) = DEP-KIND(WS-D)
                      AND DEP-RUN-OUT(WS-J) > 0 THEN
                       MOVE '-' TO WS-FIRST-PRODUCER
                   END-IF
               END-PERFORM
               IF WS-FIRST-PRODUCER = 'Y' THEN
                   ADD 1 TO PROD-SYSTEMS(WS-P)
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * Each system's last-decade supply, one row per commodity it
      * has deposits of — a worked-out or idle system reports 0, so
      * the trade network can tell "nothing left" from "not known".
       WRITE-SUPPLY-FILE.
           OPEN OUTPUT SUPPLY-FILE.
           MOVE 'SysName,Commodity,Output' TO WS-LINE.
           WRITE SUPPLY-RECORD FROM WS-LINE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SYS-COUNT
               MOVE 0 TO WS-SUP-METALS WS-SUP-ORES
               MOVE '-' TO WS-SUP-HAS-B WS-SUP-HAS-W
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-DEP-COUNT
                   IF DEP-SYS(WS-D) = WS-I THEN
                       IF DEP-IS-BELT(WS-D) THEN
                           MOVE 'Y' TO WS-SUP-HAS-B
                           ADD DEP-LAST(WS-D) TO WS-SUP-METALS
                       ELSE
                           MOVE 'Y' TO WS-SUP-HAS-W
                           ADD DEP-LAST(WS-D) TO WS-SUP-ORES
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SUP-HAS-B = 'Y' THEN
                   MOVE 'METALS' TO WS-COMMODITY
                   MOVE WS-SUP-METALS TO WS-OUTPUT
                   PERFORM WRITE-SUPPLY-ROW
               END-IF
               IF WS-SUP-HAS-W = 'Y' THEN
                   MOVE 'ORES' TO WS-COMMODITY
                   MOVE WS-SUP-ORES TO WS-OUTPUT
                   PERFORM WRITE-SUPPLY-ROW
               END-IF
           END-PERFORM.
           CLOSE SUPPLY-FILE.
           EXIT PARAGRAPH.

       WRITE-SUPPLY-ROW.
           MOVE COL-NAME(WS-I) TO WS-Q-IN.
           CALL 'CSV-QUOTE-FIELD' USING WS-Q-IN, WS-NAME-Q.
           MOVE WS-OUTPUT TO WS-DISP-MT.
           MOVE SPACES TO WS-LINE.
           STRING FUNCTION TRIM(WS-NAME-Q)    DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COMMODITY) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-MT)  DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE SUPPLY-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *********************************
      * The downgrades onto the database: each touched system's
      * displaced record to the history sidecar, then the record
      * rewritten one generation up with the new letters and this
      * run's id — G4SSGDBU BACKOUT= takes a run's downgrades back,
      * finding the run by the RUNID= row left in the run log.  The
      * store reaches the whole database, so it passes the same POST
      * gate as G4SSGPST's posting first.
       STORE-DOWNGRADES.
           MOVE 0 TO WS-STORED.
           MOVE '-' TO WS-SYS-CHANGED.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEP-COUNT
               IF DEP-LETTER(WS-D) NOT = DEP-DB-LETTER(WS-D) THEN
                   MOVE 'Y' TO WS-SYS-CHANGED
               END-IF
           END-PERFORM.
           IF WS-SYS-CHANGED = '-' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'G4SSGCOL' TO AU-PROGRAM.
           MOVE 'POST' TO AU-VERB.
           MOVE SPACES TO AU-SECTOR.
           MOVE WS-STARDB-PATH TO AU-TARGET.
           MOVE WS-COL-RUN-ID TO AU-RUN-ID.
           CALL 'CHECK-OPERATOR-AUTHORITY' USING WS-AUTH-CTL.
           IF AU-DENIED THEN
               MOVE 'COL025' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET STORE-NOT-MADE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'COL017' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET STORE-NOT-MADE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND HISTORY-FILE.
           IF NOT HISTORY-FILE-OK THEN
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SYS-COUNT
               MOVE '-' TO WS-SYS-CHANGED
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-DEP-COUNT
                   IF DEP-SYS(WS-D) = WS-I
                      AND DEP-LETTER(WS-D) NOT = DEP-DB-LETTER(WS-D)
                       THEN
                       MOVE 'Y' TO WS-SYS-CHANGED
                   END-IF
               END-PERFORM
               IF WS-SYS-CHANGED = 'Y' THEN
                   PERFORM STORE-ONE-DOWNGRADE
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.
           CLOSE STARDB-FILE.
           MOVE WS-STORED TO WS-DISP-N.
           MOVE 'COL018' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-COL-RUN-ID TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE 'DOWNGRADES STORED' TO WS-COL-OUTCOME.
           PERFORM WRITE-RUN-LOG-ENTRY.
           EXIT PARAGRAPH.

       STORE-ONE-DOWNGRADE.
           MOVE COL-NAME(WS-I) TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   MOVE 'COL019' TO MC-MSG-ID
                   MOVE COL-NAME(WS-I) TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   EXIT PARAGRAPH
           END-READ.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               EXIT PARAGRAPH
           END-IF.
           WRITE HISTORY-RECORD FROM STARDB-RECORD.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEP-COUNT
               IF DEP-SYS(WS-D) = WS-I THEN
                   MOVE DEP-STAR(WS-D) TO WS-DS
                   MOVE DEP-ORBIT(WS-D) TO WS-DO
                   MOVE DEP-LETTER(WS-D) TO ORBIT-WEALTH(WS-DS, WS-DO)
               END-IF
           END-PERFORM.
           COMPUTE SYSTEM-GENERATION = STARDB-GENERATION + 1.
           MOVE WS-COL-RUN-ID TO SYSTEM-SAVE-RUN-ID.
           IF PROVENANCE-RECORDED THEN
               SET PROVENANCE-DERIVED TO TRUE
           END-IF.
           REWRITE STARDB-RECORD FROM WS-STAR-SYSTEM
               INVALID KEY
                   MOVE 'COL020' TO MC-MSG-ID
                   MOVE COL-NAME(WS-I) TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               NOT INVALID KEY
                   ADD 1 TO WS-STORED
                   PERFORM VARYING WS-D FROM 1 BY 1
                           UNTIL WS-D > WS-DEP-COUNT
                       IF DEP-SYS(WS-D) = WS-I THEN
                           MOVE DEP-LETTER(WS-D) TO DEP-DB-LETTER(WS-D)
                       END-IF
                   END-PERFORM
           END-REWRITE.
           EXIT PARAGRAPH.

      *********************************
      * The ledger for the next run: every deposit, its grade now,
      * what it has given up in all and what is left in the grade.
       WRITE-DEPLETION-LEDGER.
           OPEN OUTPUT LEDGER-FILE.
           MOVE SPACES TO WS-LINE.
           MOVE 1 TO WS-EV-PTR.
           STRING 'SysName,Star,Orbit,Kind,Commodity,Wealth,'
                                               DELIMITED BY SIZE
                  'Extracted,Reserve,Status'   DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-EV-PTR
           END-STRING.
           WRITE LEDGER-RECORD FROM WS-LINE.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEP-COUNT
               PERFORM WRITE-LEDGER-ROW
           END-PERFORM.
           CLOSE LEDGER-FILE.
           MOVE WS-DEP-COUNT TO WS-DISP-N.
           MOVE 'COL021' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-LEDGER-PATH TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

       WRITE-LEDGER-ROW.
           MOVE DEP-SYS(WS-D) TO WS-I.
           MOVE COL-NAME(WS-I) TO WS-Q-IN.
           CALL 'CSV-QUOTE-FIELD' USING WS-Q-IN, WS-NAME-Q.
           IF DEP-IS-BELT(WS-D) THEN
               MOVE 'METALS' TO WS-COMMODITY
           ELSE
               MOVE 'ORES' TO WS-COMMODITY
           END-IF.
           IF DEP-EXHAUSTED(WS-D) THEN
               MOVE 'EXHAUSTED' TO WS-LG-STATUS
           ELSE
               MOVE 'ACTIVE' TO WS-LG-STATUS
           END-IF.
           MOVE SPACES TO WS-LINE.
           MOVE 1 TO WS-EV-PTR.
           MOVE DEP-STAR(WS-D) TO WS-DISP-SO.
           STRING FUNCTION TRIM(WS-NAME-Q)    DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-SO)  DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-EV-PTR
           END-STRING.
           MOVE DEP-ORBIT(WS-D) TO WS-DISP-SO.
           MOVE DEP-EXTRACTED(WS-D) TO WS-DISP-MT.
           MOVE DEP-RESERVE(WS-D) TO WS-DISP-MT2.
           STRING FUNCTION TRIM(WS-DISP-SO)  DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  DEP-KIND(WS-D)             DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COMMODITY) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  DEP-LETTER(WS-D)           DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-MT)  DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-MT2) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LG-STATUS) DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-EV-PTR
           END-STRING.
           WRITE LEDGER-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *********************************
       WRITE-RUN-LOG-ENTRY.
           SET MC-QUERY TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE FUNCTION CURRENT-DATE TO WS-COL-TS.
           OPEN EXTEND RUNLOG-FILE.
           IF NOT RUNLOG-FILE-OK THEN
               OPEN OUTPUT RUNLOG-FILE
           END-IF.
           MOVE SPACES TO RUNLOG-RECORD.
           STRING WS-COL-TS(1:14)              DELIMITED BY SIZE
                  ',PARM='                     DELIMITED BY SIZE
                  FUNCTION TRIM(LK-PARM-DATA)  DELIMITED BY SIZE
                  ',OUTCOME='                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COL-OUTCOME) DELIMITED BY SIZE
                  ',OPER='                     DELIMITED BY SIZE
                  FUNCTION TRIM(AU-OPERATOR)   DELIMITED BY SIZE
                  ',RUNID='                    DELIMITED BY SIZE
                  WS-COL-RUN-ID                DELIMITED BY SIZE
                  ',PGM=G4SSGCOL'              DELIMITED BY SIZE
                  ',MSGID='                    DELIMITED BY SIZE
                  FUNCTION TRIM(MC-HIGH-ID)    DELIMITED BY SIZE
                  INTO RUNLOG-RECORD
           END-STRING.
           WRITE RUNLOG-RECORD.
           CLOSE RUNLOG-FILE.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
