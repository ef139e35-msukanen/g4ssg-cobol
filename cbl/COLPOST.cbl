       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGPST.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Colony posting — carries G4SSGCOL's simulated end state back
      * onto the star database.  G4SSGCOL leaves its development
      * state in devstate.csv and the records' settlement digits as
      * they were, so G4SSGTRD, G4SSGENC, G4SSGPOL and the UWP export
      * would go on reading the sector as it stood before the
      * simulation.  This run reconciles the two, reports every
      * difference, and — on approval — stores the simulated
      * populations and moves the campaign clock to the simulation's
      * end day, so the whole suite steps forward together.
      *
      * Each devstate row carries the settlement digits its record
      * had when G4SSGCOL read it (StartSettle) and the simulated
      * span (StartDay, EndDay).  Against the record as it is now a
      * row is one of:
      *   NEW       an unsettled system the simulation colonized
      *   CHANGED   a settled system whose population moved
      *   UNCHANGED nothing happened to it
      *   POSTED    the record already holds the simulated population
      *             (a second posting run, or a hand-patch that got
      *             there first)
      *   CONFLICT  the record's settlement has been changed since
      *             the simulation read it — a PATCH, a re-save —
      *             and does not agree with the simulation; it is
      *             reported and never overwritten
      *   MISSING   the system is no longer on the database
      * Only NEW and CHANGED rows are posted.  A posting stores the
      * new population exponent; a settled system keeps its
      * government, law and tech level, and its starport is raised
      * to what the population now calls for (B at 6+, C at 4+, D at
      * 2+, E below — never lowered, and class A stays a generation
      * matter).  A new colony is a dependency of the system that
      * founded it: government 6, its parent's law level and tech
      * level (law 6 and TL 8 for a charter colony with no parent on
      * file).  Bases, travel zone and allegiance are left for
      * G4SSGCRE and G4SSGPOL.
      *
      * Every posted record goes the way G4SSGCOL's downgrades do —
      * the displaced record to the history sidecar first, then the
      * record rewritten one generation up with this run's id as its
      * SYSTEM-SAVE-RUN-ID (and its provenance marked reworked), so
      * G4SSGDBU BACKOUT= takes a whole posting back out.  The run
      * log row carries the run id for it.
      *
      * The campaign clock has to be on the simulation's start day
      * (the simulation was run from "today"); it is then moved to
      * the end day.  A clock already on the end day is a posting
      * finishing what an earlier one started.  On any other day the
      * simulation is stale and nothing is posted.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   DEVSTATE=<path> development state (default devstate.csv)
      *   PATH=<path>     star database file (default stardb.dat)
      *   REPORT=<path>   reconciliation report written (default
      *                   colpost.rpt)
      *   APPROVE=Y       post it — without this the run only
      *                   reconciles and reports
      *   HISTORY=<path>  history sidecar the displaced records go to
      *                   (default stardb.his)
      *   CLOCK=<path>    campaign clock file (default campclock.dat)
      *   RUNLOG=<path>   run log (default runlog.txt)
      * Operator authority — APPROVE=Y needs a POST grant with a '*'
      * sector (the posting reaches the whole database; see
      * OPERAUTH.cbl):
      *   OPER=<id>       operator id (default: the login name)
      *   AUTH=<path>     authority file (default operauth.csv)
      *
      * Return codes: 0 reconciled (and posted) clean, 4 conflicts,
      * missing systems or a stale clock to look at, 8 no database,
      * no development state, a denied or refused posting.
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
           SELECT DEV-FILE             ASSIGN TO WS-DEV-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-DEV-STATUS.
           SELECT REPORT-FILE          ASSIGN TO WS-REPORT-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOCK-FILE           ASSIGN TO WS-CLOCK-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-CLOCK-STATUS.
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
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.
       FD  DEV-FILE.
       01  DEV-RECORD                  PIC X(250).
       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).
       FD  CLOCK-FILE.
       01  CLOCK-RECORD                PIC X(40).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD              PIC X(63116).
       FD  RUNLOG-FILE.
       01  RUNLOG-RECORD               PIC X(200).

       WORKING-STORAGE SECTION.
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
       01  WS-DEV-PATH                 PIC X(100) VALUE "devstate.csv".
       01  WS-DEV-STATUS               PIC XX.
           88  DEV-FILE-OK             VALUE '00'.
           88  DEV-FILE-EOF            VALUE '10'.
       01  WS-REPORT-PATH              PIC X(100) VALUE "colpost.rpt".
       01  WS-HISTORY-PATH             PIC X(100) VALUE "stardb.his".
       01  WS-HISTORY-STATUS           PIC XX.
           88  HISTORY-FILE-OK         VALUE '00'.
       01  WS-RUNLOG-PATH              PIC X(100) VALUE "runlog.txt".
       01  WS-RUNLOG-STATUS            PIC XX.
           88  RUNLOG-FILE-OK          VALUE '00'.
       01  WS-APPROVE                  PIC X VALUE '-'.
           88  POST-APPROVED           VALUE 'Y'.
      *    This run's id — stamped on every record it posts, the same
      *    CURRENT-DATE(1:16) shape G4SSGCRE's run id has.
       01  WS-PST-RUN-ID               PIC X(16) VALUE SPACES.
       01  WS-PST-TS                   PIC X(21).
       01  WS-PST-OUTCOME              PIC X(20) VALUE SPACES.
      *********************************
      * The campaign clock (see G4SSGCLK) and the span the
      * simulation covered.
       01  WS-CLOCK-PATH               PIC X(100)
                                       VALUE "campclock.dat".
       01  WS-CLOCK-STATUS             PIC XX.
           88  CLOCK-FILE-OK           VALUE '00'.
       01  WS-CLOCK-DAY                PIC S9(8) USAGE COMP-5 VALUE 0.
       01  WS-CLK-LINE                 PIC X(40).
       01  WS-START-DAY                PIC S9(8) USAGE COMP-5 VALUE 0.
       01  WS-END-DAY                  PIC S9(8) USAGE COMP-5 VALUE 0.
       01  WS-CLOCK-STATE              PIC X VALUE '-'.
           88  CLOCK-AT-START          VALUE 'S'.
           88  CLOCK-AT-END            VALUE 'E'.
           88  CLOCK-ELSEWHERE         VALUE '-'.
      *********************************
      * The development state, one entry per row, with what the
      * database holds for it and what a posting would store.
       01  WS-ROW-COUNT                PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-CAP-NOTED                PIC X VALUE '-'.
       01  WS-ROW-TAB.
           05  PST-ROW                 OCCURS 500 TIMES
                                       INDEXED BY ROW-IDX.
               10  ROW-NAME            PIC X(48).
               10  ROW-PARENT          PIC X(48).
               10  ROW-SIM-POP         PIC 99.
               10  ROW-DEV-CLASS       PIC X(12).
      *            SYSTEM-SETTLEMENT images: as the simulation read
      *            it, as the database holds it now, as it would be
      *            posted.
               10  ROW-START-SETTLE    PIC X(9).
               10  ROW-DB-SETTLE       PIC X(9).
               10  ROW-NEW-SETTLE      PIC X(9).
               10  ROW-STATUS          PIC X.
                   88  ROW-NEW-COLONY  VALUE 'N'.
                   88  ROW-POP-CHANGE  VALUE 'C'.
                   88  ROW-UNCHANGED   VALUE 'U'.
                   88  ROW-POSTED      VALUE 'P'.
                   88  ROW-CONFLICT    VALUE 'K'.
                   88  ROW-MISSING     VALUE 'M'.
                   88  ROW-TO-POST     VALUE 'N' 'C'.
      *            'D' when the record says it was reworked after
      *            it was generated (a PATCH, a projection).
               10  ROW-PROV            PIC X.
       01  WS-R                        PIC 999 USAGE COMP-5.
      *    One settlement, field by field — SYSTEM-SETTLEMENT's
      *    layout (SYSHDR.cpy).
       01  WS-SETTLE.
           05  WS-ST-POP               PIC 99.
           05  WS-ST-GOV               PIC 99.
           05  WS-ST-LAW               PIC 99.
           05  WS-ST-TL                PIC 99.
           05  WS-ST-PORT              PIC X.
       01  WS-START.
           05  WS-SS-POP               PIC 99.
           05  FILLER                  PIC X(7).
       01  WS-LADDER-PORT              PIC X.
       01  WS-PARENT-LAW               PIC 99.
       01  WS-PARENT-TL                PIC 99.
      *********************************
      * Tallies.
       01  WS-N-NEW                    PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-N-CHANGED                PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-N-QUIET                  PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-N-CONFLICT               PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-N-MISSING                PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-N-STORED                 PIC 999 USAGE COMP-5 VALUE 0.
      *********************************
      * Row parsing and reporting scratch.
       01  WS-SPLIT-LINE               PIC X(250).
       01  WS-SPLIT-PTR                PIC 999 USAGE COMP-5.
       01  WS-SPLIT-FLD                PIC X(100).
       01  WS-HEADER-SEEN              PIC X VALUE '-'.
       01  WS-LINE                     PIC X(132).
       01  WS-PTR                      PIC 999 USAGE COMP-5.
       01  WS-UWP-HEXDIGS              PIC X(16)
                                       VALUE '0123456789ABCDEF'.
       01  WS-UWP-IN                   PIC X(9).
       01  WS-UWP-OUT                  PIC X(6).
       01  WS-UWP-N                    PIC 99.
       01  WS-UWP-OLD                  PIC X(6).
       01  WS-UWP-NEW                  PIC X(6).
       01  WS-STATUS-WORD              PIC X(10).
       01  WS-NOTE                     PIC X(60).
       01  WS-DISP-POP                 PIC Z9.
       01  WS-DISP-POP2                PIC Z9.
       01  WS-DISP-N                   PIC ZZZZ9.
       01  WS-DISP-N2                  PIC ZZZZ9.
       01  WS-DISP-N3                  PIC ZZZZ9.
       01  WS-DISP-N4                  PIC ZZZZ9.
       01  WS-DISP-DAY                 PIC -(7)9.
       01  WS-DISP-DAY2                PIC -(7)9.
       01  WS-DISP-DAY3                PIC -(7)9.
      *********************************
      * Operator authority — see AUTHCTL.cpy.
       01  WS-AUTH-CTL.
           COPY AUTHCTL.
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
           MOVE 'G4SSGPST' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-PST-RUN-ID.
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
                       WHEN 'DEVSTATE'
                           MOVE WS-PARM-VAL TO WS-DEV-PATH
                       WHEN 'PATH'
                           MOVE WS-PARM-VAL TO WS-STARDB-PATH
                       WHEN 'REPORT'
                           MOVE WS-PARM-VAL TO WS-REPORT-PATH
                       WHEN 'APPROVE'
                           MOVE FUNCTION UPPER-CASE(WS-PARM-VAL(1:1))
                             TO WS-APPROVE
                       WHEN 'HISTORY'
                           MOVE WS-PARM-VAL TO WS-HISTORY-PATH
                       WHEN 'CLOCK'
                           MOVE WS-PARM-VAL TO WS-CLOCK-PATH
                       WHEN 'RUNLOG'
                           MOVE WS-PARM-VAL TO WS-RUNLOG-PATH
                           MOVE WS-PARM-VAL TO AU-RUNLOG-PATH
                       WHEN 'OPER'
                           MOVE WS-PARM-VAL TO AU-OPERATOR
                       WHEN 'AUTH'
                           MOVE WS-PARM-VAL TO AU-AUTH-PATH
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF AU-OPERATOR = SPACES THEN
               ACCEPT AU-OPERATOR FROM ENVIRONMENT 'USER'
           END-IF.

           PERFORM LOAD-DEV-STATE.
           IF WS-ROW-COUNT = 0 THEN
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'PST001' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-ROW-COUNT
               PERFORM RECONCILE-ONE-ROW
           END-PERFORM.
           CLOSE STARDB-FILE.
           PERFORM READ-CAMPAIGN-CLOCK.
           PERFORM WRITE-RECONCILIATION.

           IF NOT POST-APPROVED THEN
               IF CLOCK-ELSEWHERE THEN
                   PERFORM NOTE-STALE-CLOCK
               END-IF
               MOVE 'PST009' TO MC-MSG-ID
               MOVE WS-REPORT-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF CLOCK-ELSEWHERE THEN
               MOVE WS-CLOCK-DAY TO WS-DISP-DAY
               MOVE WS-START-DAY TO WS-DISP-DAY2
               MOVE 'PST015' TO MC-MSG-ID
               MOVE WS-DISP-DAY TO MC-INSERT(1)
               MOVE WS-DISP-DAY2 TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-N-NEW + WS-N-CHANGED = 0 AND CLOCK-AT-END THEN
               MOVE 'PST014' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE 'G4SSGPST' TO AU-PROGRAM.
           MOVE 'POST' TO AU-VERB.
           MOVE SPACES TO AU-SECTOR.
           MOVE WS-DEV-PATH TO AU-TARGET.
           MOVE WS-PST-RUN-ID TO AU-RUN-ID.
           CALL 'CHECK-OPERATOR-AUTHORITY' USING WS-AUTH-CTL.
           IF AU-DENIED THEN
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM POST-DEV-STATE.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * devstate.csv into the row table.  A file without the
      * StartSettle column predates posting: there is no telling
      * what its rows started from, so it is not reconciled at all.
       LOAD-DEV-STATE.
           OPEN INPUT DEV-FILE.
           IF NOT DEV-FILE-OK THEN
               MOVE 'PST002' TO MC-MSG-ID
               MOVE WS-DEV-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL DEV-FILE-EOF
               READ DEV-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM LOAD-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE DEV-FILE.
           IF WS-HEADER-SEEN NOT = 'Y' THEN
               MOVE 0 TO WS-ROW-COUNT
               MOVE 'PST003' TO MC-MSG-ID
               MOVE WS-DEV-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       LOAD-ONE-ROW.
           IF DEV-RECORD = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF DEV-RECORD(1:8) = 'SysName,' THEN
               MOVE 0 TO WS-PTR
               INSPECT DEV-RECORD TALLYING WS-PTR
                   FOR ALL ',StartSettle,'
               IF WS-PTR > 0 THEN
                   MOVE 'Y' TO WS-HEADER-SEEN
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-HEADER-SEEN NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-COUNT >= 500 THEN
               IF WS-CAP-NOTED = '-' THEN
                   MOVE 'PST004' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'Y' TO WS-CAP-NOTED
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ROW-COUNT.
           MOVE WS-ROW-COUNT TO WS-R.
           MOVE DEV-RECORD TO WS-SPLIT-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           PERFORM SPLIT-NEXT-FIELD.
           MOVE WS-SPLIT-FLD TO ROW-NAME(WS-R).
           PERFORM SPLIT-NEXT-FIELD.
           COMPUTE ROW-SIM-POP(WS-R) = FUNCTION NUMVAL(WS-SPLIT-FLD).
           PERFORM SPLIT-NEXT-FIELD.
           MOVE WS-SPLIT-FLD TO ROW-DEV-CLASS(WS-R).
           PERFORM SPLIT-NEXT-FIELD.
           PERFORM SPLIT-NEXT-FIELD.
           MOVE WS-SPLIT-FLD TO ROW-PARENT(WS-R).
           PERFORM SPLIT-NEXT-FIELD.
           MOVE WS-SPLIT-FLD(1:9) TO ROW-START-SETTLE(WS-R).
           PERFORM SPLIT-NEXT-FIELD.
           COMPUTE WS-START-DAY = FUNCTION NUMVAL(WS-SPLIT-FLD).
           PERFORM SPLIT-NEXT-FIELD.
           COMPUTE WS-END-DAY = FUNCTION NUMVAL(WS-SPLIT-FLD).
           MOVE SPACES TO ROW-DB-SETTLE(WS-R) ROW-NEW-SETTLE(WS-R).
           MOVE SPACE TO ROW-PROV(WS-R).
           EXIT PARAGRAPH.

       SPLIT-NEXT-FIELD.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE, WS-SPLIT-PTR,
                   WS-SPLIT-FLD.
           EXIT PARAGRAPH.

      *********************************
      * Row WS-R against its record: which of NEW / CHANGED /
      * UNCHANGED / POSTED / CONFLICT / MISSING it is, and what a
      * posting would store.
       RECONCILE-ONE-ROW.
           MOVE ROW-NAME(WS-R) TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   MOVE 'M' TO ROW-STATUS(WS-R)
                   ADD 1 TO WS-N-MISSING
                   EXIT PARAGRAPH
           END-READ.
      *    A record from another layout generation is skipped — the
      *    audit's layout outlier (and G4SSGMIG) deal with those.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               MOVE 'M' TO ROW-STATUS(WS-R)
               ADD 1 TO WS-N-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE STARDB-SETTLEMENT TO ROW-DB-SETTLE(WS-R).
           MOVE STARDB-PROV-STAMP TO ROW-PROV(WS-R).
           MOVE STARDB-SETTLEMENT TO WS-SETTLE.
           MOVE ROW-START-SETTLE(WS-R) TO WS-START.
           EVALUATE TRUE
               WHEN ROW-DB-SETTLE(WS-R) NOT = ROW-START-SETTLE(WS-R)
                   IF WS-ST-POP = ROW-SIM-POP(WS-R) THEN
                       MOVE 'P' TO ROW-STATUS(WS-R)
                       ADD 1 TO WS-N-QUIET
                   ELSE
                       MOVE 'K' TO ROW-STATUS(WS-R)
                       ADD 1 TO WS-N-CONFLICT
                   END-IF
               WHEN ROW-SIM-POP(WS-R) = WS-SS-POP
                   MOVE 'U' TO ROW-STATUS(WS-R)
                   ADD 1 TO WS-N-QUIET
               WHEN WS-SS-POP = 0
                   MOVE 'N' TO ROW-STATUS(WS-R)
                   ADD 1 TO WS-N-NEW
                   PERFORM SETTLE-NEW-COLONY
               WHEN OTHER
                   MOVE 'C' TO ROW-STATUS(WS-R)
                   ADD 1 TO WS-N-CHANGED
                   PERFORM SETTLE-POP-CHANGE
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    The starport the population calls for — G4SSGCRE's ladder
      *    without its class A, which wants a good world as well.
       FIND-LADDER-PORT.
           EVALUATE TRUE
               WHEN WS-ST-POP >= 6
                   MOVE 'B' TO WS-LADDER-PORT
               WHEN WS-ST-POP >= 4
                   MOVE 'C' TO WS-LADDER-PORT
               WHEN WS-ST-POP >= 2
                   MOVE 'D' TO WS-LADDER-PORT
               WHEN OTHER
                   MOVE 'E' TO WS-LADDER-PORT
           END-EVALUATE.
           EXIT PARAGRAPH.

       SETTLE-POP-CHANGE.
           MOVE ROW-SIM-POP(WS-R) TO WS-ST-POP.
           PERFORM FIND-LADDER-PORT.
           IF WS-LADDER-PORT < WS-ST-PORT THEN
               MOVE WS-LADDER-PORT TO WS-ST-PORT
           END-IF.
           MOVE WS-SETTLE TO ROW-NEW-SETTLE(WS-R).
           EXIT PARAGRAPH.

      *    A dependency of its founder — the parent's law and tech,
      *    read off the parent's own record.
       SETTLE-NEW-COLONY.
           MOVE 6 TO WS-PARENT-LAW.
           MOVE 8 TO WS-PARENT-TL.
           IF ROW-PARENT(WS-R) NOT = SPACES THEN
               MOVE ROW-PARENT(WS-R) TO STARDB-KEY
               READ STARDB-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF STARDB-LAYOUT-CURRENT
                          AND STARDB-SETTLE-POP-EXP > 0 THEN
                           MOVE STARDB-SETTLE-LAW TO WS-PARENT-LAW
                           MOVE STARDB-SETTLE-TL TO WS-PARENT-TL
                       END-IF
               END-READ
           END-IF.
           MOVE ROW-SIM-POP(WS-R) TO WS-ST-POP.
           MOVE 6 TO WS-ST-GOV.
           MOVE WS-PARENT-LAW TO WS-ST-LAW.
           MOVE WS-PARENT-TL TO WS-ST-TL.
           PERFORM FIND-LADDER-PORT.
           MOVE WS-LADDER-PORT TO WS-ST-PORT.
           MOVE WS-SETTLE TO ROW-NEW-SETTLE(WS-R).
           EXIT PARAGRAPH.

      *********************************
      * The campaign clock, if G4SSGCLK has set one, and where it
      * stands against the simulated span.
       READ-CAMPAIGN-CLOCK.
           OPEN INPUT CLOCK-FILE.
           IF CLOCK-FILE-OK THEN
               READ CLOCK-FILE INTO WS-CLK-LINE
                   AT END CONTINUE
               END-READ
               CLOSE CLOCK-FILE
               IF WS-CLK-LINE(1:4) = 'DAY=' THEN
                   COMPUTE WS-CLOCK-DAY =
                           FUNCTION NUMVAL(WS-CLK-LINE(5:12))
               END-IF
           END-IF.
           EVALUATE WS-CLOCK-DAY
               WHEN WS-START-DAY
                   SET CLOCK-AT-START TO TRUE
               WHEN WS-END-DAY
                   SET CLOCK-AT-END TO TRUE
               WHEN OTHER
                   SET CLOCK-ELSEWHERE TO TRUE
           END-EVALUATE.
           EXIT PARAGRAPH.

       NOTE-STALE-CLOCK.
           MOVE WS-CLOCK-DAY TO WS-DISP-DAY.
           MOVE WS-START-DAY TO WS-DISP-DAY2.
           MOVE WS-END-DAY TO WS-DISP-DAY3.
           MOVE 'PST008' TO MC-MSG-ID.
           MOVE WS-DISP-DAY TO MC-INSERT(1).
           MOVE WS-DISP-DAY2 TO MC-INSERT(2).
           MOVE WS-DISP-DAY3 TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *********************************
      * The reconciliation report: every row that is not UNCHANGED,
      * settlements as the UWP line's social half (port, population,
      * government, law, tech level).
       WRITE-RECONCILIATION.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-LINE.
           STRING 'Colony posting reconciliation, run ' WS-PST-RUN-ID
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-LINE.
           MOVE WS-START-DAY TO WS-DISP-DAY2.
           MOVE WS-END-DAY TO WS-DISP-DAY3.
           MOVE WS-CLOCK-DAY TO WS-DISP-DAY.
           MOVE SPACES TO WS-LINE.
           STRING FUNCTION TRIM(WS-DEV-PATH)
                  ' against ' FUNCTION TRIM(WS-STARDB-PATH)
                  ': simulated day ' FUNCTION TRIM(WS-DISP-DAY2)
                  ' to ' FUNCTION TRIM(WS-DISP-DAY3)
                  ', campaign clock day ' FUNCTION TRIM(WS-DISP-DAY)
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           WRITE REPORT-RECORD FROM WS-LINE.
           MOVE 'Status' TO WS-LINE(1:10).
           MOVE 'System' TO WS-LINE(12:30).
           MOVE 'Pop' TO WS-LINE(43:7).
           MOVE 'Database' TO WS-LINE(51:8).
           MOVE 'Posted' TO WS-LINE(61:8).
           MOVE 'Note' TO WS-LINE(71:4).
           WRITE REPORT-RECORD FROM WS-LINE.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-ROW-COUNT
               IF NOT ROW-UNCHANGED(WS-R) THEN
                   PERFORM WRITE-ONE-RECON-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LINE.
           WRITE REPORT-RECORD FROM WS-LINE.
           MOVE WS-ROW-COUNT TO WS-DISP-N.
           MOVE WS-N-NEW TO WS-DISP-N2.
           MOVE WS-N-CHANGED TO WS-DISP-N3.
           MOVE WS-N-QUIET TO WS-DISP-N4.
           MOVE SPACES TO WS-LINE.
           MOVE 1 TO WS-PTR.
           STRING FUNCTION TRIM(WS-DISP-N) ' row(s): '
                  FUNCTION TRIM(WS-DISP-N2) ' new, '
                  FUNCTION TRIM(WS-DISP-N3) ' changed, '
                  FUNCTION TRIM(WS-DISP-N4)
                  ' unchanged or already posted'
                  DELIMITED BY SIZE INTO WS-LINE WITH POINTER WS-PTR
           END-STRING.
           MOVE WS-N-CONFLICT TO WS-DISP-N2.
           MOVE WS-N-MISSING TO WS-DISP-N3.
           STRING ', ' FUNCTION TRIM(WS-DISP-N2) ' conflict(s), '
                  FUNCTION TRIM(WS-DISP-N3) ' missing'
                  DELIMITED BY SIZE INTO WS-LINE WITH POINTER WS-PTR
           END-STRING.
           WRITE REPORT-RECORD FROM WS-LINE.
           CLOSE REPORT-FILE.
           MOVE WS-ROW-COUNT TO WS-DISP-N.
           MOVE WS-N-NEW TO WS-DISP-N2.
           MOVE WS-N-CHANGED TO WS-DISP-N3.
           MOVE WS-N-QUIET TO WS-DISP-N4.
           MOVE 'PST005' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-DISP-N2 TO MC-INSERT(2).
           MOVE WS-DISP-N3 TO MC-INSERT(3).
           MOVE WS-DISP-N4 TO MC-INSERT(4).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           IF WS-N-CONFLICT > 0 THEN
               MOVE WS-N-CONFLICT TO WS-DISP-N
               MOVE 'PST006' TO MC-MSG-ID
               MOVE WS-DISP-N TO MC-INSERT(1)
               MOVE WS-REPORT-PATH TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           IF WS-N-MISSING > 0 THEN
               MOVE WS-N-MISSING TO WS-DISP-N
               MOVE 'PST007' TO MC-MSG-ID
               MOVE WS-DISP-N TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       WRITE-ONE-RECON-LINE.
           MOVE SPACES TO WS-NOTE WS-UWP-OLD WS-UWP-NEW.
           EVALUATE TRUE
               WHEN ROW-NEW-COLONY(WS-R)
                   MOVE 'NEW' TO WS-STATUS-WORD
                   IF ROW-PARENT(WS-R) NOT = SPACES THEN
                       STRING 'founded from '
                              FUNCTION TRIM(ROW-PARENT(WS-R))
                              DELIMITED BY SIZE INTO WS-NOTE
                       END-STRING
                   ELSE
                       MOVE 'charter colony' TO WS-NOTE
                   END-IF
               WHEN ROW-POP-CHANGE(WS-R)
                   MOVE 'CHANGED' TO WS-STATUS-WORD
                   MOVE ROW-DEV-CLASS(WS-R) TO WS-NOTE
               WHEN ROW-POSTED(WS-R)
                   MOVE 'POSTED' TO WS-STATUS-WORD
                   MOVE 'database already holds it' TO WS-NOTE
               WHEN ROW-CONFLICT(WS-R)
                   MOVE 'CONFLICT' TO WS-STATUS-WORD
                   IF ROW-PROV(WS-R) = 'D' THEN
                       MOVE 'hand-patched since the simulation'
                         TO WS-NOTE
                   ELSE
                       MOVE 'changed since the simulation' TO WS-NOTE
                   END-IF
               WHEN OTHER
                   MOVE 'MISSING' TO WS-STATUS-WORD
                   MOVE 'not on the database' TO WS-NOTE
           END-EVALUATE.
           IF ROW-DB-SETTLE(WS-R) NOT = SPACES THEN
               MOVE ROW-DB-SETTLE(WS-R) TO WS-UWP-IN
               PERFORM FORMAT-SETTLEMENT
               MOVE WS-UWP-OUT TO WS-UWP-OLD
           END-IF.
           IF ROW-TO-POST(WS-R) THEN
               MOVE ROW-NEW-SETTLE(WS-R) TO WS-UWP-IN
               PERFORM FORMAT-SETTLEMENT
               MOVE WS-UWP-OUT TO WS-UWP-NEW
           END-IF.
           MOVE ROW-START-SETTLE(WS-R) TO WS-START.
           MOVE WS-SS-POP TO WS-DISP-POP.
           MOVE ROW-SIM-POP(WS-R) TO WS-DISP-POP2.
           MOVE SPACES TO WS-LINE.
           MOVE WS-STATUS-WORD TO WS-LINE(1:10).
           MOVE ROW-NAME(WS-R) TO WS-LINE(12:30).
           STRING FUNCTION TRIM(WS-DISP-POP) '->'
                  FUNCTION TRIM(WS-DISP-POP2)
                  DELIMITED BY SIZE INTO WS-LINE(43:7)
           END-STRING.
           MOVE WS-UWP-OLD TO WS-LINE(51:8).
           MOVE WS-UWP-NEW TO WS-LINE(61:8).
           MOVE WS-NOTE TO WS-LINE(71:60).
           WRITE REPORT-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *    WS-UWP-IN (a SYSTEM-SETTLEMENT image) as 'D365-9'.
       FORMAT-SETTLEMENT.
           MOVE WS-UWP-IN TO WS-SETTLE.
           MOVE SPACES TO WS-UWP-OUT.
           MOVE WS-ST-PORT TO WS-UWP-OUT(1:1).
           MOVE WS-ST-POP TO WS-UWP-N.
           PERFORM CAP-HEX-DIGIT.
           MOVE WS-UWP-HEXDIGS(WS-UWP-N + 1:1) TO WS-UWP-OUT(2:1).
           MOVE WS-ST-GOV TO WS-UWP-N.
           PERFORM CAP-HEX-DIGIT.
           MOVE WS-UWP-HEXDIGS(WS-UWP-N + 1:1) TO WS-UWP-OUT(3:1).
           MOVE WS-ST-LAW TO WS-UWP-N.
           PERFORM CAP-HEX-DIGIT.
           MOVE WS-UWP-HEXDIGS(WS-UWP-N + 1:1) TO WS-UWP-OUT(4:1).
           MOVE '-' TO WS-UWP-OUT(5:1).
           MOVE WS-ST-TL TO WS-UWP-N.
           PERFORM CAP-HEX-DIGIT.
           MOVE WS-UWP-HEXDIGS(WS-UWP-N + 1:1) TO WS-UWP-OUT(6:1).
           EXIT PARAGRAPH.

       CAP-HEX-DIGIT.
           IF WS-UWP-N > 15 THEN
               MOVE 15 TO WS-UWP-N
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * The posting itself: each NEW and CHANGED row's displaced
      * record to the history sidecar, then the record one
      * generation up with the new settlement and this run's id.  A
      * record whose settlement has moved since the reconciliation
      * read it is left alone.  Then the clock, and the run log row
      * BACKOUT= looks the run id up in.
       POST-DEV-STATE.
           IF WS-N-NEW + WS-N-CHANGED > 0 THEN
               OPEN I-O STARDB-FILE
               IF NOT STARDB-FILE-OK THEN
                   MOVE 'PST010' TO MC-MSG-ID
                   MOVE WS-STARDB-PATH TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND HISTORY-FILE
               IF NOT HISTORY-FILE-OK THEN
                   OPEN OUTPUT HISTORY-FILE
               END-IF
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-ROW-COUNT
                   IF ROW-TO-POST(WS-R) THEN
                       PERFORM POST-ONE-ROW
                   END-IF
               END-PERFORM
               CLOSE HISTORY-FILE
               CLOSE STARDB-FILE
           END-IF.
           IF CLOCK-AT-START THEN
               MOVE WS-END-DAY TO WS-CLOCK-DAY
               PERFORM WRITE-CAMPAIGN-CLOCK
           END-IF.
           MOVE 'POSTED' TO WS-PST-OUTCOME.
           PERFORM WRITE-RUN-LOG-ENTRY.
           MOVE WS-N-STORED TO WS-DISP-N.
           MOVE WS-CLOCK-DAY TO WS-DISP-DAY.
           MOVE 'PST013' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-PST-RUN-ID TO MC-INSERT(2).
           MOVE WS-DISP-DAY TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

       POST-ONE-ROW.
           MOVE ROW-NAME(WS-R) TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   MOVE 'PST011' TO MC-MSG-ID
                   MOVE ROW-NAME(WS-R) TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   EXIT PARAGRAPH
           END-READ.
           IF STARDB-SETTLEMENT NOT = ROW-DB-SETTLE(WS-R) THEN
               MOVE 'PST011' TO MC-MSG-ID
               MOVE ROW-NAME(WS-R) TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           WRITE HISTORY-RECORD FROM STARDB-RECORD.
           MOVE ROW-NEW-SETTLE(WS-R) TO STARDB-SETTLEMENT.
           ADD 1 TO STARDB-GENERATION.
           MOVE WS-PST-RUN-ID TO STARDB-SAVE-RUN-ID.
           IF STARDB-PROV-RECORDED THEN
               SET STARDB-PROV-DERIVED TO TRUE
           END-IF.
           REWRITE STARDB-RECORD
               INVALID KEY
                   MOVE 'PST012' TO MC-MSG-ID
                   MOVE ROW-NAME(WS-R) TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               NOT INVALID KEY
                   ADD 1 TO WS-N-STORED
           END-REWRITE.
           EXIT PARAGRAPH.

       WRITE-CAMPAIGN-CLOCK.
           OPEN OUTPUT CLOCK-FILE.
           MOVE WS-CLOCK-DAY TO WS-DISP-DAY.
           MOVE SPACES TO WS-CLK-LINE.
           STRING 'DAY='                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DAY)
                                        DELIMITED BY SIZE
                  INTO WS-CLK-LINE
           END-STRING.
           WRITE CLOCK-RECORD FROM WS-CLK-LINE.
           CLOSE CLOCK-FILE.
           EXIT PARAGRAPH.

       WRITE-RUN-LOG-ENTRY.
           SET MC-QUERY TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE FUNCTION CURRENT-DATE TO WS-PST-TS.
           OPEN EXTEND RUNLOG-FILE.
           IF NOT RUNLOG-FILE-OK THEN
               OPEN OUTPUT RUNLOG-FILE
           END-IF.
           MOVE SPACES TO RUNLOG-RECORD.
           STRING WS-PST-TS(1:14)              DELIMITED BY SIZE
                  ',PARM='                     DELIMITED BY SIZE
                  FUNCTION TRIM(LK-PARM-DATA)  DELIMITED BY SIZE
                  ',OUTCOME='                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PST-OUTCOME) DELIMITED BY SIZE
                  ',OPER='                     DELIMITED BY SIZE
                  FUNCTION TRIM(AU-OPERATOR)   DELIMITED BY SIZE
                  ',RUNID='                    DELIMITED BY SIZE
                  WS-PST-RUN-ID                DELIMITED BY SIZE
                  ',PGM=G4SSGPST'              DELIMITED BY SIZE
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
