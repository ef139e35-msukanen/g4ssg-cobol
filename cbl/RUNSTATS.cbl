       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGRNA.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Run-log and job-status analytics — the trend report over
      * runlog.txt (a row per invocation of the suite's programs)
      * and jobstatus.txt (a row per G4SSGJOB step), so the two get
      * read before G4SSGRET prunes them and not only after
      * something has already gone wrong.  Sections:
      *   - runs, steps, systems rolled and reject rows per day and
      *     per week (weeks start Monday)
      *   - elapsed seconds per program (run log) and per step (job
      *     status): count, mean, longest; then the slowest single
      *     runs and steps
      *   - return-code distribution of the steps, and the run
      *     log's outcome distribution
      *   - reject-file rate per generator run (reject rows per
      *     system rolled)
      *   - the steps that failed most often
      *   - runs and steps flagged as well outside the recent norm
      * A step or run is flagged when its elapsed time (or, for a
      * generator run, its reject rate) sits more than SIGMA
      * standard deviations above the mean of the previous WINDOW
      * runs of the same program or step, and at least half as
      * much again as that mean.  Fewer than five earlier runs make
      * no norm, and nothing is flagged against it.
      *
      * Every run also appends one summary row to the summary file
      * — period, runs, steps, failures, systems, rejects, time and
      * flags — which is meant to be kept after the detail rows are
      * pruned; run this ahead of G4SSGRET in the nightly chain.
      *
      * Run-log rows are '<yyyymmddhhmmss>,KEY=value,...'; a row
      * with VERDICT= is an operator-authority verdict, counted on
      * its own and not as a run.  PGM=, ELAPSED=, SYSTEMS= and
      * REJECTS= are read where present; a row without PGM= is
      * reported under '(unnamed)'.  Job-status rows are
      * '<yyyy-mm-dd> <hh:mm:ss> step=<s> pgm=<p> rc=<n> <verdict>
      * [elapsed=<secs>]'.  Rows that read as neither are counted
      * and skipped.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   LOG=<path>     run log (default runlog.txt)
      *   STATUS=<path>  job status log (default jobstatus.txt)
      *   OUT=<path>     report written (default runstats.txt)
      *   SUMMARY=<path> summary rows appended to (default
      *                  runsummary.txt)
      *   DAYS=<n>       only the last n days (default: everything
      *                  on file)
      *   WINDOW=<n>     runs making up the recent norm (default 10)
      *   SIGMA=<n>      standard deviations that count as well
      *                  outside it (default 3)
      *
      * RETURN-CODE (MSGCTL.cpy): 0 report written, 4 something was
      * flagged, 8 neither log could be read.
      *
      ******************************************************************
       COPY        TESTENV.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE             ASSIGN TO WS-LOG-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-LOG-STATUS.
           SELECT STATUS-FILE          ASSIGN TO WS-STATUS-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-STATUS-FSTAT.
           SELECT OUT-FILE             ASSIGN TO WS-OUT-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-FILE         ASSIGN TO WS-SUMMARY-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-SUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-RECORD                  PIC X(200).
       FD  STATUS-FILE.
       01  STATUS-RECORD               PIC X(160).
       FD  OUT-FILE.
       01  OUT-RECORD                  PIC X(132).
       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD              PIC X(200).

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
       01  WS-LOG-PATH                 PIC X(100) VALUE "runlog.txt".
       01  WS-LOG-STATUS               PIC XX.
           88  LOG-FILE-OK             VALUE '00'.
           88  LOG-FILE-EOF            VALUE '10'.
       01  WS-STATUS-PATH              PIC X(100)
                                       VALUE "jobstatus.txt".
       01  WS-STATUS-FSTAT             PIC XX.
           88  STATUS-FILE-OK          VALUE '00'.
           88  STATUS-FILE-EOF         VALUE '10'.
       01  WS-OUT-PATH                 PIC X(100) VALUE "runstats.txt".
       01  WS-SUMMARY-PATH             PIC X(100)
                                       VALUE "runsummary.txt".
       01  WS-SUMMARY-STATUS           PIC XX.
           88  SUMMARY-FILE-OK         VALUE '00'.
       01  WS-KEEP-DAYS                PIC 9(4) USAGE COMP-5 VALUE 0.
       01  WS-WINDOW                   PIC 99 USAGE COMP-5 VALUE 10.
       01  WS-SIGMA                    PIC 9V9 VALUE 3.
       01  WS-TODAY                    PIC 9(8).
       01  WS-CUTOFF                   PIC 9(8) VALUE 0.
       01  WS-CUT-INT                  PIC 9(8) USAGE COMP-5.
      *********************************
      * Run-log rows, as read.
       01  WS-RUN-COUNT                PIC 9(4) USAGE COMP-5 VALUE 0.
       01  WS-RUN-TAB.
           05  RUN-ENTRY               OCCURS 3000 TIMES.
               10  RUN-DATE            PIC 9(8).
               10  RUN-TIME            PIC 9(6).
               10  RUN-PGM             PIC X(12).
               10  RUN-OUTCOME         PIC X(24).
               10  RUN-TIMED           PIC X.
               10  RUN-SECS            USAGE COMP-2.
               10  RUN-COUNTED         PIC X.
               10  RUN-SYSTEMS         PIC 9(6) USAGE COMP-5.
               10  RUN-REJECTS         PIC 9(6) USAGE COMP-5.
               10  RUN-RATE            USAGE COMP-2.
      *********************************
      * Job-status rows, as read.
       01  WS-STP-COUNT                PIC 9(4) USAGE COMP-5 VALUE 0.
       01  WS-STP-TAB.
           05  STP-ENTRY               OCCURS 3000 TIMES.
               10  STP-DATE            PIC 9(8).
               10  STP-TIME            PIC X(8).
               10  STP-NAME            PIC X(16).
               10  STP-PGM             PIC X(12).
               10  STP-RC              PIC S9(4) USAGE COMP-5.
               10  STP-FAILED          PIC X.
               10  STP-TIMED           PIC X.
               10  STP-SECS            USAGE COMP-2.
      *********************************
      * Per-day totals, kept in date order, and the weeks they roll
      * up into.
       01  WS-DAY-COUNT                PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-DAY-TAB.
           05  DAY-ENTRY               OCCURS 400 TIMES.
               10  DAY-DATE            PIC 9(8).
               10  DAY-RUNS            PIC 9(5) USAGE COMP-5.
               10  DAY-STEPS           PIC 9(5) USAGE COMP-5.
               10  DAY-FAILED          PIC 9(5) USAGE COMP-5.
               10  DAY-SYSTEMS         PIC 9(7) USAGE COMP-5.
               10  DAY-REJECTS         PIC 9(7) USAGE COMP-5.
       01  WS-WEEK-COUNT               PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-WEEK-TAB.
           05  WEEK-ENTRY              OCCURS 60 TIMES.
               10  WEEK-MONDAY         PIC 9(8).
               10  WEEK-RUNS           PIC 9(5) USAGE COMP-5.
               10  WEEK-STEPS          PIC 9(5) USAGE COMP-5.
               10  WEEK-FAILED         PIC 9(5) USAGE COMP-5.
               10  WEEK-SYSTEMS        PIC 9(7) USAGE COMP-5.
               10  WEEK-REJECTS        PIC 9(7) USAGE COMP-5.
      *********************************
      * Per-program (run log) and per-step (job status) timing.
       01  WS-PGM-COUNT                PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-PGM-TAB.
           05  PGM-ENTRY               OCCURS 40 TIMES.
               10  PGM-NAME            PIC X(12).
               10  PGM-RUNS            PIC 9(5) USAGE COMP-5.
               10  PGM-TIMED           PIC 9(5) USAGE COMP-5.
               10  PGM-SECS            USAGE COMP-2.
               10  PGM-MAX             USAGE COMP-2.
       01  WS-SNM-COUNT                PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-SNM-TAB.
           05  SNM-ENTRY               OCCURS 60 TIMES.
               10  SNM-NAME            PIC X(16).
               10  SNM-PGM             PIC X(12).
               10  SNM-RUNS            PIC 9(5) USAGE COMP-5.
               10  SNM-FAILED          PIC 9(5) USAGE COMP-5.
               10  SNM-TIMED           PIC 9(5) USAGE COMP-5.
               10  SNM-SECS            USAGE COMP-2.
               10  SNM-MAX             USAGE COMP-2.
               10  SNM-DONE            PIC X.
      *********************************
      * Return codes and outcomes, one entry per distinct value.
       01  WS-RCV-COUNT                PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-RCV-TAB.
           05  RCV-ENTRY               OCCURS 20 TIMES.
               10  RCV-VALUE           PIC S9(4) USAGE COMP-5.
               10  RCV-TIMES           PIC 9(5) USAGE COMP-5.
       01  WS-OUTC-COUNT               PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-OUTC-TAB.
           05  OUTC-ENTRY              OCCURS 20 TIMES.
               10  OUTC-VALUE          PIC X(24).
               10  OUTC-TIMES          PIC 9(5) USAGE COMP-5.
      *********************************
      * Row parsing.
       01  WS-ROW                      PIC X(200).
       01  WS-FLD-TAG                  PIC X(12).
       01  WS-FLD-LEN                  PIC 99 USAGE COMP-5.
       01  WS-FLD-FROM                 PIC 999 USAGE COMP-5.
       01  WS-FLD-POS                  PIC 999 USAGE COMP-5.
       01  WS-FLD-VAL                  PIC X(40).
       01  WS-FLD-FOUND                PIC X.
           88  FIELD-FOUND             VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-TOK-DATE                 PIC X(10).
       01  WS-TOK-TIME                 PIC X(8).
       01  WS-TOK-STEP                 PIC X(24).
       01  WS-TOK-PGM                  PIC X(20).
       01  WS-TOK-RC                   PIC X(10).
       01  WS-TOK-VERDICT              PIC X(10).
       01  WS-TOK-ELAPSED              PIC X(20).
       01  WS-ROW-DATE                 PIC 9(8).
       01  WS-SKIPPED                  PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-VERDICT-ROWS             PIC 9(5) USAGE COMP-5 VALUE 0.
      *********************************
      * The recent-norm test.
       01  WS-NORM-N                   PIC 99 USAGE COMP-5.
       01  WS-NORM-SUM                 USAGE COMP-2.
       01  WS-NORM-SUMSQ               USAGE COMP-2.
       01  WS-NORM-MEAN                USAGE COMP-2.
       01  WS-NORM-SD                  USAGE COMP-2.
       01  WS-NORM-VAL                 USAGE COMP-2.
       01  WS-NORM-LIMIT               USAGE COMP-2.
       01  WS-FLAGGED                  PIC 9(5) USAGE COMP-5 VALUE 0.
      *********************************
      * Totals for the summary row.
       01  WS-TOT-SYSTEMS              PIC 9(8) USAGE COMP-5 VALUE 0.
       01  WS-TOT-REJECTS              PIC 9(8) USAGE COMP-5 VALUE 0.
       01  WS-TOT-FAILED               PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-TOT-RUN-SECS             USAGE COMP-2 VALUE 0.
       01  WS-TOT-STP-SECS             USAGE COMP-2 VALUE 0.
      *********************************
      * Scratch.
       01  WS-I                        PIC 9(4) USAGE COMP-5.
       01  WS-J                        PIC 9(4) USAGE COMP-5.
       01  WS-K                        PIC 9(4) USAGE COMP-5.
       01  WS-BEST                     PIC 9(4) USAGE COMP-5.
       01  WS-BEST-SECS                USAGE COMP-2.
       01  WS-PCT                      USAGE COMP-2.
       01  WS-INT                      PIC 9(8) USAGE COMP-5.
       01  WS-MONDAY                   PIC 9(8).
       01  WS-TIMESTAMP                PIC X(21).
       01  WS-LINE                     PIC X(200).
       01  WS-PTR                      PIC 999 USAGE COMP-5.
       01  WS-DISP-N                   PIC ZZZZ9.
       01  WS-DISP-N2                  PIC ZZZZ9.
       01  WS-DISP-N3                  PIC ZZZZ9.
       01  WS-DISP-BIG                 PIC Z(7)9.
       01  WS-DISP-BIG2                PIC Z(7)9.
       01  WS-DISP-RC                  PIC -ZZZ9.
       01  WS-DISP-SECS                PIC Z(6)9.9.
       01  WS-DISP-SECS2               PIC Z(6)9.9.
       01  WS-DISP-PCT                 PIC ZZ9.9.
       01  WS-DISP-PCT2                PIC ZZ9.9.
       01  WS-DISP-DATE                PIC X(10).
       01  WS-DATE-WORK                PIC 9(8).
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
           MOVE 'G4SSGRNA' TO MC-PROGRAM.
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
               MOVE FUNCTION TRIM(WS-PARM-KEY) TO WS-PARM-KEY
               MOVE FUNCTION TRIM(WS-PARM-VAL) TO WS-PARM-VAL
               IF WS-PARM-TOKENS > 1 THEN
                   EVALUATE FUNCTION UPPER-CASE(WS-PARM-KEY)
                       WHEN 'LOG'
                           MOVE WS-PARM-VAL TO WS-LOG-PATH
                       WHEN 'STATUS'
                           MOVE WS-PARM-VAL TO WS-STATUS-PATH
                       WHEN 'OUT'
                           MOVE WS-PARM-VAL TO WS-OUT-PATH
                       WHEN 'SUMMARY'
                           MOVE WS-PARM-VAL TO WS-SUMMARY-PATH
                       WHEN 'DAYS'
                           COMPUTE WS-KEEP-DAYS =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'WINDOW'
                           COMPUTE WS-WINDOW =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'SIGMA'
                           COMPUTE WS-SIGMA =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-WINDOW < 5 THEN
               MOVE 5 TO WS-WINDOW
           END-IF.
           IF WS-SIGMA = 0 THEN
               MOVE 3 TO WS-SIGMA
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-KEEP-DAYS > 0 THEN
               COMPUTE WS-CUT-INT =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                     - WS-KEEP-DAYS
               COMPUTE WS-CUTOFF =
                       FUNCTION DATE-OF-INTEGER(WS-CUT-INT)
           END-IF.

           PERFORM LOAD-RUN-LOG.
           PERFORM LOAD-JOB-STATUS.
           IF NOT LOG-FILE-OK AND NOT STATUS-FILE-OK
              AND WS-RUN-COUNT = 0 AND WS-STP-COUNT = 0 THEN
               MOVE 'RNA001' TO MC-MSG-ID
               MOVE WS-LOG-PATH TO MC-INSERT(1)
               MOVE WS-STATUS-PATH TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

           PERFORM TALLY-RUNS.
           PERFORM TALLY-STEPS.
           PERFORM ROLL-UP-WEEKS.

           OPEN OUTPUT OUT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-VOLUME-SECTION.
           PERFORM WRITE-ELAPSED-SECTION.
           PERFORM WRITE-SLOWEST-SECTION.
           PERFORM WRITE-RC-SECTION.
           PERFORM WRITE-REJECT-SECTION.
           PERFORM WRITE-FAILING-STEPS-SECTION.
           PERFORM WRITE-FLAGGED-SECTION.
           CLOSE OUT-FILE.
           PERFORM APPEND-SUMMARY-ROW.

           MOVE WS-RUN-COUNT TO WS-DISP-N.
           MOVE WS-STP-COUNT TO WS-DISP-N2.
           MOVE WS-FLAGGED TO WS-DISP-N3.
           MOVE 'RNA002' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-DISP-N2 TO MC-INSERT(2).
           MOVE WS-DISP-N3 TO MC-INSERT(3).
           MOVE WS-OUT-PATH TO MC-INSERT(4).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           IF WS-FLAGGED > 0 THEN
               MOVE 'RNA005' TO MC-MSG-ID
               MOVE WS-DISP-N3 TO MC-INSERT(1)
               MOVE WS-OUT-PATH TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * runlog.txt into WS-RUN-TAB.  The generator's own fields sit
      * after OUTCOME= (the PARM before it carries commas of its
      * own), so they are looked for from there on.
       LOAD-RUN-LOG.
           OPEN INPUT LOG-FILE.
           IF NOT LOG-FILE-OK THEN
               MOVE 'RNA003' TO MC-MSG-ID
               MOVE WS-LOG-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LOG-FILE-EOF
               READ LOG-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM PARSE-RUN-ROW
               END-READ
           END-PERFORM.
           CLOSE LOG-FILE.
           MOVE '00' TO WS-LOG-STATUS.
           EXIT PARAGRAPH.

       PARSE-RUN-ROW.
           MOVE LOG-RECORD TO WS-ROW.
           IF WS-ROW(1:14) IS NOT NUMERIC
              OR WS-ROW(15:1) NOT = ',' THEN
               ADD 1 TO WS-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ROW(1:8) TO WS-ROW-DATE.
           IF WS-ROW-DATE < WS-CUTOFF THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-FLD-FROM.
           MOVE ',VERDICT=' TO WS-FLD-TAG.
           PERFORM FIND-ROW-FIELD.
           IF FIELD-FOUND THEN
               ADD 1 TO WS-VERDICT-ROWS
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUN-COUNT >= 3000 THEN
               ADD 1 TO WS-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RUN-COUNT.
           MOVE WS-RUN-COUNT TO WS-I.
           MOVE WS-ROW-DATE TO RUN-DATE(WS-I).
           MOVE WS-ROW(9:6) TO RUN-TIME(WS-I).
           MOVE '-' TO RUN-TIMED(WS-I) RUN-COUNTED(WS-I).
           MOVE 0 TO RUN-SECS(WS-I) RUN-SYSTEMS(WS-I)
                     RUN-REJECTS(WS-I) RUN-RATE(WS-I).
           MOVE ',OUTCOME=' TO WS-FLD-TAG.
           PERFORM FIND-ROW-FIELD.
           MOVE WS-FLD-VAL TO RUN-OUTCOME(WS-I).
           IF FIELD-FOUND THEN
               MOVE WS-FLD-POS TO WS-FLD-FROM
           END-IF.
           MOVE ',PGM=' TO WS-FLD-TAG.
           PERFORM FIND-ROW-FIELD.
           IF FIELD-FOUND AND WS-FLD-VAL NOT = SPACES THEN
               MOVE WS-FLD-VAL TO RUN-PGM(WS-I)
           ELSE
               MOVE '(unnamed)' TO RUN-PGM(WS-I)
           END-IF.
           MOVE ',ELAPSED=' TO WS-FLD-TAG.
           PERFORM FIND-ROW-FIELD.
           IF FIELD-FOUND AND WS-FLD-VAL NOT = SPACES THEN
               MOVE 'Y' TO RUN-TIMED(WS-I)
               COMPUTE RUN-SECS(WS-I) = FUNCTION NUMVAL(WS-FLD-VAL)
           END-IF.
           MOVE ',SYSTEMS=' TO WS-FLD-TAG.
           PERFORM FIND-ROW-FIELD.
           IF FIELD-FOUND AND WS-FLD-VAL NOT = SPACES THEN
               MOVE 'Y' TO RUN-COUNTED(WS-I)
               COMPUTE RUN-SYSTEMS(WS-I) =
                       FUNCTION NUMVAL(WS-FLD-VAL)
               MOVE ',REJECTS=' TO WS-FLD-TAG
               PERFORM FIND-ROW-FIELD
               IF FIELD-FOUND AND WS-FLD-VAL NOT = SPACES THEN
                   COMPUTE RUN-REJECTS(WS-I) =
                           FUNCTION NUMVAL(WS-FLD-VAL)
               END-IF
               IF RUN-SYSTEMS(WS-I) > 0 THEN
                   COMPUTE RUN-RATE(WS-I) =
                           RUN-REJECTS(WS-I) * 100
                         / RUN-SYSTEMS(WS-I)
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *    WS-FLD-TAG's value in WS-ROW, searched from WS-FLD-FROM
      *    on: the text after the tag up to the next comma.  The
      *    tag's position is left in WS-FLD-POS.
       FIND-ROW-FIELD.
           SET FIELD-FOUND TO FALSE.
           MOVE SPACES TO WS-FLD-VAL.
           MOVE 0 TO WS-FLD-LEN.
           INSPECT WS-FLD-TAG TALLYING WS-FLD-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           PERFORM VARYING WS-FLD-POS FROM WS-FLD-FROM BY 1
                   UNTIL WS-FLD-POS > 200 - WS-FLD-LEN
                      OR FIELD-FOUND
               IF WS-ROW(WS-FLD-POS:WS-FLD-LEN)
                  = WS-FLD-TAG(1:WS-FLD-LEN) THEN
                   SET FIELD-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT FIELD-FOUND THEN
               EXIT PARAGRAPH
           END-IF.
      *    The VARYING stepped once more on the way out.
           SUBTRACT 1 FROM WS-FLD-POS.
           UNSTRING WS-ROW(WS-FLD-POS + WS-FLD-LEN:)
                   DELIMITED BY ','
                   INTO WS-FLD-VAL
           END-UNSTRING.
           EXIT PARAGRAPH.

      *********************************
      * jobstatus.txt into WS-STP-TAB.
       LOAD-JOB-STATUS.
           OPEN INPUT STATUS-FILE.
           IF NOT STATUS-FILE-OK THEN
               MOVE 'RNA004' TO MC-MSG-ID
               MOVE WS-STATUS-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL STATUS-FILE-EOF
               READ STATUS-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM PARSE-STEP-ROW
               END-READ
           END-PERFORM.
           CLOSE STATUS-FILE.
           MOVE '00' TO WS-STATUS-FSTAT.
           EXIT PARAGRAPH.

       PARSE-STEP-ROW.
           INITIALIZE WS-TOK-DATE WS-TOK-TIME WS-TOK-STEP WS-TOK-PGM
                      WS-TOK-RC WS-TOK-VERDICT WS-TOK-ELAPSED.
           UNSTRING STATUS-RECORD DELIMITED BY ALL SPACE
                   INTO WS-TOK-DATE, WS-TOK-TIME, WS-TOK-STEP,
                        WS-TOK-PGM, WS-TOK-RC, WS-TOK-VERDICT,
                        WS-TOK-ELAPSED
           END-UNSTRING.
           IF WS-TOK-DATE(5:1) NOT = '-'
              OR WS-TOK-STEP(1:5) NOT = 'step='
              OR WS-TOK-PGM(1:4) NOT = 'pgm='
              OR WS-TOK-RC(1:3) NOT = 'rc=' THEN
               ADD 1 TO WS-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           STRING WS-TOK-DATE(1:4) WS-TOK-DATE(6:2) WS-TOK-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-WORK
           END-STRING.
           IF WS-DATE-WORK IS NOT NUMERIC THEN
               ADD 1 TO WS-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATE-WORK < WS-CUTOFF THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-STP-COUNT >= 3000 THEN
               ADD 1 TO WS-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STP-COUNT.
           MOVE WS-STP-COUNT TO WS-I.
           MOVE WS-DATE-WORK TO STP-DATE(WS-I).
           MOVE WS-TOK-TIME TO STP-TIME(WS-I).
           MOVE WS-TOK-STEP(6:) TO STP-NAME(WS-I).
           MOVE WS-TOK-PGM(5:) TO STP-PGM(WS-I).
           COMPUTE STP-RC(WS-I) = FUNCTION NUMVAL(WS-TOK-RC(4:)).
           IF WS-TOK-VERDICT = 'FAILED' THEN
               MOVE 'Y' TO STP-FAILED(WS-I)
           ELSE
               MOVE '-' TO STP-FAILED(WS-I)
           END-IF.
           MOVE '-' TO STP-TIMED(WS-I).
           MOVE 0 TO STP-SECS(WS-I).
           IF WS-TOK-ELAPSED(1:8) = 'elapsed=' THEN
               MOVE 'Y' TO STP-TIMED(WS-I)
               COMPUTE STP-SECS(WS-I) =
                       FUNCTION NUMVAL(WS-TOK-ELAPSED(9:))
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * Runs into the day, program and outcome tables.
       TALLY-RUNS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RUN-COUNT
               MOVE RUN-DATE(WS-I) TO WS-DATE-WORK
               PERFORM FIND-OR-ADD-DAY
               IF WS-K > 0 THEN
                   ADD 1 TO DAY-RUNS(WS-K)
                   ADD RUN-SYSTEMS(WS-I) TO DAY-SYSTEMS(WS-K)
                   ADD RUN-REJECTS(WS-I) TO DAY-REJECTS(WS-K)
               END-IF
               ADD RUN-SYSTEMS(WS-I) TO WS-TOT-SYSTEMS
               ADD RUN-REJECTS(WS-I) TO WS-TOT-REJECTS
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-PGM-COUNT
                          OR PGM-NAME(WS-K) = RUN-PGM(WS-I)
                   CONTINUE
               END-PERFORM
               IF WS-K > WS-PGM-COUNT AND WS-PGM-COUNT < 40 THEN
                   ADD 1 TO WS-PGM-COUNT
                   MOVE RUN-PGM(WS-I) TO PGM-NAME(WS-K)
                   MOVE 0 TO PGM-RUNS(WS-K) PGM-TIMED(WS-K)
                             PGM-SECS(WS-K) PGM-MAX(WS-K)
               END-IF
               IF WS-K <= WS-PGM-COUNT THEN
                   ADD 1 TO PGM-RUNS(WS-K)
                   IF RUN-TIMED(WS-I) = 'Y' THEN
                       ADD 1 TO PGM-TIMED(WS-K)
                       ADD RUN-SECS(WS-I) TO PGM-SECS(WS-K)
                       ADD RUN-SECS(WS-I) TO WS-TOT-RUN-SECS
                       IF RUN-SECS(WS-I) > PGM-MAX(WS-K) THEN
                           MOVE RUN-SECS(WS-I) TO PGM-MAX(WS-K)
                       END-IF
                   END-IF
               END-IF
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-OUTC-COUNT
                          OR OUTC-VALUE(WS-K) = RUN-OUTCOME(WS-I)
                   CONTINUE
               END-PERFORM
               IF WS-K > WS-OUTC-COUNT AND WS-OUTC-COUNT < 20 THEN
                   ADD 1 TO WS-OUTC-COUNT
                   MOVE RUN-OUTCOME(WS-I) TO OUTC-VALUE(WS-K)
                   MOVE 0 TO OUTC-TIMES(WS-K)
               END-IF
               IF WS-K <= WS-OUTC-COUNT THEN
                   ADD 1 TO OUTC-TIMES(WS-K)
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    Steps into the day, step-name and return-code tables.
       TALLY-STEPS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STP-COUNT
               MOVE STP-DATE(WS-I) TO WS-DATE-WORK
               PERFORM FIND-OR-ADD-DAY
               IF WS-K > 0 THEN
                   ADD 1 TO DAY-STEPS(WS-K)
                   IF STP-FAILED(WS-I) = 'Y' THEN
                       ADD 1 TO DAY-FAILED(WS-K)
                   END-IF
               END-IF
               IF STP-FAILED(WS-I) = 'Y' THEN
                   ADD 1 TO WS-TOT-FAILED
               END-IF
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-SNM-COUNT
                          OR (SNM-NAME(WS-K) = STP-NAME(WS-I)
                              AND SNM-PGM(WS-K) = STP-PGM(WS-I))
                   CONTINUE
               END-PERFORM
               IF WS-K > WS-SNM-COUNT AND WS-SNM-COUNT < 60 THEN
                   ADD 1 TO WS-SNM-COUNT
                   MOVE STP-NAME(WS-I) TO SNM-NAME(WS-K)
                   MOVE STP-PGM(WS-I) TO SNM-PGM(WS-K)
                   MOVE 0 TO SNM-RUNS(WS-K) SNM-FAILED(WS-K)
                             SNM-TIMED(WS-K) SNM-SECS(WS-K)
                             SNM-MAX(WS-K)
               END-IF
               IF WS-K <= WS-SNM-COUNT THEN
                   ADD 1 TO SNM-RUNS(WS-K)
                   IF STP-FAILED(WS-I) = 'Y' THEN
                       ADD 1 TO SNM-FAILED(WS-K)
                   END-IF
                   IF STP-TIMED(WS-I) = 'Y' THEN
                       ADD 1 TO SNM-TIMED(WS-K)
                       ADD STP-SECS(WS-I) TO SNM-SECS(WS-K)
                       ADD STP-SECS(WS-I) TO WS-TOT-STP-SECS
                       IF STP-SECS(WS-I) > SNM-MAX(WS-K) THEN
                           MOVE STP-SECS(WS-I) TO SNM-MAX(WS-K)
                       END-IF
                   END-IF
               END-IF
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-RCV-COUNT
                          OR RCV-VALUE(WS-K) = STP-RC(WS-I)
                   CONTINUE
               END-PERFORM
               IF WS-K > WS-RCV-COUNT AND WS-RCV-COUNT < 20 THEN
                   ADD 1 TO WS-RCV-COUNT
                   MOVE STP-RC(WS-I) TO RCV-VALUE(WS-K)
                   MOVE 0 TO RCV-TIMES(WS-K)
               END-IF
               IF WS-K <= WS-RCV-COUNT THEN
                   ADD 1 TO RCV-TIMES(WS-K)
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    WS-DATE-WORK's day in WS-DAY-TAB, inserted in date order
      *    if it is new; WS-K is its slot, 0 once the table is full.
       FIND-OR-ADD-DAY.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-DAY-COUNT
                      OR DAY-DATE(WS-K) >= WS-DATE-WORK
               CONTINUE
           END-PERFORM.
           IF WS-K <= WS-DAY-COUNT THEN
               IF DAY-DATE(WS-K) = WS-DATE-WORK THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-DAY-COUNT >= 400 THEN
               MOVE 0 TO WS-K
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-J FROM WS-DAY-COUNT BY -1
                   UNTIL WS-J < WS-K
               MOVE DAY-ENTRY(WS-J) TO DAY-ENTRY(WS-J + 1)
           END-PERFORM.
           ADD 1 TO WS-DAY-COUNT.
           MOVE WS-DATE-WORK TO DAY-DATE(WS-K).
           MOVE 0 TO DAY-RUNS(WS-K) DAY-STEPS(WS-K) DAY-FAILED(WS-K)
                     DAY-SYSTEMS(WS-K) DAY-REJECTS(WS-K).
           EXIT PARAGRAPH.

      *    Days into Monday-based weeks — day 1 of the integer-date
      *    calendar, 1601-01-01, was a Monday.
       ROLL-UP-WEEKS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-DAY-COUNT
               COMPUTE WS-INT = FUNCTION INTEGER-OF-DATE(DAY-DATE(WS-I))
               COMPUTE WS-INT = WS-INT - FUNCTION MOD(WS-INT - 1, 7)
               COMPUTE WS-MONDAY = FUNCTION DATE-OF-INTEGER(WS-INT)
               IF WS-WEEK-COUNT = 0
                  OR WEEK-MONDAY(WS-WEEK-COUNT) NOT = WS-MONDAY THEN
                   IF WS-WEEK-COUNT < 60 THEN
                       ADD 1 TO WS-WEEK-COUNT
                       MOVE WS-MONDAY TO WEEK-MONDAY(WS-WEEK-COUNT)
                       MOVE 0 TO WEEK-RUNS(WS-WEEK-COUNT)
                                 WEEK-STEPS(WS-WEEK-COUNT)
                                 WEEK-FAILED(WS-WEEK-COUNT)
                                 WEEK-SYSTEMS(WS-WEEK-COUNT)
                                 WEEK-REJECTS(WS-WEEK-COUNT)
                   END-IF
               END-IF
               IF WEEK-MONDAY(WS-WEEK-COUNT) = WS-MONDAY THEN
                   ADD DAY-RUNS(WS-I) TO WEEK-RUNS(WS-WEEK-COUNT)
                   ADD DAY-STEPS(WS-I) TO WEEK-STEPS(WS-WEEK-COUNT)
                   ADD DAY-FAILED(WS-I) TO WEEK-FAILED(WS-WEEK-COUNT)
                   ADD DAY-SYSTEMS(WS-I) TO WEEK-SYSTEMS(WS-WEEK-COUNT)
                   ADD DAY-REJECTS(WS-I) TO WEEK-REJECTS(WS-WEEK-COUNT)
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * The report.
       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-LINE.
           MOVE WS-TODAY TO WS-DATE-WORK.
           PERFORM FORMAT-DATE.
           STRING 'Run-log analytics — '    DELIMITED BY SIZE
                  WS-DISP-DATE              DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           PERFORM WRITE-OUT-LINE.
           MOVE SPACES TO WS-LINE.
           STRING '  run log '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-PATH)
                                            DELIMITED BY SIZE
                  ', job status '           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STATUS-PATH)
                                            DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           PERFORM WRITE-OUT-LINE.
           IF WS-DAY-COUNT > 0 THEN
               MOVE DAY-DATE(1) TO WS-DATE-WORK
               PERFORM FORMAT-DATE
               STRING '  period '           DELIMITED BY SIZE
                      WS-DISP-DATE          DELIMITED BY SIZE
                      ' to '                DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               MOVE DAY-DATE(WS-DAY-COUNT) TO WS-DATE-WORK
               PERFORM FORMAT-DATE
               MOVE WS-DISP-DATE TO WS-LINE(24:10)
               PERFORM WRITE-OUT-LINE
           END-IF.
           MOVE WS-RUN-COUNT TO WS-DISP-N.
           MOVE WS-STP-COUNT TO WS-DISP-N2.
           MOVE WS-VERDICT-ROWS TO WS-DISP-N3.
           STRING '  '                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)  DELIMITED BY SIZE
                  ' run(s), '               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N2) DELIMITED BY SIZE
                  ' job step(s), '          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N3) DELIMITED BY SIZE
                  ' authority verdict(s)'   DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           PERFORM WRITE-OUT-LINE.
           IF WS-SKIPPED > 0 THEN
               MOVE WS-SKIPPED TO WS-DISP-N
               STRING '  '                  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-N)
                                            DELIMITED BY SIZE
                      ' row(s) unreadable or past the tables — '
                                            DELIMITED BY SIZE
                      'skipped'             DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               PERFORM WRITE-OUT-LINE
           END-IF.
           EXIT PARAGRAPH.

      *    Per day, then per week.
       WRITE-VOLUME-SECTION.
           MOVE 'Volume per day' TO WS-LINE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE '  date         runs  steps failed   systems   rejects'
             TO WS-LINE.
           PERFORM WRITE-OUT-LINE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-DAY-COUNT
               MOVE DAY-DATE(WS-I) TO WS-DATE-WORK
               PERFORM FORMAT-DATE
               MOVE WS-DISP-DATE TO WS-LINE(3:10)
               MOVE DAY-RUNS(WS-I) TO WS-DISP-N
               MOVE WS-DISP-N TO WS-LINE(14:5)
               MOVE DAY-STEPS(WS-I) TO WS-DISP-N
               MOVE WS-DISP-N TO WS-LINE(20:5)
               MOVE DAY-FAILED(WS-I) TO WS-DISP-N
               MOVE WS-DISP-N TO WS-LINE(26:5)
               MOVE DAY-SYSTEMS(WS-I) TO WS-DISP-BIG
               MOVE WS-DISP-BIG TO WS-LINE(31:8)
               MOVE DAY-REJECTS(WS-I) TO WS-DISP-BIG
               MOVE WS-DISP-BIG TO WS-LINE(41:8)
               PERFORM WRITE-OUT-LINE
           END-PERFORM.
           MOVE 'Volume per week (Monday)' TO WS-LINE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE '  week of      runs  steps failed   systems   rejects'
             TO WS-LINE.
           PERFORM WRITE-OUT-LINE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-WEEK-COUNT
               MOVE WEEK-MONDAY(WS-I) TO WS-DATE-WORK
               PERFORM FORMAT-DATE
               MOVE WS-DISP-DATE TO WS-LINE(3:10)
               MOVE WEEK-RUNS(WS-I) TO WS-DISP-N
               MOVE WS-DISP-N TO WS-LINE(14:5)
               MOVE WEEK-STEPS(WS-I) TO WS-DISP-N
               MOVE WS-DISP-N TO WS-LINE(20:5)
               MOVE WEEK-FAILED(WS-I) TO WS-DISP-N
               MOVE WS-DISP-N TO WS-LINE(26:5)
               MOVE WEEK-SYSTEMS(WS-I) TO WS-DISP-BIG
               MOVE WS-DISP-BIG TO WS-LINE(31:8)
               MOVE WEEK-REJECTS(WS-I) TO WS-DISP-BIG
               MOVE WS-DISP-BIG TO WS-LINE(41:8)
               PERFORM WRITE-OUT-LINE
           END-PERFORM.
           EXIT PARAGRAPH.

      *    Elapsed seconds by program and by step.
       WRITE-ELAPSED-SECTION.
           MOVE 'Elapsed time per program (run log)' TO WS-LINE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE '  program        runs timed    mean s  longest s'
             TO WS-LINE.
           PERFORM WRITE-OUT-LINE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-PGM-COUNT
               MOVE PGM-NAME(WS-K) TO WS-LINE(3:12)
               MOVE PGM-RUNS(WS-K) TO WS-DISP-N
               MOVE WS-DISP-N TO WS-LINE(16:5)
               MOVE PGM-TIMED(WS-K) TO WS-DISP-N
               MOVE WS-DISP-N TO WS-LINE(22:5)
               IF PGM-TIMED(WS-K) > 0 THEN
                   COMPUTE WS-DISP-SECS ROUNDED =
                           PGM-SECS(WS-K) / PGM-TIMED(WS-K)
                   MOVE WS-DISP-SECS TO WS-LINE(27:9)
                   MOVE PGM-MAX(WS-K) TO WS-DISP-SECS
                   MOVE WS-DISP-SECS TO WS-LINE(38:9)
               ELSE
                   MOVE '        -          -' TO WS-LINE(27:20)
               END-IF
               PERFORM WRITE-OUT-LINE
           END-PERFORM.
           MOVE 'Elapsed time per job step (job status)' TO WS-LINE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE '  step             program       runs timed    mean s'
             & '  longest s'
             TO WS-LINE.
           PERFORM WRITE-OUT-LINE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-SNM-COUNT
               MOVE SNM-NAME(WS-K) TO WS-LINE(3:16)
               MOVE SNM-PGM(WS-K) TO WS-LINE(20:12)
               MOVE SNM-RUNS(WS-K) TO WS-DISP-N
               MOVE WS-DISP-N TO WS-LINE(33:5)
               MOVE SNM-TIMED(WS-K) TO WS-DISP-N
               MOVE WS-DISP-N TO WS-LINE(39:5)
               IF SNM-TIMED(WS-K) > 0 THEN
                   COMPUTE WS-DISP-SECS ROUNDED =
                           SNM-SECS(WS-K) / SNM-TIMED(WS-K)
                   MOVE WS-DISP-SECS TO WS-LINE(44:9)
                   MOVE SNM-MAX(WS-K) TO WS-DISP-SECS
                   MOVE WS-DISP-SECS TO WS-LINE(55:9)
               ELSE
                   MOVE '        -          -' TO WS-LINE(44:20)
               END-IF
               PERFORM WRITE-OUT-LINE
           END-PERFORM.
           EXIT PARAGRAPH.

      *    The five longest runs and the five longest steps — picked
      *    by repeated scans, each pick marked by negating its time
      *    until the list is done.
       WRITE-SLOWEST-SECTION.
           MOVE 'Slowest runs' TO WS-LINE.
           PERFORM WRITE-SECTION-TITLE.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 5
               MOVE 0 TO WS-BEST
               MOVE 0 TO WS-BEST-SECS
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-RUN-COUNT
                   IF RUN-TIMED(WS-I) = 'Y'
                      AND RUN-SECS(WS-I) > WS-BEST-SECS THEN
                       MOVE WS-I TO WS-BEST
                       MOVE RUN-SECS(WS-I) TO WS-BEST-SECS
                   END-IF
               END-PERFORM
               IF WS-BEST > 0 THEN
                   MOVE WS-BEST TO WS-I
                   PERFORM FORMAT-RUN-STAMP
                   MOVE RUN-PGM(WS-I) TO WS-LINE(25:12)
                   MOVE RUN-SECS(WS-I) TO WS-DISP-SECS
                   STRING WS-DISP-SECS ' s' DELIMITED BY SIZE
                          INTO WS-LINE(38:12)
                   END-STRING
                   PERFORM WRITE-OUT-LINE
                   COMPUTE RUN-SECS(WS-I) = 0 - RUN-SECS(WS-I)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RUN-COUNT
               IF RUN-SECS(WS-I) < 0 THEN
                   COMPUTE RUN-SECS(WS-I) = 0 - RUN-SECS(WS-I)
               END-IF
           END-PERFORM.
           MOVE 'Slowest job steps' TO WS-LINE.
           PERFORM WRITE-SECTION-TITLE.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 5
               MOVE 0 TO WS-BEST
               MOVE 0 TO WS-BEST-SECS
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-STP-COUNT
                   IF STP-TIMED(WS-I) = 'Y'
                      AND STP-SECS(WS-I) > WS-BEST-SECS THEN
                       MOVE WS-I TO WS-BEST
                       MOVE STP-SECS(WS-I) TO WS-BEST-SECS
                   END-IF
               END-PERFORM
               IF WS-BEST > 0 THEN
                   MOVE WS-BEST TO WS-I
                   PERFORM FORMAT-STEP-STAMP
                   MOVE STP-NAME(WS-I) TO WS-LINE(25:16)
                   MOVE STP-PGM(WS-I) TO WS-LINE(42:12)
                   MOVE STP-SECS(WS-I) TO WS-DISP-SECS
                   STRING WS-DISP-SECS ' s' DELIMITED BY SIZE
                          INTO WS-LINE(55:12)
                   END-STRING
                   PERFORM WRITE-OUT-LINE
                   COMPUTE STP-SECS(WS-I) = 0 - STP-SECS(WS-I)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STP-COUNT
               IF STP-SECS(WS-I) < 0 THEN
                   COMPUTE STP-SECS(WS-I) = 0 - STP-SECS(WS-I)
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    Step return codes, then run-log outcomes.
       WRITE-RC-SECTION.
           MOVE 'Return-code distribution (job steps)' TO WS-LINE.
           PERFORM WRITE-SECTION-TITLE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-RCV-COUNT
               MOVE RCV-VALUE(WS-K) TO WS-DISP-RC
               MOVE RCV-TIMES(WS-K) TO WS-DISP-N
               COMPUTE WS-DISP-PCT ROUNDED =
                       RCV-TIMES(WS-K) * 100 / WS-STP-COUNT
               STRING '  rc '               DELIMITED BY SIZE
                      WS-DISP-RC            DELIMITED BY SIZE
                      '  '                  DELIMITED BY SIZE
                      WS-DISP-N             DELIMITED BY SIZE
                      ' step(s)  '          DELIMITED BY SIZE
                      WS-DISP-PCT           DELIMITED BY SIZE
                      '%'                   DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               PERFORM WRITE-OUT-LINE
           END-PERFORM.
           MOVE 'Outcome distribution (run log)' TO WS-LINE.
           PERFORM WRITE-SECTION-TITLE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-OUTC-COUNT
               MOVE OUTC-TIMES(WS-K) TO WS-DISP-N
               COMPUTE WS-DISP-PCT ROUNDED =
                       OUTC-TIMES(WS-K) * 100 / WS-RUN-COUNT
               MOVE OUTC-VALUE(WS-K) TO WS-LINE(3:24)
               IF OUTC-VALUE(WS-K) = SPACES THEN
                   MOVE '(none)' TO WS-LINE(3:24)
               END-IF
               STRING WS-DISP-N ' run(s)  ' WS-DISP-PCT '%'
                      DELIMITED BY SIZE INTO WS-LINE(28:30)
               END-STRING
               PERFORM WRITE-OUT-LINE
           END-PERFORM.
           EXIT PARAGRAPH.

      *    Every generator run that wrote reject rows, and the rate
      *    over all of them.
       WRITE-REJECT-SECTION.
           MOVE 'Reject-file rate per run' TO WS-LINE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE '  run                  program       systems   rejects'
             & '  rate %'
             TO WS-LINE.
           PERFORM WRITE-OUT-LINE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RUN-COUNT
               IF RUN-COUNTED(WS-I) = 'Y'
                  AND RUN-REJECTS(WS-I) > 0 THEN
                   PERFORM FORMAT-RUN-STAMP
                   MOVE RUN-PGM(WS-I) TO WS-LINE(25:12)
                   MOVE RUN-SYSTEMS(WS-I) TO WS-DISP-BIG
                   MOVE WS-DISP-BIG TO WS-LINE(38:8)
                   MOVE RUN-REJECTS(WS-I) TO WS-DISP-BIG
                   MOVE WS-DISP-BIG TO WS-LINE(48:8)
                   MOVE RUN-RATE(WS-I) TO WS-DISP-PCT
                   MOVE WS-DISP-PCT TO WS-LINE(58:5)
                   PERFORM WRITE-OUT-LINE
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-PCT.
           IF WS-TOT-SYSTEMS > 0 THEN
               COMPUTE WS-PCT = WS-TOT-REJECTS * 100 / WS-TOT-SYSTEMS
           END-IF.
           MOVE WS-TOT-SYSTEMS TO WS-DISP-BIG.
           MOVE WS-TOT-REJECTS TO WS-DISP-BIG2.
           MOVE WS-PCT TO WS-DISP-PCT.
           STRING '  all runs: '            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-BIG2)
                                            DELIMITED BY SIZE
                  ' reject row(s) over '    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-BIG)
                                            DELIMITED BY SIZE
                  ' system(s), '            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-PCT)
                                            DELIMITED BY SIZE
                  '%'                       DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           PERFORM WRITE-OUT-LINE.
           EXIT PARAGRAPH.

      *    Steps by failures, most first, up to ten.
       WRITE-FAILING-STEPS-SECTION.
           MOVE 'Steps that failed most often' TO WS-LINE.
           PERFORM WRITE-SECTION-TITLE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-SNM-COUNT
               MOVE '-' TO SNM-DONE(WS-K)
           END-PERFORM.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 10
               MOVE 0 TO WS-BEST
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-SNM-COUNT
                   IF SNM-DONE(WS-K) = '-'
                      AND SNM-FAILED(WS-K) > 0 THEN
                       IF WS-BEST = 0 THEN
                           MOVE WS-K TO WS-BEST
                       ELSE
                           IF SNM-FAILED(WS-K)
                              > SNM-FAILED(WS-BEST) THEN
                               MOVE WS-K TO WS-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST = 0 THEN
                   IF WS-J = 1 THEN
                       MOVE '  no step failed' TO WS-LINE
                       PERFORM WRITE-OUT-LINE
                   END-IF
                   EXIT PERFORM
               END-IF
               MOVE 'Y' TO SNM-DONE(WS-BEST)
               MOVE SNM-NAME(WS-BEST) TO WS-LINE(3:16)
               MOVE SNM-PGM(WS-BEST) TO WS-LINE(20:12)
               MOVE SNM-FAILED(WS-BEST) TO WS-DISP-N
               MOVE SNM-RUNS(WS-BEST) TO WS-DISP-N2
               STRING WS-DISP-N ' of ' WS-DISP-N2 ' run(s) failed'
                      DELIMITED BY SIZE INTO WS-LINE(33:40)
               END-STRING
               PERFORM WRITE-OUT-LINE
           END-PERFORM.
           EXIT PARAGRAPH.

      *    Each timed run and step against its own recent norm.
       WRITE-FLAGGED-SECTION.
           MOVE 'Outside the recent norm' TO WS-LINE.
           PERFORM WRITE-SECTION-TITLE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RUN-COUNT
               IF RUN-TIMED(WS-I) = 'Y' THEN
                   PERFORM NORM-FOR-RUN-SECS
                   MOVE RUN-SECS(WS-I) TO WS-NORM-VAL
                   PERFORM TEST-AGAINST-NORM
                   IF WS-NORM-LIMIT > 0 THEN
                       PERFORM FORMAT-RUN-STAMP
                       MOVE RUN-PGM(WS-I) TO WS-LINE(25:12)
                       MOVE 'slow' TO WS-LINE(38:4)
                       PERFORM WRITE-FLAG-FIGURES
                   END-IF
               END-IF
               IF RUN-COUNTED(WS-I) = 'Y'
                  AND RUN-SYSTEMS(WS-I) > 0 THEN
                   PERFORM NORM-FOR-RUN-RATE
                   MOVE RUN-RATE(WS-I) TO WS-NORM-VAL
                   PERFORM TEST-AGAINST-NORM
                   IF WS-NORM-LIMIT > 0 THEN
                       PERFORM FORMAT-RUN-STAMP
                       MOVE RUN-PGM(WS-I) TO WS-LINE(25:12)
                       MOVE 'rejects' TO WS-LINE(38:7)
                       PERFORM WRITE-FLAG-FIGURES
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STP-COUNT
               IF STP-TIMED(WS-I) = 'Y' THEN
                   PERFORM NORM-FOR-STEP-SECS
                   MOVE STP-SECS(WS-I) TO WS-NORM-VAL
                   PERFORM TEST-AGAINST-NORM
                   IF WS-NORM-LIMIT > 0 THEN
                       PERFORM FORMAT-STEP-STAMP
                       MOVE STP-NAME(WS-I) TO WS-LINE(25:12)
                       MOVE 'slow' TO WS-LINE(38:4)
                       PERFORM WRITE-FLAG-FIGURES
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FLAGGED = 0 THEN
               MOVE '  nothing flagged' TO WS-LINE
               PERFORM WRITE-OUT-LINE
           END-IF.
           EXIT PARAGRAPH.

      *    The previous WINDOW timed runs of run WS-I's program.
       NORM-FOR-RUN-SECS.
           PERFORM CLEAR-NORM.
           PERFORM VARYING WS-J FROM WS-I BY -1
                   UNTIL WS-J < 2 OR WS-NORM-N >= WS-WINDOW
               IF RUN-TIMED(WS-J - 1) = 'Y'
                  AND RUN-PGM(WS-J - 1) = RUN-PGM(WS-I) THEN
                   MOVE RUN-SECS(WS-J - 1) TO WS-NORM-VAL
                   PERFORM ADD-TO-NORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    The previous WINDOW reject rates of run WS-I's program.
       NORM-FOR-RUN-RATE.
           PERFORM CLEAR-NORM.
           PERFORM VARYING WS-J FROM WS-I BY -1
                   UNTIL WS-J < 2 OR WS-NORM-N >= WS-WINDOW
               IF RUN-COUNTED(WS-J - 1) = 'Y'
                  AND RUN-SYSTEMS(WS-J - 1) > 0
                  AND RUN-PGM(WS-J - 1) = RUN-PGM(WS-I) THEN
                   MOVE RUN-RATE(WS-J - 1) TO WS-NORM-VAL
                   PERFORM ADD-TO-NORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    The previous WINDOW timed runs of step WS-I.
       NORM-FOR-STEP-SECS.
           PERFORM CLEAR-NORM.
           PERFORM VARYING WS-J FROM WS-I BY -1
                   UNTIL WS-J < 2 OR WS-NORM-N >= WS-WINDOW
               IF STP-TIMED(WS-J - 1) = 'Y'
                  AND STP-NAME(WS-J - 1) = STP-NAME(WS-I)
                  AND STP-PGM(WS-J - 1) = STP-PGM(WS-I) THEN
                   MOVE STP-SECS(WS-J - 1) TO WS-NORM-VAL
                   PERFORM ADD-TO-NORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       CLEAR-NORM.
           MOVE 0 TO WS-NORM-N WS-NORM-SUM WS-NORM-SUMSQ.
           EXIT PARAGRAPH.

       ADD-TO-NORM.
           ADD 1 TO WS-NORM-N.
           ADD WS-NORM-VAL TO WS-NORM-SUM.
           COMPUTE WS-NORM-SUMSQ = WS-NORM-SUMSQ
                 + WS-NORM-VAL * WS-NORM-VAL.
           EXIT PARAGRAPH.

      *    WS-NORM-VAL against the gathered norm: WS-NORM-LIMIT comes
      *    back as the limit it broke, or 0 when it is inside it (or
      *    there is no norm to speak of).
       TEST-AGAINST-NORM.
           MOVE 0 TO WS-NORM-LIMIT.
           IF WS-NORM-N < 5 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NORM-MEAN = WS-NORM-SUM / WS-NORM-N.
           COMPUTE WS-NORM-SD = WS-NORM-SUMSQ / WS-NORM-N
                 - WS-NORM-MEAN * WS-NORM-MEAN.
           IF WS-NORM-SD > 0 THEN
               COMPUTE WS-NORM-SD = FUNCTION SQRT(WS-NORM-SD)
           ELSE
               MOVE 0 TO WS-NORM-SD
           END-IF.
           COMPUTE WS-NORM-LIMIT = WS-NORM-MEAN
                 + WS-SIGMA * WS-NORM-SD.
           IF WS-NORM-LIMIT < WS-NORM-MEAN * 1.5 THEN
               COMPUTE WS-NORM-LIMIT = WS-NORM-MEAN * 1.5
           END-IF.
           IF WS-NORM-VAL <= WS-NORM-LIMIT OR WS-NORM-LIMIT = 0 THEN
               MOVE 0 TO WS-NORM-LIMIT
           END-IF.
           EXIT PARAGRAPH.

      *    The value, the norm and the limit on a flagged line.
       WRITE-FLAG-FIGURES.
           ADD 1 TO WS-FLAGGED.
           MOVE WS-NORM-VAL TO WS-DISP-SECS.
           MOVE WS-NORM-MEAN TO WS-DISP-SECS2.
           MOVE 46 TO WS-PTR.
           STRING WS-DISP-SECS              DELIMITED BY SIZE
                  ' vs mean '               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-SECS2)
                                            DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-PTR
           END-STRING.
           MOVE WS-NORM-LIMIT TO WS-DISP-SECS.
           MOVE WS-NORM-N TO WS-DISP-N.
           STRING ', limit '                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-SECS)
                                            DELIMITED BY SIZE
                  ' over '                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)  DELIMITED BY SIZE
                  ' earlier'                DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-PTR
           END-STRING.
           PERFORM WRITE-OUT-LINE.
           EXIT PARAGRAPH.

      *********************************
      * One row for the keeping — it outlives the detail G4SSGRET
      * prunes.  Opens like a run-log row, with its own timestamp.
       APPEND-SUMMARY-ROW.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           OPEN EXTEND SUMMARY-FILE.
           IF NOT SUMMARY-FILE-OK THEN
               OPEN OUTPUT SUMMARY-FILE
           END-IF.
           MOVE SPACES TO WS-LINE.
           STRING WS-TIMESTAMP(1:14)        DELIMITED BY SIZE
                  ',FROM='                  DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           IF WS-DAY-COUNT > 0 THEN
               STRING FUNCTION TRIM(WS-LINE) DELIMITED BY SIZE
                      DAY-DATE(1)           DELIMITED BY SIZE
                      ',TO='                DELIMITED BY SIZE
                      DAY-DATE(WS-DAY-COUNT)
                                            DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-LINE) DELIMITED BY SIZE
                      ',TO='                DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           END-IF.
           MOVE WS-RUN-COUNT TO WS-DISP-N.
           MOVE WS-STP-COUNT TO WS-DISP-N2.
           MOVE WS-TOT-FAILED TO WS-DISP-N3.
           STRING FUNCTION TRIM(WS-LINE)    DELIMITED BY SIZE
                  ',RUNS='                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)  DELIMITED BY SIZE
                  ',STEPS='                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N2) DELIMITED BY SIZE
                  ',FAILED='                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N3) DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           MOVE WS-TOT-SYSTEMS TO WS-DISP-BIG.
           MOVE WS-TOT-REJECTS TO WS-DISP-BIG2.
           STRING FUNCTION TRIM(WS-LINE)    DELIMITED BY SIZE
                  ',SYSTEMS='               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-BIG)
                                            DELIMITED BY SIZE
                  ',REJECTS='               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-BIG2)
                                            DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           MOVE WS-TOT-RUN-SECS TO WS-DISP-SECS.
           MOVE WS-TOT-STP-SECS TO WS-DISP-SECS2.
           MOVE WS-FLAGGED TO WS-DISP-N.
           STRING FUNCTION TRIM(WS-LINE)    DELIMITED BY SIZE
                  ',RUNSECS='               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-SECS)
                                            DELIMITED BY SIZE
                  ',STEPSECS='              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-SECS2)
                                            DELIMITED BY SIZE
                  ',FLAGGED='               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)  DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE SUMMARY-RECORD FROM WS-LINE.
           CLOSE SUMMARY-FILE.
           EXIT PARAGRAPH.

      *********************************
      * Line helpers.
       WRITE-SECTION-TITLE.
           MOVE SPACES TO OUT-RECORD.
           WRITE OUT-RECORD.
           WRITE OUT-RECORD FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           EXIT PARAGRAPH.

       WRITE-OUT-LINE.
           WRITE OUT-RECORD FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           EXIT PARAGRAPH.

      *    WS-DATE-WORK (YYYYMMDD) as YYYY-MM-DD.
       FORMAT-DATE.
           MOVE SPACES TO WS-DISP-DATE.
           STRING WS-DATE-WORK(1:4) '-' WS-DATE-WORK(5:2) '-'
                  WS-DATE-WORK(7:2)
                  DELIMITED BY SIZE INTO WS-DISP-DATE
           END-STRING.
           EXIT PARAGRAPH.

      *    Run WS-I's date and time into the front of WS-LINE.
       FORMAT-RUN-STAMP.
           MOVE RUN-DATE(WS-I) TO WS-DATE-WORK.
           PERFORM FORMAT-DATE.
           MOVE SPACES TO WS-LINE.
           STRING '  '                      DELIMITED BY SIZE
                  WS-DISP-DATE              DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  RUN-TIME(WS-I)(1:2) ':' RUN-TIME(WS-I)(3:2) ':'
                  RUN-TIME(WS-I)(5:2)       DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           EXIT PARAGRAPH.

      *    Step WS-I's date and time into the front of WS-LINE.
       FORMAT-STEP-STAMP.
           MOVE STP-DATE(WS-I) TO WS-DATE-WORK.
           PERFORM FORMAT-DATE.
           MOVE SPACES TO WS-LINE.
           STRING '  '                      DELIMITED BY SIZE
                  WS-DISP-DATE              DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  STP-TIME(WS-I)            DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
