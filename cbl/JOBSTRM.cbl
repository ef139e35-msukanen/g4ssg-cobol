      * slightly differently.
      *
      * Stream file (default jobstream.txt), one step per line:
      *   <step-name>,<program-id>,<max-rc>,<schedule>,<parm...>
      * The PARM is everything after the schedule, commas and all,
      * passed to the step program verbatim.  Blank lines and lines
      * starting '*' are comments.  The schedule says on which
      * business dates the step is due:
      *   (empty) or DAILY   every business date
      *   MON+WED+FRI        the named weekdays (MON TUE WED THU FRI
      *                      SAT SUN, joined by '+')
      *   MONTHEND           the last business date of the month
      *   EVERY/<n>          every n-th business date run
      * A fourth field holding an '=' is a PARM, not a schedule, so
      * a stream file written before schedules existed still reads
      * as all-daily.  An unrecognised schedule stops the stream
      * before anything runs.
      *
      * The control file (jobcontrol.dat) holds the last business
      * date the whole stream completed clean, and how many business
      * dates have run (the count EVERY/<n> keys on).  Each
      * invocation runs the selection for one business date — DATE=
      * or today; if business dates were missed since the control
      * date it says so, and CATCHUP=Y instead runs every missed
      * date's selection in date order, up to and including that
      * date, stopping at the first failure.
      *
      * Each step's outcome is appended to the status file
      * (jobstatus.txt): timestamp, step, program, return code,
      * verdict, the step's elapsed seconds and the business date.
      * A step whose return code exceeds its max-rc stops the stream
      * with RC 8 and leaves a restart marker; rerunning with
      * RESTART=Y picks up at the failed step of the business date
      * it failed on.  A clean business date clears the marker.
      * Step return codes follow the suite's severity scheme
      * (MSGCTL.cpy) — 0 clean, 4 warnings, 8 errors, 12 severe — so
      * a max-rc of 4 lets a step's warnings through; a step program
      * that cannot be loaded counts as 16, past any max-rc.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   STATUS=<path>  status log appended to (default
      *                  jobstatus.txt)
      *   RESTART=Y      resume at the step a failed run stopped on
      *   CONTROL=<path> control file (default jobcontrol.dat)
      *   DATE=<yyyymmdd> business date to run (default today)
      *   CATCHUP=Y      run each business date missed since the
      *                  control date, in order, through DATE=
      *   BUSDAYS=<days> weekdays that are business dates, as in a
      *                  schedule (default every day of the week)
      *
      ******************************************************************
       COPY        TESTENV.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-RESTART-STATUS.
           SELECT CONTROL-FILE         ASSIGN TO WS-CONTROL-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-FILE.
       01  STATUS-RECORD               PIC X(160).
       FD  RESTART-FILE.
       01  RESTART-RECORD.
           05  RESTART-STEP            PIC 9(3).
           05  RESTART-DATE            PIC X(8).
       FD  CONTROL-FILE.
       01  CONTROL-RECORD              PIC X(15).

       WORKING-STORAGE SECTION.
      *********************************
           88  RESTART-ENABLED         VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-RESUME-FROM              PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-RESUME-DATE              PIC X(8) VALUE SPACES.
       01  WS-CONTROL-PATH             PIC X(100)
                                       VALUE "jobcontrol.dat".
       01  WS-CONTROL-STATUS           PIC XX.
           88  CONTROL-FILE-OK         VALUE '00'.
       01  WS-CONTROL.
           05  WS-CTL-LAST-DATE        PIC 9(8) VALUE 0.
           05  FILLER                  PIC X VALUE ','.
           05  WS-CTL-RUN-COUNT        PIC 9(6) VALUE 0.
       01  WS-CATCHUP-MODE             PIC X VALUE '-'.
           88  CATCHUP-ENABLED         VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-BUSDAY-SET               PIC X(7) VALUE 'YYYYYYY'.
      *********************************
      * Business-date walk — integer dates (FUNCTION INTEGER-OF-DATE),
      * whose day 1 was a Monday.
       01  WS-FIRST-INT                PIC 9(8) USAGE COMP-5.
       01  WS-LAST-INT                 PIC 9(8) USAGE COMP-5.
       01  WS-BUS-INT                  PIC 9(8) USAGE COMP-5.
       01  WS-NEXT-INT                 PIC 9(8) USAGE COMP-5.
       01  WS-BUS-DATE                 PIC 9(8).
       01  WS-NEXT-DATE                PIC 9(8).
       01  WS-BUS-WEEKDAY              PIC 9 USAGE COMP-5.
       01  WS-BUS-RUN-NO               PIC 9(6) USAGE COMP-5.
       01  WS-MONTH-END                PIC X.
       01  WS-MISSED                   PIC 9(5) USAGE COMP-5.
       01  WS-DATES-RUN                PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-STEPS-DUE                PIC 999 USAGE COMP-5.
       01  WS-STEP-DUE                 PIC X.
       01  WS-D                        PIC 9 USAGE COMP-5.
      *********************************
      * Weekday names, Monday first, for schedules and BUSDAYS=.
       01  WS-DAY-NAMES                PIC X(21)
                                       VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  FILLER REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME             PIC XXX OCCURS 7 TIMES.
       01  WS-DAY-LIST                 PIC X(40).
       01  WS-DAY-TOKENS.
           05  WS-DAY-TOK              PIC X(10) OCCURS 7 TIMES.
       01  WS-DAY-SET                  PIC X(7).
       01  WS-DAY-BAD                  PIC X.
       01  WS-T                        PIC 9 USAGE COMP-5.
      *********************************
      * The declared steps.
       01  WS-STEP-COUNT               PIC 999 USAGE COMP-5 VALUE 0.
               10  STEP-PGM            PIC X(12).
               10  STEP-MAX-RC         PIC S9(4) USAGE COMP-5.
               10  STEP-PARM           PIC X(100).
               10  STEP-SCHED-KIND     PIC X.
                   88  SCHED-DAILY     VALUE 'D'.
                   88  SCHED-WEEKDAYS  VALUE 'W'.
                   88  SCHED-MONTH-END VALUE 'M'.
                   88  SCHED-EVERY-NTH VALUE 'N'.
               10  STEP-SCHED-DAYS     PIC X(7).
               10  STEP-SCHED-EVERY    PIC 999 USAGE COMP-5.
      *********************************
      * One unstrung stream row.
       01  WS-ROW-NAME                 PIC X(16).
       01  WS-ROW-PGM                  PIC X(12).
       01  WS-ROW-MAXRC                PIC X(8).
       01  WS-ROW-PTR                  PIC 999 USAGE COMP-5.
       01  WS-ROW-SCHED                PIC X(40).
       01  WS-SCHED-PTR                PIC 999 USAGE COMP-5.
       01  WS-SCHED-EQ                 PIC 99 USAGE COMP-5.
       01  WS-BAD-SCHEDULES            PIC 99 USAGE COMP-5 VALUE 0.
      *********************************
      * Execution scratch.
       01  WS-I                        PIC 999 USAGE COMP-5.
       01  WS-TIMESTAMP                PIC X(21).
       01  WS-DATE-RAW                 PIC 9(8).
       01  WS-TIME-RAW                 PIC 9(8).
       01  FILLER REDEFINES WS-TIME-RAW.
           05  WS-TR-HH                PIC 99.
           05  WS-TR-MM                PIC 99.
           05  WS-TR-SS                PIC 99.
           05  WS-TR-CC                PIC 99.
       01  WS-STEP-START               PIC 9(8).
       01  WS-STEP-END                 PIC 9(8).
       01  WS-STEP-CS                  PIC S9(9) USAGE COMP-5.
       01  WS-STEP-SECS                PIC 9(5)V9.
       01  WS-DISP-SECS                PIC Z(5)9.9.
       01  WS-DISP-RC                  PIC -ZZZ9.
       01  WS-DISP-N                   PIC ZZ9.
       01  WS-DISP-BIG                 PIC ZZZZ9.
       01  WS-DISP-MAX                 PIC -ZZZ9.
       01  WS-DISP-DATE                PIC X(10).
       01  WS-LINE                     PIC X(160).
      *********************************
      * The PARM block handed to each step — the same LK-PARM shape
       01  WS-STEP-PARM-BLOCK.
           05  WS-SP-LEN               PIC ZZ9.
           05  WS-SP-DATA              PIC X(100).
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.

       LINKAGE SECTION.
       01  LK-PARM.
      *   [    MAIN    ]
      *    ^~~~~~~~~~~^
       PROCEDURE DIVISION USING LK-PARM.
           MOVE 'G4SSGJOB' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           PERFORM UNTIL PARM-INDEX > PARM-LEN
                               THEN
                               SET RESTART-ENABLED TO TRUE
                           END-IF
                       WHEN 'CONTROL'
                           MOVE WS-PARM-VAL TO WS-CONTROL-PATH
                       WHEN 'DATE'
                           IF WS-PARM-VAL(1:8) IS NUMERIC THEN
                               MOVE WS-PARM-VAL(1:8) TO WS-RUN-DATE
                           END-IF
                       WHEN 'CATCHUP'
                           IF FUNCTION UPPER-CASE(WS-PARM-VAL) = 'Y'
                               THEN
                               SET CATCHUP-ENABLED TO TRUE
                           END-IF
                       WHEN 'BUSDAYS'
                           MOVE FUNCTION UPPER-CASE(WS-PARM-VAL)
                             TO WS-DAY-LIST
                           PERFORM PARSE-DAY-LIST
                           IF WS-DAY-BAD = 'Y'
                              OR WS-DAY-SET = ALL '-' THEN
                               MOVE 'JOB001' TO MC-MSG-ID
                               MOVE WS-PARM-VAL TO MC-INSERT(1)
                               CALL 'ISSUE-SUITE-MESSAGE'
                                   USING WS-MSG-CTL
                           ELSE
                               MOVE WS-DAY-SET TO WS-BUSDAY-SET
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-RUN-DATE = 0 THEN
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0 THEN
               MOVE 'JOB002' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

           PERFORM LOAD-JOB-STREAM.
           IF WS-STEP-COUNT = 0 THEN
               MOVE 'JOB003' TO MC-MSG-ID
               MOVE WS-STREAM-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-BAD-SCHEDULES > 0 THEN
               MOVE 'JOB004' TO MC-MSG-ID
               MOVE WS-STREAM-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM READ-CONTROL-RECORD.

      *    A restart marker names the last *completed* step; the
      *    rerun picks up right after it — same idiom as the batch
      *    generator's RESUME= checkpoint.  It holds for the business
      *    date it was left on, the first one this run takes up.
           IF RESTART-ENABLED THEN
               OPEN INPUT RESTART-FILE
               IF RESTART-FILE-OK THEN
                   READ RESTART-FILE
                       AT END MOVE ZERO TO RESTART-RECORD
                   END-READ
                   CLOSE RESTART-FILE
                   IF RESTART-STEP IS NUMERIC THEN
                       MOVE RESTART-STEP TO WS-RESUME-FROM
                   END-IF
                   MOVE RESTART-DATE TO WS-RESUME-DATE
                   MOVE WS-RESUME-FROM TO WS-DISP-N
                   MOVE 'JOB005' TO MC-MSG-ID
                   MOVE WS-DISP-N TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               ELSE
                   MOVE 0 TO WS-RESUME-FROM
               END-IF
           END-IF.

      *    The business dates to run: DATE= alone, or in catch-up
      *    every business date after the control date through it.
           COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE WS-LAST-INT TO WS-FIRST-INT.
           IF WS-CTL-LAST-DATE > 0 THEN
               COMPUTE WS-NEXT-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CTL-LAST-DATE)
               PERFORM NEXT-BUSINESS-INT
               IF CATCHUP-ENABLED THEN
                   MOVE WS-NEXT-INT TO WS-FIRST-INT
               ELSE
                   PERFORM COUNT-MISSED-DATES
               END-IF
           END-IF.
           IF WS-FIRST-INT > WS-LAST-INT THEN
               MOVE 'JOB006' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

           MOVE '-' TO WS-FAILED.
           PERFORM VARYING WS-BUS-INT FROM WS-FIRST-INT BY 1
                   UNTIL WS-BUS-INT > WS-LAST-INT
                      OR WS-FAILED = 'Y'
               COMPUTE WS-BUS-WEEKDAY =
                       FUNCTION MOD(WS-BUS-INT - 1, 7) + 1
               IF WS-BUSDAY-SET(WS-BUS-WEEKDAY:1) = 'Y' THEN
                   PERFORM RUN-BUSINESS-DATE
               ELSE
                   IF WS-FIRST-INT = WS-LAST-INT THEN
                       COMPUTE WS-BUS-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-BUS-INT)
                       PERFORM FORMAT-BUS-DATE
                       MOVE 'JOB007' TO MC-MSG-ID
                       MOVE WS-DISP-DATE TO MC-INSERT(1)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-FAILED = 'Y' THEN
               MOVE 'JOB008' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           ELSE
               MOVE WS-DATES-RUN TO WS-DISP-BIG
               MOVE 'JOB009' TO MC-MSG-ID
               MOVE WS-DISP-BIG TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * One business date: pick the steps due on it and run them in
      * stream order.  A clean date moves the control record on and
      * clears the restart marker.
       RUN-BUSINESS-DATE.
           COMPUTE WS-BUS-DATE = FUNCTION DATE-OF-INTEGER(WS-BUS-INT).
           PERFORM FORMAT-BUS-DATE.
           COMPUTE WS-BUS-RUN-NO = WS-CTL-RUN-COUNT + 1.
      *    Month-end: the next business date falls in another month.
           MOVE WS-BUS-INT TO WS-NEXT-INT.
           PERFORM NEXT-BUSINESS-INT.
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(WS-NEXT-INT).
           IF WS-NEXT-DATE(1:6) NOT = WS-BUS-DATE(1:6) THEN
               MOVE 'Y' TO WS-MONTH-END
           ELSE
               MOVE '-' TO WS-MONTH-END
           END-IF.
           MOVE WS-BUS-RUN-NO TO WS-DISP-BIG.
           MOVE 'JOB010' TO MC-MSG-ID.
           MOVE WS-DISP-DATE TO MC-INSERT(1).
           MOVE WS-DISP-BIG TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE 1 TO WS-I.
           IF WS-RESUME-FROM > 0 THEN
               IF WS-RESUME-DATE = SPACES
                  OR WS-RESUME-DATE = WS-BUS-DATE THEN
                   COMPUTE WS-I = WS-RESUME-FROM + 1
               ELSE
                   MOVE 'JOB011' TO MC-MSG-ID
                   MOVE WS-RESUME-DATE TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               END-IF
               MOVE 0 TO WS-RESUME-FROM
           END-IF.
           MOVE 0 TO WS-STEPS-DUE.
           PERFORM VARYING WS-I FROM WS-I BY 1
                   UNTIL WS-I > WS-STEP-COUNT
                      OR WS-FAILED = 'Y'
               PERFORM CHECK-STEP-SCHEDULE
               IF WS-STEP-DUE = 'Y' THEN
                   ADD 1 TO WS-STEPS-DUE
                   PERFORM RUN-ONE-STEP
               ELSE
                   MOVE WS-I TO WS-DISP-N
                   MOVE 'JOB012' TO MC-MSG-ID
                   MOVE WS-DISP-N TO MC-INSERT(1)
                   MOVE STEP-NAME(WS-I) TO MC-INSERT(2)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               END-IF
           END-PERFORM.
           IF WS-FAILED = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-STEPS-DUE = 0 THEN
               MOVE 'JOB013' TO MC-MSG-ID
               MOVE WS-DISP-DATE TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
      *    A clean date owes nobody a marker.
           OPEN OUTPUT RESTART-FILE.
           MOVE 0 TO RESTART-STEP.
           MOVE SPACES TO RESTART-DATE.
           WRITE RESTART-RECORD.
           CLOSE RESTART-FILE.
           ADD 1 TO WS-DATES-RUN.
      *    A rerun of an older date leaves the control date alone.
           IF WS-BUS-DATE > WS-CTL-LAST-DATE THEN
               MOVE WS-BUS-DATE TO WS-CTL-LAST-DATE
               MOVE WS-BUS-RUN-NO TO WS-CTL-RUN-COUNT
               PERFORM WRITE-CONTROL-RECORD
           END-IF.
           EXIT PARAGRAPH.

      *    Is step WS-I due on the business date in hand?
       CHECK-STEP-SCHEDULE.
           MOVE '-' TO WS-STEP-DUE.
           EVALUATE TRUE
               WHEN SCHED-DAILY(WS-I)
                   MOVE 'Y' TO WS-STEP-DUE
               WHEN SCHED-WEEKDAYS(WS-I)
                   IF STEP-SCHED-DAYS(WS-I)(WS-BUS-WEEKDAY:1) = 'Y'
                       THEN
                       MOVE 'Y' TO WS-STEP-DUE
                   END-IF
               WHEN SCHED-MONTH-END(WS-I)
                   MOVE WS-MONTH-END TO WS-STEP-DUE
               WHEN SCHED-EVERY-NTH(WS-I)
                   IF FUNCTION MOD(WS-BUS-RUN-NO,
                                   STEP-SCHED-EVERY(WS-I)) = 0 THEN
                       MOVE 'Y' TO WS-STEP-DUE
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

      *    WS-NEXT-INT on to the next business date after it.
       NEXT-BUSINESS-INT.
           ADD 1 TO WS-NEXT-INT.
           COMPUTE WS-D = FUNCTION MOD(WS-NEXT-INT - 1, 7) + 1.
           PERFORM UNTIL WS-BUSDAY-SET(WS-D:1) = 'Y'
               ADD 1 TO WS-NEXT-INT
               COMPUTE WS-D = FUNCTION MOD(WS-NEXT-INT - 1, 7) + 1
           END-PERFORM.
           EXIT PARAGRAPH.

      *    Business dates between the control date and DATE= that
      *    nobody ran — said out loud, so the operator knows to catch
      *    up.  WS-NEXT-INT arrives as the first one after the
      *    control date.
       COUNT-MISSED-DATES.
           MOVE 0 TO WS-MISSED.
           PERFORM UNTIL WS-NEXT-INT >= WS-LAST-INT
               ADD 1 TO WS-MISSED
               PERFORM NEXT-BUSINESS-INT
           END-PERFORM.
           IF WS-MISSED > 0 THEN
               MOVE WS-MISSED TO WS-DISP-BIG
               MOVE WS-CTL-LAST-DATE TO WS-BUS-DATE
               PERFORM FORMAT-BUS-DATE
               MOVE 'JOB014' TO MC-MSG-ID
               MOVE WS-DISP-BIG TO MC-INSERT(1)
               MOVE WS-DISP-DATE TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

      *    The control record: last clean business date, and how many
      *    have run.  No file yet means no history — nothing missed.
       READ-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE.
           IF NOT CONTROL-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           READ CONTROL-FILE
               AT END MOVE SPACES TO CONTROL-RECORD
           END-READ.
           CLOSE CONTROL-FILE.
           IF CONTROL-RECORD(1:8) IS NUMERIC THEN
               MOVE CONTROL-RECORD TO WS-CONTROL
           END-IF.
           IF WS-CTL-LAST-DATE IS NOT NUMERIC
              OR WS-CTL-RUN-COUNT IS NOT NUMERIC THEN
               MOVE 0 TO WS-CTL-LAST-DATE WS-CTL-RUN-COUNT
           END-IF.
           EXIT PARAGRAPH.

       WRITE-CONTROL-RECORD.
           OPEN OUTPUT CONTROL-FILE.
           WRITE CONTROL-RECORD FROM WS-CONTROL.
           CLOSE CONTROL-FILE.
           EXIT PARAGRAPH.

      *    WS-BUS-DATE as YYYY-MM-DD.
       FORMAT-BUS-DATE.
           MOVE SPACES TO WS-DISP-DATE.
           STRING WS-BUS-DATE(1:4) '-' WS-BUS-DATE(5:2) '-'
                  WS-BUS-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-DISP-DATE
           END-STRING.
           EXIT PARAGRAPH.

      *********************************
      * The stream file: '<name>,<pgm>,<maxrc>,<sched>,<parm...>'
      * — the PARM keeps its own commas, so only the leading fields
      * are unstrung and the rest of the line is taken whole.
       LOAD-JOB-STREAM.
           OPEN INPUT STREAM-FILE.
           IF NOT STREAM-FILE-OK THEN
               MOVE 'JOB015' TO MC-MSG-ID
               MOVE WS-STREAM-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM UNTIL STREAM-FILE-EOF
               EXIT PARAGRAPH
           END-IF.
           IF WS-STEP-COUNT >= 50 THEN
               MOVE 'JOB016' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-ROW-NAME WS-ROW-PGM WS-ROW-MAXRC.
             TO STEP-PGM(WS-STEP-COUNT).
           COMPUTE STEP-MAX-RC(WS-STEP-COUNT) =
                   FUNCTION NUMVAL(WS-ROW-MAXRC).
      *    A fourth field without an '=' is the schedule; one with
      *    is already the PARM of a schedule-less (daily) row.
           MOVE SPACES TO WS-ROW-SCHED.
           MOVE WS-ROW-PTR TO WS-SCHED-PTR.
           IF WS-ROW-PTR <= 200 THEN
               UNSTRING STREAM-RECORD DELIMITED BY ','
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
           PERFORM PARSE-SCHEDULE.
           IF WS-ROW-PTR <= 200 THEN
               MOVE STREAM-RECORD(WS-ROW-PTR:)
                 TO STEP-PARM(WS-STEP-COUNT)
           END-IF.
           EXIT PARAGRAPH.

      *    WS-ROW-SCHED into the new step's schedule.
       PARSE-SCHEDULE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-SCHED))
             TO WS-ROW-SCHED.
           MOVE SPACES TO STEP-SCHED-DAYS(WS-STEP-COUNT).
           MOVE 0 TO STEP-SCHED-EVERY(WS-STEP-COUNT).
           EVALUATE TRUE
               WHEN WS-ROW-SCHED = SPACES OR 'DAILY'
                   SET SCHED-DAILY(WS-STEP-COUNT) TO TRUE
               WHEN WS-ROW-SCHED = 'MONTHEND'
                   SET SCHED-MONTH-END(WS-STEP-COUNT) TO TRUE
               WHEN WS-ROW-SCHED(1:6) = 'EVERY/'
                   SET SCHED-EVERY-NTH(WS-STEP-COUNT) TO TRUE
                   IF FUNCTION TEST-NUMVAL(WS-ROW-SCHED(7:)) = 0 THEN
                       COMPUTE STEP-SCHED-EVERY(WS-STEP-COUNT) =
                               FUNCTION NUMVAL(WS-ROW-SCHED(7:))
                   END-IF
                   IF STEP-SCHED-EVERY(WS-STEP-COUNT) = 0 THEN
                       PERFORM REPORT-BAD-SCHEDULE
                   END-IF
               WHEN OTHER
                   SET SCHED-WEEKDAYS(WS-STEP-COUNT) TO TRUE
                   MOVE WS-ROW-SCHED TO WS-DAY-LIST
                   PERFORM PARSE-DAY-LIST
                   MOVE WS-DAY-SET TO STEP-SCHED-DAYS(WS-STEP-COUNT)
                   IF WS-DAY-BAD = 'Y' THEN
                       PERFORM REPORT-BAD-SCHEDULE
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

       REPORT-BAD-SCHEDULE.
           ADD 1 TO WS-BAD-SCHEDULES.
           MOVE 'JOB017' TO MC-MSG-ID.
           MOVE STEP-NAME(WS-STEP-COUNT) TO MC-INSERT(1).
           MOVE WS-ROW-SCHED TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *    WS-DAY-LIST ('MON+THU...') into WS-DAY-SET, a Y per named
      *    weekday, Monday first; WS-DAY-BAD flags a name not known.
       PARSE-DAY-LIST.
           MOVE ALL '-' TO WS-DAY-SET.
           MOVE '-' TO WS-DAY-BAD.
           INITIALIZE WS-DAY-TOKENS.
           UNSTRING WS-DAY-LIST DELIMITED BY '+'
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
                   ELSE
                       MOVE 'Y' TO WS-DAY-SET(WS-D:1)
                   END-IF
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * One step: hand the PARM over, gate the return code, log the
      * outcome, and on success advance the restart marker so a
           COMPUTE WS-SP-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-SP-DATA)).
           MOVE WS-I TO WS-DISP-N.
           MOVE 'JOB018' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE STEP-NAME(WS-I) TO MC-INSERT(2).
           MOVE STEP-PGM(WS-I) TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-STEP-START FROM TIME.
           CALL STEP-PGM(WS-I) USING WS-STEP-PARM-BLOCK
               ON EXCEPTION
                   MOVE 'JOB019' TO MC-MSG-ID
                   MOVE STEP-PGM(WS-I) TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 16 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-STEP-RC.
           IF WS-STEP-RC > STEP-MAX-RC(WS-I) THEN
               MOVE 'FAILED' TO WS-VERDICT
               MOVE 'Y' TO WS-FAILED
               MOVE WS-STEP-RC TO WS-DISP-RC
               MOVE STEP-MAX-RC(WS-I) TO WS-DISP-MAX
               MOVE 'JOB020' TO MC-MSG-ID
               MOVE STEP-NAME(WS-I) TO MC-INSERT(1)
               MOVE WS-DISP-RC TO MC-INSERT(2)
               MOVE WS-DISP-MAX TO MC-INSERT(3)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           ELSE
               MOVE 'OK' TO WS-VERDICT
           END-IF.
           PERFORM WRITE-STATUS-RECORD.
           IF WS-FAILED = '-' THEN
               OPEN OUTPUT RESTART-FILE
               MOVE WS-I TO RESTART-STEP
               MOVE WS-BUS-DATE TO RESTART-DATE
               WRITE RESTART-RECORD
               CLOSE RESTART-FILE
           END-IF.
       WRITE-STATUS-RECORD.
           ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
      *    hhmmsscc apart through the redefinition, the start off
      *    the end; a step that crosses midnight gets the day back.
      *    Kept in hundredths, whole numbers throughout.
           COMPUTE WS-STEP-CS =
                   (WS-TR-HH * 3600 + WS-TR-MM * 60 + WS-TR-SS) * 100
                 + WS-TR-CC.
           MOVE WS-TIME-RAW TO WS-STEP-END.
           MOVE WS-STEP-START TO WS-TIME-RAW.
           COMPUTE WS-STEP-CS = WS-STEP-CS
                 - (WS-TR-HH * 3600 + WS-TR-MM * 60 + WS-TR-SS) * 100
                 - WS-TR-CC.
           IF WS-STEP-CS < 0 THEN
               ADD 8640000 TO WS-STEP-CS
           END-IF.
           COMPUTE WS-STEP-SECS = WS-STEP-CS / 100.
           MOVE WS-STEP-END TO WS-TIME-RAW.
           MOVE WS-STEP-SECS TO WS-DISP-SECS.
           MOVE SPACES TO WS-TIMESTAMP.
           STRING WS-DATE-RAW(1:4) '-' WS-DATE-RAW(5:2) '-'
                  WS-DATE-RAW(7:2) ' ' WS-TIME-RAW(1:2) ':'
                  ' rc='                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-RC)  DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERDICT)  DELIMITED BY SIZE
                  ' elapsed='                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-SECS) DELIMITED BY SIZE
                  ' busdate='                DELIMITED BY SIZE
                  WS-BUS-DATE                DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE STATUS-RECORD FROM WS-LINE.
           CLOSE STATUS-FILE.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
