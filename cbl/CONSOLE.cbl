      * string itself and CALLing G4SSGCRE — the same engine, the
      * same files, no hand-built PARM syntax required.
      *
      * Edit screens put the usual corrections in reach without a
      * hand-written script: the system header (age, metallicity,
      * sector, settlement digits), each star (mass, luminosity,
      * temperature, stage, flare) and each orbit (distance,
      * eccentricity, object, stability).  The answers become a
      * G4SSGDBU patch script (con<timestamp>.pat), previewed
      * through G4SSGDBU's own validation (DRYRUN=Y) so the
      * before -> after report can be confirmed, then staged as an
      * ordinary pending set — a second operator approves it from
      * here or from the batch utility, and the displaced record
      * goes to the history sidecar then.  The notes.dat annotation
      * has an edit screen of its own, with the same confirmation
      * diff before it is written; a claim staked or released and a
      * first visit saved there go to the annotation journal
      * exactly as G4SSGNOT's SET= would write them.
      *
      * PARMs: PATH=<database> (default stardb.dat), OPER=<id>
      * (operator the staging and decisions run under; default the
      * login name), JOURNAL=<path> (annotation journal, default
      * notelog.csv), CLOCK=<path> (campaign clock the journal rows
      * are dated from, default campclock.dat); everything else is
      * prompted.
      *
      ******************************************************************
       COPY        TESTENV.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The campaign annotation sidecar (see G4SSGNOT) — browsed
      *    alongside the generated record, and written only by the
      *    annotation screen.
           SELECT NOTES-FILE           ASSIGN TO WS-NOTES-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.
      *    Patch scripts the edit screens write, and the staging
      *    reports they read back.
           SELECT EDIT-FILE            ASSIGN TO WS-EDIT-FILE-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-EDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTES-FILE.
       01  NOTES-RECORD.
           COPY NOTEREC.
       FD  EDIT-FILE.
       01  EDIT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
      *********************************
       01  WS-NOTES-PATH               PIC X(100) VALUE "notes.dat".
       01  WS-NOTES-STATUS             PIC XX.
           88  NOTES-FILE-OK           VALUE '00'.
       01  WS-EDIT-FILE-PATH           PIC X(100).
       01  WS-EDIT-STATUS              PIC XX.
           88  EDIT-FILE-OK            VALUE '00'.
           88  EDIT-FILE-EOF           VALUE '10'.
       01  WS-CON-OPER                 PIC X(16) VALUE SPACES.
      *********************************
      * Console state.
       01  WS-CHOICE                   PIC X(4).
       01  WS-PICK-ORB                 PIC 999 USAGE COMP-5.
       01  WS-LISTED                   PIC 9(5) USAGE COMP-5.
       01  WS-DISP-N                   PIC ZZ9.
       01  WS-DISP-RC                  PIC -ZZZ9.
       01  WS-DISP-V                   PIC -(5)9.9(4).
       01  WS-LOADED                   PIC X.
      *********************************
      * Edit screens — the patch script being built, its staging
      * files, and the field prompt's working set.
       01  WS-EDIT-STAMP               PIC X(21).
       01  WS-EDIT-SCRIPT              PIC X(100).
       01  WS-EDIT-PENDING             PIC X(100).
       01  WS-EDIT-REPORT              PIC X(100).
       01  WS-EDIT-LINE                PIC X(132).
       01  WS-EDIT-KEY                 PIC X(12).
       01  WS-EDIT-LABEL               PIC X(24).
       01  WS-EDIT-CUR                 PIC X(24).
       01  WS-EDIT-IN                  PIC X(24).
       01  WS-EDIT-V                   PIC -(8)9.9(4).
       01  WS-EDIT-CHANGES             PIC 999 USAGE COMP-5.
       01  WS-EDIT-LEN                 PIC 999 USAGE COMP-5.
       01  WS-EDIT-MORE                PIC X.
       01  WS-DEL-RC                   PIC S9(4) USAGE COMP-5.
      *********************************
      * Annotation screen — the record as it stood, and the answers.
       01  WS-NOTE-BEFORE.
           COPY NOTEREC REPLACING LEADING ==NOTE== BY ==WAS==.
       01  WS-NOTE-NEW                 PIC X.
       01  WS-NOTE-IN                  PIC X(120).
      *    The annotation journal — see JRNLCTL.cpy.
       01  WS-JRNL-CTL.
           COPY JRNLCTL.
       01  WS-REASON-IN                PIC X(40).
      *********************************
      * The PARM block handed to the batch engine when the console
      * fires a generation.
       01  WS-CRE-PARM.
           05  WS-CRE-LEN              PIC ZZ9.
           05  WS-CRE-DATA             PIC X(100).
      *    ...and the one handed to the maintenance utility when an
      *    edit is previewed, staged or decided.
       01  WS-DBU-PARM.
           05  WS-DBU-LEN              PIC ZZ9.
           05  WS-DBU-DATA             PIC X(100).
       01  WS-DBU-RC                   PIC S9(4) USAGE COMP-5.
       01  WS-DBU-PTR                  PIC 999 USAGE COMP-5.
      *********************************
      * The in-process generation contract (see cpy/GENCORE.cpy) —
      * the quick-roll option generates through the callable core
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
           MOVE 'G4SSGCON' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           PERFORM UNTIL PARM-INDEX > PARM-LEN
                       WHEN 'PATH'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-STARDB-PATH
                       WHEN 'OPER'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-CON-OPER
                       WHEN 'JOURNAL'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO NJ-JOURNAL-PATH
                       WHEN 'CLOCK'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO NJ-CLOCK-PATH
                   END-EVALUATE
               END-IF
           END-PERFORM.
               DISPLAY ' 4  regenerate one star of a saved system'
               DISPLAY ' 5  quick-roll a preview (in-process, '
                       'nothing saved)'
               DISPLAY ' 6  edit a saved system'
               DISPLAY ' 7  edit a system''s annotation'
               DISPLAY ' 8  approve or reject a staged edit'
               DISPLAY ' 0  quit'
               DISPLAY 'choice: ' NO ADVANCING
               MOVE SPACES TO WS-CHOICE
                       PERFORM CONSOLE-REGENSTAR
                   WHEN '5'
                       PERFORM CONSOLE-QUICK-ROLL
                   WHEN '6'
                       PERFORM CONSOLE-EDIT
                   WHEN '7'
                       PERFORM CONSOLE-ANNOTATE
                   WHEN '8'
                       PERFORM CONSOLE-DECIDE
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Pick 0-8.'
               END-EVALUATE
           END-PERFORM.
           DISPLAY 'Bye.'.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
       CONSOLE-LIST.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'CON001' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LISTED.
           MOVE LOW-VALUES TO STARDB-KEY.
           START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
               INVALID KEY
                   MOVE 'CON002' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   CLOSE STARDB-FILE
                   EXIT PARAGRAPH
           END-START.
           IF WS-NAME-IN = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-SAVED-SYSTEM.
           IF WS-LOADED NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY FUNCTION TRIM(STAR-SYSTEM-NAME) ': '
               STAR-COUNT ' star(s), age ' BYR OF SYSTEM-AGE
               ' BYr, population ' POPULATION OF SYSTEM-AGE
           PERFORM BROWSE-ONE-STAR.
           EXIT PARAGRAPH.

      *    Read and decode the system WS-NAME-IN names; WS-LOADED
      *    ends 'Y' when it is in WS-STAR-SYSTEM.
       LOAD-SAVED-SYSTEM.
           MOVE '-' TO WS-LOADED.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'CON003' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NAME-IN TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   MOVE 'CON004' TO MC-MSG-ID
                   MOVE WS-NAME-IN TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   CLOSE STARDB-FILE
                   EXIT PARAGRAPH
           END-READ.
      *    A record from another layout generation decodes to
      *    nonsense — refuse it loudly, same as every other body
      *    decoder does.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               MOVE 'CON005' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               CLOSE STARDB-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           CLOSE STARDB-FILE.
           MOVE 'Y' TO WS-LOADED.
           EXIT PARAGRAPH.

      *    The campaign annotation, when one exists — claims and
      *    notes belong next to the physics when browsing.
       SHOW-SYSTEM-ANNOTATION.
           MOVE SPACES TO WS-NAME-IN.
           ACCEPT WS-NAME-IN.
           IF WS-NAME-IN = SPACES THEN
               MOVE 'CON006' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CRE-DATA.
                   WS-CORE-SYSTEM, WS-CORE-TERRA,
                   WS-CORE-BELTS, WS-CORE-GIANTS
               ON EXCEPTION
                   MOVE 'CON007' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   EXIT PARAGRAPH
           END-CALL.
           IF GREQ-RC NOT = 0 THEN
               MOVE 'CON008' TO MC-MSG-ID
               MOVE GREQ-RC TO WS-DISP-RC
               MOVE WS-DISP-RC TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
      *    The returned image decodes exactly like a stardb record.
           DISPLAY 'Preview: 'STAR-COUNT' star(s), age '
               BYR OF SYSTEM-AGE' BYr, population '
               POPULATION OF SYSTEM-AGE'.'.
      *    A free roll still had a seed — show it, so a preview worth
      *    keeping can be rolled again on purpose.
           DISPLAY '  seed 'GREQ-OUT-SEED'.'.
           DISPLAY '  'GREQ-OUT-TERRA' world(s), '
               GREQ-OUT-BELTS' belt(s), '
               GREQ-OUT-GIANTS' giant(s); settlement pop 10^'
                   FUNCTION TRIM(WS-DISP-V) ' Sol, '
                   NUM-ORBITS(STAR-IDX) ' orbit(s)'
           END-PERFORM.
           MOVE 'CON009' TO MC-MSG-ID.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *********************************
           ACCEPT WS-REPLY.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REPLY))
              NOT = 'YES' THEN
               MOVE 'CON010' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CRE-DATA.
       FIRE-THE-ENGINE.
           COMPUTE WS-CRE-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-CRE-DATA)).
           MOVE 'CON011' TO MC-MSG-ID.
           MOVE WS-CRE-DATA TO MC-INSERT(1).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           CALL 'G4SSGCRE' USING WS-CRE-PARM
               ON EXCEPTION
                   MOVE 'CON012' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-CALL.
      *    The engine keeps its WORKING-STORAGE between CALLs —
      *    parse pointers, LOAD=/REGENSTAR= forcings, the base name
      *    or the previous action's settings leak into this one.
           CANCEL 'G4SSGCRE'.
           EXIT PARAGRAPH.

      *********************************
      * 6: field-level edit of a saved system.  Every answer is a
      * patch-script line; blank keeps the field.  G4SSGDBU checks
      * each one by its patch rules in a preview, the report is
      * shown for confirmation, and only then is the edit staged.
       CONSOLE-EDIT.
           DISPLAY 'system name: ' NO ADVANCING.
           MOVE SPACES TO WS-NAME-IN.
           ACCEPT WS-NAME-IN.
           IF WS-NAME-IN = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-SAVED-SYSTEM.
           IF WS-LOADED NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-EDIT-STAMP.
           MOVE SPACES TO WS-EDIT-SCRIPT WS-EDIT-PENDING
                          WS-EDIT-REPORT.
           STRING 'con' WS-EDIT-STAMP(1:14) '.pat'
                  DELIMITED BY SIZE INTO WS-EDIT-SCRIPT
           END-STRING.
           STRING FUNCTION TRIM(WS-EDIT-SCRIPT) '.pnd'
                  DELIMITED BY SIZE INTO WS-EDIT-PENDING
           END-STRING.
           STRING FUNCTION TRIM(WS-EDIT-SCRIPT) '.rpt'
                  DELIMITED BY SIZE INTO WS-EDIT-REPORT
           END-STRING.
           MOVE WS-EDIT-SCRIPT TO WS-EDIT-FILE-PATH.
           OPEN OUTPUT EDIT-FILE.
           IF NOT EDIT-FILE-OK THEN
               MOVE 'CON013' TO MC-MSG-ID
               MOVE WS-EDIT-SCRIPT TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-EDIT-LINE.
           STRING '* console edit of ' FUNCTION TRIM(WS-NAME-IN)
                  DELIMITED BY SIZE INTO WS-EDIT-LINE
           END-STRING.
           WRITE EDIT-RECORD FROM WS-EDIT-LINE.
           MOVE SPACES TO WS-EDIT-LINE.
           STRING 'SYSTEM=' FUNCTION TRIM(WS-NAME-IN)
                  DELIMITED BY SIZE INTO WS-EDIT-LINE
           END-STRING.
           WRITE EDIT-RECORD FROM WS-EDIT-LINE.
           MOVE 0 TO WS-EDIT-CHANGES.
           DISPLAY 'Blank keeps a field as it is.'.
           PERFORM EDIT-SYSTEM-HEADER.
           MOVE 'Y' TO WS-EDIT-MORE.
           PERFORM UNTIL WS-EDIT-MORE NOT = 'Y'
               DISPLAY 'star # to edit (1-' STAR-COUNT
                   ', blank = done): ' NO ADVANCING
               MOVE SPACES TO WS-NUM-IN
               ACCEPT WS-NUM-IN
               IF WS-NUM-IN = SPACES THEN
                   MOVE '-' TO WS-EDIT-MORE
               ELSE
                   COMPUTE WS-PICK-STAR = FUNCTION NUMVAL(WS-NUM-IN)
                   IF WS-PICK-STAR < 1
                      OR WS-PICK-STAR > STAR-COUNT THEN
                       DISPLAY 'No such star.'
                   ELSE
                       PERFORM EDIT-ONE-STAR
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE EDIT-FILE.
           IF WS-EDIT-CHANGES = 0 THEN
               MOVE 'CON014' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               CALL 'CBL_DELETE_FILE' USING WS-EDIT-SCRIPT
                   RETURNING WS-DEL-RC
               EXIT PARAGRAPH
           END-IF.
      *    Preview — the same validation staging and approval use,
      *    with the before -> after of every field in the report.
           MOVE SPACES TO WS-DBU-DATA.
           STRING 'PATH=' FUNCTION TRIM(WS-STARDB-PATH)
                  ',PATCH=' FUNCTION TRIM(WS-EDIT-SCRIPT)
                  ',DRYRUN=Y'
                  DELIMITED BY SIZE INTO WS-DBU-DATA
           END-STRING.
           PERFORM RUN-MAINTENANCE.
           IF WS-DBU-RC >= 8 THEN
               MOVE 'CON015' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM DISCARD-EDIT-FILES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EDIT-REPORT TO WS-EDIT-FILE-PATH.
           PERFORM SHOW-EDIT-REPORT.
           IF WS-DBU-RC >= 4 THEN
               MOVE 'CON016' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           DISPLAY 'type YES to stage this edit for approval: '
               NO ADVANCING.
           MOVE SPACES TO WS-REPLY.
           ACCEPT WS-REPLY.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REPLY))
              NOT = 'YES' THEN
               MOVE 'CON017' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM DISCARD-EDIT-FILES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DBU-DATA.
           STRING 'PATH=' FUNCTION TRIM(WS-STARDB-PATH)
                  ',PATCH=' FUNCTION TRIM(WS-EDIT-SCRIPT)
                  DELIMITED BY SIZE INTO WS-DBU-DATA
           END-STRING.
           PERFORM RUN-MAINTENANCE.
           IF WS-DBU-RC >= 8 THEN
               MOVE 'CON018' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE 'CON019' TO MC-MSG-ID.
           MOVE WS-EDIT-PENDING TO MC-INSERT(1).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *    System header: age, metallicity, sector, settlement.
       EDIT-SYSTEM-HEADER.
           MOVE BYR OF SYSTEM-AGE TO WS-EDIT-V.
           MOVE 'AGE' TO WS-EDIT-KEY.
           MOVE 'age (BYr)' TO WS-EDIT-LABEL.
           PERFORM EDIT-NUMERIC-FIELD.
           MOVE SYSTEM-METALLICITY TO WS-EDIT-V.
           MOVE 'METALLICITY' TO WS-EDIT-KEY.
           MOVE 'metallicity' TO WS-EDIT-LABEL.
           PERFORM EDIT-NUMERIC-FIELD.
           MOVE SYSTEM-SECTOR TO WS-EDIT-CUR.
           MOVE 'SECTOR' TO WS-EDIT-KEY.
           MOVE 'sector' TO WS-EDIT-LABEL.
           PERFORM EDIT-PROMPT-FIELD.
           MOVE SETTLE-POP-EXP TO WS-EDIT-V.
           MOVE 'POPEXP' TO WS-EDIT-KEY.
           MOVE 'population exponent' TO WS-EDIT-LABEL.
           PERFORM EDIT-NUMERIC-FIELD.
           MOVE SETTLE-GOV TO WS-EDIT-V.
           MOVE 'GOV' TO WS-EDIT-KEY.
           MOVE 'government' TO WS-EDIT-LABEL.
           PERFORM EDIT-NUMERIC-FIELD.
           MOVE SETTLE-LAW TO WS-EDIT-V.
           MOVE 'LAW' TO WS-EDIT-KEY.
           MOVE 'law level' TO WS-EDIT-LABEL.
           PERFORM EDIT-NUMERIC-FIELD.
           MOVE SETTLE-TL TO WS-EDIT-V.
           MOVE 'TL' TO WS-EDIT-KEY.
           MOVE 'tech level' TO WS-EDIT-LABEL.
           PERFORM EDIT-NUMERIC-FIELD.
           MOVE SETTLE-PORT TO WS-EDIT-CUR.
           MOVE 'PORT' TO WS-EDIT-KEY.
           MOVE 'starport (A-E, X)' TO WS-EDIT-LABEL.
           PERFORM EDIT-PROMPT-FIELD.
           EXIT PARAGRAPH.

      *    One star's fields, then any of its orbits.
       EDIT-ONE-STAR.
           MOVE WS-PICK-STAR TO WS-DISP-N.
           MOVE SPACES TO WS-EDIT-LINE.
           STRING 'STAR=' FUNCTION TRIM(WS-DISP-N)
                  DELIMITED BY SIZE INTO WS-EDIT-LINE
           END-STRING.
           WRITE EDIT-RECORD FROM WS-EDIT-LINE.
           MOVE MASS OF STAR(WS-PICK-STAR) TO WS-EDIT-V.
           MOVE 'MASS' TO WS-EDIT-KEY.
           MOVE 'mass (Sol)' TO WS-EDIT-LABEL.
           PERFORM EDIT-NUMERIC-FIELD.
           MOVE CURRENT-LUM(WS-PICK-STAR) TO WS-EDIT-V.
           MOVE 'LUM' TO WS-EDIT-KEY.
           MOVE 'luminosity (Sol)' TO WS-EDIT-LABEL.
           PERFORM EDIT-NUMERIC-FIELD.
           MOVE TEMPERATURE OF STAR(WS-PICK-STAR) TO WS-EDIT-V.
           MOVE 'TEMP' TO WS-EDIT-KEY.
           MOVE 'temperature (K)' TO WS-EDIT-LABEL.
           PERFORM EDIT-NUMERIC-FIELD.
           MOVE STAGE OF STAR(WS-PICK-STAR) TO WS-EDIT-CUR.
           MOVE 'STAGE' TO WS-EDIT-KEY.
           MOVE 'stage' TO WS-EDIT-LABEL.
           PERFORM EDIT-PROMPT-FIELD.
           MOVE STAR-FLARE(WS-PICK-STAR) TO WS-EDIT-CUR.
           MOVE 'FLARE' TO WS-EDIT-KEY.
           MOVE 'flare (-, O, F, V)' TO WS-EDIT-LABEL.
           PERFORM EDIT-PROMPT-FIELD.
           MOVE 'Y' TO WS-EDIT-MORE.
           PERFORM UNTIL WS-EDIT-MORE NOT = 'Y'
               DISPLAY 'orbit # of star ' FUNCTION TRIM(WS-DISP-N)
                   ' (1-' NUM-ORBITS(WS-PICK-STAR)
                   ', blank = done): ' NO ADVANCING
               MOVE SPACES TO WS-NUM-IN
               ACCEPT WS-NUM-IN
               IF WS-NUM-IN = SPACES THEN
                   MOVE '-' TO WS-EDIT-MORE
               ELSE
                   COMPUTE WS-PICK-ORB = FUNCTION NUMVAL(WS-NUM-IN)
                   IF WS-PICK-ORB < 1
                      OR WS-PICK-ORB > NUM-ORBITS(WS-PICK-STAR) THEN
                       DISPLAY 'No such orbit.'
                   ELSE
                       PERFORM EDIT-ONE-ORBIT
                   END-IF
               END-IF
           END-PERFORM.
      *    Back to the star prompt.
           MOVE 'Y' TO WS-EDIT-MORE.
           EXIT PARAGRAPH.

       EDIT-ONE-ORBIT.
           MOVE WS-PICK-ORB TO WS-DISP-N.
           MOVE SPACES TO WS-EDIT-LINE.
           STRING 'ORBIT=' FUNCTION TRIM(WS-DISP-N)
                  DELIMITED BY SIZE INTO WS-EDIT-LINE
           END-STRING.
           WRITE EDIT-RECORD FROM WS-EDIT-LINE.
           MOVE DISTANCE OF ORBIT(WS-PICK-STAR, WS-PICK-ORB)
             TO WS-EDIT-V.
           MOVE 'DISTANCE' TO WS-EDIT-KEY.
           MOVE 'distance (AU)' TO WS-EDIT-LABEL.
           PERFORM EDIT-NUMERIC-FIELD.
           MOVE ORB-ECCENTRICITY(WS-PICK-STAR, WS-PICK-ORB)
             TO WS-EDIT-V.
           MOVE 'ECC' TO WS-EDIT-KEY.
           MOVE 'eccentricity' TO WS-EDIT-LABEL.
           PERFORM EDIT-NUMERIC-FIELD.
           MOVE OBJ(WS-PICK-STAR, WS-PICK-ORB) TO WS-EDIT-CUR.
           MOVE 'OBJ' TO WS-EDIT-KEY.
           MOVE 'object (-, T, A, G)' TO WS-EDIT-LABEL.
           PERFORM EDIT-PROMPT-FIELD.
           MOVE ORBIT-STABILITY(WS-PICK-STAR, WS-PICK-ORB)
             TO WS-EDIT-CUR.
           MOVE 'STABILITY' TO WS-EDIT-KEY.
           MOVE 'stability (-, S, M, U)' TO WS-EDIT-LABEL.
           PERFORM EDIT-PROMPT-FIELD.
           EXIT PARAGRAPH.

       EDIT-NUMERIC-FIELD.
           MOVE FUNCTION TRIM(WS-EDIT-V) TO WS-EDIT-CUR.
           PERFORM EDIT-PROMPT-FIELD.
           EXIT PARAGRAPH.

      *    Show the current value, take the answer; a non-blank one
      *    becomes a KEY=value line of the script.
       EDIT-PROMPT-FIELD.
           DISPLAY '  ' FUNCTION TRIM(WS-EDIT-LABEL) ' ['
               FUNCTION TRIM(WS-EDIT-CUR) ']: ' NO ADVANCING.
           MOVE SPACES TO WS-EDIT-IN.
           ACCEPT WS-EDIT-IN.
           IF WS-EDIT-IN = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-EDIT-LINE.
           STRING FUNCTION TRIM(WS-EDIT-KEY) '='
                  FUNCTION TRIM(WS-EDIT-IN)
                  DELIMITED BY SIZE INTO WS-EDIT-LINE
           END-STRING.
           WRITE EDIT-RECORD FROM WS-EDIT-LINE.
           ADD 1 TO WS-EDIT-CHANGES.
           EXIT PARAGRAPH.

       SHOW-EDIT-REPORT.
           OPEN INPUT EDIT-FILE.
           IF NOT EDIT-FILE-OK THEN
               MOVE 'CON020' TO MC-MSG-ID
               MOVE WS-EDIT-FILE-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           DISPLAY '----- ' FUNCTION TRIM(WS-EDIT-FILE-PATH)
               ' -----'.
           PERFORM UNTIL EDIT-FILE-EOF
               READ EDIT-FILE
                   AT END CONTINUE
                   NOT AT END
                       DISPLAY FUNCTION TRIM(EDIT-RECORD TRAILING)
               END-READ
           END-PERFORM.
           CLOSE EDIT-FILE.
           EXIT PARAGRAPH.

      *    An unconfirmed edit leaves nothing behind.
       DISCARD-EDIT-FILES.
           CALL 'CBL_DELETE_FILE' USING WS-EDIT-SCRIPT
               RETURNING WS-DEL-RC.
           CALL 'CBL_DELETE_FILE' USING WS-EDIT-REPORT
               RETURNING WS-DEL-RC.
           EXIT PARAGRAPH.

      *    G4SSGDBU with the PARM in WS-DBU-DATA (plus OPER= when
      *    the console was given one); its return code comes back
      *    in WS-DBU-RC.
       RUN-MAINTENANCE.
           IF WS-CON-OPER NOT = SPACES THEN
               COMPUTE WS-DBU-PTR = 1 +
                       FUNCTION LENGTH(FUNCTION TRIM(WS-DBU-DATA))
               STRING ',OPER=' FUNCTION TRIM(WS-CON-OPER)
                      DELIMITED BY SIZE INTO WS-DBU-DATA
                      WITH POINTER WS-DBU-PTR
               END-STRING
           END-IF.
           COMPUTE WS-DBU-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-DBU-DATA)).
           MOVE 'CON021' TO MC-MSG-ID.
           MOVE WS-DBU-DATA TO MC-INSERT(1).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE 0 TO RETURN-CODE.
           CALL 'G4SSGDBU' USING WS-DBU-PARM
               ON EXCEPTION
                   MOVE 'CON022' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 8 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-DBU-RC.
           MOVE 0 TO RETURN-CODE.
      *    Fresh WORKING-STORAGE for the next action, as with the
      *    engine.
           CANCEL 'G4SSGDBU'.
           EXIT PARAGRAPH.

      *********************************
      * 7: the notes.dat annotation, field by field — the same
      * fields and rules as G4SSGNOT's SET=, with a before -> after
      * confirmation before anything is written.
       CONSOLE-ANNOTATE.
           DISPLAY 'system name: ' NO ADVANCING.
           MOVE SPACES TO WS-NAME-IN.
           ACCEPT WS-NAME-IN.
           IF WS-NAME-IN = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O NOTES-FILE.
           IF NOT NOTES-FILE-OK THEN
               OPEN OUTPUT NOTES-FILE
               CLOSE NOTES-FILE
               OPEN I-O NOTES-FILE
           END-IF.
           IF NOT NOTES-FILE-OK THEN
               MOVE 'CON023' TO MC-MSG-ID
               MOVE WS-NOTES-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NAME-IN TO NOTE-KEY.
           MOVE '-' TO WS-NOTE-NEW.
           READ NOTES-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-NOTE-NEW
                   MOVE WS-NAME-IN TO NOTE-KEY
                   MOVE SPACES TO NOTE-CLAIM NOTE-TEXT
                   MOVE 0 TO NOTE-SURVEY
                   SET NOTE-WAS-VISITED TO FALSE
           END-READ.
           MOVE NOTES-RECORD TO WS-NOTE-BEFORE.
           DISPLAY 'Blank keeps a field; - clears the claim or '
               'the note.'.
           DISPLAY '  claim [' FUNCTION TRIM(NOTE-CLAIM) ']: '
               NO ADVANCING.
           MOVE SPACES TO WS-NOTE-IN.
           ACCEPT WS-NOTE-IN.
           EVALUATE TRUE
               WHEN WS-NOTE-IN = SPACES
                   CONTINUE
               WHEN WS-NOTE-IN = '-'
                   MOVE SPACES TO NOTE-CLAIM
               WHEN OTHER
                   MOVE WS-NOTE-IN TO NOTE-CLAIM
           END-EVALUATE.
           DISPLAY '  survey 0-9 [' NOTE-SURVEY ']: ' NO ADVANCING.
           MOVE SPACES TO WS-NUM-IN.
           ACCEPT WS-NUM-IN.
           IF WS-NUM-IN NOT = SPACES THEN
               IF WS-NUM-IN(1:1) IS NUMERIC
                  AND WS-NUM-IN(2:) = SPACES THEN
                   MOVE WS-NUM-IN(1:1) TO NOTE-SURVEY
               ELSE
                   MOVE 'CON024' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               END-IF
           END-IF.
           DISPLAY '  visited Y/N/S [' NOTE-VISITED ']: '
               NO ADVANCING.
           MOVE SPACES TO WS-NUM-IN.
           ACCEPT WS-NUM-IN.
           IF WS-NUM-IN(2:) NOT = SPACES THEN
               MOVE '?' TO WS-NUM-IN(1:1)
           END-IF.
           EVALUATE FUNCTION UPPER-CASE(WS-NUM-IN(1:1))
               WHEN SPACE
                   CONTINUE
               WHEN 'Y'
                   SET NOTE-WAS-VISITED TO TRUE
               WHEN 'N'
                   SET NOTE-WAS-VISITED TO FALSE
               WHEN 'S'
                   SET NOTE-SCHEDULED TO TRUE
               WHEN OTHER
                   MOVE 'CON030' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-EVALUATE.
           IF NOTE-TEXT NOT = SPACES THEN
               DISPLAY '  note: ' FUNCTION TRIM(NOTE-TEXT)
           END-IF.
           DISPLAY '  new note: ' NO ADVANCING.
           MOVE SPACES TO WS-NOTE-IN.
           ACCEPT WS-NOTE-IN.
           EVALUATE TRUE
               WHEN WS-NOTE-IN = SPACES
                   CONTINUE
               WHEN WS-NOTE-IN = '-'
                   MOVE SPACES TO NOTE-TEXT
               WHEN OTHER
                   MOVE WS-NOTE-IN TO NOTE-TEXT
           END-EVALUATE.
           IF NOTES-RECORD = WS-NOTE-BEFORE THEN
               MOVE 'CON014' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               CLOSE NOTES-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-ANNOTATION-DIFF.
           DISPLAY 'type YES to save: ' NO ADVANCING.
           MOVE SPACES TO WS-REPLY.
           ACCEPT WS-REPLY.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REPLY))
              NOT = 'YES' THEN
               MOVE 'CON010' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               CLOSE NOTES-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-NOTE-NEW = 'Y' THEN
               WRITE NOTES-RECORD
                   INVALID KEY
                       MOVE 'CON025' TO MC-MSG-ID
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   NOT INVALID KEY
                       PERFORM JOURNAL-ANNOTATION
               END-WRITE
           ELSE
               REWRITE NOTES-RECORD
                   INVALID KEY
                       MOVE 'CON026' TO MC-MSG-ID
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   NOT INVALID KEY
                       PERFORM JOURNAL-ANNOTATION
               END-REWRITE
           END-IF.
           CLOSE NOTES-FILE.
           MOVE 'CON027' TO MC-MSG-ID.
           MOVE WS-NAME-IN TO MC-INSERT(1).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *    What the save changed that a chronicle wants dated — the
      *    same CLAIM, RELEASE and VISIT rows G4SSGNOT's SET= writes.
       JOURNAL-ANNOTATION.
           MOVE WS-NAME-IN TO NJ-SYS-NAME.
           MOVE WAS-CLAIM TO NJ-OLD-CLAIM.
           MOVE WAS-VISITED TO NJ-OLD-VISITED.
           MOVE NOTE-CLAIM TO NJ-NEW-CLAIM.
           MOVE NOTE-VISITED TO NJ-NEW-VISITED.
           CALL 'JOURNAL-ANNOTATION-CHANGE' USING WS-JRNL-CTL.
           EXIT PARAGRAPH.

       SHOW-ANNOTATION-DIFF.
           DISPLAY '----- annotation of '
               FUNCTION TRIM(WS-NAME-IN) ' -----'.
           IF NOTE-CLAIM NOT = WAS-CLAIM THEN
               DISPLAY '  claim   '
                   FUNCTION TRIM(WAS-CLAIM)
                   ' -> ' FUNCTION TRIM(NOTE-CLAIM)
           END-IF.
           IF NOTE-SURVEY NOT = WAS-SURVEY THEN
               DISPLAY '  survey  ' WAS-SURVEY
                   ' -> ' NOTE-SURVEY
           END-IF.
           IF NOTE-VISITED NOT = WAS-VISITED THEN
               DISPLAY '  visited ' WAS-VISITED
                   ' -> ' NOTE-VISITED
           END-IF.
           IF NOTE-TEXT NOT = WAS-TEXT THEN
               DISPLAY '  note    '
                   FUNCTION TRIM(WAS-TEXT)
               DISPLAY '       -> ' FUNCTION TRIM(NOTE-TEXT)
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * 8: decide a staged edit — G4SSGDBU's APPROVE=/REJECT=, with
      * its staging report shown first.  The stager cannot decide
      * their own set; the utility refuses it.
       CONSOLE-DECIDE.
           DISPLAY 'pending set (e.g. con<timestamp>.pat.pnd): '
               NO ADVANCING.
           MOVE SPACES TO WS-EDIT-PENDING.
           ACCEPT WS-EDIT-PENDING.
           IF WS-EDIT-PENDING = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(WS-EDIT-PENDING) TO WS-EDIT-PENDING.
           MOVE WS-EDIT-PENDING TO WS-EDIT-REPORT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-EDIT-PENDING))
             TO WS-EDIT-LEN.
           IF WS-EDIT-LEN > 4 THEN
               IF WS-EDIT-PENDING(WS-EDIT-LEN - 3:4) = '.pnd' THEN
                   MOVE '.rpt' TO WS-EDIT-REPORT(WS-EDIT-LEN - 3:4)
                   MOVE WS-EDIT-REPORT TO WS-EDIT-FILE-PATH
                   PERFORM SHOW-EDIT-REPORT
               END-IF
           END-IF.
           DISPLAY 'A = approve, R = reject, blank = back: '
               NO ADVANCING.
           MOVE SPACES TO WS-REPLY.
           ACCEPT WS-REPLY.
           MOVE SPACES TO WS-DBU-DATA.
           EVALUATE FUNCTION UPPER-CASE(WS-REPLY(1:1))
               WHEN 'A'
                   STRING 'PATH=' FUNCTION TRIM(WS-STARDB-PATH)
                          ',APPROVE=' FUNCTION TRIM(WS-EDIT-PENDING)
                          DELIMITED BY SIZE INTO WS-DBU-DATA
                   END-STRING
               WHEN 'R'
                   DISPLAY 'reason: ' NO ADVANCING
                   MOVE SPACES TO WS-REASON-IN
                   ACCEPT WS-REASON-IN
                   IF WS-REASON-IN = SPACES THEN
                       MOVE 'CON028' TO MC-MSG-ID
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       EXIT PARAGRAPH
                   END-IF
      *            The reason rides in the PARM, where a comma
      *            would end it.
                   INSPECT WS-REASON-IN REPLACING ALL ',' BY ';'
                   STRING 'PATH=' FUNCTION TRIM(WS-STARDB-PATH)
                          ',REJECT=' FUNCTION TRIM(WS-EDIT-PENDING)
                          ',REASON=' FUNCTION TRIM(WS-REASON-IN)
                          DELIMITED BY SIZE INTO WS-DBU-DATA
                   END-STRING
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM RUN-MAINTENANCE.
           IF WS-DBU-RC >= 8 THEN
               MOVE 'CON029' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
