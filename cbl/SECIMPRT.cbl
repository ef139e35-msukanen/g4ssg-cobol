       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGIMP.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Published-sector import — reads a community sector file (the
      * tab-delimited T5 Second Survey layout TravellerMap serves, or
      * the classic space-aligned sec layout G4SSGCRE's own UWP=
      * export writes) and turns every world line into a skeleton
      * work order for G4SSGCRE's WORKFILE= mode:
      *     <name>,HEX=ccrr,UWP=A788899-C,BASES=NS,ALLEG=ImDd,SPEC=F7 V
      * so the generator fleshes out the physical system behind each
      * published line — hex, starport and social digits, bases,
      * allegiance and the primary's class pinned, everything else
      * rolled.  Run G4SSGCRE with GRIDWIDTH=32 for a full sector;
      * its work-order report lists whatever it could not make true.
      *
      * T5 files are read by their header row, so column order does
      * not matter; Hex, Name, UWP, Bases, Allegiance and Stars are
      * used, the rest ignored.  Classic lines are found by their UWP
      * ('X999999-9' right after a four-digit hex): the name is what
      * precedes the hex, the base code sits in the column after the
      * UWP, the PBG is the first three-digit group after it, the
      * allegiance follows the PBG and the stars follow that.
      *
      * Base codes come across as G4SSGCRE's naval (N), scout (S) and
      * way-station (W) bases; the classic combined codes split
      * (A = N+S, B = N+W), K (a non-Imperial naval base) counts as
      * naval, and anything else is dropped and reported.  An
      * unnamed world takes 'Hex-ccrr' as its name.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   IN=<path>      the sector file (required)
      *   OUT=<path>     work-order file written (default import.wo)
      *   FORMAT=T5|SEC  force the layout (default: T5 when the first
      *                  line that isn't a comment holds a tab)
      *
      * Return codes: 0 every line imported, 4 some lines skipped or
      * some codes dropped (listed), 8 nothing imported.
      *
      ******************************************************************
       COPY        TESTENV.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEC-FILE             ASSIGN TO WS-SEC-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-SEC-STATUS.
           SELECT WO-FILE              ASSIGN TO WS-WO-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-WO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEC-FILE.
       01  SEC-RECORD                  PIC X(400).
       FD  WO-FILE.
       01  WO-RECORD                   PIC X(200).

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
       01  WS-SEC-PATH                 PIC X(100) VALUE SPACES.
       01  WS-SEC-STATUS               PIC XX.
           88  SEC-FILE-OK             VALUE '00'.
           88  SEC-FILE-EOF            VALUE '10'.
       01  WS-WO-PATH                  PIC X(100) VALUE "import.wo".
       01  WS-WO-STATUS                PIC XX.
           88  WO-FILE-OK              VALUE '00'.
      *    'T' = T5 tab-delimited, 'S' = classic sec, space = sniff.
       01  WS-FORMAT                   PIC X VALUE SPACE.
           88  FORMAT-T5               VALUE 'T'.
           88  FORMAT-SEC              VALUE 'S'.
       01  WS-TAB                      PIC X VALUE X"09".
      *********************************
      * T5 header — which column holds what (0 = not in this file).
       01  WS-T5-HEADER-SEEN           PIC X VALUE '-'.
       01  WS-T5-COLS.
           05  T5C-HEX                 PIC 99 USAGE COMP-5 VALUE 0.
           05  T5C-NAME                PIC 99 USAGE COMP-5 VALUE 0.
           05  T5C-UWP                 PIC 99 USAGE COMP-5 VALUE 0.
           05  T5C-BASES               PIC 99 USAGE COMP-5 VALUE 0.
           05  T5C-ALLEG               PIC 99 USAGE COMP-5 VALUE 0.
           05  T5C-STARS               PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-T5-FIELD-COUNT           PIC 99 USAGE COMP-5.
       01  WS-T5-FIELDS.
           05  T5-FIELD                OCCURS 40 TIMES PIC X(60).
       01  WS-T5-PTR                   PIC 999 USAGE COMP-5.
       01  WS-T5-I                     PIC 99 USAGE COMP-5.
      *********************************
      * One published world, as pulled off either layout.
       01  WS-PUB.
           05  PUB-NAME                PIC X(40).
           05  PUB-HEX                 PIC X(4).
           05  PUB-UWP                 PIC X(9).
           05  PUB-BASES-RAW           PIC X(8).
           05  PUB-ALLEG               PIC X(4).
           05  PUB-STARS               PIC X(60).
       01  WS-PUB-BASES                PIC X(4).
       01  WS-PUB-BASE-PTR             PIC 9 USAGE COMP-5.
       01  WS-BASE-HIT                 PIC 9 USAGE COMP-5.
       01  WS-PUB-SPEC                 PIC X(10).
       01  WS-STAR-TOK-1               PIC X(10).
       01  WS-STAR-TOK-2               PIC X(10).
      *********************************
      * Classic-line scanning.
       01  WS-LINE                     PIC X(400).
       01  WS-LINE-LEN                 PIC 999 USAGE COMP-5.
       01  WS-Q                        PIC 999 USAGE COMP-5.
       01  WS-UWP-AT                   PIC 999 USAGE COMP-5.
       01  WS-PBG-AT                   PIC 999 USAGE COMP-5.
       01  WS-TOK-PTR                  PIC 999 USAGE COMP-5.
       01  WS-TOK-AT                   PIC 999 USAGE COMP-5.
       01  WS-TOK                      PIC X(60).
       01  WS-C                        PIC 99 USAGE COMP-5.
       01  WS-UWP-OK                   PIC X.
      *********************************
      * Output and the report.
       01  WS-WO-LINE                  PIC X(200).
       01  WS-WO-PTR                   PIC 999 USAGE COMP-5.
       01  WS-LINE-NO                  PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-NOTES                    PIC X(80).
       01  WS-NOTES-PTR                PIC 999 USAGE COMP-5.
       01  WS-NOTE                     PIC X(30).
       01  WS-IMPORT-COUNT             PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-SKIP-COUNT               PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-NOTED-COUNT              PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-DISP-N                   PIC ZZZZ9.
       01  WS-DISP-LINE                PIC ZZZZ9.
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
           MOVE 'G4SSGIMP' TO MC-PROGRAM.
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
               IF WS-PARM-TOKENS > 1 THEN
                   EVALUATE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-PARM-KEY))
                       WHEN 'IN'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-SEC-PATH
                       WHEN 'OUT'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-WO-PATH
                       WHEN 'FORMAT'
                           EVALUATE FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(WS-PARM-VAL))
                               WHEN 'T5'
                                   SET FORMAT-T5 TO TRUE
                               WHEN 'SEC'
                                   SET FORMAT-SEC TO TRUE
                           END-EVALUATE
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-SEC-PATH = SPACES THEN
               MOVE 'IMP001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           OPEN INPUT SEC-FILE.
           IF NOT SEC-FILE-OK THEN
               MOVE 'IMP002' TO MC-MSG-ID
               MOVE WS-SEC-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           OPEN OUTPUT WO-FILE.
           IF NOT WO-FILE-OK THEN
               MOVE 'IMP003' TO MC-MSG-ID
               MOVE WS-WO-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               CLOSE SEC-FILE
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE SPACES TO WS-WO-LINE.
           STRING '# Work orders imported from '
                                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEC-PATH)
                                       DELIMITED BY SIZE
                  ' by G4SSGIMP — run G4SSGCRE WORKFILE= on this '
                                       DELIMITED BY SIZE
                  'file (GRIDWIDTH=32 for a full sector).'
                                       DELIMITED BY SIZE
                  INTO WS-WO-LINE
           END-STRING.
           WRITE WO-RECORD FROM WS-WO-LINE.

           PERFORM UNTIL SEC-FILE-EOF
               READ SEC-FILE INTO WS-LINE
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-LINE(1:1) NOT = '#'
                          AND WS-LINE NOT = SPACES THEN
                           PERFORM IMPORT-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SEC-FILE.
           CLOSE WO-FILE.

      *    One summary, worded the same at each severity: nothing
      *    imported is an error, anything skipped or cut short a
      *    warning.
           EVALUATE TRUE
               WHEN WS-IMPORT-COUNT = 0
                   MOVE 'IMP008' TO MC-MSG-ID
               WHEN WS-SKIP-COUNT > 0 OR WS-NOTED-COUNT > 0
                   MOVE 'IMP009' TO MC-MSG-ID
               WHEN OTHER
                   MOVE 'IMP004' TO MC-MSG-ID
           END-EVALUATE.
           MOVE WS-IMPORT-COUNT TO WS-DISP-N.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-WO-PATH TO MC-INSERT(2).
           MOVE WS-SKIP-COUNT TO WS-DISP-N.
           MOVE WS-DISP-N TO MC-INSERT(3).
           MOVE WS-NOTED-COUNT TO WS-DISP-N.
           MOVE WS-DISP-N TO MC-INSERT(4).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * One line of the sector file, whichever layout.  The layout is
      * settled by the first line that isn't a comment.
       IMPORT-ONE-LINE.
           IF WS-FORMAT = SPACE THEN
               MOVE 0 TO WS-C
               INSPECT WS-LINE TALLYING WS-C FOR ALL WS-TAB
               IF WS-C > 0 THEN
                   SET FORMAT-T5 TO TRUE
               ELSE
                   SET FORMAT-SEC TO TRUE
               END-IF
           END-IF.
           MOVE SPACES TO WS-PUB WS-NOTES.
           MOVE 1 TO WS-NOTES-PTR.
           IF FORMAT-T5 THEN
               PERFORM SPLIT-T5-LINE
               IF WS-T5-HEADER-SEEN NOT = 'Y' THEN
                   PERFORM MAP-T5-HEADER
                   EXIT PARAGRAPH
               END-IF
               PERFORM PICK-T5-FIELDS
           ELSE
               PERFORM SCAN-SEC-LINE
           END-IF.
      *    A row with no hex or no UWP can't be placed — reported and
      *    skipped.  A classic file's title and ruler lines ahead of
      *    its first world pass without comment.
           IF PUB-HEX IS NOT NUMERIC OR PUB-UWP(8:1) NOT = '-' THEN
               IF FORMAT-SEC AND WS-IMPORT-COUNT = 0 THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LINE-NO TO WS-DISP-LINE
               MOVE 'IMP005' TO MC-MSG-ID
               MOVE WS-DISP-LINE TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               ADD 1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-WORK-ORDER.
           EXIT PARAGRAPH.

      *********************************
      * Tab-split the line into T5-FIELD(1..WS-T5-FIELD-COUNT).
       SPLIT-T5-LINE.
           MOVE 0 TO WS-T5-FIELD-COUNT.
           MOVE 1 TO WS-T5-PTR.
           COMPUTE WS-LINE-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-LINE TRAILING)).
           PERFORM UNTIL WS-T5-PTR > WS-LINE-LEN
                      OR WS-T5-FIELD-COUNT >= 40
               ADD 1 TO WS-T5-FIELD-COUNT
               MOVE SPACES TO T5-FIELD(WS-T5-FIELD-COUNT)
               UNSTRING WS-LINE DELIMITED BY WS-TAB
                       INTO T5-FIELD(WS-T5-FIELD-COUNT)
                       WITH POINTER WS-T5-PTR
               END-UNSTRING
               MOVE FUNCTION TRIM(T5-FIELD(WS-T5-FIELD-COUNT))
                 TO T5-FIELD(WS-T5-FIELD-COUNT)
           END-PERFORM.
           EXIT PARAGRAPH.

      *    The header row names the columns; Hex and UWP are the ones
      *    an import can't do without.
       MAP-T5-HEADER.
           PERFORM VARYING WS-T5-I FROM 1 BY 1
                   UNTIL WS-T5-I > WS-T5-FIELD-COUNT
               EVALUATE FUNCTION UPPER-CASE(T5-FIELD(WS-T5-I))
                   WHEN 'HEX'        MOVE WS-T5-I TO T5C-HEX
                   WHEN 'NAME'       MOVE WS-T5-I TO T5C-NAME
                   WHEN 'UWP'        MOVE WS-T5-I TO T5C-UWP
                   WHEN 'BASES'      MOVE WS-T5-I TO T5C-BASES
                   WHEN 'ALLEGIANCE' MOVE WS-T5-I TO T5C-ALLEG
                   WHEN 'STARS'      MOVE WS-T5-I TO T5C-STARS
               END-EVALUATE
           END-PERFORM.
           IF T5C-HEX = 0 OR T5C-UWP = 0 THEN
               MOVE WS-LINE-NO TO WS-DISP-LINE
               MOVE 'IMP006' TO MC-MSG-ID
               MOVE WS-DISP-LINE TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           MOVE 'Y' TO WS-T5-HEADER-SEEN.
           EXIT PARAGRAPH.

       PICK-T5-FIELDS.
           IF T5C-HEX > 0 THEN
               MOVE T5-FIELD(T5C-HEX) TO PUB-HEX
           END-IF.
           IF T5C-NAME > 0 THEN
               MOVE T5-FIELD(T5C-NAME) TO PUB-NAME
           END-IF.
           IF T5C-UWP > 0 THEN
               MOVE T5-FIELD(T5C-UWP) TO PUB-UWP
           END-IF.
           IF T5C-BASES > 0 THEN
               MOVE T5-FIELD(T5C-BASES) TO PUB-BASES-RAW
           END-IF.
           IF T5C-ALLEG > 0 THEN
               MOVE T5-FIELD(T5C-ALLEG) TO PUB-ALLEG
           END-IF.
           IF T5C-STARS > 0 THEN
               MOVE T5-FIELD(T5C-STARS) TO PUB-STARS
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * Classic sec: find the UWP by shape — a '-' with seven code
      * characters before it and one after, a blank before those and
      * a four-digit hex just ahead of the blank.
       SCAN-SEC-LINE.
           COMPUTE WS-LINE-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-LINE TRAILING)).
           MOVE 0 TO WS-UWP-AT.
           PERFORM VARYING WS-Q FROM 14 BY 1
                   UNTIL WS-Q > WS-LINE-LEN OR WS-UWP-AT > 0
               IF WS-LINE(WS-Q:1) = '-'
                  AND WS-LINE(WS-Q - 8:1) = SPACE
                  AND WS-LINE(WS-Q - 12:4) IS NUMERIC
                  AND WS-LINE(WS-Q + 1:1) NOT = SPACE THEN
                   MOVE 'Y' TO WS-UWP-OK
                   PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 7
                       IF WS-LINE(WS-Q - 8 + WS-C:1) IS NOT
                          ALPHABETIC-UPPER
                          AND WS-LINE(WS-Q - 8 + WS-C:1) IS NOT
                          NUMERIC THEN
                           MOVE '-' TO WS-UWP-OK
                       END-IF
                   END-PERFORM
                   IF WS-UWP-OK = 'Y' THEN
                       COMPUTE WS-UWP-AT = WS-Q - 7
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-UWP-AT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LINE(WS-UWP-AT:9) TO PUB-UWP.
           MOVE WS-LINE(WS-UWP-AT - 5:4) TO PUB-HEX.
           IF WS-UWP-AT > 6 THEN
               MOVE WS-LINE(1:WS-UWP-AT - 6) TO PUB-NAME
           END-IF.
      *    Base code: the column right after the UWP's blank.
           IF WS-LINE(WS-UWP-AT + 10:1) NOT = SPACE
              AND WS-LINE(WS-UWP-AT + 11:1) = SPACE THEN
               MOVE WS-LINE(WS-UWP-AT + 10:1) TO PUB-BASES-RAW
           END-IF.
      *    PBG: the first all-digit three-character token after.
           MOVE 0 TO WS-PBG-AT.
           COMPUTE WS-TOK-PTR = WS-UWP-AT + 10.
           PERFORM UNTIL WS-TOK-PTR > WS-LINE-LEN OR WS-PBG-AT > 0
               PERFORM NEXT-SEC-TOKEN
               IF WS-TOK(1:3) IS NUMERIC AND WS-TOK(4:1) = SPACE
                  THEN
                   MOVE WS-TOK-AT TO WS-PBG-AT
               END-IF
           END-PERFORM.
           IF WS-PBG-AT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
      *    Allegiance, then the stars to the end of the line.
           PERFORM NEXT-SEC-TOKEN.
           MOVE WS-TOK TO PUB-ALLEG.
           IF WS-TOK-PTR <= WS-LINE-LEN THEN
               MOVE WS-LINE(WS-TOK-PTR:) TO PUB-STARS
           END-IF.
           EXIT PARAGRAPH.

      *    The next blank-delimited token from WS-TOK-PTR on, and the
      *    column it starts in.
       NEXT-SEC-TOKEN.
           MOVE SPACES TO WS-TOK.
           PERFORM UNTIL WS-TOK-PTR > WS-LINE-LEN
                      OR WS-LINE(WS-TOK-PTR:1) NOT = SPACE
               ADD 1 TO WS-TOK-PTR
           END-PERFORM.
           MOVE WS-TOK-PTR TO WS-TOK-AT.
           IF WS-TOK-PTR <= WS-LINE-LEN THEN
               UNSTRING WS-LINE DELIMITED BY SPACE
                       INTO WS-TOK
                       WITH POINTER WS-TOK-PTR
               END-UNSTRING
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * Build and write the work-order line, noting whatever had to
      * be dropped on the way.
       WRITE-WORK-ORDER.
           MOVE FUNCTION TRIM(PUB-NAME) TO PUB-NAME.
      *    The work-order line is comma-separated.
           INSPECT PUB-NAME REPLACING ALL ',' BY SPACE.
           IF PUB-NAME = SPACES THEN
               STRING 'Hex-'  DELIMITED BY SIZE
                      PUB-HEX DELIMITED BY SIZE
                      INTO PUB-NAME
               END-STRING
           END-IF.
           PERFORM MAP-PUBLISHED-BASES.
           PERFORM PICK-PRIMARY-CLASS.

           MOVE SPACES TO WS-WO-LINE.
           MOVE 1 TO WS-WO-PTR.
           STRING FUNCTION TRIM(PUB-NAME) DELIMITED BY SIZE
                  ',HEX='                 DELIMITED BY SIZE
                  PUB-HEX                 DELIMITED BY SIZE
                  ',UWP='                 DELIMITED BY SIZE
                  PUB-UWP                 DELIMITED BY SIZE
                  ',BASES='               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PUB-BASES)
                                          DELIMITED BY SIZE
                  INTO WS-WO-LINE WITH POINTER WS-WO-PTR
           END-STRING.
           IF PUB-ALLEG NOT = SPACES AND PUB-ALLEG NOT = '----'
              AND PUB-ALLEG NOT = '--' THEN
               STRING ',ALLEG='               DELIMITED BY SIZE
                      FUNCTION TRIM(PUB-ALLEG) DELIMITED BY SIZE
                      INTO WS-WO-LINE WITH POINTER WS-WO-PTR
               END-STRING
           END-IF.
           IF WS-PUB-SPEC NOT = SPACES THEN
               STRING ',SPEC='                   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PUB-SPEC) DELIMITED BY SIZE
                      INTO WS-WO-LINE WITH POINTER WS-WO-PTR
               END-STRING
           END-IF.
           WRITE WO-RECORD FROM WS-WO-LINE.
           ADD 1 TO WS-IMPORT-COUNT.
           IF WS-NOTES NOT = SPACES THEN
               ADD 1 TO WS-NOTED-COUNT
               MOVE WS-LINE-NO TO WS-DISP-LINE
               MOVE 'IMP007' TO MC-MSG-ID
               MOVE WS-DISP-LINE TO MC-INSERT(1)
               MOVE PUB-NAME TO MC-INSERT(2)
               MOVE WS-NOTES TO MC-INSERT(3)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

      *    Published base codes onto N/S/W; '-' when there are none.
       MAP-PUBLISHED-BASES.
           MOVE SPACES TO WS-PUB-BASES.
           MOVE 1 TO WS-PUB-BASE-PTR.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 8
               EVALUATE PUB-BASES-RAW(WS-C:1)
                   WHEN 'N'
                   WHEN 'K'
                       MOVE 'N' TO WS-NOTE
                       PERFORM ADD-PUBLISHED-BASE
                   WHEN 'S'
                       MOVE 'S' TO WS-NOTE
                       PERFORM ADD-PUBLISHED-BASE
                   WHEN 'W'
                       MOVE 'W' TO WS-NOTE
                       PERFORM ADD-PUBLISHED-BASE
                   WHEN 'A'
                       MOVE 'N' TO WS-NOTE
                       PERFORM ADD-PUBLISHED-BASE
                       MOVE 'S' TO WS-NOTE
                       PERFORM ADD-PUBLISHED-BASE
                   WHEN 'B'
                       MOVE 'N' TO WS-NOTE
                       PERFORM ADD-PUBLISHED-BASE
                       MOVE 'W' TO WS-NOTE
                       PERFORM ADD-PUBLISHED-BASE
                   WHEN SPACE
                   WHEN '-'
                       CONTINUE
                   WHEN OTHER
                       MOVE SPACES TO WS-NOTE
                       STRING 'base code ' DELIMITED BY SIZE
                              PUB-BASES-RAW(WS-C:1)
                                           DELIMITED BY SIZE
                              ' dropped'   DELIMITED BY SIZE
                              INTO WS-NOTE
                       END-STRING
                       PERFORM NOTE-DROPPED
               END-EVALUATE
           END-PERFORM.
           IF WS-PUB-BASES = SPACES THEN
               MOVE '-' TO WS-PUB-BASES
           END-IF.
           EXIT PARAGRAPH.

      *    WS-NOTE(1:1) onto the base list, once.
       ADD-PUBLISHED-BASE.
           MOVE 0 TO WS-BASE-HIT.
           INSPECT WS-PUB-BASES TALLYING WS-BASE-HIT
                   FOR ALL WS-NOTE(1:1).
           IF WS-BASE-HIT = 0 AND WS-PUB-BASE-PTR <= 4 THEN
               MOVE WS-NOTE(1:1) TO WS-PUB-BASES(WS-PUB-BASE-PTR:1)
               ADD 1 TO WS-PUB-BASE-PTR
           END-IF.
           EXIT PARAGRAPH.

      *    The primary is the first star listed: its class token plus
      *    the luminosity class that follows, when one does ('F7 V',
      *    'K0 III'; a lone 'D' or 'BD' stands by itself).
       PICK-PRIMARY-CLASS.
           MOVE SPACES TO WS-PUB-SPEC WS-STAR-TOK-1 WS-STAR-TOK-2.
           MOVE FUNCTION TRIM(PUB-STARS) TO PUB-STARS.
           IF PUB-STARS = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           UNSTRING PUB-STARS DELIMITED BY ALL SPACE
                   INTO WS-STAR-TOK-1 WS-STAR-TOK-2
           END-UNSTRING.
           EVALUATE WS-STAR-TOK-2
               WHEN 'Ia'  WHEN 'Ib'  WHEN 'II'  WHEN 'III'
               WHEN 'IV'  WHEN 'V'   WHEN 'VI'
                   STRING FUNCTION TRIM(WS-STAR-TOK-1)
                                       DELIMITED BY SIZE
                          ' '          DELIMITED BY SIZE
                          FUNCTION TRIM(WS-STAR-TOK-2)
                                       DELIMITED BY SIZE
                          INTO WS-PUB-SPEC
                   END-STRING
               WHEN OTHER
                   MOVE WS-STAR-TOK-1 TO WS-PUB-SPEC
           END-EVALUATE.
           EXIT PARAGRAPH.

       NOTE-DROPPED.
           IF WS-NOTES-PTR > 1 THEN
               STRING '; ' DELIMITED BY SIZE
                      INTO WS-NOTES WITH POINTER WS-NOTES-PTR
               END-STRING
           END-IF.
           STRING FUNCTION TRIM(WS-NOTE) DELIMITED BY SIZE
                  INTO WS-NOTES WITH POINTER WS-NOTES-PTR
           END-STRING.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
