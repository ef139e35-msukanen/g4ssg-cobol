      *   OUT=<path>     print file written (default printout.txt)
      *   LINES=<n>      print lines per page (default 60)
      *   TITLE=<text>   header title (default the input path)
      *   DIST=<path>    distribution list — burst the input into one
      *                  pack per recipient instead of one print file
      *   PACK=<prefix>  pack file prefix (default 'pack-'); each pack
      *                  is <prefix><recipient>.txt
      *   LOG=<path>     distribution log (default distlog.txt)
      *   PATH=<path>    star database the sections are looked up in
      *                  (default stardb.dat)
      *   LANG=<code>    language of the page header, contents and
      *                  banner wording (data/lang/<code>.txt;
      *                  English where it has no text) — the input's
      *                  own lines print as they are
      *
      * Bursting.  The distribution list maps each recipient (a GM
      * table, say) to the sectors, polities and named systems that
      * go in their pack, one mapping per line, '#' for comments:
      *     TABLE-A  SECTOR=SPINWARD
      *     TABLE-A  SYSTEM=Tau Ceti-3
      *     TABLE-B  POLITY=IMPR
      *     ARCHIVE  ALL
      * A recipient may have any number of lines; the recipient name
      * goes into the pack's file name, so it keeps to letters,
      * digits and '-'.  Each '=== ' section's system is looked up
      * in the star database by name for its sector and polity; a
      * section that names no saved system (the sector brief, say)
      * goes only to ALL recipients, and anything ahead of the first
      * heading goes to everyone.  Every pack is paginated exactly
      * as above, behind a banner page naming the recipient and the
      * selection, with a table of contents of its own.  The log
      * lists each pack's file, pages and systems, then any system
      * section that went to nobody.
      *
      * RETURN-CODE (MSGCTL.cpy): 0 written, 4 a pack came out
      * without a system or a system went to nobody, 8 no input or
      * no usable distribution list.
      *
      ******************************************************************
       COPY        TESTENV.
                                       IS WS-IN-STATUS.
           SELECT PRT-FILE             ASSIGN TO WS-OUT-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIST-FILE            ASSIGN TO WS-DIST-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-DIST-STATUS.
           SELECT LOG-FILE             ASSIGN TO WS-LOG-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STARDB-FILE          ASSIGN TO WS-STARDB-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  IN-RECORD                   PIC X(200).
       FD  PRT-FILE.
       01  PRT-RECORD                  PIC X(132).
       FD  DIST-FILE.
       01  DIST-RECORD                 PIC X(100).
       FD  LOG-FILE.
       01  LOG-RECORD                  PIC X(132).
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.

       WORKING-STORAGE SECTION.
      *********************************
       01  WS-DATE-RAW                 PIC 9(8).
       01  WS-LINE                     PIC X(132).
       01  WS-DISP-N                   PIC ZZZ9.
       01  WS-DISP-M                   PIC ZZZ9.
      *********************************
      * Bursting — see DIST= above.  WS-BANNER-PAGES is the front
      * matter ahead of the TOC: none for a plain run, the banner
      * page(s) for a pack.
       01  WS-DIST-PATH                PIC X(100) VALUE SPACES.
       01  WS-DIST-STATUS              PIC XX.
           88  DIST-FILE-OK            VALUE '00'.
           88  DIST-FILE-EOF           VALUE '10'.
       01  WS-LOG-PATH                 PIC X(100)
                                       VALUE "distlog.txt".
       01  WS-PACK-PREFIX              PIC X(60) VALUE "pack-".
       01  WS-STARDB-PATH              PIC X(100) VALUE "stardb.dat".
       01  WS-STARDB-STATUS            PIC XX.
           88  STARDB-FILE-OK          VALUE '00'.
       01  WS-BURST-MODE               PIC X VALUE '-'.
           88  BURSTING                VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-BASE-TITLE               PIC X(60).
       01  WS-BANNER-PAGES             PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-BANNER-LINES             PIC 999 USAGE COMP-5.
      *    Recipients in order of first appearance, and every
      *    selector line against its recipient.
       01  WS-RCP-COUNT                PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-RCP-TAB.
           05  RCP-ENTRY               OCCURS 50 TIMES.
               10  RCP-NAME            PIC X(16).
               10  RCP-PAGES           PIC 999 USAGE COMP-5.
               10  RCP-SYSTEMS         PIC 999 USAGE COMP-5.
       01  WS-SEL-COUNT                PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-SEL-TAB.
           05  SEL-ENTRY               OCCURS 200 TIMES.
               10  SEL-RCP             PIC 99 USAGE COMP-5.
               10  SEL-KIND            PIC X.
                   88  SEL-BY-SECTOR   VALUE 'S'.
                   88  SEL-BY-POLITY   VALUE 'P'.
                   88  SEL-BY-SYSTEM   VALUE 'N'.
                   88  SEL-EVERYTHING  VALUE 'A'.
               10  SEL-VALUE           PIC X(48).
      *    The input's '=== ' sections, in order, with what the star
      *    database says about each.
       01  WS-SEC-COUNT                PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-SEC-TAB.
           05  SEC-ENTRY               OCCURS 500 TIMES.
               10  SEC-NAME            PIC X(48).
               10  SEC-SAVED           PIC X.
               10  SEC-SECTOR          PIC X(12).
               10  SEC-POLITY          PIC X(4).
               10  SEC-SENT            PIC X.
       01  WS-SEC-ORD                  PIC 999 USAGE COMP-5.
       01  WS-IN-PACK                  PIC X VALUE 'Y'.
           88  LINE-IN-PACK            VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-RCP                      PIC 99 USAGE COMP-5.
       01  WS-S                        PIC 999 USAGE COMP-5.
       01  WS-DIST-LINE                PIC X(100).
       01  WS-DIST-RCP                 PIC X(16).
       01  WS-DIST-SEL                 PIC X(80).
       01  WS-DIST-KIND                PIC X(10).
       01  WS-DIST-VAL                 PIC X(48).
       01  WS-DIST-PTR                 PIC 999 USAGE COMP-5.
       01  WS-SEL-WORD                 PIC X(8).
       01  WS-PACK-SYSTEMS             PIC 999 USAGE COMP-5.
       01  WS-TOTAL-PAGES              PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-TOTAL-SYSTEMS            PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-UNSENT                   PIC 999 USAGE COMP-5 VALUE 0.
      *********************************
      * The page furniture's wording — see LANGCTL.cpy.  The page
      * word ends where 'page' always has, just before the number.
       01  WS-LANG-CTL.
           COPY LANGCTL.
       01  WS-PAGE-WORD                PIC X(10) JUSTIFIED RIGHT.
       01  WS-TOC-HEAD                 PIC X(40).
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.

       LINKAGE SECTION.
       01  LK-PARM.
      *   [    MAIN    ]
      *    ^~~~~~~~~~~^
       PROCEDURE DIVISION USING LK-PARM.
           MOVE 'G4SSGPRT' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           PERFORM UNTIL PARM-INDEX > PARM-LEN
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'TITLE'
                           MOVE WS-PARM-VAL TO WS-TITLE
                       WHEN 'DIST'
                           MOVE WS-PARM-VAL TO WS-DIST-PATH
                       WHEN 'PACK'
                           MOVE WS-PARM-VAL TO WS-PACK-PREFIX
                       WHEN 'LOG'
                           MOVE WS-PARM-VAL TO WS-LOG-PATH
                       WHEN 'PATH'
                           MOVE WS-PARM-VAL TO WS-STARDB-PATH
                       WHEN 'LANG'
                           MOVE WS-PARM-VAL TO LT-LANG
                           SET LT-SET-LANGUAGE TO TRUE
                           CALL 'TRANSLATE-TEXT' USING WS-LANG-CTL
                   END-EVALUATE
               END-IF
           END-PERFORM.
               MOVE WS-IN-PATH TO WS-TITLE
           END-IF.
           ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD.
           MOVE 'PRT.PAGE' TO LT-KEY.
           MOVE 'page' TO LT-TEXT.
           CALL 'TRANSLATE-TEXT' USING WS-LANG-CTL.
           MOVE FUNCTION TRIM(LT-TEXT) TO WS-PAGE-WORD.
           MOVE 'PRT.TOC-HEAD' TO LT-KEY.
           MOVE 'Table of contents' TO LT-TEXT.
           CALL 'TRANSLATE-TEXT' USING WS-LANG-CTL.
           MOVE LT-TEXT TO WS-TOC-HEAD.

           IF WS-DIST-PATH NOT = SPACES THEN
               PERFORM BURST-BY-DISTRIBUTION
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM FORMAT-ONE-OUTPUT.
           MOVE WS-PAGE-NO TO WS-DISP-N.
           MOVE 'PRT001' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-OUT-PATH TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * One print file from the input: the dry pass, the TOC and
      * the real pass, behind the banner when bursting.
       FORMAT-ONE-OUTPUT.
           MOVE 0 TO WS-TOC-COUNT.
      *    Pass 1: paginate in the dry to learn the headings' pages.
           MOVE 1 TO WS-PASS.
           PERFORM FORMAT-ONE-PASS.
           IF WS-TOC-COUNT = 0 THEN
               MOVE 0 TO WS-TOC-PAGES
           END-IF.
           MOVE 0 TO WS-BANNER-PAGES.
           IF BURSTING THEN
               COMPUTE WS-BANNER-PAGES =
                       (WS-BANNER-LINES + WS-PAGE-LINES - 3)
                       / (WS-PAGE-LINES - 2)
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOC-COUNT
               ADD WS-TOC-PAGES TO TOC-PAGE(WS-I)
               ADD WS-BANNER-PAGES TO TOC-PAGE(WS-I)
           END-PERFORM.

      *    Pass 2: the real thing — TOC first, then the pages.
           MOVE 2 TO WS-PASS.
           OPEN OUTPUT PRT-FILE.
           IF BURSTING THEN
               PERFORM WRITE-BANNER-PAGES
           END-IF.
           IF WS-TOC-COUNT > 0 THEN
               PERFORM WRITE-TOC-PAGES
           END-IF.
           COMPUTE WS-PAGE-NO = WS-BANNER-PAGES + WS-TOC-PAGES.
           PERFORM FORMAT-ONE-PASS.
           CLOSE PRT-FILE.
           EXIT PARAGRAPH.

      *********************************
      * One full read of the input under the current pass — the dry
       FORMAT-ONE-PASS.
           OPEN INPUT IN-FILE.
           IF NOT IN-FILE-OK THEN
               MOVE 'PRT002' TO MC-MSG-ID
               MOVE WS-IN-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-PASS = 1 THEN
               MOVE 0 TO WS-PAGE-NO
               MOVE 0 TO WS-PACK-SYSTEMS
           END-IF.
           MOVE 999 TO WS-LINES-USED.
           MOVE 0 TO WS-SEC-ORD.
           SET LINE-IN-PACK TO TRUE.
           PERFORM UNTIL IN-FILE-EOF
               READ IN-FILE
                   AT END CONTINUE
           MOVE '-' TO WS-NEED-BREAK.
           IF IN-RECORD(1:4) = '=== ' THEN
               MOVE 'Y' TO WS-NEED-BREAK
               IF BURSTING THEN
                   PERFORM CHECK-SECTION-IN-PACK
               END-IF
           END-IF.
           IF NOT LINE-IN-PACK THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINES-USED >= WS-PAGE-LINES
              OR WS-NEED-BREAK = 'Y' THEN
                      WS-DATE-RAW(7:2)
                      DELIMITED BY SIZE INTO WS-LINE(100:10)
               END-STRING
               MOVE WS-PAGE-WORD TO WS-LINE(114:10)
               MOVE WS-DISP-PAGE TO WS-LINE(125:3)
               WRITE PRT-RECORD FROM WS-LINE
               MOVE SPACES TO WS-LINE
      *********************************
      * The table of contents, paginated under the same header.
       WRITE-TOC-PAGES.
           MOVE WS-BANNER-PAGES TO WS-PAGE-NO.
           MOVE 999 TO WS-LINES-USED.
           PERFORM TOC-PAGE-BREAK-IF-NEEDED.
           MOVE SPACES TO WS-LINE.
           MOVE ' ' TO WS-LINE(1:1).
           MOVE WS-TOC-HEAD TO WS-LINE(3:40).
           WRITE PRT-RECORD FROM WS-LINE.
           ADD 1 TO WS-LINES-USED.
           PERFORM VARYING WS-I FROM 1 BY 1
               PERFORM START-NEW-PAGE
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * DIST= run: read the list, look the input's sections up in
      * the star database, then one pack per recipient and the log.
       BURST-BY-DISTRIBUTION.
           PERFORM LOAD-DISTRIBUTION-LIST.
           IF WS-RCP-COUNT = 0 THEN
               MOVE 'PRT003' TO MC-MSG-ID
               MOVE WS-DIST-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM CLASSIFY-SECTIONS.
           SET MC-QUERY TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           IF MC-RC >= 8 THEN
               EXIT PARAGRAPH
           END-IF.
           SET BURSTING TO TRUE.
           MOVE WS-TITLE TO WS-BASE-TITLE.
           OPEN OUTPUT LOG-FILE.
           MOVE SPACES TO WS-LINE.
           STRING 'Distribution of '  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-PATH)
                                      DELIMITED BY SIZE
                  ' per '             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DIST-PATH)
                                      DELIMITED BY SIZE
                  ', '                DELIMITED BY SIZE
                  WS-DATE-RAW(1:4) '-' WS-DATE-RAW(5:2) '-'
                  WS-DATE-RAW(7:2)    DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE LOG-RECORD FROM WS-LINE.
           PERFORM VARYING WS-RCP FROM 1 BY 1
                   UNTIL WS-RCP > WS-RCP-COUNT
               PERFORM BURST-ONE-PACK
           END-PERFORM.
           PERFORM LOG-UNSENT-SECTIONS.
           MOVE SPACES TO WS-LINE.
           MOVE WS-RCP-COUNT TO WS-DISP-N.
           MOVE WS-TOTAL-PAGES TO WS-DISP-M.
           STRING 'Totals: '           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)
                                       DELIMITED BY SIZE
                  ' pack(s), '         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-M)
                                       DELIMITED BY SIZE
                  ' page(s), '         DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           MOVE WS-TOTAL-SYSTEMS TO WS-DISP-N.
           MOVE WS-UNSENT TO WS-DISP-M.
           STRING FUNCTION TRIM(WS-LINE) DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)
                                       DELIMITED BY SIZE
                  ' system section(s) delivered, '
                                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-M)
                                       DELIMITED BY SIZE
                  ' system(s) in no pack'
                                       DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE LOG-RECORD FROM WS-LINE.
           CLOSE LOG-FILE.
           DISPLAY FUNCTION TRIM(WS-LINE).
           MOVE 'PRT004' TO MC-MSG-ID.
           MOVE WS-LOG-PATH TO MC-INSERT(1).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           IF WS-UNSENT > 0 THEN
               MOVE 'PRT011' TO MC-MSG-ID
               MOVE WS-DISP-M TO MC-INSERT(1)
               MOVE WS-LOG-PATH TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

      *    Recipient WS-RCP's pack and its log line.
       BURST-ONE-PACK.
           MOVE SPACES TO WS-OUT-PATH WS-TITLE.
           STRING FUNCTION TRIM(WS-PACK-PREFIX)
                                       DELIMITED BY SIZE
                  FUNCTION TRIM(RCP-NAME(WS-RCP))
                                       DELIMITED BY SIZE
                  '.txt'               DELIMITED BY SIZE
                  INTO WS-OUT-PATH
           END-STRING.
           STRING FUNCTION TRIM(WS-BASE-TITLE)
                                       DELIMITED BY SIZE
                  ' — '                DELIMITED BY SIZE
                  FUNCTION TRIM(RCP-NAME(WS-RCP))
                                       DELIMITED BY SIZE
                  INTO WS-TITLE
           END-STRING.
      *    Banner: recipient, source, one line per selector, the
      *    system count.
           MOVE 5 TO WS-BANNER-LINES.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SEL-COUNT
               IF SEL-RCP(WS-S) = WS-RCP THEN
                   ADD 1 TO WS-BANNER-LINES
               END-IF
           END-PERFORM.
           PERFORM FORMAT-ONE-OUTPUT.
           MOVE WS-PAGE-NO TO RCP-PAGES(WS-RCP).
           MOVE WS-PACK-SYSTEMS TO RCP-SYSTEMS(WS-RCP).
           ADD WS-PAGE-NO TO WS-TOTAL-PAGES.
           ADD WS-PACK-SYSTEMS TO WS-TOTAL-SYSTEMS.
           MOVE WS-PAGE-NO TO WS-DISP-N.
           MOVE WS-PACK-SYSTEMS TO WS-DISP-M.
           MOVE SPACES TO WS-LINE.
           MOVE RCP-NAME(WS-RCP) TO WS-LINE(1:16).
           MOVE WS-OUT-PATH TO WS-LINE(18:60).
           STRING WS-DISP-N ' page(s)  ' WS-DISP-M ' system(s)'
                  DELIMITED BY SIZE INTO WS-LINE(80:40)
           END-STRING.
           IF WS-PACK-SYSTEMS = 0 THEN
               MOVE 'EMPTY' TO WS-LINE(122:5)
               MOVE 'PRT012' TO MC-MSG-ID
               MOVE RCP-NAME(WS-RCP) TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           WRITE LOG-RECORD FROM WS-LINE.
           MOVE 'PRT005' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-DISP-M TO MC-INSERT(2).
           MOVE WS-OUT-PATH TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *    System sections no pack took — the ones to chase up.
       LOG-UNSENT-SECTIONS.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SEC-COUNT
               IF SEC-SAVED(WS-S) = 'Y'
                  AND SEC-SENT(WS-S) NOT = 'Y' THEN
                   ADD 1 TO WS-UNSENT
                   MOVE SPACES TO WS-LINE
                   STRING 'Not in any pack: ' DELIMITED BY SIZE
                          FUNCTION TRIM(SEC-NAME(WS-S))
                                       DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   WRITE LOG-RECORD FROM WS-LINE
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * The distribution list: '<recipient> <KIND>=<value>' or
      * '<recipient> ALL' per line.  A line that makes no sense is
      * reported and skipped.
       LOAD-DISTRIBUTION-LIST.
           OPEN INPUT DIST-FILE.
           IF NOT DIST-FILE-OK THEN
               MOVE 'PRT006' TO MC-MSG-ID
               MOVE WS-DIST-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL DIST-FILE-EOF
               READ DIST-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(DIST-RECORD LEADING)
                         TO WS-DIST-LINE
                       IF WS-DIST-LINE NOT = SPACES
                          AND WS-DIST-LINE(1:1) NOT = '#' THEN
                           PERFORM PARSE-DIST-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DIST-FILE.
           EXIT PARAGRAPH.

       PARSE-DIST-LINE.
           MOVE SPACES TO WS-DIST-RCP WS-DIST-SEL WS-DIST-KIND
                          WS-DIST-VAL.
           MOVE 1 TO WS-DIST-PTR.
           UNSTRING WS-DIST-LINE DELIMITED BY ALL SPACE
                   INTO WS-DIST-RCP
                   WITH POINTER WS-DIST-PTR
           END-UNSTRING.
           IF WS-DIST-PTR <= 100 THEN
               MOVE FUNCTION TRIM(WS-DIST-LINE(WS-DIST-PTR:))
                 TO WS-DIST-SEL
           END-IF.
           UNSTRING WS-DIST-SEL DELIMITED BY '='
                   INTO WS-DIST-KIND, WS-DIST-VAL
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-DIST-KIND) TO WS-DIST-KIND.
           MOVE FUNCTION TRIM(WS-DIST-VAL) TO WS-DIST-VAL.
           IF WS-SEL-COUNT >= 200 THEN
               MOVE 'PRT007' TO MC-MSG-ID
               MOVE WS-DIST-LINE TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SEL-COUNT.
           MOVE WS-DIST-VAL TO SEL-VALUE(WS-SEL-COUNT).
           EVALUATE TRUE
               WHEN WS-DIST-KIND = 'SECTOR' AND WS-DIST-VAL NOT = SPACES
                   SET SEL-BY-SECTOR(WS-SEL-COUNT) TO TRUE
               WHEN WS-DIST-KIND = 'POLITY' AND WS-DIST-VAL NOT = SPACES
                   SET SEL-BY-POLITY(WS-SEL-COUNT) TO TRUE
               WHEN WS-DIST-KIND = 'SYSTEM' AND WS-DIST-VAL NOT = SPACES
                   SET SEL-BY-SYSTEM(WS-SEL-COUNT) TO TRUE
               WHEN WS-DIST-KIND = 'ALL' AND WS-DIST-VAL = SPACES
                   SET SEL-EVERYTHING(WS-SEL-COUNT) TO TRUE
               WHEN OTHER
                   MOVE 'PRT008' TO MC-MSG-ID
                   MOVE WS-DIST-LINE TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   SUBTRACT 1 FROM WS-SEL-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE.
      *    Find the recipient, or take them on.
           PERFORM VARYING WS-RCP FROM 1 BY 1
                   UNTIL WS-RCP > WS-RCP-COUNT
                      OR RCP-NAME(WS-RCP) = WS-DIST-RCP
               CONTINUE
           END-PERFORM.
           IF WS-RCP > WS-RCP-COUNT THEN
               IF WS-RCP-COUNT >= 50 THEN
                   MOVE 'PRT009' TO MC-MSG-ID
                   MOVE WS-DIST-LINE TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   SUBTRACT 1 FROM WS-SEL-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RCP-COUNT
               MOVE WS-DIST-RCP TO RCP-NAME(WS-RCP-COUNT)
               MOVE WS-RCP-COUNT TO WS-RCP
           END-IF.
           MOVE WS-RCP TO SEL-RCP(WS-SEL-COUNT).
           EXIT PARAGRAPH.

      *********************************
      * A read of the input that only notes its '=== ' sections and
      * what the star database has on file for each — sector and
      * polity off the saved record's overlay.  Without a database
      * only SYSTEM= and ALL can place a section.
       CLASSIFY-SECTIONS.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'PRT010' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           OPEN INPUT IN-FILE.
           IF NOT IN-FILE-OK THEN
               MOVE 'PRT002' TO MC-MSG-ID
               MOVE WS-IN-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               IF STARDB-FILE-OK THEN
                   CLOSE STARDB-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL IN-FILE-EOF
               READ IN-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF IN-RECORD(1:4) = '=== '
                          AND WS-SEC-COUNT < 500 THEN
                           PERFORM CLASSIFY-ONE-HEADING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE IN-FILE.
           MOVE '00' TO WS-IN-STATUS.
           IF STARDB-FILE-OK THEN
               CLOSE STARDB-FILE
           END-IF.
           EXIT PARAGRAPH.

      *    The write-up's heading is '=== <name> === (...)'; anything
      *    else after the '=== ' is taken whole as the name.
       CLASSIFY-ONE-HEADING.
           ADD 1 TO WS-SEC-COUNT.
           MOVE SPACES TO SEC-NAME(WS-SEC-COUNT)
                          SEC-SECTOR(WS-SEC-COUNT)
                          SEC-POLITY(WS-SEC-COUNT).
           MOVE '-' TO SEC-SAVED(WS-SEC-COUNT)
                       SEC-SENT(WS-SEC-COUNT).
           UNSTRING IN-RECORD(5:) DELIMITED BY ' ==='
                   INTO SEC-NAME(WS-SEC-COUNT)
           END-UNSTRING.
           IF NOT STARDB-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SEC-NAME(WS-SEC-COUNT) TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'Y' TO SEC-SAVED(WS-SEC-COUNT).
           MOVE STARDB-SECTOR TO SEC-SECTOR(WS-SEC-COUNT).
           MOVE STARDB-ALLEGIANCE TO SEC-POLITY(WS-SEC-COUNT).
           EXIT PARAGRAPH.

      *    A '=== ' heading while bursting: does the section it opens
      *    belong in recipient WS-RCP's pack?  Sections past the
      *    table's end go by ALL only.
       CHECK-SECTION-IN-PACK.
           ADD 1 TO WS-SEC-ORD.
           SET LINE-IN-PACK TO FALSE.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SEL-COUNT OR LINE-IN-PACK
               IF SEL-RCP(WS-S) = WS-RCP THEN
                   PERFORM MATCH-ONE-SELECTOR
               END-IF
           END-PERFORM.
           IF LINE-IN-PACK AND WS-SEC-ORD <= WS-SEC-COUNT THEN
               IF SEC-SAVED(WS-SEC-ORD) = 'Y' THEN
                   IF WS-PASS = 1 THEN
                       ADD 1 TO WS-PACK-SYSTEMS
                   ELSE
                       MOVE 'Y' TO SEC-SENT(WS-SEC-ORD)
                   END-IF
               END-IF
           END-IF.
           EXIT PARAGRAPH.

       MATCH-ONE-SELECTOR.
           IF SEL-EVERYTHING(WS-S) THEN
               SET LINE-IN-PACK TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SEC-ORD > WS-SEC-COUNT THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN SEL-BY-SYSTEM(WS-S)
                   IF SEL-VALUE(WS-S) = SEC-NAME(WS-SEC-ORD) THEN
                       SET LINE-IN-PACK TO TRUE
                   END-IF
               WHEN SEC-SAVED(WS-SEC-ORD) NOT = 'Y'
                   CONTINUE
               WHEN SEL-BY-SECTOR(WS-S)
                   IF SEL-VALUE(WS-S) = SEC-SECTOR(WS-SEC-ORD) THEN
                       SET LINE-IN-PACK TO TRUE
                   END-IF
               WHEN SEL-BY-POLITY(WS-S)
                   IF SEL-VALUE(WS-S) = SEC-POLITY(WS-SEC-ORD) THEN
                       SET LINE-IN-PACK TO TRUE
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

      *********************************
      * The pack's banner page: who it is for, what went into it.
       WRITE-BANNER-PAGES.
           MOVE 0 TO WS-PAGE-NO.
           MOVE 999 TO WS-LINES-USED.
           PERFORM TOC-PAGE-BREAK-IF-NEEDED.
           MOVE 'PRT.BANNER-FOR' TO LT-KEY.
           MOVE 'Distribution pack for &1' TO LT-TEXT.
           MOVE FUNCTION TRIM(RCP-NAME(WS-RCP)) TO LT-INSERT(1).
           PERFORM WRITE-BANNER-TEXT.
           MOVE SPACES TO WS-LINE.
           PERFORM WRITE-BANNER-LINE.
           MOVE 'PRT.BANNER-SOURCE' TO LT-KEY.
           MOVE 'Source:     &1' TO LT-TEXT.
           MOVE FUNCTION TRIM(WS-IN-PATH) TO LT-INSERT(1).
           PERFORM WRITE-BANNER-TEXT.
           MOVE WS-PACK-SYSTEMS TO WS-DISP-N.
           MOVE 'PRT.BANNER-SYSTEMS' TO LT-KEY.
           MOVE 'Systems:    &1' TO LT-TEXT.
           MOVE FUNCTION TRIM(WS-DISP-N) TO LT-INSERT(1).
           PERFORM WRITE-BANNER-TEXT.
           MOVE 'PRT.BANNER-SELECTION' TO LT-KEY.
           MOVE 'Selection:' TO LT-TEXT.
           PERFORM WRITE-BANNER-TEXT.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SEL-COUNT
               IF SEL-RCP(WS-S) = WS-RCP THEN
                   EVALUATE TRUE
                       WHEN SEL-BY-SECTOR(WS-S)
                           MOVE 'sector' TO WS-SEL-WORD
                       WHEN SEL-BY-POLITY(WS-S)
                           MOVE 'polity' TO WS-SEL-WORD
                       WHEN SEL-BY-SYSTEM(WS-S)
                           MOVE 'system' TO WS-SEL-WORD
                       WHEN OTHER
                           MOVE 'all' TO WS-SEL-WORD
                   END-EVALUATE
                   MOVE 'SELECT' TO LT-KEY
                   MOVE WS-SEL-WORD TO LT-INSERT(1)
                   SET LT-TRANSLATE-WORD TO TRUE
                   CALL 'TRANSLATE-TEXT' USING WS-LANG-CTL
                   MOVE LT-TEXT TO WS-SEL-WORD
                   STRING WS-SEL-WORD      DELIMITED BY SIZE
                          SEL-VALUE(WS-S)  DELIMITED BY SIZE
                          INTO WS-LINE(5:)
                   END-STRING
                   PERFORM WRITE-BANNER-LINE
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *    LT-KEY's banner line in the run's language (LT-TEXT holds
      *    the English).
       WRITE-BANNER-TEXT.
           CALL 'TRANSLATE-TEXT' USING WS-LANG-CTL.
           MOVE SPACES TO WS-LINE.
           MOVE LT-TEXT TO WS-LINE(3:).
           PERFORM WRITE-BANNER-LINE.
           EXIT PARAGRAPH.

      *    WS-LINE as a banner line, page-broken like the TOC.
       WRITE-BANNER-LINE.
           PERFORM TOC-PAGE-BREAK-IF-NEEDED.
           MOVE ' ' TO WS-LINE(1:1).
           WRITE PRT-RECORD FROM WS-LINE.
           ADD 1 TO WS-LINES-USED.
           MOVE SPACES TO WS-LINE.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
