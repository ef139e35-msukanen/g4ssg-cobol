       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGHTM.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Static HTML gazetteer — the between-sessions, browsable
      * companion to the G4SSGPRT binder.  A cross-linked set of
      * plain HTML pages for one sector, built from nothing but the
      * saved files so the job stream can regenerate it every night:
      *
      *   index.html        the sector index — the hex map (every
      *                     system a link to its page), the system
      *                     list and the polities
      *   sys-<name>.html   one page per system: the write-up off the
      *                     saved record, a hierarchy summary, a to-
      *                     scale orbit diagram per star, the history,
      *                     the jump neighbours (sector.csv) and the
      *                     trade lanes (tradelanes.csv), each a link
      *                     to the system at the far end, and the
      *                     campaign standing (claim, survey level,
      *                     visited)
      *   pol-<code>.html   one page per polity G4SSGPOL stamped: the
      *                     capital (largest population, as G4SSGFBK
      *                     seats it), the members and the lanes that
      *                     cross its border
      *
      * Inputs are stardb.dat, sector.csv, tradelanes.csv and
      * notes.dat only — the world-detail sidecar is not read, so
      * the pages say what the saved record says and no more.  Star
      * separations are not part of the saved record either; the
      * hierarchy summary names each star's role and what orbits it.
      * A system in the sector file but not in the database is drawn
      * on the map as '?' and gets no page.  File names keep
      * letters, digits and '-'; anything else becomes '_'.
      *
      * The gazetteer is for the players, so a system page tells no
      * more than the table has seen: each part is shown only once
      * the system's survey level in notes.dat (NOTE-SURVEY, 0 when
      * it has no annotation) reaches its section's level in the
      * disclosure table G4SSGCRE's PLAYER=Y handout uses (see
      * DSCTAB.cpy; DISCLOSE= overrides it the same way):
      *   STARS       the hierarchy, each star's figures and orbit
      *               diagram, the space weather
      *   GIANTS      a gas giant's row (and its skim rating)
      *   BODIES      any other body's row, trojan swarms
      *   RESOURCES   resource and richness notes
      *   LIFE        the Life column ('unsurveyed' before then)
      *   SETTLEMENT  settlement, bases, travel zone
      *   HISTORY     the history
      *   PRECURSOR   precursor ruins, artifact fields and sealed
      *               vaults — by default only once the system has
      *               been visited (NOTE-VISITED Y)
      * A star's orbit with nothing disclosed yet says so.  The GM's
      * note text (NOTE-TEXT) is never put on a page.
      *
      * Map glyphs as G4SSGMAP's: * main sequence, G giant branch,
      * D white dwarf, b brown dwarf, N neutron star, # black hole,
      * ? not in the database, ! habitable-zone world, ~ nebula,
      * r rogue world, x remnant; n/s/w/a/m the base markers and
      * the hex tinted amber or red by its travel zone.
      *
      * A nightly job-stream step reads, for instance:
      *   GAZETTEER,G4SSGHTM,4,OUT=html/
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   SECTOR=<path>  sector file (default sector.csv)
      *   PATH=<path>    star database file (default stardb.dat)
      *   LANES=<path>   trade lane file (default tradelanes.csv;
      *                  absent file, no lanes shown)
      *   NOTES=<path>   annotation sidecar (default notes.dat;
      *                  absent file, every system at survey level
      *                  0 and unvisited)
      *   DISCLOSE=<path> disclosure levels over the built-in ones,
      *                  one 'SECTION=<level>' per line ('#' for
      *                  comments), <level> 0-9, VISITED or NEVER —
      *                  the same file G4SSGCRE's DISCLOSE= reads
      *   OUT=<prefix>   put in front of every page's file name — an
      *                  existing directory ("html/") or a stem
      *                  (default: the current directory)
      *   TITLE=<text>   sector title on every page (default the
      *                  sector id off the records, else "Sector")
      *
      * Return codes: 0 gazetteer written, 4 sector file holds no
      * systems, 8 no sector file or no database.
      *
      ******************************************************************
       COPY        TESTENV.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTOR-FILE          ASSIGN TO WS-SECTOR-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-SECTOR-STATUS.
           SELECT STARDB-FILE          ASSIGN TO WS-STARDB-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.
           SELECT LANE-FILE            ASSIGN TO WS-LANE-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-LANE-STATUS.
           SELECT NOTES-FILE           ASSIGN TO WS-NOTES-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NOTE-KEY
                                       FILE STATUS
                                       IS WS-NOTES-STATUS.
      *    Player disclosure levels — see DSCTAB.cpy.
           SELECT DISCLOSE-FILE        ASSIGN TO WS-DISCLOSE-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-DISCLOSE-STATUS.
           SELECT PAGE-FILE            ASSIGN TO WS-PAGE-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-PAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECTOR-FILE.
       01  SECTOR-RECORD               PIC X(200).
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.
       FD  LANE-FILE.
       01  LANE-RECORD                 PIC X(160).
       FD  NOTES-FILE.
       01  NOTES-RECORD.
           COPY NOTEREC.
       FD  DISCLOSE-FILE.
       01  DISCLOSE-RECORD             PIC X(80).
       FD  PAGE-FILE.
       01  PAGE-RECORD                 PIC X(400).

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
       01  WS-SECTOR-PATH              PIC X(100) VALUE "sector.csv".
       01  WS-SECTOR-STATUS            PIC XX.
           88  SECTOR-FILE-OK          VALUE '00'.
           88  SECTOR-FILE-EOF         VALUE '10'.
       01  WS-STARDB-PATH              PIC X(100) VALUE "stardb.dat".
       01  WS-STARDB-STATUS            PIC XX.
           88  STARDB-FILE-OK          VALUE '00'.
       01  WS-LANE-PATH                PIC X(100)
                                       VALUE "tradelanes.csv".
       01  WS-LANE-STATUS              PIC XX.
           88  LANE-FILE-OK            VALUE '00'.
           88  LANE-FILE-EOF           VALUE '10'.
       01  WS-NOTES-PATH               PIC X(100) VALUE "notes.dat".
       01  WS-NOTES-STATUS             PIC XX.
           88  NOTES-FILE-OK           VALUE '00'.
       01  WS-NOTES-OPEN               PIC X VALUE '-'.
       01  WS-DISCLOSE-PATH            PIC X(100) VALUE SPACES.
       01  WS-DISCLOSE-STATUS          PIC XX.
           88  DISCLOSE-FILE-OK        VALUE '00'.
           88  DISCLOSE-FILE-EOF       VALUE '10'.
       01  WS-PAGE-PATH                PIC X(200) VALUE SPACES.
       01  WS-PAGE-STATUS              PIC XX.
           88  PAGE-FILE-OK            VALUE '00'.
       01  WS-OUT-PREFIX               PIC X(100) VALUE SPACES.
       01  WS-TITLE                    PIC X(60) VALUE SPACES.
      *********************************
      * The sector's systems, in sector-file order, with what the map
      * and the cross-links need off each saved record.
       01  WS-SYS-COUNT                PIC 9(4) USAGE COMP-5 VALUE 0.
       01  WS-SYS-TAB.
           05  GZ-SYS                  OCCURS 2000 TIMES.
               10  GZ-NAME             PIC X(48).
               10  GZ-SECT-IDX         PIC 9(6).
               10  GZ-COL              PIC 999 USAGE COMP-5.
               10  GZ-ROW              PIC 999 USAGE COMP-5.
               10  GZ-NEIGHBORS        PIC X(60).
               10  GZ-IN-DB            PIC X.
               10  GZ-GLYPH            PIC X.
               10  GZ-HAB              PIC X.
               10  GZ-BASE             PIC X.
               10  GZ-ZONE             PIC X.
               10  GZ-ALLEG            PIC X(4).
               10  GZ-PORT             PIC X.
               10  GZ-POP              PIC 99.
               10  GZ-TL               PIC 99.
               10  GZ-STARS            PIC 999 USAGE COMP-5.
               10  GZ-POL              PIC 99 USAGE COMP-5.
      *    Hex grid, (row, column) 1-based: the system-table entry on
      *    each hex, or the deep-space feature glyph.
       01  WS-MAX-COL                  PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-MAX-ROW                  PIC 999 USAGE COMP-5 VALUE 0.
       01  GZ-GRID.
           05  GZ-GRID-ROW             OCCURS 200 TIMES.
               10  GZ-CELL             OCCURS 99 TIMES.
                   15  GZ-CELL-SYS     PIC 9(4) USAGE COMP-5.
                   15  GZ-CELL-FEAT    PIC X.
      *    Polities met on the records, in order of first sight.
       01  WS-POL-COUNT                PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-POL-TAB.
           05  GZ-POL-ENTRY            OCCURS 60 TIMES.
               10  GZ-POL-CODE         PIC X(4).
               10  GZ-POL-MEMBERS      PIC 9(4) USAGE COMP-5.
               10  GZ-POL-CAPITAL      PIC 9(4) USAGE COMP-5.
      *    Trade lanes, by system-table entry at either end.
       01  WS-LANE-COUNT               PIC 9(4) USAGE COMP-5 VALUE 0.
       01  WS-LANE-TAB.
           05  GZ-LANE                 OCCURS 4000 TIMES.
               10  GZ-LANE-A           PIC 9(4) USAGE COMP-5.
               10  GZ-LANE-B           PIC 9(4) USAGE COMP-5.
               10  GZ-LANE-DIST        PIC X(8).
               10  GZ-LANE-CLASS       PIC X(8).
               10  GZ-LANE-FLOW        PIC X(40).
      *********************************
      * What the page shows of the system — see DSCTAB.cpy and
      * SET-SYSTEM-DISCLOSURE.
       COPY DSCTAB.
       01  WS-DSC-KEY                  PIC X(20).
       01  WS-DSC-VAL                  PIC X(20).
       01  WS-DSC-SURVEY               PIC 9 VALUE 0.
       01  WS-DSC-VISITED              PIC X VALUE '-'.
       01  WS-DSC-SHOW                 PIC X.
       01  WS-NOTE-FOUND               PIC X VALUE '-'.
      *    The orbit the page is on gets a row at all.
       01  WS-DSC-ORBIT                PIC X.
           88  ORBIT-DISCLOSED         VALUE 'Y'.
       01  WS-WITHHELD                 PIC 999 USAGE COMP-5.
      *********************************
      * Row splitting — quote-tolerant, see CSV-SPLIT-FIELD.
       01  WS-SPLIT-LINE               PIC X(250).
       01  WS-SPLIT-PTR                PIC 999 USAGE COMP-5.
       01  WS-SPLIT-FLD                PIC X(100).
       01  WS-CSV-A                    PIC X(100).
       01  WS-CSV-B                    PIC X(100).
       01  WS-ROW-IDX-TXT              PIC X(10).
       01  WS-ROW-NAME                 PIC X(48).
       01  WS-ROW-COL-TXT              PIC X(10).
       01  WS-ROW-ROW-TXT              PIC X(10).
       01  WS-ROW-COL                  PIC 999 USAGE COMP-5.
       01  WS-ROW-ROW                  PIC 999 USAGE COMP-5.
      *********************************
      * Loop and lookup scratch.
       01  WS-I                        PIC 9(4) USAGE COMP-5.
       01  WS-J                        PIC 9(4) USAGE COMP-5.
       01  WS-K                        PIC 9(4) USAGE COMP-5.
       01  WS-P                        PIC 99 USAGE COMP-5.
       01  WS-CUR                      PIC 9(4) USAGE COMP-5.
       01  WS-FAR                      PIC 9(4) USAGE COMP-5.
       01  WS-GR                       PIC 999 USAGE COMP-5.
       01  WS-GC                       PIC 999 USAGE COMP-5.
       01  WS-CUR-STAR                 PIC 999 USAGE COMP-5.
       01  WS-CUR-ORB                  PIC 999 USAGE COMP-5.
       01  WS-BODIES                   PIC 999 USAGE COMP-5.
       01  WS-SHOWN                    PIC 9(4) USAGE COMP-5.
       01  WS-NB-TOKEN                 PIC X(20).
       01  WS-NB-PTR                   PIC 99 USAGE COMP-5.
       01  WS-NB-IDX                   PIC 9(6).
       01  WS-PAGES                    PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-DISP-CNT                 PIC ZZZZ9.
       01  WS-DISP-N                   PIC ZZ9.
       01  WS-DISP-2                   PIC 99.
       01  WS-STAR-LETTER              PIC X.
       01  WS-STAR-LETTERS             PIC X(26) VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *    To-scale orbit diagram, 0..outer limit across 60 columns
      *    — the write-up's diagram, same letters.
       01  WS-DIA-LINE                 PIC X(60).
       01  WS-DIA-COL                  PIC 999 USAGE COMP-5.
       01  WS-DIA-SCALE                USAGE COMP-2.
      *********************************
      * HTML writer.  Every line goes out through EMIT-HTML from
      * WS-HTM-LINE; text taken off the records passes through
      * ESCAPE-HTML first.
       01  WS-HTM-LINE                 PIC X(400).
       01  WS-HTM-PTR                  PIC 999 USAGE COMP-5.
       01  WS-HTM-RAW                  PIC X(200).
       01  WS-HTM-ESC                  PIC X(400).
       01  WS-HTM-ESC-LEN              PIC 999 USAGE COMP-5.
       01  WS-HTM-RAW-LEN              PIC 999 USAGE COMP-5.
       01  WS-HTM-POS                  PIC 999 USAGE COMP-5.
       01  WS-HTM-CHAR                 PIC X.
       01  WS-HTM-LABEL                PIC X(30).
       01  WS-HTM-CELL                 PIC X(200).
       01  WS-HTM-HREF                 PIC X(80).
       01  WS-HTM-CLASS                PIC X(20).
       01  WS-PAGE-TITLE               PIC X(120).
      *    File stem for a name (MAKE-PAGE-STEM).
       01  WS-STEM-IN                  PIC X(48).
       01  WS-STEM                     PIC X(48).
       01  WS-STEM-POS                 PIC 99 USAGE COMP-5.
       01  WS-STEM-CHAR                PIC X.
       01  WS-STEM-LEN                 PIC 99 USAGE COMP-5.
      *    Number formatting (FORMAT-NUMBER).
       01  WS-NUM                      USAGE COMP-2.
       01  WS-NUM-ED                   PIC -(9)9.9(3).
       01  WS-NUM-TXT                  PIC X(16).
       01  WS-NUM-LEN                  PIC 99 USAGE COMP-5.
      *********************************
      * The loaded system — same shape as G4SSGCRE's WS-STAR-SYSTEM.
       01  WS-STAR-SYSTEM.
           05  STAR-SYSTEM-NAME        PIC X(48) VALUE SPACES.
           COPY SYSHDR.
           05  STAR                    OCCURS 0 TO 200 TIMES
                                       DEPENDING ON STAR-COUNT
                                       INDEXED BY STAR-IDX.
               COPY STARDATA.
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
           MOVE 'G4SSGHTM' TO MC-PROGRAM.
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
                       WHEN 'SECTOR'
                           MOVE WS-PARM-VAL TO WS-SECTOR-PATH
                       WHEN 'PATH'
                           MOVE WS-PARM-VAL TO WS-STARDB-PATH
                       WHEN 'LANES'
                           MOVE WS-PARM-VAL TO WS-LANE-PATH
                       WHEN 'NOTES'
                           MOVE WS-PARM-VAL TO WS-NOTES-PATH
                       WHEN 'DISCLOSE'
                           MOVE WS-PARM-VAL TO WS-DISCLOSE-PATH
                       WHEN 'OUT'
                           MOVE WS-PARM-VAL TO WS-OUT-PREFIX
                       WHEN 'TITLE'
                           MOVE WS-PARM-VAL TO WS-TITLE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           INITIALIZE GZ-GRID.

           OPEN INPUT SECTOR-FILE.
           IF NOT SECTOR-FILE-OK THEN
               MOVE 'HTM001' TO MC-MSG-ID
               MOVE WS-SECTOR-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM UNTIL SECTOR-FILE-EOF
               READ SECTOR-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM LOAD-SECTOR-ROW
               END-READ
           END-PERFORM.
           CLOSE SECTOR-FILE.
           IF WS-SYS-COUNT = 0 THEN
               MOVE 'HTM002' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'HTM003' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM VARYING WS-CUR FROM 1 BY 1
                   UNTIL WS-CUR > WS-SYS-COUNT
               PERFORM DETAIL-ONE-SYSTEM
           END-PERFORM.
           IF WS-TITLE = SPACES THEN
               MOVE 'Sector' TO WS-TITLE
           END-IF.
           PERFORM LOAD-TRADE-LANES.
           OPEN INPUT NOTES-FILE.
           IF NOTES-FILE-OK THEN
               MOVE 'Y' TO WS-NOTES-OPEN
           END-IF.
           IF WS-DISCLOSE-PATH NOT = SPACES THEN
               PERFORM LOAD-DISCLOSURE-TABLE
           END-IF.

           PERFORM WRITE-INDEX-PAGE.
           PERFORM VARYING WS-CUR FROM 1 BY 1
                   UNTIL WS-CUR > WS-SYS-COUNT
               IF GZ-IN-DB(WS-CUR) = 'Y' THEN
                   PERFORM WRITE-SYSTEM-PAGE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-POL-COUNT
               PERFORM WRITE-POLITY-PAGE
           END-PERFORM.

           CLOSE STARDB-FILE.
           IF WS-NOTES-OPEN = 'Y' THEN
               CLOSE NOTES-FILE
           END-IF.
           MOVE WS-PAGES TO WS-DISP-CNT.
           MOVE 'HTM004' TO MC-MSG-ID.
           MOVE WS-DISP-CNT TO MC-INSERT(1).
           MOVE WS-OUT-PREFIX TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * One sector.csv row: 'idx,name,col,row,neighbours' for a
      * system, 'FEAT,kind,col,row' for a deep-space feature.
       LOAD-SECTOR-ROW.
           INITIALIZE WS-ROW-IDX-TXT WS-ROW-NAME
                      WS-ROW-COL-TXT WS-ROW-ROW-TXT.
           MOVE SECTOR-RECORD TO WS-SPLIT-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-ROW-IDX-TXT.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-ROW-NAME.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-ROW-COL-TXT.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-ROW-ROW-TXT.
           IF WS-ROW-COL-TXT = SPACES OR WS-ROW-ROW-TXT = SPACES
              THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ROW-COL = FUNCTION NUMVAL(WS-ROW-COL-TXT).
           COMPUTE WS-ROW-ROW = FUNCTION NUMVAL(WS-ROW-ROW-TXT).
           IF WS-ROW-COL > 98 OR WS-ROW-ROW > 199 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-GR = WS-ROW-ROW + 1.
           COMPUTE WS-GC = WS-ROW-COL + 1.
           IF WS-ROW-COL > WS-MAX-COL THEN
               MOVE WS-ROW-COL TO WS-MAX-COL
           END-IF.
           IF WS-ROW-ROW > WS-MAX-ROW THEN
               MOVE WS-ROW-ROW TO WS-MAX-ROW
           END-IF.
           IF WS-ROW-IDX-TXT = 'FEAT' THEN
               IF GZ-CELL-SYS(WS-GR, WS-GC) = 0 THEN
                   EVALUATE FUNCTION TRIM(WS-ROW-NAME)
                       WHEN 'NEBULA'
                           MOVE '~' TO GZ-CELL-FEAT(WS-GR, WS-GC)
                       WHEN 'ROGUE'
                           MOVE 'r' TO GZ-CELL-FEAT(WS-GR, WS-GC)
                       WHEN OTHER
                           MOVE 'x' TO GZ-CELL-FEAT(WS-GR, WS-GC)
                   END-EVALUATE
               END-IF
               EXIT PARAGRAPH
           END-IF.
      *    Empty-hex grid rows carry no system name.
           IF WS-ROW-NAME = SPACES OR WS-SYS-COUNT >= 2000 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SYS-COUNT.
           MOVE WS-SYS-COUNT TO WS-I.
           INITIALIZE GZ-SYS(WS-I).
           MOVE WS-ROW-NAME TO GZ-NAME(WS-I).
           COMPUTE GZ-SECT-IDX(WS-I) = FUNCTION NUMVAL(WS-ROW-IDX-TXT).
           MOVE WS-ROW-COL TO GZ-COL(WS-I).
           MOVE WS-ROW-ROW TO GZ-ROW(WS-I).
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO GZ-NEIGHBORS(WS-I).
           MOVE '?' TO GZ-GLYPH(WS-I).
           MOVE '-' TO GZ-IN-DB(WS-I).
           MOVE WS-I TO GZ-CELL-SYS(WS-GR, WS-GC).
           MOVE SPACE TO GZ-CELL-FEAT(WS-GR, WS-GC).
           EXIT PARAGRAPH.

      *********************************
      * Glyph, markers, settlement and polity of system WS-CUR off
      * its saved record — G4SSGMAP's DETAIL-ONE-CELL rules.
       DETAIL-ONE-SYSTEM.
           MOVE GZ-NAME(WS-CUR) TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           MOVE 'Y' TO GZ-IN-DB(WS-CUR).
           MOVE STAR-COUNT TO GZ-STARS(WS-CUR).
           MOVE SETTLE-PORT TO GZ-PORT(WS-CUR).
           MOVE SETTLE-POP-EXP TO GZ-POP(WS-CUR).
           MOVE SETTLE-TL TO GZ-TL(WS-CUR).
           MOVE SYSTEM-TRAVEL-ZONE TO GZ-ZONE(WS-CUR).
           MOVE SYSTEM-ALLEGIANCE TO GZ-ALLEG(WS-CUR).
           IF WS-TITLE = SPACES AND SYSTEM-SECTOR NOT = SPACES THEN
               MOVE SYSTEM-SECTOR TO WS-TITLE
           END-IF.
           EVALUATE TRUE
               WHEN HAS-NAVAL-BASE AND HAS-SCOUT-BASE
                   MOVE 'a' TO GZ-BASE(WS-CUR)
               WHEN HAS-NAVAL-BASE AND HAS-WAY-STATION
                   MOVE 'm' TO GZ-BASE(WS-CUR)
               WHEN HAS-NAVAL-BASE
                   MOVE 'n' TO GZ-BASE(WS-CUR)
               WHEN HAS-WAY-STATION
                   MOVE 'w' TO GZ-BASE(WS-CUR)
               WHEN HAS-SCOUT-BASE
                   MOVE 's' TO GZ-BASE(WS-CUR)
           END-EVALUATE.
           SET STAR-IDX TO 1.
           EVALUATE TRUE
               WHEN WHITE-DWARF(STAR-IDX)
                   MOVE 'D' TO GZ-GLYPH(WS-CUR)
               WHEN BROWN-DWARF(STAR-IDX)
                   MOVE 'b' TO GZ-GLYPH(WS-CUR)
               WHEN NEUTRON-STAR(STAR-IDX)
                   MOVE 'N' TO GZ-GLYPH(WS-CUR)
               WHEN BLACK-HOLE(STAR-IDX)
                   MOVE '#' TO GZ-GLYPH(WS-CUR)
               WHEN CLASS-IV(STAR-IDX) OR CLASS-III(STAR-IDX)
                 OR CLASS-II(STAR-IDX) OR CLASS-IB(STAR-IDX)
                 OR CLASS-IA(STAR-IDX)
                   MOVE 'G' TO GZ-GLYPH(WS-CUR)
               WHEN OTHER
                   MOVE '*' TO GZ-GLYPH(WS-CUR)
           END-EVALUATE.
           PERFORM VARYING STAR-IDX FROM 1 BY 1
                   UNTIL STAR-IDX > STAR-COUNT
               PERFORM VARYING ORB-IDX FROM 1 BY 1
                       UNTIL ORB-IDX > NUM-ORBITS(STAR-IDX)
                   IF NOT OBJ-NOTHING(STAR-IDX, ORB-IDX)
                      AND DISTANCE OF ORBIT(STAR-IDX, ORB-IDX)
                          >= HZ-INNER(STAR-IDX)
                      AND DISTANCE OF ORBIT(STAR-IDX, ORB-IDX)
                          <= HZ-OUTER(STAR-IDX) THEN
                       MOVE '!' TO GZ-HAB(WS-CUR)
                   END-IF
               END-PERFORM
           END-PERFORM.
      *    Its polity — registered on first sight, the capital kept
      *    as the most populous member.
           IF SYSTEM-ALLEGIANCE = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-P.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-POL-COUNT
               IF GZ-POL-CODE(WS-I) = SYSTEM-ALLEGIANCE THEN
                   MOVE WS-I TO WS-P
               END-IF
           END-PERFORM.
           IF WS-P = 0 THEN
               IF WS-POL-COUNT >= 60 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-POL-COUNT
               MOVE WS-POL-COUNT TO WS-P
               MOVE SYSTEM-ALLEGIANCE TO GZ-POL-CODE(WS-P)
               MOVE 0 TO GZ-POL-MEMBERS(WS-P)
               MOVE WS-CUR TO GZ-POL-CAPITAL(WS-P)
           END-IF.
           MOVE WS-P TO GZ-POL(WS-CUR).
           ADD 1 TO GZ-POL-MEMBERS(WS-P).
           IF GZ-POP(WS-CUR) > GZ-POP(GZ-POL-CAPITAL(WS-P)) THEN
               MOVE WS-CUR TO GZ-POL-CAPITAL(WS-P)
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * The lane file, by system-table entry — a lane to a system
      * outside this sector file is dropped.
       LOAD-TRADE-LANES.
           OPEN INPUT LANE-FILE.
           IF NOT LANE-FILE-OK THEN
               MOVE 'HTM005' TO MC-MSG-ID
               MOVE WS-LANE-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LANE-FILE-EOF
               READ LANE-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM PARSE-LANE-ROW
               END-READ
           END-PERFORM.
           CLOSE LANE-FILE.
           EXIT PARAGRAPH.

       PARSE-LANE-ROW.
           IF LANE-RECORD(1:5) = 'SysA,' OR LANE-RECORD = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-LANE-COUNT >= 4000 THEN
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-CSV-A WS-CSV-B.
           MOVE LANE-RECORD TO WS-SPLIT-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-A.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-B.
           MOVE 0 TO WS-I WS-J.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-SYS-COUNT
               IF GZ-NAME(WS-K) = WS-CSV-A THEN
                   MOVE WS-K TO WS-I
               END-IF
               IF GZ-NAME(WS-K) = WS-CSV-B THEN
                   MOVE WS-K TO WS-J
               END-IF
           END-PERFORM.
           IF WS-I = 0 OR WS-J = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LANE-COUNT.
           MOVE WS-I TO GZ-LANE-A(WS-LANE-COUNT).
           MOVE WS-J TO GZ-LANE-B(WS-LANE-COUNT).
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO GZ-LANE-DIST(WS-LANE-COUNT).
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO GZ-LANE-CLASS(WS-LANE-COUNT).
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO GZ-LANE-FLOW(WS-LANE-COUNT).
           EXIT PARAGRAPH.

      *    'DISCLOSE=<path>': one 'SECTION=<level>' per line over the
      *    built-in levels, as G4SSGCRE reads it.  A line that makes
      *    no sense is reported and skipped; a missing file leaves
      *    the built-in levels.
       LOAD-DISCLOSURE-TABLE.
           OPEN INPUT DISCLOSE-FILE.
           IF NOT DISCLOSE-FILE-OK THEN
               MOVE 'HTM007' TO MC-MSG-ID
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
                   MOVE 'HTM008' TO MC-MSG-ID
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
                   MOVE 'HTM009' TO MC-MSG-ID
                   MOVE DISCLOSE-RECORD TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-EVALUATE.
           EXIT PARAGRAPH.

      *********************************
      * index.html — the map, the system list, the polities.
       WRITE-INDEX-PAGE.
           MOVE 'index' TO WS-STEM.
           MOVE WS-TITLE TO WS-PAGE-TITLE.
           PERFORM OPEN-PAGE.
           IF NOT PAGE-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE '<h2>Sector map</h2>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           MOVE '<div class="map">' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           PERFORM VARYING WS-GR FROM 1 BY 1
                   UNTIL WS-GR > WS-MAX-ROW + 1
               PERFORM WRITE-MAP-ROW
           END-PERFORM.
           MOVE '</div>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           MOVE '<p class="legend">* main sequence &middot; G giant '
             & '&middot; D white dwarf &middot; b brown dwarf &middot;'
             & ' N neutron star &middot; # black hole &middot; ? not '
             & 'in the database<br>! habitable-zone world &middot; ~ '
             & 'nebula &middot; r rogue world &middot; x remnant '
             & '&middot; n naval &middot; s scout &middot; w way '
             & 'station &middot; a naval+scout &middot; m naval+way '
             & 'station &middot; <span class="zA">amber</span> / '
             & '<span class="zR">red</span> travel zone</p>'
             TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           MOVE '<h2>Systems</h2>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           MOVE '<table><tr><th>System</th><th>Hex</th><th>Stars</th>'
             & '<th>Port</th><th>Pop</th><th>TL</th><th>Zone</th>'
             & '<th>Polity</th></tr>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SYS-COUNT
               PERFORM WRITE-INDEX-ROW
           END-PERFORM.
           MOVE '</table>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           IF WS-POL-COUNT > 0 THEN
               MOVE '<h2>Polities</h2>' TO WS-HTM-LINE
               PERFORM EMIT-HTML
               MOVE '<ul>' TO WS-HTM-LINE
               PERFORM EMIT-HTML
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-POL-COUNT
                   MOVE GZ-POL-CODE(WS-P) TO WS-STEM-IN
                   PERFORM MAKE-POLITY-HREF
                   MOVE GZ-POL-MEMBERS(WS-P) TO WS-DISP-CNT
                   MOVE GZ-POL-CODE(WS-P) TO WS-HTM-RAW
                   PERFORM ESCAPE-HTML
                   MOVE SPACES TO WS-HTM-LINE
                   STRING '<li><a href="'         DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HTM-HREF)
                                                  DELIMITED BY SIZE
                          '">'                    DELIMITED BY SIZE
                          WS-HTM-ESC(1:WS-HTM-ESC-LEN)
                                                  DELIMITED BY SIZE
                          '</a> — '               DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DISP-CNT)
                                                  DELIMITED BY SIZE
                          ' system(s)</li>'       DELIMITED BY SIZE
                          INTO WS-HTM-LINE
                   END-STRING
                   PERFORM EMIT-HTML
               END-PERFORM
               MOVE '</ul>' TO WS-HTM-LINE
               PERFORM EMIT-HTML
           END-IF.
           PERFORM CLOSE-PAGE.
           EXIT PARAGRAPH.

      *    Hex row WS-GR: one element per hex, odd rows shifted half
      *    a hex right (odd-r offset, as the sector file lays it).
       WRITE-MAP-ROW.
           IF FUNCTION MOD(WS-GR - 1, 2) = 1 THEN
               MOVE '<div class="row odd">' TO WS-HTM-LINE
           ELSE
               MOVE '<div class="row">' TO WS-HTM-LINE
           END-IF.
           PERFORM EMIT-HTML.
           PERFORM VARYING WS-GC FROM 1 BY 1
                   UNTIL WS-GC > WS-MAX-COL + 1
               MOVE GZ-CELL-SYS(WS-GR, WS-GC) TO WS-I
               MOVE SPACES TO WS-HTM-LINE
               EVALUATE TRUE
                   WHEN WS-I > 0 AND GZ-IN-DB(WS-I) = 'Y'
                       PERFORM WRITE-MAP-SYSTEM-HEX
                   WHEN WS-I > 0
                       MOVE GZ-NAME(WS-I) TO WS-HTM-RAW
                       PERFORM ESCAPE-HTML
                       STRING '<span class="hex" title="'
                                                  DELIMITED BY SIZE
                              WS-HTM-ESC(1:WS-HTM-ESC-LEN)
                                                  DELIMITED BY SIZE
                              '">&nbsp;?&nbsp;&nbsp;</span>'
                                                  DELIMITED BY SIZE
                              INTO WS-HTM-LINE
                       END-STRING
                       PERFORM EMIT-HTML
                   WHEN GZ-CELL-FEAT(WS-GR, WS-GC) NOT = SPACE
                      AND GZ-CELL-FEAT(WS-GR, WS-GC) NOT = LOW-VALUE
                       STRING '<span class="hex feat">&nbsp;'
                                                  DELIMITED BY SIZE
                              GZ-CELL-FEAT(WS-GR, WS-GC)
                                                  DELIMITED BY SIZE
                              '&nbsp;&nbsp;</span>'
                                                  DELIMITED BY SIZE
                              INTO WS-HTM-LINE
                       END-STRING
                       PERFORM EMIT-HTML
                   WHEN OTHER
                       MOVE '<span class="hex empty">&nbsp;.&nbsp;'
                         & '&nbsp;</span>' TO WS-HTM-LINE
                       PERFORM EMIT-HTML
               END-EVALUATE
           END-PERFORM.
           MOVE '</div>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           EXIT PARAGRAPH.

      *    System WS-I's hex: zone tint, glyph, HZ and base markers,
      *    the name as its tooltip and its page as the link.
       WRITE-MAP-SYSTEM-HEX.
           MOVE 'hex' TO WS-HTM-CLASS.
           IF GZ-ZONE(WS-I) = 'A' OR GZ-ZONE(WS-I) = 'R' THEN
               STRING 'hex z'                 DELIMITED BY SIZE
                      GZ-ZONE(WS-I)           DELIMITED BY SIZE
                      INTO WS-HTM-CLASS
               END-STRING
           END-IF.
           MOVE GZ-NAME(WS-I) TO WS-STEM-IN.
           PERFORM MAKE-SYSTEM-HREF.
           MOVE GZ-NAME(WS-I) TO WS-HTM-RAW.
           PERFORM ESCAPE-HTML.
           MOVE SPACES TO WS-HTM-LINE.
           STRING '<a class="'                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HTM-CLASS) DELIMITED BY SIZE
                  '" href="'                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HTM-HREF)  DELIMITED BY SIZE
                  '" title="'                 DELIMITED BY SIZE
                  WS-HTM-ESC(1:WS-HTM-ESC-LEN)
                                              DELIMITED BY SIZE
                  '">&nbsp;'                  DELIMITED BY SIZE
                  GZ-GLYPH(WS-I)              DELIMITED BY SIZE
                  INTO WS-HTM-LINE
           END-STRING.
           COMPUTE WS-HTM-PTR =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-HTM-LINE)) + 1.
           IF GZ-HAB(WS-I) = '!' THEN
               STRING '!'                     DELIMITED BY SIZE
                      INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
               END-STRING
           ELSE
               STRING '&nbsp;'                DELIMITED BY SIZE
                      INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
               END-STRING
           END-IF.
           IF GZ-BASE(WS-I) NOT = SPACE
              AND GZ-BASE(WS-I) NOT = LOW-VALUE THEN
               STRING GZ-BASE(WS-I)           DELIMITED BY SIZE
                      INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
               END-STRING
           ELSE
               STRING '&nbsp;'                DELIMITED BY SIZE
                      INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
               END-STRING
           END-IF.
           STRING '</a>'                      DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           PERFORM EMIT-HTML.
           EXIT PARAGRAPH.

      *    One row of the index's system table.
       WRITE-INDEX-ROW.
           MOVE GZ-NAME(WS-I) TO WS-HTM-RAW.
           PERFORM ESCAPE-HTML.
           MOVE SPACES TO WS-HTM-LINE.
           IF GZ-IN-DB(WS-I) NOT = 'Y' THEN
               STRING '<tr><td>'              DELIMITED BY SIZE
                      WS-HTM-ESC(1:WS-HTM-ESC-LEN)
                                              DELIMITED BY SIZE
                      '</td><td colspan="7">not in the database'
                                              DELIMITED BY SIZE
                      '</td></tr>'            DELIMITED BY SIZE
                      INTO WS-HTM-LINE
               END-STRING
               PERFORM EMIT-HTML
               EXIT PARAGRAPH
           END-IF.
           MOVE GZ-NAME(WS-I) TO WS-STEM-IN.
           PERFORM MAKE-SYSTEM-HREF.
           MOVE 1 TO WS-HTM-PTR.
           STRING '<tr><td><a href="'         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HTM-HREF)  DELIMITED BY SIZE
                  '">'                        DELIMITED BY SIZE
                  WS-HTM-ESC(1:WS-HTM-ESC-LEN)
                                              DELIMITED BY SIZE
                  '</a></td><td>'             DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           MOVE GZ-COL(WS-I) TO WS-DISP-2.
           STRING WS-DISP-2                   DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           MOVE GZ-ROW(WS-I) TO WS-DISP-2.
           MOVE GZ-STARS(WS-I) TO WS-DISP-N.
           STRING WS-DISP-2                   DELIMITED BY SIZE
                  '</td><td>'                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)    DELIMITED BY SIZE
                  '</td><td>'                 DELIMITED BY SIZE
                  GZ-PORT(WS-I)               DELIMITED BY SIZE
                  '</td><td>'                 DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           MOVE GZ-POP(WS-I) TO WS-DISP-N.
           STRING FUNCTION TRIM(WS-DISP-N)    DELIMITED BY SIZE
                  '</td><td>'                 DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           MOVE GZ-TL(WS-I) TO WS-DISP-N.
           STRING FUNCTION TRIM(WS-DISP-N)    DELIMITED BY SIZE
                  '</td><td>'                 DELIMITED BY SIZE
                  GZ-ZONE(WS-I)               DELIMITED BY SIZE
                  '</td><td>'                 DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           IF GZ-POL(WS-I) > 0 THEN
               MOVE GZ-ALLEG(WS-I) TO WS-STEM-IN
               PERFORM MAKE-POLITY-HREF
               MOVE GZ-ALLEG(WS-I) TO WS-HTM-RAW
               PERFORM ESCAPE-HTML
               STRING '<a href="'             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HTM-HREF)
                                              DELIMITED BY SIZE
                      '">'                    DELIMITED BY SIZE
                      WS-HTM-ESC(1:WS-HTM-ESC-LEN)
                                              DELIMITED BY SIZE
                      '</a>'                  DELIMITED BY SIZE
                      INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
               END-STRING
           END-IF.
           STRING '</td></tr>'                DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           PERFORM EMIT-HTML.
           EXIT PARAGRAPH.

      *********************************
      * sys-<name>.html for system WS-CUR.
       WRITE-SYSTEM-PAGE.
           MOVE GZ-NAME(WS-CUR) TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           PERFORM SET-SYSTEM-DISCLOSURE.
           MOVE GZ-NAME(WS-CUR) TO WS-STEM-IN.
           PERFORM MAKE-PAGE-STEM.
           MOVE SPACES TO WS-HTM-LINE.
           STRING 'sys-'                      DELIMITED BY SIZE
                  WS-STEM(1:WS-STEM-LEN)      DELIMITED BY SIZE
                  INTO WS-HTM-LINE
           END-STRING.
           MOVE WS-HTM-LINE TO WS-STEM.
           MOVE STAR-SYSTEM-NAME TO WS-PAGE-TITLE.
           PERFORM OPEN-PAGE.
           IF NOT PAGE-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-SYSTEM-SUMMARY.
           IF SHOW-STARS THEN
               PERFORM WRITE-HIERARCHY-SUMMARY
           END-IF.
           PERFORM VARYING WS-CUR-STAR FROM 1 BY 1
                   UNTIL WS-CUR-STAR > STAR-COUNT
               PERFORM WRITE-STAR-SECTION
           END-PERFORM.
           IF SYSTEM-EVENT-COUNT > 0 AND SHOW-HISTORY THEN
               PERFORM WRITE-SYSTEM-HISTORY
           END-IF.
           PERFORM WRITE-JUMP-NEIGHBOURS.
           PERFORM WRITE-TRADE-LANES.
           PERFORM WRITE-SYSTEM-NOTES.
           PERFORM CLOSE-PAGE.
           EXIT PARAGRAPH.

      *    What the page may show of system WS-CUR (see the header):
      *    every section whose disclosure level its survey standing
      *    has reached.  No annotation reads as survey 0, unvisited.
       SET-SYSTEM-DISCLOSURE.
           MOVE '-' TO WS-NOTE-FOUND.
           MOVE 0 TO WS-DSC-SURVEY.
           MOVE '-' TO WS-DSC-VISITED.
           IF WS-NOTES-OPEN = 'Y' THEN
               MOVE GZ-NAME(WS-CUR) TO NOTE-KEY
               READ NOTES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-NOTE-FOUND
               END-READ
           END-IF.
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

      *    Whether body WS-CUR-ORB of WS-CUR-STAR gets a row: a giant
      *    once GIANTS is out, anything else once BODIES is.
       CHECK-ORBIT-DISCLOSED.
           MOVE '-' TO WS-DSC-ORBIT.
           IF OBJ-GAS-GIANT(WS-CUR-STAR, WS-CUR-ORB) THEN
               IF SHOW-GIANTS THEN
                   SET ORBIT-DISCLOSED TO TRUE
               END-IF
           ELSE
               IF SHOW-BODIES THEN
                   SET ORBIT-DISCLOSED TO TRUE
               END-IF
           END-IF.
           EXIT PARAGRAPH.

      *    The write-up's header facts, as a two-column table.
       WRITE-SYSTEM-SUMMARY.
           MOVE '<table class="facts">' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           MOVE 'Hex' TO WS-HTM-LABEL.
           MOVE SPACES TO WS-HTM-CELL.
           MOVE GZ-COL(WS-CUR) TO WS-DISP-2.
           MOVE WS-DISP-2 TO WS-HTM-CELL(1:2).
           MOVE GZ-ROW(WS-CUR) TO WS-DISP-2.
           MOVE WS-DISP-2 TO WS-HTM-CELL(3:2).
           PERFORM WRITE-FACT-ROW.
           IF SYSTEM-SECTOR NOT = SPACES THEN
               MOVE 'Sector' TO WS-HTM-LABEL
               MOVE SYSTEM-SECTOR TO WS-HTM-CELL
               PERFORM WRITE-FACT-ROW
           END-IF.
           MOVE 'Age' TO WS-HTM-LABEL.
           MOVE BYR OF SYSTEM-AGE TO WS-NUM.
           PERFORM FORMAT-NUMBER.
           MOVE SPACES TO WS-HTM-CELL.
           STRING WS-NUM-TXT(1:WS-NUM-LEN)   DELIMITED BY SIZE
                  ' billion years, population '
                                              DELIMITED BY SIZE
                  POPULATION OF SYSTEM-AGE    DELIMITED BY SIZE
                  INTO WS-HTM-CELL
           END-STRING.
           PERFORM WRITE-FACT-ROW.
           MOVE 'Metallicity' TO WS-HTM-LABEL.
           MOVE SYSTEM-METALLICITY TO WS-NUM.
           PERFORM FORMAT-NUMBER.
           MOVE SPACES TO WS-HTM-CELL.
           STRING WS-NUM-TXT(1:WS-NUM-LEN)   DELIMITED BY SIZE
                  ' × Sol'                    DELIMITED BY SIZE
                  INTO WS-HTM-CELL
           END-STRING.
           PERFORM WRITE-FACT-ROW.
           IF NOT FIELD-STAR THEN
               MOVE 'Stellar group' TO WS-HTM-LABEL
               MOVE SYSTEM-STELLAR-GROUP TO WS-HTM-CELL
               PERFORM WRITE-FACT-ROW
           END-IF.
           IF SHOW-SETTLEMENT THEN
               PERFORM WRITE-SETTLEMENT-FACTS
           END-IF.
           IF SHOW-STARS THEN
               PERFORM WRITE-SPACE-WEATHER-FACT
           END-IF.
           MOVE '</table>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
      *    The polity line links to the polity's page.
           IF GZ-POL(WS-CUR) > 0 THEN
               MOVE GZ-ALLEG(WS-CUR) TO WS-STEM-IN
               PERFORM MAKE-POLITY-HREF
               MOVE GZ-ALLEG(WS-CUR) TO WS-HTM-RAW
               PERFORM ESCAPE-HTML
               MOVE SPACES TO WS-HTM-LINE
               STRING '<p>Allegiance: <a href="'
                                              DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HTM-HREF)
                                              DELIMITED BY SIZE
                      '">'                    DELIMITED BY SIZE
                      WS-HTM-ESC(1:WS-HTM-ESC-LEN)
                                              DELIMITED BY SIZE
                      '</a></p>'              DELIMITED BY SIZE
                      INTO WS-HTM-LINE
               END-STRING
               PERFORM EMIT-HTML
           END-IF.
           EXIT PARAGRAPH.

      *    Settlement, bases and travel zone.
       WRITE-SETTLEMENT-FACTS.
           MOVE 'Settlement' TO WS-HTM-LABEL.
           MOVE SPACES TO WS-HTM-CELL.
           IF SETTLE-UNINHABITED THEN
               STRING 'uninhabited, starport '
                                              DELIMITED BY SIZE
                      SETTLE-PORT             DELIMITED BY SIZE
                      INTO WS-HTM-CELL
               END-STRING
           ELSE
               MOVE 1 TO WS-HTM-PTR
               MOVE SETTLE-POP-EXP TO WS-DISP-N
               STRING 'starport '             DELIMITED BY SIZE
                      SETTLE-PORT             DELIMITED BY SIZE
                      ', population 10^'      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-N)
                                              DELIMITED BY SIZE
                      INTO WS-HTM-CELL WITH POINTER WS-HTM-PTR
               END-STRING
               MOVE SETTLE-GOV TO WS-DISP-N
               STRING ', government '         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-N)
                                              DELIMITED BY SIZE
                      INTO WS-HTM-CELL WITH POINTER WS-HTM-PTR
               END-STRING
               MOVE SETTLE-LAW TO WS-DISP-N
               STRING ', law '                DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-N)
                                              DELIMITED BY SIZE
                      INTO WS-HTM-CELL WITH POINTER WS-HTM-PTR
               END-STRING
               MOVE SETTLE-TL TO WS-DISP-N
               STRING ', TL '                 DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-N)
                                              DELIMITED BY SIZE
                      INTO WS-HTM-CELL WITH POINTER WS-HTM-PTR
               END-STRING
           END-IF.
           PERFORM WRITE-FACT-ROW.
           IF SYSTEM-BASES NOT = SPACES THEN
               MOVE 'Bases' TO WS-HTM-LABEL
               MOVE SPACES TO WS-HTM-CELL
               MOVE 1 TO WS-HTM-PTR
               IF HAS-NAVAL-BASE THEN
                   STRING 'naval '            DELIMITED BY SIZE
                          INTO WS-HTM-CELL WITH POINTER WS-HTM-PTR
                   END-STRING
               END-IF
               IF HAS-SCOUT-BASE THEN
                   STRING 'scout '            DELIMITED BY SIZE
                          INTO WS-HTM-CELL WITH POINTER WS-HTM-PTR
                   END-STRING
               END-IF
               IF HAS-WAY-STATION THEN
                   STRING 'way-station'       DELIMITED BY SIZE
                          INTO WS-HTM-CELL WITH POINTER WS-HTM-PTR
                   END-STRING
               END-IF
               PERFORM WRITE-FACT-ROW
           END-IF.
           MOVE 'Travel zone' TO WS-HTM-LABEL.
           EVALUATE TRUE
               WHEN TRAVEL-ZONE-AMBER
                   MOVE 'Amber' TO WS-HTM-CELL
               WHEN TRAVEL-ZONE-RED
                   MOVE 'Red' TO WS-HTM-CELL
               WHEN TRAVEL-ZONE-GREEN
                   MOVE 'Green' TO WS-HTM-CELL
               WHEN OTHER
                   MOVE 'not classified' TO WS-HTM-CELL
           END-EVALUATE.
           PERFORM WRITE-FACT-ROW.
           EXIT PARAGRAPH.

       WRITE-SPACE-WEATHER-FACT.
           MOVE 'Space weather' TO WS-HTM-LABEL.
           EVALUATE TRUE
               WHEN SPACEWX-ACTIVE
                   MOVE 'active' TO WS-HTM-CELL
               WHEN SPACEWX-SEVERE
                   MOVE 'severe' TO WS-HTM-CELL
               WHEN SPACEWX-EXTREME
                   MOVE 'extreme' TO WS-HTM-CELL
               WHEN OTHER
                   MOVE 'quiet' TO WS-HTM-CELL
           END-EVALUATE.
           IF SYSTEM-IN-NEBULA THEN
               STRING FUNCTION TRIM(WS-HTM-CELL)
                                              DELIMITED BY SIZE
                      ', inside a nebula'     DELIMITED BY SIZE
                      INTO WS-HTM-CELL
               END-STRING
           END-IF.
           PERFORM WRITE-FACT-ROW.
           EXIT PARAGRAPH.

      *    WS-HTM-LABEL / WS-HTM-CELL as one fact-table row.
       WRITE-FACT-ROW.
           MOVE WS-HTM-CELL TO WS-HTM-RAW.
           PERFORM ESCAPE-HTML.
           MOVE SPACES TO WS-HTM-LINE.
           STRING '<tr><th>'                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HTM-LABEL) DELIMITED BY SIZE
                  '</th><td>'                 DELIMITED BY SIZE
                  WS-HTM-ESC(1:WS-HTM-ESC-LEN)
                                              DELIMITED BY SIZE
                  '</td></tr>'                DELIMITED BY SIZE
                  INTO WS-HTM-LINE
           END-STRING.
           PERFORM EMIT-HTML.
           MOVE SPACES TO WS-HTM-CELL.
           EXIT PARAGRAPH.

      *    Who is who in a multiple system.  The separations are not
      *    saved, so the summary gives each star's role, its stage
      *    and mass and how many bodies it holds.
       WRITE-HIERARCHY-SUMMARY.
           MOVE '<h2>Hierarchy</h2>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           MOVE '<ul>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           PERFORM VARYING WS-CUR-STAR FROM 1 BY 1
                   UNTIL WS-CUR-STAR > STAR-COUNT
               PERFORM STAR-LETTER-OF
               MOVE 0 TO WS-BODIES
               PERFORM VARYING WS-CUR-ORB FROM 1 BY 1
                       UNTIL WS-CUR-ORB > NUM-ORBITS(WS-CUR-STAR)
                   PERFORM CHECK-ORBIT-DISCLOSED
                   IF NOT OBJ-NOTHING(WS-CUR-STAR, WS-CUR-ORB)
                      AND ORBIT-DISCLOSED THEN
                       ADD 1 TO WS-BODIES
                   END-IF
               END-PERFORM
               MOVE MASS OF STAR(WS-CUR-STAR) TO WS-NUM
               PERFORM FORMAT-NUMBER
               MOVE WS-BODIES TO WS-DISP-N
               MOVE SPACES TO WS-HTM-LINE
               MOVE 1 TO WS-HTM-PTR
               STRING '<li><a href="#star-'   DELIMITED BY SIZE
                      WS-STAR-LETTER          DELIMITED BY SIZE
                      '">'                    DELIMITED BY SIZE
                      WS-STAR-LETTER          DELIMITED BY SIZE
                      '</a> '                 DELIMITED BY SIZE
                      INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
               END-STRING
               IF WS-CUR-STAR = 1 THEN
                   STRING 'primary'           DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
               ELSE
                   STRING 'companion'         DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
               END-IF
               STRING ' — '                   DELIMITED BY SIZE
                      FUNCTION TRIM(STAGE OF STAR(WS-CUR-STAR))
                                              DELIMITED BY SIZE
                      ', '                    DELIMITED BY SIZE
                      WS-NUM-TXT(1:WS-NUM-LEN)
                                              DELIMITED BY SIZE
                      ' M<sub>Sol</sub>, '    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-N)
                                              DELIMITED BY SIZE
                      ' bod'                  DELIMITED BY SIZE
                      INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
               END-STRING
               IF WS-BODIES = 1 THEN
                   STRING 'y</li>'            DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
               ELSE
                   STRING 'ies</li>'          DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
               END-IF
               PERFORM EMIT-HTML
           END-PERFORM.
           MOVE '</ul>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           EXIT PARAGRAPH.

       STAR-LETTER-OF.
           IF WS-CUR-STAR <= 26 THEN
               MOVE WS-STAR-LETTERS(WS-CUR-STAR:1) TO WS-STAR-LETTER
           ELSE
               MOVE '+' TO WS-STAR-LETTER
           END-IF.
           EXIT PARAGRAPH.

      *    One star: its figures, its orbit diagram and its bodies.
       WRITE-STAR-SECTION.
           PERFORM STAR-LETTER-OF.
           MOVE TEMPERATURE OF STAR(WS-CUR-STAR) TO WS-NUM.
           PERFORM FORMAT-NUMBER.
           MOVE SPACES TO WS-HTM-LINE.
           MOVE 1 TO WS-HTM-PTR.
           STRING '<h2 id="star-'             DELIMITED BY SIZE
                  WS-STAR-LETTER              DELIMITED BY SIZE
                  '">Star '                   DELIMITED BY SIZE
                  WS-STAR-LETTER              DELIMITED BY SIZE
                  ' — '                       DELIMITED BY SIZE
                  FUNCTION TRIM(STAGE OF STAR(WS-CUR-STAR))
                                              DELIMITED BY SIZE
                  ', '                        DELIMITED BY SIZE
                  WS-NUM-TXT(1:WS-NUM-LEN)    DELIMITED BY SIZE
                  ' K</h2>'                   DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           PERFORM EMIT-HTML.
           IF SHOW-STARS THEN
               PERFORM WRITE-STAR-FIGURES
           END-IF.
           MOVE 0 TO WS-BODIES.
           MOVE 0 TO WS-WITHHELD.
           PERFORM VARYING WS-CUR-ORB FROM 1 BY 1
                   UNTIL WS-CUR-ORB > NUM-ORBITS(WS-CUR-STAR)
               PERFORM CHECK-ORBIT-DISCLOSED
               IF NOT ORBIT-DISCLOSED THEN
                   ADD 1 TO WS-WITHHELD
               END-IF
               IF NOT OBJ-NOTHING(WS-CUR-STAR, WS-CUR-ORB)
                  AND ORBIT-DISCLOSED THEN
                   IF WS-BODIES = 0 THEN
                       MOVE '<table><tr><th>Orbit</th><th>AU</th>'
                         & '<th>Period (yr)</th><th>Body</th>'
                         & '<th>Life</th><th>Notes</th></tr>'
                         TO WS-HTM-LINE
                       PERFORM EMIT-HTML
                   END-IF
                   ADD 1 TO WS-BODIES
                   PERFORM WRITE-ORBIT-ROW
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-BODIES > 0
                   MOVE '</table>' TO WS-HTM-LINE
               WHEN WS-WITHHELD > 0
                   MOVE '<p>Not yet charted.</p>' TO WS-HTM-LINE
               WHEN OTHER
                   MOVE '<p>No bodies.</p>' TO WS-HTM-LINE
           END-EVALUATE.
           PERFORM EMIT-HTML.
           EXIT PARAGRAPH.

      *    The star's figures line and its orbit diagram.
       WRITE-STAR-FIGURES.
           MOVE '<p>' TO WS-HTM-LINE.
           MOVE 4 TO WS-HTM-PTR.
           MOVE MASS OF STAR(WS-CUR-STAR) TO WS-NUM.
           PERFORM FORMAT-NUMBER.
           STRING 'Mass '                     DELIMITED BY SIZE
                  WS-NUM-TXT(1:WS-NUM-LEN)    DELIMITED BY SIZE
                  ' M<sub>Sol</sub>, luminosity '
                                              DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           MOVE CURRENT-LUM OF STAR(WS-CUR-STAR) TO WS-NUM.
           PERFORM FORMAT-NUMBER.
           STRING WS-NUM-TXT(1:WS-NUM-LEN)    DELIMITED BY SIZE
                  ' L<sub>Sol</sub>, habitable zone '
                                              DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           MOVE HZ-INNER(WS-CUR-STAR) TO WS-NUM.
           PERFORM FORMAT-NUMBER.
           STRING WS-NUM-TXT(1:WS-NUM-LEN)    DELIMITED BY SIZE
                  '–'                         DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           MOVE HZ-OUTER(WS-CUR-STAR) TO WS-NUM.
           PERFORM FORMAT-NUMBER.
           STRING WS-NUM-TXT(1:WS-NUM-LEN)    DELIMITED BY SIZE
                  ' AU, snow line '           DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           MOVE SNOW-LINE(WS-CUR-STAR) TO WS-NUM.
           PERFORM FORMAT-NUMBER.
           STRING WS-NUM-TXT(1:WS-NUM-LEN)    DELIMITED BY SIZE
                  ' AU.'                      DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           EVALUATE TRUE
               WHEN FLARE-OCCASIONAL(WS-CUR-STAR)
                   STRING ' Occasional flares.' DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
               WHEN FLARE-FREQUENT(WS-CUR-STAR)
                   STRING ' Frequent flares.' DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
               WHEN FLARE-VIOLENT(WS-CUR-STAR)
                   STRING ' Violent flares.' DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
           END-EVALUATE.
           STRING '</p>'                      DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           PERFORM EMIT-HTML.
           PERFORM WRITE-ORBIT-DIAGRAM.
           EXIT PARAGRAPH.

      *    The write-up's to-scale diagram: 0 to the outer limit over
      *    60 columns, i/s/o for the inner limit, snow line and outer
      *    limit, g/t/a for the bodies.
       WRITE-ORBIT-DIAGRAM.
           MOVE ALL '.' TO WS-DIA-LINE.
           MOVE OUTER-LIMIT OF ORBIT-LIMITS(WS-CUR-STAR)
             TO WS-DIA-SCALE.
           IF WS-DIA-SCALE <= 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DIA-COL = FUNCTION INTEGER(
                   (INNER-LIMIT OF ORBIT-LIMITS(WS-CUR-STAR)
                    / WS-DIA-SCALE) * 59) + 1.
           PERFORM CLAMP-DIAGRAM-COL.
           MOVE 'i' TO WS-DIA-LINE(WS-DIA-COL:1).
           COMPUTE WS-DIA-COL = FUNCTION INTEGER(
                   (SNOW-LINE(WS-CUR-STAR) / WS-DIA-SCALE) * 59) + 1.
           PERFORM CLAMP-DIAGRAM-COL.
           MOVE 's' TO WS-DIA-LINE(WS-DIA-COL:1).
           MOVE 'o' TO WS-DIA-LINE(60:1).
           PERFORM VARYING WS-CUR-ORB FROM 1 BY 1
                   UNTIL WS-CUR-ORB > NUM-ORBITS(WS-CUR-STAR)
               PERFORM CHECK-ORBIT-DISCLOSED
               IF NOT OBJ-NOTHING(WS-CUR-STAR, WS-CUR-ORB)
                  AND ORBIT-DISCLOSED THEN
                   COMPUTE WS-DIA-COL = FUNCTION INTEGER(
                           (DISTANCE OF ORBIT(WS-CUR-STAR, WS-CUR-ORB)
                            / WS-DIA-SCALE) * 59) + 1
                   PERFORM CLAMP-DIAGRAM-COL
                   EVALUATE TRUE
                       WHEN OBJ-GAS-GIANT(WS-CUR-STAR, WS-CUR-ORB)
                           MOVE 'g' TO WS-DIA-LINE(WS-DIA-COL:1)
                       WHEN OBJ-TERRESTRIAL(WS-CUR-STAR, WS-CUR-ORB)
                           MOVE 't' TO WS-DIA-LINE(WS-DIA-COL:1)
                       WHEN OTHER
                           MOVE 'a' TO WS-DIA-LINE(WS-DIA-COL:1)
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-HTM-LINE.
           STRING '<pre class="diagram">['    DELIMITED BY SIZE
                  WS-DIA-LINE                 DELIMITED BY SIZE
                  ']  i inner limit, s snow line, o outer limit; '
                                              DELIMITED BY SIZE
                  'g gas giant, t terrestrial, a belt</pre>'
                                              DELIMITED BY SIZE
                  INTO WS-HTM-LINE
           END-STRING.
           PERFORM EMIT-HTML.
           EXIT PARAGRAPH.

       CLAMP-DIAGRAM-COL.
           IF WS-DIA-COL < 1 THEN
               MOVE 1 TO WS-DIA-COL
           END-IF.
           IF WS-DIA-COL > 60 THEN
               MOVE 60 TO WS-DIA-COL
           END-IF.
           EXIT PARAGRAPH.

      *    One body's row, off the orbit's condensed flags.
       WRITE-ORBIT-ROW.
           MOVE SPACES TO WS-HTM-LINE.
           MOVE 1 TO WS-HTM-PTR.
           MOVE WS-CUR-ORB TO WS-DISP-N.
           STRING '<tr><td>'                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)    DELIMITED BY SIZE
                  '</td><td>'                 DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           MOVE DISTANCE OF ORBIT(WS-CUR-STAR, WS-CUR-ORB) TO WS-NUM.
           PERFORM FORMAT-NUMBER.
           STRING WS-NUM-TXT(1:WS-NUM-LEN)    DELIMITED BY SIZE
                  '</td><td>'                 DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           MOVE ORBIT-PERIOD(WS-CUR-STAR, WS-CUR-ORB) TO WS-NUM.
           PERFORM FORMAT-NUMBER.
           STRING WS-NUM-TXT(1:WS-NUM-LEN)    DELIMITED BY SIZE
                  '</td><td>'                 DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           EVALUATE TRUE
               WHEN OBJ-GAS-GIANT(WS-CUR-STAR, WS-CUR-ORB)
                   STRING 'gas giant'         DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
               WHEN OBJ-TERRESTRIAL(WS-CUR-STAR, WS-CUR-ORB)
                   STRING 'terrestrial'       DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
               WHEN OTHER
                   STRING 'asteroid belt'     DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
           END-EVALUATE.
           IF DISTANCE OF ORBIT(WS-CUR-STAR, WS-CUR-ORB)
              >= HZ-INNER(WS-CUR-STAR)
              AND DISTANCE OF ORBIT(WS-CUR-STAR, WS-CUR-ORB)
              <= HZ-OUTER(WS-CUR-STAR) THEN
               STRING ' (habitable zone)'     DELIMITED BY SIZE
                      INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
               END-STRING
           END-IF.
           STRING '</td><td>'                 DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           EVALUATE TRUE
               WHEN NOT SHOW-LIFE
                   STRING 'unsurveyed'        DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
               WHEN LIFE-STERILE(WS-CUR-STAR, WS-CUR-ORB)
                   STRING 'sterile'           DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
               WHEN LIFE-MICROBIAL(WS-CUR-STAR, WS-CUR-ORB)
                   STRING 'microbial'         DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
               WHEN LIFE-SIMPLE(WS-CUR-STAR, WS-CUR-ORB)
                   STRING 'simple'            DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
               WHEN LIFE-COMPLEX(WS-CUR-STAR, WS-CUR-ORB)
                   STRING 'complex'           DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
               WHEN LIFE-ABUNDANT(WS-CUR-STAR, WS-CUR-ORB)
                   STRING 'abundant'          DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
               WHEN OTHER
                   STRING '&mdash;'           DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
           END-EVALUATE.
           STRING '</td><td>'                 DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           EVALUATE TRUE
               WHEN NOT SHOW-RESOURCES
                   CONTINUE
               WHEN WEALTH-MOTHERLODE(WS-CUR-STAR, WS-CUR-ORB)
                   STRING 'motherlode; '      DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
               WHEN WEALTH-BELT-RICH(WS-CUR-STAR, WS-CUR-ORB)
                 OR WEALTH-WORLD-RICH(WS-CUR-STAR, WS-CUR-ORB)
                   STRING 'rich; '            DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
               WHEN WEALTH-WORLD-EXC(WS-CUR-STAR, WS-CUR-ORB)
                   STRING 'exceptional resources; '
                                              DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
           END-EVALUATE.
           EVALUATE TRUE
               WHEN REFUEL-SAFE(WS-CUR-STAR, WS-CUR-ORB)
                   STRING 'safe skim; '       DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
               WHEN REFUEL-CAUTION(WS-CUR-STAR, WS-CUR-ORB)
                   STRING 'skim with caution; '
                                              DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
               WHEN REFUEL-DANGEROUS(WS-CUR-STAR, WS-CUR-ORB)
                   STRING 'dangerous skim; '  DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
               WHEN REFUEL-LETHAL(WS-CUR-STAR, WS-CUR-ORB)
                   STRING 'lethal radiation belts; '
                                              DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
           END-EVALUATE.
           EVALUATE TRUE
               WHEN NOT SHOW-PRECURSOR
                   CONTINUE
               WHEN PRECURSOR-RUINS(WS-CUR-STAR, WS-CUR-ORB)
                   STRING 'precursor ruins; ' DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
               WHEN PRECURSOR-ARTIFACT(WS-CUR-STAR, WS-CUR-ORB)
                   STRING 'artifact field; '  DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
               WHEN PRECURSOR-VAULT(WS-CUR-STAR, WS-CUR-ORB)
                   STRING 'sealed vault; '    DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                   END-STRING
           END-EVALUATE.
           IF TROJAN-SWARMS(WS-CUR-STAR, WS-CUR-ORB)
              AND SHOW-BODIES THEN
               STRING 'trojan swarms; '       DELIMITED BY SIZE
                      INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
               END-STRING
           END-IF.
           IF ORBIT-UNSTABLE(WS-CUR-STAR, WS-CUR-ORB) THEN
               STRING 'unstable orbit; '      DELIMITED BY SIZE
                      INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
               END-STRING
           END-IF.
           STRING '</td></tr>'                DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           PERFORM EMIT-HTML.
           EXIT PARAGRAPH.

      *    Dated events, oldest first as they are stored.
       WRITE-SYSTEM-HISTORY.
           MOVE '<h2>History</h2>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           MOVE '<ul>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > SYSTEM-EVENT-COUNT OR WS-K > 8
               MOVE EVENT-AGE-BYR(WS-K) TO WS-NUM
               PERFORM FORMAT-NUMBER
               MOVE SPACES TO WS-HTM-LINE
               MOVE 1 TO WS-HTM-PTR
               STRING '<li>'                  DELIMITED BY SIZE
                      WS-NUM-TXT(1:WS-NUM-LEN)
                                              DELIMITED BY SIZE
                      ' billion years in: '   DELIMITED BY SIZE
                      INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
               END-STRING
               EVALUATE TRUE
                   WHEN EV-BOMBARDMENT(WS-K)
                       STRING 'end of the heavy bombardment'
                                              DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                       END-STRING
                   WHEN EV-IMPACT(WS-K)
                       STRING 'major impact'  DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                       END-STRING
                   WHEN EV-FLARE-EPOCH(WS-K)
                       STRING 'flare epoch'   DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                       END-STRING
                   WHEN EV-COMET-SHOWER(WS-K)
                       STRING 'comet shower'  DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                       END-STRING
                   WHEN OTHER
                       STRING FUNCTION TRIM(EVENT-CODE(WS-K))
                                              DELIMITED BY SIZE
                          INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
                       END-STRING
               END-EVALUATE
               STRING '</li>'                 DELIMITED BY SIZE
                      INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
               END-STRING
               PERFORM EMIT-HTML
           END-PERFORM.
           MOVE '</ul>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           EXIT PARAGRAPH.

      *    The sector file's ';'-separated neighbour list: a number
      *    is another system's sector index (a link), 'E:<id>' and
      *    its kin say the map continues into another sector.
       WRITE-JUMP-NEIGHBOURS.
           MOVE '<h2>Jump neighbours</h2>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           IF GZ-NEIGHBORS(WS-CUR) = SPACES THEN
               MOVE '<p>None within one hex.</p>' TO WS-HTM-LINE
               PERFORM EMIT-HTML
               EXIT PARAGRAPH
           END-IF.
           MOVE '<ul>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           MOVE 1 TO WS-NB-PTR.
           PERFORM UNTIL WS-NB-PTR > 60
               MOVE SPACES TO WS-NB-TOKEN
               UNSTRING GZ-NEIGHBORS(WS-CUR) DELIMITED BY ';'
                   INTO WS-NB-TOKEN
                   WITH POINTER WS-NB-PTR
               END-UNSTRING
               IF WS-NB-TOKEN NOT = SPACES THEN
                   PERFORM WRITE-ONE-NEIGHBOUR
               END-IF
           END-PERFORM.
           MOVE '</ul>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           EXIT PARAGRAPH.

       WRITE-ONE-NEIGHBOUR.
           MOVE SPACES TO WS-HTM-LINE.
           IF WS-NB-TOKEN(2:1) = ':' THEN
               MOVE WS-NB-TOKEN(3:18) TO WS-HTM-RAW
               PERFORM ESCAPE-HTML
               STRING '<li>the map continues into sector '
                                              DELIMITED BY SIZE
                      WS-HTM-ESC(1:WS-HTM-ESC-LEN)
                                              DELIMITED BY SIZE
                      ' ('                    DELIMITED BY SIZE
                      WS-NB-TOKEN(1:1)        DELIMITED BY SIZE
                      ')</li>'                DELIMITED BY SIZE
                      INTO WS-HTM-LINE
               END-STRING
               PERFORM EMIT-HTML
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(WS-NB-TOKEN) IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NB-IDX = FUNCTION NUMVAL(WS-NB-TOKEN).
           MOVE 0 TO WS-FAR.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-SYS-COUNT OR WS-FAR > 0
               IF GZ-SECT-IDX(WS-K) = WS-NB-IDX THEN
                   MOVE WS-K TO WS-FAR
               END-IF
           END-PERFORM.
           IF WS-FAR = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-SYSTEM-LINK-ITEM.
           EXIT PARAGRAPH.

      *    '<li>' + a link to system WS-FAR's page (plain text when it
      *    has none), left open in WS-HTM-LINE at WS-HTM-PTR for the
      *    caller to finish — or written whole, for the neighbours.
       WRITE-SYSTEM-LINK-ITEM.
           PERFORM START-SYSTEM-LINK-ITEM.
           STRING '</li>'                     DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           PERFORM EMIT-HTML.
           EXIT PARAGRAPH.

       START-SYSTEM-LINK-ITEM.
           MOVE GZ-NAME(WS-FAR) TO WS-HTM-RAW.
           PERFORM ESCAPE-HTML.
           MOVE SPACES TO WS-HTM-LINE.
           MOVE 1 TO WS-HTM-PTR.
           IF GZ-IN-DB(WS-FAR) = 'Y' THEN
               MOVE GZ-NAME(WS-FAR) TO WS-STEM-IN
               PERFORM MAKE-SYSTEM-HREF
               STRING '<li><a href="'         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HTM-HREF)
                                              DELIMITED BY SIZE
                      '">'                    DELIMITED BY SIZE
                      WS-HTM-ESC(1:WS-HTM-ESC-LEN)
                                              DELIMITED BY SIZE
                      '</a>'                  DELIMITED BY SIZE
                      INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
               END-STRING
           ELSE
               STRING '<li>'                  DELIMITED BY SIZE
                      WS-HTM-ESC(1:WS-HTM-ESC-LEN)
                                              DELIMITED BY SIZE
                      INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
               END-STRING
           END-IF.
           EXIT PARAGRAPH.

      *    Every lane with this system at either end.
       WRITE-TRADE-LANES.
           MOVE '<h2>Trade lanes</h2>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           MOVE 0 TO WS-SHOWN.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-LANE-COUNT
               MOVE 0 TO WS-FAR
               IF GZ-LANE-A(WS-K) = WS-CUR THEN
                   MOVE GZ-LANE-B(WS-K) TO WS-FAR
               END-IF
               IF GZ-LANE-B(WS-K) = WS-CUR THEN
                   MOVE GZ-LANE-A(WS-K) TO WS-FAR
               END-IF
               IF WS-FAR > 0 THEN
                   IF WS-SHOWN = 0 THEN
                       MOVE '<ul>' TO WS-HTM-LINE
                       PERFORM EMIT-HTML
                   END-IF
                   ADD 1 TO WS-SHOWN
                   PERFORM WRITE-ONE-LANE-ITEM
               END-IF
           END-PERFORM.
           IF WS-SHOWN > 0 THEN
               MOVE '</ul>' TO WS-HTM-LINE
           ELSE
               MOVE '<p>No trade lanes.</p>' TO WS-HTM-LINE
           END-IF.
           PERFORM EMIT-HTML.
           EXIT PARAGRAPH.

      *    Lane WS-K to system WS-FAR: class, length and flow.
       WRITE-ONE-LANE-ITEM.
           PERFORM START-SYSTEM-LINK-ITEM.
           STRING ' — '                       DELIMITED BY SIZE
                  FUNCTION TRIM(GZ-LANE-CLASS(WS-K))
                                              DELIMITED BY SIZE
                  ', '                        DELIMITED BY SIZE
                  FUNCTION TRIM(GZ-LANE-DIST(WS-K))
                                              DELIMITED BY SIZE
                  ' ly'                       DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           IF GZ-LANE-FLOW(WS-K) NOT = SPACES THEN
               MOVE GZ-LANE-FLOW(WS-K) TO WS-HTM-RAW
               PERFORM ESCAPE-HTML
               STRING ', '                    DELIMITED BY SIZE
                      WS-HTM-ESC(1:WS-HTM-ESC-LEN)
                                              DELIMITED BY SIZE
                      INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
               END-STRING
           END-IF.
           STRING '</li>'                     DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           PERFORM EMIT-HTML.
           EXIT PARAGRAPH.

      *    The campaign standing, when there is an annotation (read
      *    by SET-SYSTEM-DISCLOSURE).  The GM's note text stays off
      *    the page.
       WRITE-SYSTEM-NOTES.
           IF WS-NOTE-FOUND NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE '<h2>Campaign notes</h2>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           MOVE '<table class="facts">' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           IF NOTE-CLAIM NOT = SPACES THEN
               MOVE 'Claimed by' TO WS-HTM-LABEL
               MOVE NOTE-CLAIM TO WS-HTM-CELL
               PERFORM WRITE-FACT-ROW
           END-IF.
           MOVE 'Survey level' TO WS-HTM-LABEL.
           MOVE '0' TO WS-HTM-CELL.
           IF NOTE-SURVEY IS NUMERIC THEN
               MOVE NOTE-SURVEY TO WS-HTM-CELL
           END-IF.
           PERFORM WRITE-FACT-ROW.
           MOVE 'Visited' TO WS-HTM-LABEL.
           EVALUATE TRUE
               WHEN NOTE-WAS-VISITED
                   MOVE 'yes' TO WS-HTM-CELL
               WHEN NOTE-SCHEDULED
                   MOVE 'scheduled on a survey tour' TO WS-HTM-CELL
               WHEN OTHER
                   MOVE 'no' TO WS-HTM-CELL
           END-EVALUATE.
           PERFORM WRITE-FACT-ROW.
           MOVE '</table>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           EXIT PARAGRAPH.

      *********************************
      * pol-<code>.html for polity WS-P: the capital, the members
      * and the lanes that cross its border.
       WRITE-POLITY-PAGE.
           MOVE GZ-POL-CODE(WS-P) TO WS-STEM-IN.
           PERFORM MAKE-PAGE-STEM.
           MOVE SPACES TO WS-HTM-LINE.
           STRING 'pol-'                      DELIMITED BY SIZE
                  WS-STEM(1:WS-STEM-LEN)      DELIMITED BY SIZE
                  INTO WS-HTM-LINE
           END-STRING.
           MOVE WS-HTM-LINE TO WS-STEM.
           MOVE SPACES TO WS-PAGE-TITLE.
           STRING 'Polity '                   DELIMITED BY SIZE
                  GZ-POL-CODE(WS-P)           DELIMITED BY SIZE
                  INTO WS-PAGE-TITLE
           END-STRING.
           PERFORM OPEN-PAGE.
           IF NOT PAGE-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE GZ-POL-CAPITAL(WS-P) TO WS-FAR.
           MOVE '<ul>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           PERFORM START-SYSTEM-LINK-ITEM.
           STRING ' — capital</li>'           DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           PERFORM EMIT-HTML.
           MOVE '</ul>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           MOVE GZ-POL-MEMBERS(WS-P) TO WS-DISP-CNT.
           MOVE SPACES TO WS-HTM-LINE.
           STRING '<h2>Members ('             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-CNT)  DELIMITED BY SIZE
                  ')</h2>'                    DELIMITED BY SIZE
                  INTO WS-HTM-LINE
           END-STRING.
           PERFORM EMIT-HTML.
           MOVE '<table><tr><th>System</th><th>Hex</th><th>Stars</th>'
             & '<th>Port</th><th>Pop</th><th>TL</th><th>Zone</th>'
             & '<th>Polity</th></tr>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SYS-COUNT
               IF GZ-POL(WS-I) = WS-P THEN
                   PERFORM WRITE-INDEX-ROW
               END-IF
           END-PERFORM.
           MOVE '</table>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           MOVE '<h2>Border lanes</h2>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           MOVE 0 TO WS-SHOWN.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-LANE-COUNT
               MOVE GZ-LANE-A(WS-K) TO WS-CUR
               MOVE GZ-LANE-B(WS-K) TO WS-FAR
               IF GZ-POL(WS-FAR) = WS-P THEN
                   MOVE GZ-LANE-B(WS-K) TO WS-CUR
                   MOVE GZ-LANE-A(WS-K) TO WS-FAR
               END-IF
               IF GZ-POL(WS-CUR) = WS-P AND GZ-POL(WS-FAR) NOT = WS-P
                  THEN
                   IF WS-SHOWN = 0 THEN
                       MOVE '<ul>' TO WS-HTM-LINE
                       PERFORM EMIT-HTML
                   END-IF
                   ADD 1 TO WS-SHOWN
                   PERFORM WRITE-BORDER-LANE-ITEM
               END-IF
           END-PERFORM.
           IF WS-SHOWN > 0 THEN
               MOVE '</ul>' TO WS-HTM-LINE
           ELSE
               MOVE '<p>No lanes cross the border.</p>' TO WS-HTM-LINE
           END-IF.
           PERFORM EMIT-HTML.
           PERFORM CLOSE-PAGE.
           EXIT PARAGRAPH.

      *    Member WS-CUR to foreign WS-FAR along lane WS-K.
       WRITE-BORDER-LANE-ITEM.
           MOVE WS-FAR TO WS-J.
           MOVE WS-CUR TO WS-FAR.
           PERFORM START-SYSTEM-LINK-ITEM.
           MOVE WS-J TO WS-FAR.
           MOVE GZ-NAME(WS-FAR) TO WS-HTM-RAW.
           PERFORM ESCAPE-HTML.
           MOVE GZ-NAME(WS-FAR) TO WS-STEM-IN.
           PERFORM MAKE-SYSTEM-HREF.
           STRING ' to <a href="'             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HTM-HREF)  DELIMITED BY SIZE
                  '">'                        DELIMITED BY SIZE
                  WS-HTM-ESC(1:WS-HTM-ESC-LEN)
                                              DELIMITED BY SIZE
                  '</a> ('                    DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           IF GZ-ALLEG(WS-FAR) = SPACES THEN
               STRING 'unaligned'             DELIMITED BY SIZE
                      INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
               END-STRING
           ELSE
               MOVE GZ-ALLEG(WS-FAR) TO WS-HTM-RAW
               PERFORM ESCAPE-HTML
               STRING WS-HTM-ESC(1:WS-HTM-ESC-LEN)
                                              DELIMITED BY SIZE
                      INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
               END-STRING
           END-IF.
           STRING ') — '                      DELIMITED BY SIZE
                  FUNCTION TRIM(GZ-LANE-CLASS(WS-K))
                                              DELIMITED BY SIZE
                  ', '                        DELIMITED BY SIZE
                  FUNCTION TRIM(GZ-LANE-DIST(WS-K))
                                              DELIMITED BY SIZE
                  ' ly</li>'                  DELIMITED BY SIZE
                  INTO WS-HTM-LINE WITH POINTER WS-HTM-PTR
           END-STRING.
           PERFORM EMIT-HTML.
           EXIT PARAGRAPH.

      *********************************
      * Page plumbing.  OPEN-PAGE takes the file stem in WS-STEM and
      * the heading in WS-PAGE-TITLE, and writes everything down to
      * the <h1> and the link home; CLOSE-PAGE finishes it.
       OPEN-PAGE.
           MOVE SPACES TO WS-PAGE-PATH.
           STRING FUNCTION TRIM(WS-OUT-PREFIX) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STEM)       DELIMITED BY SIZE
                  '.html'                      DELIMITED BY SIZE
                  INTO WS-PAGE-PATH
           END-STRING.
           OPEN OUTPUT PAGE-FILE.
           IF NOT PAGE-FILE-OK THEN
               MOVE 'HTM006' TO MC-MSG-ID
               MOVE WS-PAGE-PATH TO MC-INSERT(1)
               MOVE WS-PAGE-STATUS TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PAGES.
           MOVE '<!DOCTYPE html>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           MOVE '<html><head><meta charset="utf-8">' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           MOVE WS-PAGE-TITLE TO WS-HTM-RAW.
           PERFORM ESCAPE-HTML.
           MOVE SPACES TO WS-HTM-LINE.
           STRING '<title>'                   DELIMITED BY SIZE
                  WS-HTM-ESC(1:WS-HTM-ESC-LEN)
                                              DELIMITED BY SIZE
                  '</title>'                  DELIMITED BY SIZE
                  INTO WS-HTM-LINE
           END-STRING.
           PERFORM EMIT-HTML.
           MOVE '<style>body{font-family:sans-serif;margin:2em}'
             & 'table{border-collapse:collapse}td,th{border:1px '
             & 'solid #999;padding:2px 6px;text-align:left}'
             & '.facts th{background:#eee}'
             & '.map{font-family:monospace;white-space:nowrap}'
             & '.row.odd{margin-left:1.5em}'
             & '.hex{display:inline-block;width:3em;text-decoration:'
             & 'none;color:#000}.empty,.feat{color:#999}'
             & '.zA{background:#fd8}.zR{background:#f99}'
             & '.legend{font-size:smaller}</style>'
             TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           MOVE '</head><body>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           IF WS-STEM NOT = 'index' THEN
               MOVE WS-TITLE TO WS-HTM-RAW
               PERFORM ESCAPE-HTML
               MOVE SPACES TO WS-HTM-LINE
               STRING '<p><a href="index.html">'
                                              DELIMITED BY SIZE
                      WS-HTM-ESC(1:WS-HTM-ESC-LEN)
                                              DELIMITED BY SIZE
                      '</a></p>'              DELIMITED BY SIZE
                      INTO WS-HTM-LINE
               END-STRING
               PERFORM EMIT-HTML
           END-IF.
           MOVE WS-PAGE-TITLE TO WS-HTM-RAW.
           PERFORM ESCAPE-HTML.
           MOVE SPACES TO WS-HTM-LINE.
           STRING '<h1>'                      DELIMITED BY SIZE
                  WS-HTM-ESC(1:WS-HTM-ESC-LEN)
                                              DELIMITED BY SIZE
                  '</h1>'                     DELIMITED BY SIZE
                  INTO WS-HTM-LINE
           END-STRING.
           PERFORM EMIT-HTML.
           EXIT PARAGRAPH.

       CLOSE-PAGE.
           MOVE '</body></html>' TO WS-HTM-LINE.
           PERFORM EMIT-HTML.
           CLOSE PAGE-FILE.
           EXIT PARAGRAPH.

       EMIT-HTML.
           WRITE PAGE-RECORD FROM WS-HTM-LINE.
           MOVE SPACES TO WS-HTM-LINE.
           EXIT PARAGRAPH.

      *    WS-STEM-IN as a file stem in WS-STEM (length WS-STEM-LEN):
      *    letters, digits and '-' kept, anything else '_'.
       MAKE-PAGE-STEM.
           MOVE SPACES TO WS-STEM.
           MOVE 0 TO WS-STEM-LEN.
           IF WS-STEM-IN NOT = SPACES THEN
               COMPUTE WS-STEM-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(WS-STEM-IN TRAILING))
           END-IF.
           PERFORM VARYING WS-STEM-POS FROM 1 BY 1
                   UNTIL WS-STEM-POS > WS-STEM-LEN
               MOVE WS-STEM-IN(WS-STEM-POS:1) TO WS-STEM-CHAR
               EVALUATE TRUE
                   WHEN WS-STEM-CHAR >= 'A' AND WS-STEM-CHAR <= 'Z'
                       CONTINUE
                   WHEN WS-STEM-CHAR >= 'a' AND WS-STEM-CHAR <= 'z'
                       CONTINUE
                   WHEN WS-STEM-CHAR >= '0' AND WS-STEM-CHAR <= '9'
                       CONTINUE
                   WHEN WS-STEM-CHAR = '-'
                       CONTINUE
                   WHEN OTHER
                       MOVE '_' TO WS-STEM-CHAR
               END-EVALUATE
               MOVE WS-STEM-CHAR TO WS-STEM(WS-STEM-POS:1)
           END-PERFORM.
           IF WS-STEM-LEN = 0 THEN
               MOVE '_' TO WS-STEM
               MOVE 1 TO WS-STEM-LEN
           END-IF.
           EXIT PARAGRAPH.

       MAKE-SYSTEM-HREF.
           PERFORM MAKE-PAGE-STEM.
           MOVE SPACES TO WS-HTM-HREF.
           STRING 'sys-'                      DELIMITED BY SIZE
                  WS-STEM(1:WS-STEM-LEN)      DELIMITED BY SIZE
                  '.html'                     DELIMITED BY SIZE
                  INTO WS-HTM-HREF
           END-STRING.
           EXIT PARAGRAPH.

       MAKE-POLITY-HREF.
           PERFORM MAKE-PAGE-STEM.
           MOVE SPACES TO WS-HTM-HREF.
           STRING 'pol-'                      DELIMITED BY SIZE
                  WS-STEM(1:WS-STEM-LEN)      DELIMITED BY SIZE
                  '.html'                     DELIMITED BY SIZE
                  INTO WS-HTM-HREF
           END-STRING.
           EXIT PARAGRAPH.

      *    WS-HTM-RAW, trailing spaces dropped, into WS-HTM-ESC
      *    (length WS-HTM-ESC-LEN) with & < > " as entities.
       ESCAPE-HTML.
           MOVE SPACES TO WS-HTM-ESC.
           MOVE 0 TO WS-HTM-ESC-LEN.
           MOVE 0 TO WS-HTM-RAW-LEN.
           IF WS-HTM-RAW NOT = SPACES THEN
               COMPUTE WS-HTM-RAW-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(WS-HTM-RAW TRAILING))
           END-IF.
           PERFORM VARYING WS-HTM-POS FROM 1 BY 1
                   UNTIL WS-HTM-POS > WS-HTM-RAW-LEN
               MOVE WS-HTM-RAW(WS-HTM-POS:1) TO WS-HTM-CHAR
               EVALUATE WS-HTM-CHAR
                   WHEN '&'
                       MOVE '&amp;'
                         TO WS-HTM-ESC(WS-HTM-ESC-LEN + 1:5)
                       ADD 5 TO WS-HTM-ESC-LEN
                   WHEN '<'
                       MOVE '&lt;'
                         TO WS-HTM-ESC(WS-HTM-ESC-LEN + 1:4)
                       ADD 4 TO WS-HTM-ESC-LEN
                   WHEN '>'
                       MOVE '&gt;'
                         TO WS-HTM-ESC(WS-HTM-ESC-LEN + 1:4)
                       ADD 4 TO WS-HTM-ESC-LEN
                   WHEN '"'
                       MOVE '&quot;'
                         TO WS-HTM-ESC(WS-HTM-ESC-LEN + 1:6)
                       ADD 6 TO WS-HTM-ESC-LEN
                   WHEN OTHER
                       ADD 1 TO WS-HTM-ESC-LEN
                       MOVE WS-HTM-CHAR
                         TO WS-HTM-ESC(WS-HTM-ESC-LEN:1)
               END-EVALUATE
           END-PERFORM.
           IF WS-HTM-ESC-LEN = 0 THEN
               MOVE 1 TO WS-HTM-ESC-LEN
           END-IF.
           MOVE SPACES TO WS-HTM-RAW.
           EXIT PARAGRAPH.

      *    WS-NUM with up to three decimals, trailing zeros dropped,
      *    into WS-NUM-TXT (length WS-NUM-LEN).
       FORMAT-NUMBER.
           COMPUTE WS-NUM-ED ROUNDED = WS-NUM.
           MOVE FUNCTION TRIM(WS-NUM-ED) TO WS-NUM-TXT.
           COMPUTE WS-NUM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-NUM-ED)).
           PERFORM UNTIL WS-NUM-TXT(WS-NUM-LEN:1) NOT = '0'
               MOVE SPACE TO WS-NUM-TXT(WS-NUM-LEN:1)
               SUBTRACT 1 FROM WS-NUM-LEN
           END-PERFORM.
           IF WS-NUM-TXT(WS-NUM-LEN:1) = '.' THEN
               MOVE SPACE TO WS-NUM-TXT(WS-NUM-LEN:1)
               SUBTRACT 1 FROM WS-NUM-LEN
           END-IF.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
