       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGJSN.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * JSON export of saved systems — the nested form virtual
      * tabletops and web viewers want, built off stardb.dat and its
      * two sidecars: the system, its stars, each star's occupied
      * orbits, the world detail G4SSGCRE rolled for every body on
      * them (moons and rings included), and the campaign notes.
      * Nothing is recomputed; what the record and the sidecars hold
      * is what goes out.
      *
      * The systems are picked with the same criteria G4SSGDBU's
      * query verbs take (AND-combined, a record from an older layout
      * is skipped and counted), and written either one document per
      * system or one per campaign sector.  Every document has the
      * same envelope — the sector id and a "systems" array, which
      * holds exactly one system in per-system mode — so a viewer
      * reads both the same way.
      *
      * Field names carry their unit as a suffix (distanceAu,
      * massSol, temperatureK, periodDays ...); the full list, with
      * the units and the one-letter code sets spelled out, is the
      * published schema data/G4SSGJSN.schema.json.  The document's
      * "schemaVersion" is JSN-SCHEMA-VERSION below — bump both
      * together whenever a field is renamed or dropped (a new field
      * alone does not need it).  A body with no world-detail row
      * (a pre-sidecar save, or no WORLDS= file) carries "detail":
      * null, a system without an annotation "notes": null.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   PATH=<path>      star database file (default stardb.dat)
      *   WORLDS=<path>    world-detail file (default worlds.dat)
      *   NOTES=<path>     annotation sidecar (default notes.dat)
      *   OUT=<prefix>     put in front of every document's file
      *                    name — a directory ("json/") or a stem
      *                    (default: the current directory)
      *   PER=SYSTEM       one document per system, <name>.json
      *                    (default)
      *   PER=SECTOR       one document per sector, <sector>.json
      *                    ("unsectored.json" for systems saved
      *                    without a SECTID= stamp)
      * Selection — as G4SSGDBU's FIND= and query criteria:
      *   FIND=<text>              name contains <text> (any case)
      *   AGEMIN=/AGEMAX=<byr>     age band
      *   POP=<xx>                 population code (see STLRPOP.cpy)
      *   STARSMIN=/STARSMAX=<n>   star count band
      *   STAGE=<code>             some star has this stage
      *   HASOBJ=<T|A|G>           some orbit holds a terrestrial /
      *                            belt / gas giant
      *   HZ=Y                     some occupied orbit sits in its
      *                            star's habitable-zone band
      *   SECTOR=<id>              SECTID= stamp matches
      *   METALMIN=/METALMAX=<v>   metallicity band
      * With no selection token every system is exported.  File
      * names keep letters, digits and '-'; anything else becomes
      * '_'.
      *
      * Return codes: 0 at least one document written, 4 nothing
      * matched (or a bad PER=), 8 no database.
      *
      ******************************************************************
       COPY        TESTENV.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JSON-FILE            ASSIGN TO WS-JSON-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-JSON-STATUS.
           SELECT STARDB-FILE          ASSIGN TO WS-STARDB-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.
      *    World-detail sidecar (cpy/WORLDDTL.cpy).
           SELECT WORLD-FILE           ASSIGN TO WS-WORLD-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WDTL-KEY
                                       FILE STATUS
                                       IS WS-WORLD-STATUS.
           SELECT NOTES-FILE           ASSIGN TO WS-NOTES-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NOTE-KEY
                                       FILE STATUS
                                       IS WS-NOTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.
       FD  WORLD-FILE.
       01  WORLD-RECORD.
           COPY WORLDDTL.
       FD  NOTES-FILE.
       01  NOTES-RECORD.
           COPY NOTEREC.
       FD  JSON-FILE.
       01  JSON-RECORD                 PIC X(400).

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
           88  STARDB-FILE-EOF         VALUE '10'.
       01  WS-WORLD-PATH               PIC X(100) VALUE "worlds.dat".
       01  WS-WORLD-STATUS             PIC XX.
           88  WORLD-FILE-OK           VALUE '00'.
       01  WS-WORLD-OPEN               PIC X VALUE '-'.
       01  WS-NOTES-PATH               PIC X(100) VALUE "notes.dat".
       01  WS-NOTES-STATUS             PIC XX.
           88  NOTES-FILE-OK           VALUE '00'.
       01  WS-NOTES-OPEN               PIC X VALUE '-'.
       01  WS-JSON-PATH                PIC X(200) VALUE SPACES.
       01  WS-JSON-STATUS              PIC XX.
           88  JSON-FILE-OK            VALUE '00'.
       01  WS-OUT-PREFIX               PIC X(100) VALUE SPACES.
       01  WS-PER-MODE                 PIC X(8) VALUE 'SYSTEM'.
           88  PER-SYSTEM              VALUE 'SYSTEM'.
           88  PER-SECTOR              VALUE 'SECTOR'.
      *********************************
      * Selection — G4SSGDBU's query criteria, same defaults: the
      * widest band (or spaces) means "not constrained".
       01  WS-FIND-TEXT                PIC X(48) VALUE SPACES.
       01  WS-UC-FIND                  PIC X(48).                       helper
       01  WS-UC-NAME                  PIC X(48).                       helper
       01  WS-MATCH-COUNT              PIC 9(3) USAGE COMP-5.           helper
       01  WS-Q-AGEMIN                 USAGE COMP-2 VALUE -1.
       01  WS-Q-AGEMAX                 USAGE COMP-2 VALUE 999.
       01  WS-Q-POP                    PIC XX VALUE SPACES.
       01  WS-Q-STARS-MIN              PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-Q-STARS-MAX              PIC 999 USAGE COMP-5
                                       VALUE 999.
       01  WS-Q-STAGE                  PIC XXX VALUE SPACES.
       01  WS-Q-HASOBJ                 PIC X VALUE SPACE.
       01  WS-Q-HZ                     PIC X VALUE SPACE.
       01  WS-Q-SECTOR                 PIC X(12) VALUE SPACES.
       01  WS-Q-METALMIN               USAGE COMP-2 VALUE -1.
       01  WS-Q-METALMAX               USAGE COMP-2 VALUE 99999.
       01  WS-Q-MATCHED                PIC X.
       01  WS-Q-OBJ-SEEN               PIC X.
       01  WS-Q-HZ-SEEN                PIC X.
      *********************************
      * Run tallies and the document in hand.
       01  WS-SYS-COUNT                PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-DOC-COUNT                PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-SKIP-COUNT               PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-DISP-COUNT               PIC ZZZZ9.
       01  WS-DOC-OPEN                 PIC X VALUE '-'.
           88  DOCUMENT-OPEN           VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-DOC-SECTOR               PIC X(12) VALUE SPACES.
       01  WS-DOC-STEM                 PIC X(48).
       01  WS-STEM-POS                 PIC 99 USAGE COMP-5.
       01  WS-STEM-CHAR                PIC X.
       01  WS-CUR-STAR                 PIC 999 USAGE COMP-5.
       01  WS-CUR-ORB                  PIC 999 USAGE COMP-5.
       01  WS-CUR-ITEM                 PIC 9 USAGE COMP-5.
       01  WS-ITEM-LIMIT               PIC 9 USAGE COMP-5.
       01  WS-WD-FOUND                 PIC X VALUE '-'.
      *********************************
      * JSON writer.  Every member goes out on a line of its own
      * through EMIT-JSON-LINE, which holds one line back: the comma
      * a line needs depends only on what follows it (none before a
      * closing bracket, none after an opening one), so the held
      * line gets its comma, or not, when the next one arrives.
      * WS-JSN-KEY names the member — spaces for an array element.
       77  JSN-SCHEMA-VERSION          PIC 9 VALUE 1.
       01  WS-JSN-KEY                  PIC X(32).
       01  WS-JSN-TEXT                 PIC X(400).
       01  WS-JSN-HELD                 PIC X(400) VALUE SPACES.
       01  WS-JSN-HELD-FLAG            PIC X VALUE '-'.
           88  JSN-LINE-HELD           VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-JSN-PTR                  PIC 999 USAGE COMP-5.
       01  WS-JSN-DEPTH                PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-JSN-LEN                  PIC 999 USAGE COMP-5.
       01  WS-JSN-HELD-LEN             PIC 999 USAGE COMP-5.
       01  WS-JSN-FIRST                PIC X.
       01  WS-JSN-LAST                 PIC X.
      *    Value in hand, by kind.
       01  WS-JSN-RAW                  PIC X(250).
       01  WS-JSN-ESC                  PIC X(300).
       01  WS-JSN-ESC-LEN              PIC 999 USAGE COMP-5.
       01  WS-JSN-RAW-LEN              PIC 999 USAGE COMP-5.
       01  WS-JSN-RAW-POS              PIC 999 USAGE COMP-5.
       01  WS-JSN-CHAR                 PIC X.
       01  WS-JSN-NUM                  USAGE COMP-2.
       01  WS-JSN-NUM-ED               PIC -(12)9.9(6).
       01  WS-JSN-INT                  PIC S9(9).
       01  WS-JSN-INT-ED               PIC -(9)9.
       01  WS-JSN-FLAG                 PIC X.
       01  WS-JSN-VALUE                PIC X(300).
       01  WS-JSN-VAL-LEN              PIC 999 USAGE COMP-5.
      *********************************
      * The loaded system — same shape as G4SSGCRE's WS-STAR-SYSTEM.
       01  WS-STAR-SYSTEM.
           05  STAR-SYSTEM-NAME        PIC X(48) VALUE SPACES.
           COPY SYSHDR.
           05  STAR                    OCCURS 0 TO 200 TIMES
                                       DEPENDING ON STAR-COUNT
                                       INDEXED BY STAR-IDX.
               COPY STARDATA.
       01  WS-WD-TERRA.
           COPY TERRAINF.
       01  WS-WD-BELT.
           COPY ABELTINF.
       01  WS-WD-GG.
           COPY GGINF.
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
           MOVE 'G4SSGJSN' TO MC-PROGRAM.
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
                       WHEN 'PATH'
                           MOVE WS-PARM-VAL TO WS-STARDB-PATH
                       WHEN 'WORLDS'
                           MOVE WS-PARM-VAL TO WS-WORLD-PATH
                       WHEN 'NOTES'
                           MOVE WS-PARM-VAL TO WS-NOTES-PATH
                       WHEN 'OUT'
                           MOVE WS-PARM-VAL TO WS-OUT-PREFIX
                       WHEN 'PER'
                           MOVE FUNCTION UPPER-CASE(WS-PARM-VAL)
                             TO WS-PER-MODE
                       WHEN 'FIND'
                           MOVE WS-PARM-VAL TO WS-FIND-TEXT
                       WHEN 'AGEMIN'
                           COMPUTE WS-Q-AGEMIN =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'AGEMAX'
                           COMPUTE WS-Q-AGEMAX =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'POP'
                           MOVE WS-PARM-VAL(1:2) TO WS-Q-POP
                       WHEN 'STARSMIN'
                           COMPUTE WS-Q-STARS-MIN =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'STARSMAX'
                           COMPUTE WS-Q-STARS-MAX =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'STAGE'
                           MOVE FUNCTION UPPER-CASE(
                               WS-PARM-VAL(1:3)) TO WS-Q-STAGE
                       WHEN 'HASOBJ'
                           MOVE FUNCTION UPPER-CASE(
                               WS-PARM-VAL(1:1)) TO WS-Q-HASOBJ
                       WHEN 'HZ'
                           MOVE FUNCTION UPPER-CASE(
                               WS-PARM-VAL(1:1)) TO WS-Q-HZ
                       WHEN 'SECTOR'
                           MOVE WS-PARM-VAL(1:12) TO WS-Q-SECTOR
                       WHEN 'METALMIN'
                           COMPUTE WS-Q-METALMIN =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'METALMAX'
                           COMPUTE WS-Q-METALMAX =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF NOT PER-SYSTEM AND NOT PER-SECTOR THEN
               MOVE 'JSN001' TO MC-MSG-ID
               MOVE WS-PER-MODE TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'JSN002' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           OPEN INPUT WORLD-FILE.
           IF WORLD-FILE-OK THEN
               MOVE 'Y' TO WS-WORLD-OPEN
           ELSE
               MOVE 'JSN003' TO MC-MSG-ID
               MOVE WS-WORLD-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           OPEN INPUT NOTES-FILE.
           IF NOTES-FILE-OK THEN
               MOVE 'Y' TO WS-NOTES-OPEN
           END-IF.

           IF PER-SECTOR THEN
               PERFORM EXPORT-BY-SECTOR
           ELSE
               PERFORM EXPORT-BY-SYSTEM
           END-IF.
           IF DOCUMENT-OPEN THEN
               PERFORM CLOSE-DOCUMENT
           END-IF.

           CLOSE STARDB-FILE.
           IF WS-WORLD-OPEN = 'Y' THEN
               CLOSE WORLD-FILE
           END-IF.
           IF WS-NOTES-OPEN = 'Y' THEN
               CLOSE NOTES-FILE
           END-IF.
           IF WS-SKIP-COUNT > 0 THEN
               MOVE WS-SKIP-COUNT TO WS-DISP-COUNT
               MOVE 'JSN004' TO MC-MSG-ID
               MOVE WS-DISP-COUNT TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           IF WS-SYS-COUNT = 0 THEN
               MOVE 'JSN005' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE WS-SYS-COUNT TO WS-DISP-COUNT.
           MOVE 'JSN006' TO MC-MSG-ID.
           MOVE WS-DISP-COUNT TO MC-INSERT(1).
           MOVE WS-DOC-COUNT TO WS-DISP-COUNT.
           MOVE WS-DISP-COUNT TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * Primary-key order, one document each.
       EXPORT-BY-SYSTEM.
           MOVE LOW-VALUES TO STARDB-KEY.
           START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
               INVALID KEY
                   MOVE 'JSN007' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL STARDB-FILE-EOF
               READ STARDB-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EXPORT-ONE-IF-MATCHING
               END-READ
           END-PERFORM.
           EXIT PARAGRAPH.

      *    Sector-key order, so each sector's systems arrive together
      *    and its document is opened and closed exactly once.  A
      *    SECTOR= selection STARTs right on that sector and stops
      *    (as at end of file) at the first record past it.
       EXPORT-BY-SECTOR.
           IF WS-Q-SECTOR NOT = SPACES THEN
               MOVE WS-Q-SECTOR TO STARDB-SECTOR
           ELSE
               MOVE LOW-VALUES TO STARDB-SECTOR
           END-IF.
           START STARDB-FILE KEY IS NOT LESS THAN STARDB-SECTOR
               INVALID KEY
                   MOVE 'JSN007' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL STARDB-FILE-EOF
               READ STARDB-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-Q-SECTOR NOT = SPACES
                          AND STARDB-SECTOR NOT = WS-Q-SECTOR THEN
                           MOVE '10' TO WS-STARDB-STATUS
                       ELSE
                           PERFORM EXPORT-ONE-IF-MATCHING
                       END-IF
               END-READ
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * The record in STARDB-RECORD, if it passes the selection —
      * into whichever document it belongs to.
       EXPORT-ONE-IF-MATCHING.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               ADD 1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-FIND-TEXT NOT = SPACES THEN
               MOVE FUNCTION UPPER-CASE(STARDB-KEY) TO WS-UC-NAME
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIND-TEXT))
                   TO WS-UC-FIND
               MOVE 0 TO WS-MATCH-COUNT
               INSPECT WS-UC-NAME
                   TALLYING WS-MATCH-COUNT FOR ALL
                   WS-UC-FIND(1:FUNCTION LENGTH(
                       FUNCTION TRIM(WS-FIND-TEXT)))
               IF WS-MATCH-COUNT = 0 THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           PERFORM APPLY-SELECTION.
           IF WS-Q-MATCHED NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           IF PER-SYSTEM THEN
               MOVE STAR-SYSTEM-NAME TO WS-DOC-STEM
               MOVE SYSTEM-SECTOR TO WS-DOC-SECTOR
               PERFORM OPEN-DOCUMENT
           ELSE
               IF DOCUMENT-OPEN
                  AND SYSTEM-SECTOR NOT = WS-DOC-SECTOR THEN
                   PERFORM CLOSE-DOCUMENT
               END-IF
               IF NOT DOCUMENT-OPEN THEN
                   MOVE SYSTEM-SECTOR TO WS-DOC-SECTOR
                   IF SYSTEM-SECTOR = SPACES THEN
                       MOVE 'unsectored' TO WS-DOC-STEM
                   ELSE
                       MOVE SYSTEM-SECTOR TO WS-DOC-STEM
                   END-IF
                   PERFORM OPEN-DOCUMENT
               END-IF
           END-IF.
           IF NOT DOCUMENT-OPEN THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-SYSTEM-OBJECT.
           ADD 1 TO WS-SYS-COUNT.
           IF PER-SYSTEM THEN
               PERFORM CLOSE-DOCUMENT
           END-IF.
           EXIT PARAGRAPH.

      *    G4SSGDBU's QUERY-ONE-SYSTEM tests, on the decoded record.
       APPLY-SELECTION.
           MOVE 'Y' TO WS-Q-MATCHED.
           IF BYR OF SYSTEM-AGE < WS-Q-AGEMIN
              OR BYR OF SYSTEM-AGE > WS-Q-AGEMAX THEN
               MOVE '-' TO WS-Q-MATCHED
           END-IF.
           IF WS-Q-POP NOT = SPACES
              AND POPULATION OF SYSTEM-AGE NOT = WS-Q-POP THEN
               MOVE '-' TO WS-Q-MATCHED
           END-IF.
           IF STAR-COUNT < WS-Q-STARS-MIN
              OR STAR-COUNT > WS-Q-STARS-MAX THEN
               MOVE '-' TO WS-Q-MATCHED
           END-IF.
           IF SYSTEM-METALLICITY < WS-Q-METALMIN
              OR SYSTEM-METALLICITY > WS-Q-METALMAX THEN
               MOVE '-' TO WS-Q-MATCHED
           END-IF.
           IF WS-Q-SECTOR NOT = SPACES
              AND SYSTEM-SECTOR NOT = WS-Q-SECTOR THEN
               MOVE '-' TO WS-Q-MATCHED
           END-IF.
           IF WS-Q-MATCHED = 'Y' AND WS-Q-STAGE NOT = SPACES THEN
               MOVE '-' TO WS-Q-MATCHED
               PERFORM VARYING WS-CUR-STAR FROM 1 BY 1
                       UNTIL WS-CUR-STAR > STAR-COUNT
                   IF STAGE OF STAR(WS-CUR-STAR) = WS-Q-STAGE THEN
                       MOVE 'Y' TO WS-Q-MATCHED
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-Q-MATCHED = 'Y'
              AND (WS-Q-HASOBJ NOT = SPACE OR WS-Q-HZ = 'Y') THEN
               PERFORM SELECTION-ORBIT-SCAN
           END-IF.
           EXIT PARAGRAPH.

      *    Object and HZ criteria in one sweep; each must be met
      *    somewhere, not necessarily by the same orbit.
       SELECTION-ORBIT-SCAN.
           MOVE '-' TO WS-Q-OBJ-SEEN.
           MOVE '-' TO WS-Q-HZ-SEEN.
           PERFORM VARYING WS-CUR-STAR FROM 1 BY 1
                   UNTIL WS-CUR-STAR > STAR-COUNT
               PERFORM VARYING WS-CUR-ORB FROM 1 BY 1
                       UNTIL WS-CUR-ORB > NUM-ORBITS(WS-CUR-STAR)
                   IF OBJ(WS-CUR-STAR, WS-CUR-ORB) = WS-Q-HASOBJ
                      THEN
                       MOVE 'Y' TO WS-Q-OBJ-SEEN
                   END-IF
                   IF NOT OBJ-NOTHING(WS-CUR-STAR, WS-CUR-ORB)
                      AND DISTANCE OF ORBIT
                          (WS-CUR-STAR, WS-CUR-ORB)
                          >= HZ-INNER(WS-CUR-STAR)
                      AND DISTANCE OF ORBIT
                          (WS-CUR-STAR, WS-CUR-ORB)
                          <= HZ-OUTER(WS-CUR-STAR) THEN
                       MOVE 'Y' TO WS-Q-HZ-SEEN
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-Q-HASOBJ NOT = SPACE AND WS-Q-OBJ-SEEN NOT = 'Y'
              THEN
               MOVE '-' TO WS-Q-MATCHED
           END-IF.
           IF WS-Q-HZ = 'Y' AND WS-Q-HZ-SEEN NOT = 'Y' THEN
               MOVE '-' TO WS-Q-MATCHED
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * <prefix><stem>.json, opened fresh, with the envelope's head
      * written.  The stem keeps letters, digits and '-'.
       OPEN-DOCUMENT.
           PERFORM VARYING WS-STEM-POS FROM 1 BY 1
                   UNTIL WS-STEM-POS > 48
               MOVE WS-DOC-STEM(WS-STEM-POS:1) TO WS-STEM-CHAR
               EVALUATE TRUE
                   WHEN WS-STEM-CHAR = SPACE
                       CONTINUE
                   WHEN WS-STEM-CHAR >= 'A' AND WS-STEM-CHAR <= 'Z'
                       CONTINUE
                   WHEN WS-STEM-CHAR >= 'a' AND WS-STEM-CHAR <= 'z'
                       CONTINUE
                   WHEN WS-STEM-CHAR >= '0' AND WS-STEM-CHAR <= '9'
                       CONTINUE
                   WHEN WS-STEM-CHAR = '-'
                       CONTINUE
                   WHEN OTHER
                       MOVE '_' TO WS-DOC-STEM(WS-STEM-POS:1)
               END-EVALUATE
           END-PERFORM.
           MOVE FUNCTION TRIM(WS-DOC-STEM) TO WS-DOC-STEM.
           INSPECT WS-DOC-STEM(1:FUNCTION LENGTH(
                       FUNCTION TRIM(WS-DOC-STEM)))
               REPLACING ALL SPACE BY '_'.
           MOVE SPACES TO WS-JSON-PATH.
           STRING FUNCTION TRIM(WS-OUT-PREFIX) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DOC-STEM)   DELIMITED BY SIZE
                  '.json'                      DELIMITED BY SIZE
                  INTO WS-JSON-PATH
           END-STRING.
           OPEN OUTPUT JSON-FILE.
           IF NOT JSON-FILE-OK THEN
               MOVE 'JSN008' TO MC-MSG-ID
               MOVE WS-JSON-PATH TO MC-INSERT(1)
               MOVE WS-JSON-STATUS TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           SET DOCUMENT-OPEN TO TRUE.
           ADD 1 TO WS-DOC-COUNT.
           MOVE 0 TO WS-JSN-DEPTH.
           SET JSN-LINE-HELD TO FALSE.
           MOVE SPACES TO WS-JSN-KEY.
           PERFORM JSON-OPEN-OBJECT.
           MOVE 'schema' TO WS-JSN-KEY.
           MOVE 'G4SSGJSN' TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'schemaVersion' TO WS-JSN-KEY.
           MOVE JSN-SCHEMA-VERSION TO WS-JSN-INT.
           PERFORM JSON-INT-MEMBER.
           MOVE 'sector' TO WS-JSN-KEY.
           MOVE WS-DOC-SECTOR TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'systems' TO WS-JSN-KEY.
           PERFORM JSON-OPEN-ARRAY.
           EXIT PARAGRAPH.

       CLOSE-DOCUMENT.
           PERFORM JSON-CLOSE-ARRAY.
           PERFORM JSON-CLOSE-OBJECT.
           PERFORM FLUSH-JSON-LINE.
           CLOSE JSON-FILE.
           SET DOCUMENT-OPEN TO FALSE.
           EXIT PARAGRAPH.

      *********************************
      * One system, as an element of the "systems" array.
       WRITE-SYSTEM-OBJECT.
           MOVE SPACES TO WS-JSN-KEY.
           PERFORM JSON-OPEN-OBJECT.
           MOVE 'name' TO WS-JSN-KEY.
           MOVE STAR-SYSTEM-NAME TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'sector' TO WS-JSN-KEY.
           MOVE SYSTEM-SECTOR TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'generation' TO WS-JSN-KEY.
           MOVE SYSTEM-GENERATION TO WS-JSN-INT.
           PERFORM JSON-INT-MEMBER.
           MOVE 'ageByr' TO WS-JSN-KEY.
           MOVE BYR OF SYSTEM-AGE TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'population' TO WS-JSN-KEY.
           MOVE POPULATION OF SYSTEM-AGE TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'metallicitySol' TO WS-JSN-KEY.
           MOVE SYSTEM-METALLICITY TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'stellarGroup' TO WS-JSN-KEY.
           MOVE SYSTEM-STELLAR-GROUP TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'positionLy' TO WS-JSN-KEY.
           PERFORM JSON-OPEN-OBJECT.
           MOVE 'x' TO WS-JSN-KEY.
           MOVE SYS-COORD-X TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'y' TO WS-JSN-KEY.
           MOVE SYS-COORD-Y TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'z' TO WS-JSN-KEY.
           MOVE SYS-COORD-Z TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           PERFORM JSON-CLOSE-OBJECT.
           MOVE 'velocityLyPerKyr' TO WS-JSN-KEY.
           PERFORM JSON-OPEN-OBJECT.
           MOVE 'x' TO WS-JSN-KEY.
           MOVE SYS-VEL-X TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'y' TO WS-JSN-KEY.
           MOVE SYS-VEL-Y TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'z' TO WS-JSN-KEY.
           MOVE SYS-VEL-Z TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           PERFORM JSON-CLOSE-OBJECT.
           MOVE 'spaceWeather' TO WS-JSN-KEY.
           MOVE SYSTEM-SPACE-WEATHER TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'inNebula' TO WS-JSN-KEY.
           MOVE 'N' TO WS-JSN-FLAG.
           IF SYSTEM-IN-NEBULA THEN
               MOVE 'Y' TO WS-JSN-FLAG
           END-IF.
           PERFORM JSON-BOOLEAN-MEMBER.
           PERFORM WRITE-SETTLEMENT-OBJECT.
           MOVE 'events' TO WS-JSN-KEY.
           PERFORM JSON-OPEN-ARRAY.
           MOVE SYSTEM-EVENT-COUNT TO WS-ITEM-LIMIT.
           IF WS-ITEM-LIMIT > 8 THEN
               MOVE 8 TO WS-ITEM-LIMIT
           END-IF.
           PERFORM VARYING WS-CUR-ITEM FROM 1 BY 1
                   UNTIL WS-CUR-ITEM > WS-ITEM-LIMIT
               MOVE SPACES TO WS-JSN-KEY
               PERFORM JSON-OPEN-OBJECT
               MOVE 'ageByr' TO WS-JSN-KEY
               MOVE EVENT-AGE-BYR(WS-CUR-ITEM) TO WS-JSN-NUM
               PERFORM JSON-NUMBER-MEMBER
               MOVE 'code' TO WS-JSN-KEY
               MOVE EVENT-CODE(WS-CUR-ITEM) TO WS-JSN-RAW
               PERFORM JSON-STRING-MEMBER
               PERFORM JSON-CLOSE-OBJECT
           END-PERFORM.
           PERFORM JSON-CLOSE-ARRAY.
           MOVE 'stars' TO WS-JSN-KEY.
           PERFORM JSON-OPEN-ARRAY.
           PERFORM VARYING WS-CUR-STAR FROM 1 BY 1
                   UNTIL WS-CUR-STAR > STAR-COUNT
               PERFORM WRITE-STAR-OBJECT
           END-PERFORM.
           PERFORM JSON-CLOSE-ARRAY.
           PERFORM WRITE-NOTES-OBJECT.
           PERFORM JSON-CLOSE-OBJECT.
           EXIT PARAGRAPH.

      *    Society of the best world, its bases, zone and polity.
       WRITE-SETTLEMENT-OBJECT.
           MOVE 'settlement' TO WS-JSN-KEY.
           PERFORM JSON-OPEN-OBJECT.
           MOVE 'populationExponent' TO WS-JSN-KEY.
           MOVE SETTLE-POP-EXP TO WS-JSN-INT.
           PERFORM JSON-INT-MEMBER.
           MOVE 'government' TO WS-JSN-KEY.
           MOVE SETTLE-GOV TO WS-JSN-INT.
           PERFORM JSON-INT-MEMBER.
           MOVE 'lawLevel' TO WS-JSN-KEY.
           MOVE SETTLE-LAW TO WS-JSN-INT.
           PERFORM JSON-INT-MEMBER.
           MOVE 'techLevel' TO WS-JSN-KEY.
           MOVE SETTLE-TL TO WS-JSN-INT.
           PERFORM JSON-INT-MEMBER.
           MOVE 'starport' TO WS-JSN-KEY.
           MOVE SETTLE-PORT TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'bases' TO WS-JSN-KEY.
           PERFORM JSON-OPEN-ARRAY.
           MOVE SPACES TO WS-JSN-KEY.
           IF HAS-NAVAL-BASE THEN
               MOVE 'naval' TO WS-JSN-RAW
               PERFORM JSON-STRING-MEMBER
           END-IF.
           IF HAS-SCOUT-BASE THEN
               MOVE 'scout' TO WS-JSN-RAW
               PERFORM JSON-STRING-MEMBER
           END-IF.
           IF HAS-WAY-STATION THEN
               MOVE 'wayStation' TO WS-JSN-RAW
               PERFORM JSON-STRING-MEMBER
           END-IF.
           PERFORM JSON-CLOSE-ARRAY.
           MOVE 'travelZone' TO WS-JSN-KEY.
           MOVE SYSTEM-TRAVEL-ZONE TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'allegiance' TO WS-JSN-KEY.
           MOVE SYSTEM-ALLEGIANCE TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           PERFORM JSON-CLOSE-OBJECT.
           EXIT PARAGRAPH.

      *    STAR(WS-CUR-STAR) and its occupied orbits.
       WRITE-STAR-OBJECT.
           MOVE SPACES TO WS-JSN-KEY.
           PERFORM JSON-OPEN-OBJECT.
           MOVE 'index' TO WS-JSN-KEY.
           MOVE WS-CUR-STAR TO WS-JSN-INT.
           PERFORM JSON-INT-MEMBER.
           MOVE 'stage' TO WS-JSN-KEY.
           MOVE STAGE OF STAR(WS-CUR-STAR) TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'massSol' TO WS-JSN-KEY.
           MOVE MASS OF STAR(WS-CUR-STAR) TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'initialMassSol' TO WS-JSN-KEY.
           MOVE INITIAL-MASS OF STAR(WS-CUR-STAR) TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'luminositySol' TO WS-JSN-KEY.
           MOVE CURRENT-LUM OF STAR(WS-CUR-STAR) TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'temperatureK' TO WS-JSN-KEY.
           MOVE TEMPERATURE OF STAR(WS-CUR-STAR) TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'radiusAu' TO WS-JSN-KEY.
           MOVE RADIUS OF STAR(WS-CUR-STAR) TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'flare' TO WS-JSN-KEY.
           MOVE STAR-FLARE(WS-CUR-STAR) TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'massTransfer' TO WS-JSN-KEY.
           MOVE STAR-XFER(WS-CUR-STAR) TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'pulsar' TO WS-JSN-KEY.
           MOVE STAR-PULSAR(WS-CUR-STAR) TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           IF NOT PULSAR-NONE(WS-CUR-STAR) THEN
               MOVE 'pulsarPeriodMs' TO WS-JSN-KEY
               MOVE STAR-PULSAR-MS(WS-CUR-STAR) TO WS-JSN-NUM
               PERFORM JSON-NUMBER-MEMBER
           END-IF.
           MOVE 'accretionDisk' TO WS-JSN-KEY.
           MOVE 'N' TO WS-JSN-FLAG.
           IF ACCRETION-DISK(WS-CUR-STAR) THEN
               MOVE 'Y' TO WS-JSN-FLAG
           END-IF.
           PERFORM JSON-BOOLEAN-MEMBER.
           MOVE 'limitsAu' TO WS-JSN-KEY.
           PERFORM JSON-OPEN-OBJECT.
           MOVE 'inner' TO WS-JSN-KEY.
           MOVE INNER-LIMIT OF ORBIT-LIMITS(WS-CUR-STAR)
             TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'outer' TO WS-JSN-KEY.
           MOVE OUTER-LIMIT OF ORBIT-LIMITS(WS-CUR-STAR)
             TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'snowLine' TO WS-JSN-KEY.
           MOVE SNOW-LINE(WS-CUR-STAR) TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'habitableInner' TO WS-JSN-KEY.
           MOVE HZ-INNER(WS-CUR-STAR) TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'habitableOuter' TO WS-JSN-KEY.
           MOVE HZ-OUTER(WS-CUR-STAR) TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           IF STAR-DANGER-AU(WS-CUR-STAR) > 0 THEN
               MOVE 'lethalRadiation' TO WS-JSN-KEY
               MOVE STAR-DANGER-AU(WS-CUR-STAR) TO WS-JSN-NUM
               PERFORM JSON-NUMBER-MEMBER
           END-IF.
           PERFORM JSON-CLOSE-OBJECT.
           MOVE 'orbits' TO WS-JSN-KEY.
           PERFORM JSON-OPEN-ARRAY.
           PERFORM VARYING WS-CUR-ORB FROM 1 BY 1
                   UNTIL WS-CUR-ORB > NUM-ORBITS(WS-CUR-STAR)
               IF NOT OBJ-NOTHING(WS-CUR-STAR, WS-CUR-ORB) THEN
                   PERFORM WRITE-ORBIT-OBJECT
               END-IF
           END-PERFORM.
           PERFORM JSON-CLOSE-ARRAY.
           PERFORM JSON-CLOSE-OBJECT.
           EXIT PARAGRAPH.

      *    ORBIT(WS-CUR-STAR, WS-CUR-ORB): the slot's own figures and
      *    condensed flags, then the body's world detail.
       WRITE-ORBIT-OBJECT.
           MOVE SPACES TO WS-JSN-KEY.
           PERFORM JSON-OPEN-OBJECT.
           MOVE 'index' TO WS-JSN-KEY.
           MOVE WS-CUR-ORB TO WS-JSN-INT.
           PERFORM JSON-INT-MEMBER.
           MOVE 'body' TO WS-JSN-KEY.
           EVALUATE TRUE
               WHEN OBJ-TERRESTRIAL(WS-CUR-STAR, WS-CUR-ORB)
                   MOVE 'terrestrial' TO WS-JSN-RAW
               WHEN OBJ-ASTEROID-BELT(WS-CUR-STAR, WS-CUR-ORB)
                   MOVE 'asteroidBelt' TO WS-JSN-RAW
               WHEN OTHER
                   MOVE 'gasGiant' TO WS-JSN-RAW
           END-EVALUATE.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'distanceAu' TO WS-JSN-KEY.
           MOVE DISTANCE OF ORBIT(WS-CUR-STAR, WS-CUR-ORB)
             TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'periodYears' TO WS-JSN-KEY.
           MOVE ORBIT-PERIOD(WS-CUR-STAR, WS-CUR-ORB) TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'eccentricity' TO WS-JSN-KEY.
           MOVE ORB-ECCENTRICITY(WS-CUR-STAR, WS-CUR-ORB)
             TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'stability' TO WS-JSN-KEY.
           MOVE ORBIT-STABILITY(WS-CUR-STAR, WS-CUR-ORB)
             TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'resonance' TO WS-JSN-KEY.
           MOVE ORBIT-RESONANCE(WS-CUR-STAR, WS-CUR-ORB)
             TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'life' TO WS-JSN-KEY.
           MOVE ORBIT-LIFE(WS-CUR-STAR, WS-CUR-ORB) TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'wealth' TO WS-JSN-KEY.
           MOVE ORBIT-WEALTH(WS-CUR-STAR, WS-CUR-ORB) TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'refuel' TO WS-JSN-KEY.
           MOVE ORBIT-REFUEL(WS-CUR-STAR, WS-CUR-ORB) TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'hazard' TO WS-JSN-KEY.
           MOVE ORBIT-HAZARD(WS-CUR-STAR, WS-CUR-ORB) TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'precursor' TO WS-JSN-KEY.
           MOVE ORBIT-PRECURSOR(WS-CUR-STAR, WS-CUR-ORB)
             TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'coOrbital' TO WS-JSN-KEY.
           MOVE ORBIT-COMPANION(WS-CUR-STAR, WS-CUR-ORB)
             TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           PERFORM WRITE-WORLD-DETAIL.
           PERFORM JSON-CLOSE-OBJECT.
           EXIT PARAGRAPH.

      *    The sidecar row for this orbit, decoded against the body
      *    the orbit says it holds — a row for some other body (a
      *    stale sidecar) is treated as no row at all.
       WRITE-WORLD-DETAIL.
           MOVE '-' TO WS-WD-FOUND.
           IF WS-WORLD-OPEN = 'Y' THEN
               MOVE STAR-SYSTEM-NAME TO WDTL-SYSTEM-KEY
               MOVE WS-CUR-STAR TO WDTL-STAR-NO
               MOVE WS-CUR-ORB TO WDTL-ORBIT-NO
               READ WORLD-FILE RECORD KEY IS WDTL-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF WDTL-OBJ = OBJ(WS-CUR-STAR, WS-CUR-ORB)
                          THEN
                           MOVE 'Y' TO WS-WD-FOUND
                       END-IF
               END-READ
           END-IF.
           MOVE 'detail' TO WS-JSN-KEY.
           IF WS-WD-FOUND NOT = 'Y' THEN
               PERFORM JSON-NULL-MEMBER
               EXIT PARAGRAPH
           END-IF.
           PERFORM JSON-OPEN-OBJECT.
           EVALUATE TRUE
               WHEN WDTL-TERRESTRIAL
                   MOVE WDTL-DETAIL TO WS-WD-TERRA
                   PERFORM WRITE-TERRA-DETAIL
               WHEN WDTL-ASTEROID-BELT
                   MOVE WDTL-DETAIL(1:51) TO WS-WD-BELT
                   PERFORM WRITE-BELT-DETAIL
               WHEN OTHER
                   MOVE WDTL-DETAIL(1:93) TO WS-WD-GG
                   PERFORM WRITE-GG-DETAIL
           END-EVALUATE.
           PERFORM JSON-CLOSE-OBJECT.
           EXIT PARAGRAPH.

       WRITE-TERRA-DETAIL.
           MOVE 'size' TO WS-JSN-KEY.
           MOVE TERRA-SIZE TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'worldType' TO WS-JSN-KEY.
           MOVE TERRA-WORLD-TYPE TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'atmosphere' TO WS-JSN-KEY.
           MOVE TERRA-ATMOSPHERE TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'atmosphereComposition' TO WS-JSN-KEY.
           MOVE TERRA-ATMO-COMP TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'breathability' TO WS-JSN-KEY.
           MOVE TERRA-BREATHE TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'pressureAtm' TO WS-JSN-KEY.
           MOVE TERRA-PRESSURE TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'hydrographicsPct' TO WS-JSN-KEY.
           MOVE TERRA-HYDROGRAPHIC TO WS-JSN-INT.
           PERFORM JSON-INT-MEMBER.
           MOVE 'surfaceTempK' TO WS-JSN-KEY.
           MOVE TERRA-SURFACE-TEMP TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'climate' TO WS-JSN-KEY.
           MOVE TERRA-CLIMATE TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'diameterEarth' TO WS-JSN-KEY.
           MOVE TERRA-DIAMETER TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'densityEarth' TO WS-JSN-KEY.
           MOVE TERRA-DENSITY TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'massEarth' TO WS-JSN-KEY.
           MOVE TERRA-MASS TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'gravityG' TO WS-JSN-KEY.
           MOVE TERRA-GRAVITY TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'rotationHours' TO WS-JSN-KEY.
           MOVE TERRA-ROTATION-HRS TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'rotationKind' TO WS-JSN-KEY.
           MOVE TERRA-ROTATION-KIND TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'axialTiltDeg' TO WS-JSN-KEY.
           MOVE TERRA-AXIAL-TILT TO WS-JSN-INT.
           PERFORM JSON-INT-MEMBER.
           MOVE 'seasons' TO WS-JSN-KEY.
           MOVE TERRA-SEASONS TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'tidallyLocked' TO WS-JSN-KEY.
           MOVE 'N' TO WS-JSN-FLAG.
           IF TERRA-TIDAL-LOCKED THEN
               MOVE 'Y' TO WS-JSN-FLAG
           END-IF.
           PERFORM JSON-BOOLEAN-MEMBER.
           MOVE 'tideM' TO WS-JSN-KEY.
           MOVE TERRA-TIDE-M TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'magneticFieldEarth' TO WS-JSN-KEY.
           MOVE TERRA-MAGFIELD TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'dynamo' TO WS-JSN-KEY.
           MOVE TERRA-DYNAMO TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'volcanism' TO WS-JSN-KEY.
           MOVE TERRA-VOLCANISM TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'tectonics' TO WS-JSN-KEY.
           MOVE TERRA-TECTONICS TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'biosphere' TO WS-JSN-KEY.
           MOVE TERRA-BIOSPHERE TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'resourceModifier' TO WS-JSN-KEY.
           MOVE TERRA-RESOURCE TO WS-JSN-INT.
           PERFORM JSON-INT-MEMBER.
           MOVE 'affinity' TO WS-JSN-KEY.
           MOVE TERRA-AFFINITY TO WS-JSN-INT.
           PERFORM JSON-INT-MEMBER.
           MOVE 'moonlets' TO WS-JSN-KEY.
           MOVE TERRA-MOONLET-COUNT TO WS-JSN-INT.
           PERFORM JSON-INT-MEMBER.
           MOVE 'moonTides' TO WS-JSN-KEY.
           MOVE 'N' TO WS-JSN-FLAG.
           IF TERRA-MOON-TIDES THEN
               MOVE 'Y' TO WS-JSN-FLAG
           END-IF.
           PERFORM JSON-BOOLEAN-MEMBER.
           MOVE 'moons' TO WS-JSN-KEY.
           PERFORM JSON-OPEN-ARRAY.
           MOVE TERRA-MOON-COUNT TO WS-ITEM-LIMIT.
           IF WS-ITEM-LIMIT > 3 THEN
               MOVE 3 TO WS-ITEM-LIMIT
           END-IF.
           PERFORM VARYING WS-CUR-ITEM FROM 1 BY 1
                   UNTIL WS-CUR-ITEM > WS-ITEM-LIMIT
               MOVE SPACES TO WS-JSN-KEY
               PERFORM JSON-OPEN-OBJECT
               MOVE 'size' TO WS-JSN-KEY
               MOVE TERRA-MOON-SIZE(WS-CUR-ITEM) TO WS-JSN-RAW
               PERFORM JSON-STRING-MEMBER
               MOVE 'orbitEarthDiameters' TO WS-JSN-KEY
               MOVE TERRA-MOON-ORBIT-ED(WS-CUR-ITEM) TO WS-JSN-NUM
               PERFORM JSON-NUMBER-MEMBER
               MOVE 'periodDays' TO WS-JSN-KEY
               MOVE TERRA-MOON-PERIOD-D(WS-CUR-ITEM) TO WS-JSN-NUM
               PERFORM JSON-NUMBER-MEMBER
               MOVE 'subsurfaceOcean' TO WS-JSN-KEY
               MOVE 'N' TO WS-JSN-FLAG
               IF TERRA-MOON-OCEAN(WS-CUR-ITEM) THEN
                   MOVE 'Y' TO WS-JSN-FLAG
               END-IF
               PERFORM JSON-BOOLEAN-MEMBER
               PERFORM JSON-CLOSE-OBJECT
           END-PERFORM.
           PERFORM JSON-CLOSE-ARRAY.
           MOVE 'rings' TO WS-JSN-KEY.
           PERFORM JSON-NULL-MEMBER.
           EXIT PARAGRAPH.

       WRITE-BELT-DETAIL.
           MOVE 'composition' TO WS-JSN-KEY.
           MOVE BELT-COMPOSITION TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'richness' TO WS-JSN-KEY.
           MOVE BELT-RICHNESS TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'innerEdgeAu' TO WS-JSN-KEY.
           MOVE BELT-INNER-EDGE TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'outerEdgeAu' TO WS-JSN-KEY.
           MOVE BELT-OUTER-EDGE TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'gapsAu' TO WS-JSN-KEY.
           PERFORM JSON-OPEN-ARRAY.
           MOVE BELT-GAP-COUNT TO WS-ITEM-LIMIT.
           IF WS-ITEM-LIMIT > 3 THEN
               MOVE 3 TO WS-ITEM-LIMIT
           END-IF.
           MOVE SPACES TO WS-JSN-KEY.
           PERFORM VARYING WS-CUR-ITEM FROM 1 BY 1
                   UNTIL WS-CUR-ITEM > WS-ITEM-LIMIT
               MOVE BELT-GAP-AU(WS-CUR-ITEM) TO WS-JSN-NUM
               PERFORM JSON-NUMBER-MEMBER
           END-PERFORM.
           PERFORM JSON-CLOSE-ARRAY.
           EXIT PARAGRAPH.

       WRITE-GG-DETAIL.
           MOVE 'size' TO WS-JSN-KEY.
           MOVE GG-SIZE TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'massJupiter' TO WS-JSN-KEY.
           MOVE GG-MASS TO WS-JSN-NUM.
           PERFORM JSON-NUMBER-MEMBER.
           MOVE 'rotationHours' TO WS-JSN-KEY.
           MOVE GG-ROTATION-HRS TO WS-JSN-INT.
           PERFORM JSON-INT-MEMBER.
           MOVE 'thermalClass' TO WS-JSN-KEY.
           MOVE GG-THERMAL-CLASS TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'radiationBelts' TO WS-JSN-KEY.
           MOVE GG-RADBELT TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'moonlets' TO WS-JSN-KEY.
           MOVE GG-MOONLET-COUNT TO WS-JSN-INT.
           PERFORM JSON-INT-MEMBER.
           MOVE 'smallMoons' TO WS-JSN-KEY.
           MOVE GG-SMALL-MOON-COUNT TO WS-JSN-INT.
           PERFORM JSON-INT-MEMBER.
           MOVE 'mediumMoons' TO WS-JSN-KEY.
           MOVE GG-MED-MOON-COUNT TO WS-JSN-INT.
           PERFORM JSON-INT-MEMBER.
           MOVE 'largeMoons' TO WS-JSN-KEY.
           MOVE GG-LARGE-MOON-COUNT TO WS-JSN-INT.
           PERFORM JSON-INT-MEMBER.
           MOVE 'moons' TO WS-JSN-KEY.
           PERFORM JSON-OPEN-ARRAY.
           MOVE GG-MOON-COUNT TO WS-ITEM-LIMIT.
           IF WS-ITEM-LIMIT > 3 THEN
               MOVE 3 TO WS-ITEM-LIMIT
           END-IF.
           PERFORM VARYING WS-CUR-ITEM FROM 1 BY 1
                   UNTIL WS-CUR-ITEM > WS-ITEM-LIMIT
               MOVE SPACES TO WS-JSN-KEY
               PERFORM JSON-OPEN-OBJECT
               MOVE 'size' TO WS-JSN-KEY
               MOVE GG-MOON-SIZE(WS-CUR-ITEM) TO WS-JSN-RAW
               PERFORM JSON-STRING-MEMBER
               MOVE 'orbitEarthDiameters' TO WS-JSN-KEY
               MOVE GG-MOON-ORBIT-ED(WS-CUR-ITEM) TO WS-JSN-NUM
               PERFORM JSON-NUMBER-MEMBER
               MOVE 'periodDays' TO WS-JSN-KEY
               MOVE GG-MOON-PERIOD-D(WS-CUR-ITEM) TO WS-JSN-NUM
               PERFORM JSON-NUMBER-MEMBER
               MOVE 'subsurfaceOcean' TO WS-JSN-KEY
               MOVE 'N' TO WS-JSN-FLAG
               IF GG-MOON-OCEAN(WS-CUR-ITEM) THEN
                   MOVE 'Y' TO WS-JSN-FLAG
               END-IF
               PERFORM JSON-BOOLEAN-MEMBER
               PERFORM JSON-CLOSE-OBJECT
           END-PERFORM.
           PERFORM JSON-CLOSE-ARRAY.
           MOVE 'rings' TO WS-JSN-KEY.
           IF GG-RING-NONE THEN
               PERFORM JSON-NULL-MEMBER
               EXIT PARAGRAPH
           END-IF.
           PERFORM JSON-OPEN-OBJECT.
           MOVE 'class' TO WS-JSN-KEY.
           MOVE GG-RING TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'icy' TO WS-JSN-KEY.
           MOVE 'N' TO WS-JSN-FLAG.
           IF GG-RING-ICY THEN
               MOVE 'Y' TO WS-JSN-FLAG
           END-IF.
           PERFORM JSON-BOOLEAN-MEMBER.
           PERFORM JSON-CLOSE-OBJECT.
           EXIT PARAGRAPH.

      *    The campaign annotation, or null when there is none.
       WRITE-NOTES-OBJECT.
           MOVE '-' TO WS-WD-FOUND.
           IF WS-NOTES-OPEN = 'Y' THEN
               MOVE STAR-SYSTEM-NAME TO NOTE-KEY
               READ NOTES-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-WD-FOUND
               END-READ
           END-IF.
           MOVE 'notes' TO WS-JSN-KEY.
           IF WS-WD-FOUND NOT = 'Y' THEN
               PERFORM JSON-NULL-MEMBER
               EXIT PARAGRAPH
           END-IF.
           PERFORM JSON-OPEN-OBJECT.
           MOVE 'claim' TO WS-JSN-KEY.
           MOVE NOTE-CLAIM TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'surveyLevel' TO WS-JSN-KEY.
           MOVE 0 TO WS-JSN-INT.
           IF NOTE-SURVEY IS NUMERIC THEN
               MOVE NOTE-SURVEY TO WS-JSN-INT
           END-IF.
           PERFORM JSON-INT-MEMBER.
           MOVE 'visited' TO WS-JSN-KEY.
           MOVE NOTE-VISITED TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           MOVE 'text' TO WS-JSN-KEY.
           MOVE NOTE-TEXT TO WS-JSN-RAW.
           PERFORM JSON-STRING-MEMBER.
           PERFORM JSON-CLOSE-OBJECT.
           EXIT PARAGRAPH.

      *********************************
      * JSON writer primitives.  Each takes WS-JSN-KEY (spaces for
      * an array element) and the value in its own field.
       JSON-OPEN-OBJECT.
           MOVE '{' TO WS-JSN-VALUE.
           MOVE 1 TO WS-JSN-VAL-LEN.
           PERFORM BUILD-JSON-MEMBER.
           ADD 1 TO WS-JSN-DEPTH.
           EXIT PARAGRAPH.

       JSON-OPEN-ARRAY.
           MOVE '[' TO WS-JSN-VALUE.
           MOVE 1 TO WS-JSN-VAL-LEN.
           PERFORM BUILD-JSON-MEMBER.
           ADD 1 TO WS-JSN-DEPTH.
           EXIT PARAGRAPH.

       JSON-CLOSE-OBJECT.
           SUBTRACT 1 FROM WS-JSN-DEPTH.
           MOVE SPACES TO WS-JSN-KEY.
           MOVE '}' TO WS-JSN-VALUE.
           MOVE 1 TO WS-JSN-VAL-LEN.
           PERFORM BUILD-JSON-MEMBER.
           EXIT PARAGRAPH.

       JSON-CLOSE-ARRAY.
           SUBTRACT 1 FROM WS-JSN-DEPTH.
           MOVE SPACES TO WS-JSN-KEY.
           MOVE ']' TO WS-JSN-VALUE.
           MOVE 1 TO WS-JSN-VAL-LEN.
           PERFORM BUILD-JSON-MEMBER.
           EXIT PARAGRAPH.

       JSON-NULL-MEMBER.
           MOVE 'null' TO WS-JSN-VALUE.
           MOVE 4 TO WS-JSN-VAL-LEN.
           PERFORM BUILD-JSON-MEMBER.
           EXIT PARAGRAPH.

       JSON-BOOLEAN-MEMBER.
           IF WS-JSN-FLAG = 'Y' THEN
               MOVE 'true' TO WS-JSN-VALUE
               MOVE 4 TO WS-JSN-VAL-LEN
           ELSE
               MOVE 'false' TO WS-JSN-VALUE
               MOVE 5 TO WS-JSN-VAL-LEN
           END-IF.
           PERFORM BUILD-JSON-MEMBER.
           EXIT PARAGRAPH.

       JSON-INT-MEMBER.
           MOVE WS-JSN-INT TO WS-JSN-INT-ED.
           MOVE FUNCTION TRIM(WS-JSN-INT-ED) TO WS-JSN-VALUE.
           COMPUTE WS-JSN-VAL-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-JSN-INT-ED)).
           PERFORM BUILD-JSON-MEMBER.
           EXIT PARAGRAPH.

      *    Six decimals, then the trailing zeros (and a bare point)
      *    trimmed off — 1.5, 0.0046, 5778, never 5778.000000.
       JSON-NUMBER-MEMBER.
           COMPUTE WS-JSN-NUM-ED ROUNDED = WS-JSN-NUM.
           MOVE FUNCTION TRIM(WS-JSN-NUM-ED) TO WS-JSN-VALUE.
           COMPUTE WS-JSN-VAL-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-JSN-NUM-ED)).
           PERFORM UNTIL WS-JSN-VALUE(WS-JSN-VAL-LEN:1) NOT = '0'
               MOVE SPACE TO WS-JSN-VALUE(WS-JSN-VAL-LEN:1)
               SUBTRACT 1 FROM WS-JSN-VAL-LEN
           END-PERFORM.
           IF WS-JSN-VALUE(WS-JSN-VAL-LEN:1) = '.' THEN
               MOVE SPACE TO WS-JSN-VALUE(WS-JSN-VAL-LEN:1)
               SUBTRACT 1 FROM WS-JSN-VAL-LEN
           END-IF.
           IF WS-JSN-VALUE(1:WS-JSN-VAL-LEN) = '-0' THEN
               MOVE '0' TO WS-JSN-VALUE
               MOVE 1 TO WS-JSN-VAL-LEN
           END-IF.
           PERFORM BUILD-JSON-MEMBER.
           EXIT PARAGRAPH.

      *    WS-JSN-RAW, trailing spaces dropped, as a quoted string
      *    with '"' and '\' escaped and control bytes blanked; an
      *    all-spaces field goes out as null.
       JSON-STRING-MEMBER.
           IF WS-JSN-RAW = SPACES THEN
               PERFORM JSON-NULL-MEMBER
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-JSN-RAW-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-JSN-RAW TRAILING)).
           MOVE SPACES TO WS-JSN-VALUE.
           MOVE '"' TO WS-JSN-VALUE(1:1).
           MOVE 1 TO WS-JSN-VAL-LEN.
           PERFORM VARYING WS-JSN-RAW-POS FROM 1 BY 1
                   UNTIL WS-JSN-RAW-POS > WS-JSN-RAW-LEN
               MOVE WS-JSN-RAW(WS-JSN-RAW-POS:1) TO WS-JSN-CHAR
               IF WS-JSN-CHAR = '"' OR WS-JSN-CHAR = '\' THEN
                   ADD 1 TO WS-JSN-VAL-LEN
                   MOVE '\' TO WS-JSN-VALUE(WS-JSN-VAL-LEN:1)
               END-IF
               IF WS-JSN-CHAR < SPACE THEN
                   MOVE SPACE TO WS-JSN-CHAR
               END-IF
               ADD 1 TO WS-JSN-VAL-LEN
               MOVE WS-JSN-CHAR TO WS-JSN-VALUE(WS-JSN-VAL-LEN:1)
           END-PERFORM.
           ADD 1 TO WS-JSN-VAL-LEN.
           MOVE '"' TO WS-JSN-VALUE(WS-JSN-VAL-LEN:1).
           MOVE SPACES TO WS-JSN-RAW.
           PERFORM BUILD-JSON-MEMBER.
           EXIT PARAGRAPH.

      *    '"key": value' (or the bare value) indented to the
      *    current depth, handed to EMIT-JSON-LINE.
       BUILD-JSON-MEMBER.
           MOVE SPACES TO WS-JSN-TEXT.
           COMPUTE WS-JSN-PTR = WS-JSN-DEPTH * 2 + 1.
           IF WS-JSN-KEY NOT = SPACES THEN
               STRING '"'                    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JSN-KEY)
                                             DELIMITED BY SIZE
                      '": '                  DELIMITED BY SIZE
                      INTO WS-JSN-TEXT WITH POINTER WS-JSN-PTR
               END-STRING
           END-IF.
           STRING WS-JSN-VALUE(1:WS-JSN-VAL-LEN)
                                         DELIMITED BY SIZE
                  INTO WS-JSN-TEXT WITH POINTER WS-JSN-PTR
           END-STRING.
           COMPUTE WS-JSN-LEN = WS-JSN-PTR - 1.
           MOVE SPACES TO WS-JSN-VALUE.
           PERFORM EMIT-JSON-LINE.
           EXIT PARAGRAPH.

      *    Write the held line — with a comma when neither it opens
      *    a bracket nor this one closes one — and hold this one.
       EMIT-JSON-LINE.
           IF JSN-LINE-HELD THEN
               MOVE WS-JSN-HELD(WS-JSN-HELD-LEN:1) TO WS-JSN-LAST
               MOVE FUNCTION TRIM(WS-JSN-TEXT) TO WS-JSN-FIRST
               IF WS-JSN-LAST NOT = '{' AND WS-JSN-LAST NOT = '['
                  AND WS-JSN-FIRST NOT = '}'
                  AND WS-JSN-FIRST NOT = ']' THEN
                   ADD 1 TO WS-JSN-HELD-LEN
                   MOVE ',' TO WS-JSN-HELD(WS-JSN-HELD-LEN:1)
               END-IF
               WRITE JSON-RECORD FROM WS-JSN-HELD
           END-IF.
           MOVE WS-JSN-TEXT TO WS-JSN-HELD.
           MOVE WS-JSN-LEN TO WS-JSN-HELD-LEN.
           SET JSN-LINE-HELD TO TRUE.
           EXIT PARAGRAPH.

       FLUSH-JSON-LINE.
           IF JSN-LINE-HELD THEN
               WRITE JSON-RECORD FROM WS-JSN-HELD
               SET JSN-LINE-HELD TO FALSE
           END-IF.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
