      *          ?  in the sector file but not in the star database
      *          .  empty hex      !  habitable-zone world present
      *
      * Each hex is drawn as four characters: travel zone, stage
      * glyph, habitable-zone marker, base marker.  Zone letters
      * (A amber, R red) sit just left of the glyph — green and
      * unrated systems leave it blank.  Base markers:
      *          n  naval base     s  scout base     w  way station
      *          a  naval + scout  m  naval + way station
      *
      * Once G4SSGPOL has partitioned the sector, a polity line is
      * drawn under each hex row showing every system's allegiance
      * code — the political borders fall wherever the codes
      * change.  An unpartitioned database simply draws no polity
      * lines, exactly as before.
      *
      * Wormholes and jump gates (the generator's wormholes.dat) are
      * marked at each mouth on this map by a link line under the
      * hex row, '@' and the link's number, and listed after the
      * map with both ends, transit time and stability — a far
      * mouth in another sector is named with its sector id.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   SECTOR=<path>  sector file to draw (default sector.csv)
      *                  (default 10, max 26)
      *   PAGE=<n>       hex rows per printed page (default 20)
      *   MAP=<path>     rendered map file (default hexmap.txt)
      *   WORMHOLES=<path> long-range link file (default
      *                  wormholes.dat; absent file, no links drawn)
      *
      ******************************************************************
       COPY        TESTENV.
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.
           SELECT MAP-FILE             ASSIGN TO WS-MAP-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORM-FILE            ASSIGN TO WS-WORM-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS WORM-KEY
                                       FILE STATUS
                                       IS WS-WORM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY STARDBF.
       FD  MAP-FILE.
       01  MAP-RECORD                  PIC X(160).
       FD  WORM-FILE.
       01  WORM-RECORD.
           COPY WORMREC.

       WORKING-STORAGE SECTION.
      *********************************
      *                Allegiance code off the saved record — spaces
      *                until G4SSGPOL has stamped one.
                   15  CELL-ALLEG      PIC X(4).
      *                Base marker and travel-zone letter, likewise off
      *                the saved record (blank for a record saved
      *                before bases and zones were generated).
                   15  CELL-BASE       PIC X.
                   15  CELL-ZONE       PIC X.
      *                Number of the long-range link with a mouth
      *                here (the first, should two share a hex); 0
      *                for none.
                   15  CELL-LINK       PIC 99 USAGE COMP-5.
      *********************************
      * One unstrung sector.csv row.
       01  WS-ROW-IDX-TXT              PIC X(10).
       01  WS-DISP-N                   PIC ZZ9.
       01  WS-DISP-CNT                 PIC ZZZZ9.
       01  WS-ROW-HAS-ALLEG            PIC X VALUE '-'.
       01  WS-ROW-HAS-LINK             PIC X VALUE '-'.
      *********************************
      * Long-range links with at least one mouth on this map.
       01  WS-WORM-PATH                PIC X(100)
                                       VALUE "wormholes.dat".
       01  WS-WORM-STATUS              PIC XX.
           88  WORM-FILE-OK            VALUE '00'.
           88  WORM-FILE-EOF           VALUE '10'.
       01  WS-LINK-COUNT               PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-LINK-TAB.
           05  MAP-LINK                OCCURS 99 TIMES.
               10  LINK-SYS-A          PIC X(48).
               10  LINK-SECTOR-A       PIC X(12).
               10  LINK-SYS-B          PIC X(48).
               10  LINK-SECTOR-B       PIC X(12).
               10  LINK-KIND           PIC X.
               10  LINK-DAYS           PIC 999V9.
               10  LINK-STAB           PIC X.
               10  LINK-REL            PIC 999.
       01  WS-LINK-I                   PIC 99 USAGE COMP-5.
       01  WS-LINK-ON-MAP              PIC X.
       01  WS-LINK-NAME                PIC X(48).
       01  WS-DISP-TAG                 PIC 99.
       01  WS-DISP-DAYS                PIC ZZ9.9.
       01  WS-LINK-TXT                 PIC X(12).
      *    Quote-tolerant CSV splitting — see CSV-SPLIT-FIELD.
       01  WS-SPLIT-LINE               PIC X(250).
       01  WS-SPLIT-PTR                PIC 999 USAGE COMP-5.
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
           MOVE 'G4SSGMAP' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           PERFORM UNTIL PARM-INDEX > PARM-LEN
                       WHEN 'PAGE'
                           COMPUTE WS-PAGE-ROWS =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'WORMHOLES'
                           MOVE WS-PARM-VAL TO WS-WORM-PATH
                   END-EVALUATE
               END-IF
           END-PERFORM.
                   MOVE SPACE TO CELL-HAB(GROW-IDX, GCOL-IDX)
                   MOVE SPACES TO CELL-NAME(GROW-IDX, GCOL-IDX)
                   MOVE SPACES TO CELL-ALLEG(GROW-IDX, GCOL-IDX)
                   MOVE SPACE TO CELL-BASE(GROW-IDX, GCOL-IDX)
                   MOVE SPACE TO CELL-ZONE(GROW-IDX, GCOL-IDX)
                   MOVE 0 TO CELL-LINK(GROW-IDX, GCOL-IDX)
               END-PERFORM
           END-PERFORM.

           OPEN INPUT SECTOR-FILE.
           IF NOT SECTOR-FILE-OK THEN
               MOVE 'MAP001' TO MC-MSG-ID
               MOVE WS-SECTOR-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM UNTIL SECTOR-FILE-EOF
           END-PERFORM.
           CLOSE SECTOR-FILE.
           IF WS-SYS-SEEN = 0 THEN
               MOVE 'MAP002' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

               END-PERFORM
               CLOSE STARDB-FILE
           ELSE
               MOVE 'MAP003' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           PERFORM LOAD-LONG-RANGE-LINKS.

           OPEN OUTPUT MAP-FILE.
           PERFORM VARYING GROW-IDX FROM 1 BY 1
               PERFORM RENDER-ONE-ROW
               ADD 1 TO WS-ROWS-ON-PAGE
           END-PERFORM.
           IF WS-LINK-COUNT > 0 THEN
               PERFORM WRITE-LINK-LIST
           END-IF.
           CLOSE MAP-FILE.
           MOVE WS-SYS-SEEN TO WS-DISP-CNT.
           MOVE 'MAP004' TO MC-MSG-ID.
           MOVE WS-DISP-CNT TO MC-INSERT(1).
           MOVE WS-MAP-PATH TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           MOVE SYSTEM-ALLEGIANCE TO CELL-ALLEG(GROW-IDX, GCOL-IDX).
           EVALUATE TRUE
               WHEN HAS-NAVAL-BASE AND HAS-SCOUT-BASE
                   MOVE 'a' TO CELL-BASE(GROW-IDX, GCOL-IDX)
               WHEN HAS-NAVAL-BASE AND HAS-WAY-STATION
                   MOVE 'm' TO CELL-BASE(GROW-IDX, GCOL-IDX)
               WHEN HAS-NAVAL-BASE
                   MOVE 'n' TO CELL-BASE(GROW-IDX, GCOL-IDX)
               WHEN HAS-WAY-STATION
                   MOVE 'w' TO CELL-BASE(GROW-IDX, GCOL-IDX)
               WHEN HAS-SCOUT-BASE
                   MOVE 's' TO CELL-BASE(GROW-IDX, GCOL-IDX)
           END-EVALUATE.
           IF TRAVEL-ZONE-AMBER OR TRAVEL-ZONE-RED THEN
               MOVE SYSTEM-TRAVEL-ZONE
                 TO CELL-ZONE(GROW-IDX, GCOL-IDX)
           END-IF.
           SET STAR-IDX TO 1.
           EVALUATE TRUE
               WHEN WHITE-DWARF(STAR-IDX)
           MOVE '        ? not in db  . empty  ! habitable-zone wo'
             &  'rld  ~ nebula  r rogue  x remnant' TO WS-LINE.
           WRITE MAP-RECORD FROM WS-LINE.
           MOVE '        A/R amber/red zone (left of glyph)  n naval'
             &  '  s scout  w way stn  a n+s  m n+w' TO WS-LINE.
           WRITE MAP-RECORD FROM WS-LINE.
           IF WS-LINK-COUNT > 0 THEN
               MOVE '        @nn wormhole/jump gate mouth (line under t'
                 &  'he row; links listed after the map)' TO WS-LINE
               WRITE MAP-RECORD FROM WS-LINE
           END-IF.
           MOVE SPACES TO WS-LINE.
           MOVE 6 TO WS-LINE-POS.
           PERFORM VARYING GCOL-IDX FROM 1 BY 1
                         TO WS-LINE(WS-LINE-POS:1)
                       MOVE CELL-HAB(GROW-IDX, GCOL-IDX)
                         TO WS-LINE(WS-LINE-POS + 1:1)
                       MOVE CELL-ZONE(GROW-IDX, GCOL-IDX)
                         TO WS-LINE(WS-LINE-POS - 1:1)
                       MOVE CELL-BASE(GROW-IDX, GCOL-IDX)
                         TO WS-LINE(WS-LINE-POS + 2:1)
                   WHEN CELL-STATE(GROW-IDX, GCOL-IDX) = 'F'
                       MOVE CELL-GLYPH(GROW-IDX, GCOL-IDX)
                         TO WS-LINE(WS-LINE-POS:1)
           END-PERFORM.
           WRITE MAP-RECORD FROM WS-LINE.
           PERFORM RENDER-POLITY-LINE.
           IF WS-LINK-COUNT > 0 THEN
               PERFORM RENDER-LINK-LINE
           END-IF.
           EXIT PARAGRAPH.

      *********************************
               ADD 1 TO WS-ROWS-ON-PAGE
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * The link file: every link with a mouth on the map gets the
      * next number, and each of its mouths here is tagged with it.
       LOAD-LONG-RANGE-LINKS.
           OPEN INPUT WORM-FILE.
           IF NOT WORM-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WORM-FILE-EOF
               READ WORM-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END PERFORM NOTE-LONG-RANGE-LINK
               END-READ
           END-PERFORM.
           CLOSE WORM-FILE.
           EXIT PARAGRAPH.

       NOTE-LONG-RANGE-LINK.
           IF WS-LINK-COUNT >= 99 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LINK-I = WS-LINK-COUNT + 1.
           MOVE '-' TO WS-LINK-ON-MAP.
           MOVE WORM-SYS-A TO WS-LINK-NAME.
           PERFORM TAG-LINK-MOUTH.
           MOVE WORM-SYS-B TO WS-LINK-NAME.
           PERFORM TAG-LINK-MOUTH.
           IF WS-LINK-ON-MAP = '-' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LINK-I TO WS-LINK-COUNT.
           MOVE WORM-SYS-A TO LINK-SYS-A(WS-LINK-I).
           MOVE WORM-SECTOR-A TO LINK-SECTOR-A(WS-LINK-I).
           MOVE WORM-SYS-B TO LINK-SYS-B(WS-LINK-I).
           MOVE WORM-SECTOR-B TO LINK-SECTOR-B(WS-LINK-I).
           MOVE WORM-KIND TO LINK-KIND(WS-LINK-I).
           MOVE WORM-TRANSIT-DAYS TO LINK-DAYS(WS-LINK-I).
           MOVE WORM-STABILITY TO LINK-STAB(WS-LINK-I).
           MOVE WORM-RELIABILITY TO LINK-REL(WS-LINK-I).
           EXIT PARAGRAPH.

      *    Tag the occupied hex named WS-LINK-NAME, if this map has
      *    it, with link WS-LINK-I.
       TAG-LINK-MOUTH.
           PERFORM VARYING GROW-IDX FROM 1 BY 1
                   UNTIL GROW-IDX > WS-MAX-ROW + 1
               PERFORM VARYING GCOL-IDX FROM 1 BY 1
                       UNTIL GCOL-IDX > WS-GRID-WIDTH
                   IF CELL-OCCUPIED(GROW-IDX, GCOL-IDX)
                      AND CELL-NAME(GROW-IDX, GCOL-IDX)
                          = WS-LINK-NAME THEN
                       MOVE 'Y' TO WS-LINK-ON-MAP
                       IF CELL-LINK(GROW-IDX, GCOL-IDX) = 0 THEN
                           MOVE WS-LINK-I
                             TO CELL-LINK(GROW-IDX, GCOL-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * '@nn' under every mouth on the row just drawn — like the
      * polity line, only written when the row has one.
       RENDER-LINK-LINE.
           MOVE SPACES TO WS-LINE.
           MOVE '-' TO WS-ROW-HAS-LINK.
           IF FUNCTION MOD(GROW-IDX - 1, 2) = 1 THEN
               MOVE 7 TO WS-LINE-POS
           ELSE
               MOVE 5 TO WS-LINE-POS
           END-IF.
           PERFORM VARYING GCOL-IDX FROM 1 BY 1
                   UNTIL GCOL-IDX > WS-GRID-WIDTH
               IF CELL-LINK(GROW-IDX, GCOL-IDX) > 0 THEN
                   MOVE CELL-LINK(GROW-IDX, GCOL-IDX) TO WS-DISP-TAG
                   MOVE '@' TO WS-LINE(WS-LINE-POS - 1:1)
                   MOVE WS-DISP-TAG TO WS-LINE(WS-LINE-POS:2)
                   MOVE 'Y' TO WS-ROW-HAS-LINK
               END-IF
               ADD 4 TO WS-LINE-POS
           END-PERFORM.
           IF WS-ROW-HAS-LINK = 'Y' THEN
               WRITE MAP-RECORD FROM WS-LINE
               ADD 1 TO WS-ROWS-ON-PAGE
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * The numbered links after the map: both mouths (the far one
      * with its sector when it lies elsewhere), kind, transit time,
      * stability and reliability.
       WRITE-LINK-LIST.
           MOVE SPACES TO WS-LINE.
           WRITE MAP-RECORD FROM WS-LINE.
           MOVE 'Wormholes and jump gates:' TO WS-LINE.
           WRITE MAP-RECORD FROM WS-LINE.
           PERFORM VARYING WS-LINK-I FROM 1 BY 1
                   UNTIL WS-LINK-I > WS-LINK-COUNT
               PERFORM WRITE-ONE-LINK
           END-PERFORM.
           EXIT PARAGRAPH.

       WRITE-ONE-LINK.
           MOVE WS-LINK-I TO WS-DISP-TAG.
           MOVE LINK-DAYS(WS-LINK-I) TO WS-DISP-DAYS.
           MOVE LINK-REL(WS-LINK-I) TO WS-DISP-N.
           MOVE SPACES TO WS-LINE.
           MOVE 1 TO WS-LINE-POS.
           STRING '  @'                  DELIMITED BY SIZE
                  WS-DISP-TAG            DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  FUNCTION TRIM(LINK-SYS-A(WS-LINK-I))
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-POS
           END-STRING.
           IF LINK-SECTOR-A(WS-LINK-I) NOT = SPACES THEN
               STRING ' ('               DELIMITED BY SIZE
                      FUNCTION TRIM(LINK-SECTOR-A(WS-LINK-I))
                                         DELIMITED BY SIZE
                      ')'                DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-LINE-POS
               END-STRING
           END-IF.
           STRING ' <-> '                DELIMITED BY SIZE
                  FUNCTION TRIM(LINK-SYS-B(WS-LINK-I))
                                         DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-POS
           END-STRING.
           IF LINK-SECTOR-B(WS-LINK-I) NOT = SPACES THEN
               STRING ' ('               DELIMITED BY SIZE
                      FUNCTION TRIM(LINK-SECTOR-B(WS-LINK-I))
                                         DELIMITED BY SIZE
                      ')'                DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-LINE-POS
               END-STRING
           END-IF.
           IF LINK-KIND(WS-LINK-I) = 'G' THEN
               MOVE 'jump gate' TO WS-LINK-TXT
           ELSE
               MOVE 'wormhole' TO WS-LINK-TXT
           END-IF.
           STRING '  '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINK-TXT)
                                         DELIMITED BY SIZE
                  ', '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DAYS)
                                         DELIMITED BY SIZE
                  ' days, '              DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-POS
           END-STRING.
           EVALUATE LINK-STAB(WS-LINK-I)
               WHEN 'S'
                   MOVE 'stable' TO WS-LINK-TXT
               WHEN 'F'
                   MOVE 'fluctuating' TO WS-LINK-TXT
               WHEN OTHER
                   MOVE 'unstable' TO WS-LINK-TXT
           END-EVALUATE.
           STRING FUNCTION TRIM(WS-LINK-TXT)
                                         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)
                                         DELIMITED BY SIZE
                  '%'                    DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-LINE-POS
           END-STRING.
           WRITE MAP-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
