      * A/B/C starport.  Classes: 15+ BUSTLING, 10+ BUSY, 6+
      * MODERATE, 2+ QUIET, else DEAD — the class picks both the
      * daily encounter throw and which column of entries the table
      * carries.  The rating and the table itself live in
      * ENCOUNTER-TABLE (see ENCCTL.cpy), which G4SSGVOY rolls
      * against too.  The system's orbital installations (the
      * installs.dat sidecar G4SSGCRE writes) are listed under the
      * heading and each kind claims its own row of the table.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   LANES=<path>   trade lane file (default tradelanes.csv)
      *   PATH=<path>    star database file (default stardb.dat)
      *   INSTALLS=<path> installation sidecar (default
      *                  installs.dat)
      *   OUT=<path>     encounter tables written (default
      *                  encounters.txt, one table per system)
      *   SPLIT=Y        one file per system instead ('enc-<name>
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.
           SELECT INSTALL-FILE         ASSIGN TO WS-INST-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS INST-KEY
                                       FILE STATUS
                                       IS WS-INST-STATUS.
           SELECT ENC-FILE             ASSIGN TO WS-ENC-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.

       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.
       FD  INSTALL-FILE.
       01  INSTALL-RECORD.
           COPY INSTREC.
       FD  ENC-FILE.
       01  ENC-RECORD                  PIC X(132).

       01  WS-STARDB-PATH              PIC X(100) VALUE "stardb.dat".
       01  WS-STARDB-STATUS            PIC XX.
           88  STARDB-FILE-OK          VALUE '00'.
       01  WS-INST-PATH                PIC X(100)
                                       VALUE "installs.dat".
       01  WS-INST-STATUS              PIC XX.
           88  INST-FILE-OK            VALUE '00'.
           88  INST-FILE-EOF           VALUE '10'.
       01  WS-ENC-PATH                 PIC X(100)
                                       VALUE "encounters.txt".
       01  WS-OUT-BASE                 PIC X(100)
               10  ENC-MINOR-CT        PIC 999 USAGE COMP-5.
               10  ENC-POP             PIC 99 USAGE COMP-5.
               10  ENC-PORT            PIC X.
               10  ENC-INSTALLS.
                   15  ENC-INST-HIGHPORT
                                       PIC 99 USAGE COMP-5.
                   15  ENC-INST-SHIPYARD
                                       PIC 99 USAGE COMP-5.
                   15  ENC-INST-SKIMMER
                                       PIC 99 USAGE COMP-5.
                   15  ENC-INST-MINING PIC 99 USAGE COMP-5.
                   15  ENC-INST-RESEARCH
                                       PIC 99 USAGE COMP-5.
                   15  ENC-INST-NAVAL  PIC 99 USAGE COMP-5.
                   15  ENC-INST-SCOUT  PIC 99 USAGE COMP-5.
      *********************************
      * One unstrung tradelanes.csv row.
       01  WS-CSV-A                    PIC X(48).
      * Scoring/table scratch.
       01  WS-I                        PIC 999 USAGE COMP-5.
       01  WS-J                        PIC 999 USAGE COMP-5.
       01  WS-ENC-CTL.
           COPY ENCCTL.
       01  WS-LINE                     PIC X(132).
       01  WS-DISP-N                   PIC ZZZZ9.
       01  WS-DISP-ROLL                PIC Z9.
       01  WS-INST-J                   PIC 9 USAGE COMP-5.
       01  WS-INST-LINE-PTR            PIC 999 USAGE COMP-5.
       01  WS-INST-SEEN                PIC X.
       01  WS-INST-KIND                PIC X(10).
       01  WS-FILE-OPEN                PIC X VALUE '-'.
       01  WS-NAME-POS                 PIC 999 USAGE COMP-5.
      *    Quote-tolerant CSV splitting — see CSV-SPLIT-FIELD.
       01  WS-SPLIT-LINE               PIC X(250).
       01  WS-SPLIT-PTR                PIC 999 USAGE COMP-5.
       01  WS-SPLIT-FLD                PIC X(100).
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.

       LINKAGE SECTION.
       01  LK-PARM.
      *   [    MAIN    ]
      *    ^~~~~~~~~~~^
       PROCEDURE DIVISION USING LK-PARM.
           MOVE 'G4SSGENC' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           PERFORM UNTIL PARM-INDEX > PARM-LEN
                           MOVE WS-PARM-VAL TO WS-LANE-PATH
                       WHEN 'PATH'
                           MOVE WS-PARM-VAL TO WS-STARDB-PATH
                       WHEN 'INSTALLS'
                           MOVE WS-PARM-VAL TO WS-INST-PATH
                       WHEN 'OUT'
                           MOVE WS-PARM-VAL TO WS-OUT-BASE
                       WHEN 'SPLIT'

           PERFORM LOAD-LANE-TALLIES.
           PERFORM LOAD-SETTLEMENT-DATA.
           PERFORM LOAD-INSTALLATION-TALLIES.
           IF WS-SYS-COUNT = 0 THEN
               MOVE 'ENC001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

           END-IF.
           MOVE WS-SYS-COUNT TO WS-DISP-N.
           IF SPLIT-ENABLED THEN
               MOVE 'ENC002' TO MC-MSG-ID
               MOVE WS-DISP-N TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           ELSE
               MOVE 'ENC003' TO MC-MSG-ID
               MOVE WS-DISP-N TO MC-INSERT(1)
               MOVE WS-OUT-BASE TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
       LOAD-LANE-TALLIES.
           OPEN INPUT LANE-FILE.
           IF NOT LANE-FILE-OK THEN
               MOVE 'ENC004' TO MC-MSG-ID
               MOVE WS-LANE-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LANE-FILE-EOF
           IF WS-J = 0 THEN
               IF WS-SYS-COUNT >= 500 THEN
                   IF WS-CAP-NOTED = '-' THEN
                       MOVE 'ENC005' TO MC-MSG-ID
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE 'Y' TO WS-CAP-NOTED
                   END-IF
                   EXIT PARAGRAPH
               MOVE WS-CSV-A TO ENC-NAME(WS-J)
               MOVE 0 TO ENC-MAIN-CT(WS-J) ENC-MAJOR-CT(WS-J)
                         ENC-MINOR-CT(WS-J) ENC-POP(WS-J)
               INITIALIZE ENC-INSTALLS(WS-J)
               MOVE 'X' TO ENC-PORT(WS-J)
           END-IF.
           EVALUATE FUNCTION TRIM(WS-CSV-CLASS)
       LOAD-SETTLEMENT-DATA.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'ENC006' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO STARDB-KEY.
               MOVE STARDB-KEY TO ENC-NAME(WS-J)
               MOVE 0 TO ENC-MAIN-CT(WS-J) ENC-MAJOR-CT(WS-J)
                         ENC-MINOR-CT(WS-J)
               INITIALIZE ENC-INSTALLS(WS-J)
           END-IF.
           IF STARDB-SETTLE-POP-EXP IS NUMERIC THEN
               MOVE STARDB-SETTLE-POP-EXP TO ENC-POP(WS-J)
           MOVE STARDB-SETTLE-PORT TO ENC-PORT(WS-J).
           EXIT PARAGRAPH.

      *********************************
      * Installation tallies off the sidecar, one sweep of the whole
      * file — rows for a system not on the list (no lanes, no
      * current record) are passed over.  No file means no
      * installations anywhere; the plain tables still print.
       LOAD-INSTALLATION-TALLIES.
           OPEN INPUT INSTALL-FILE.
           IF NOT INST-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO INST-KEY.
           START INSTALL-FILE KEY IS NOT LESS THAN INST-KEY
               INVALID KEY
                   CLOSE INSTALL-FILE
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL INST-FILE-EOF
               READ INSTALL-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END PERFORM TALLY-INSTALLATION-ROW
               END-READ
           END-PERFORM.
           CLOSE INSTALL-FILE.
           EXIT PARAGRAPH.

       TALLY-INSTALLATION-ROW.
           MOVE 0 TO WS-J.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SYS-COUNT
               IF ENC-NAME(WS-I) = INST-SYSTEM-KEY THEN
                   MOVE WS-I TO WS-J
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-J = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-INST-J FROM 1 BY 1
                   UNTIL WS-INST-J > INST-COUNT OR WS-INST-J > 6
               EVALUATE TRUE
                   WHEN INST-HIGHPORT(WS-INST-J)
                       ADD 1 TO ENC-INST-HIGHPORT(WS-J)
                   WHEN INST-SHIPYARD(WS-INST-J)
                       ADD 1 TO ENC-INST-SHIPYARD(WS-J)
                   WHEN INST-SKIMMER(WS-INST-J)
                       ADD 1 TO ENC-INST-SKIMMER(WS-J)
                   WHEN INST-MINING(WS-INST-J)
                       ADD 1 TO ENC-INST-MINING(WS-J)
                   WHEN INST-RESEARCH(WS-INST-J)
                       ADD 1 TO ENC-INST-RESEARCH(WS-J)
                   WHEN INST-NAVAL-DEPOT(WS-INST-J)
                       ADD 1 TO ENC-INST-NAVAL(WS-J)
                   WHEN INST-SCOUT-STATION(WS-INST-J)
                     OR INST-WAY-RELAY(WS-INST-J)
                       ADD 1 TO ENC-INST-SCOUT(WS-J)
               END-EVALUATE
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * One system's table: score, class, daily throw, and the
      * eleven 2D6 rows.
       WRITE-ONE-SYSTEM-TABLE.
           SET EC-RATE TO TRUE.
           MOVE ENC-POP(WS-I) TO EC-POP.
           MOVE ENC-MAIN-CT(WS-I) TO EC-MAIN-CT.
           MOVE ENC-MAJOR-CT(WS-I) TO EC-MAJOR-CT.
           MOVE ENC-MINOR-CT(WS-I) TO EC-MINOR-CT.
           MOVE ENC-PORT(WS-I) TO EC-PORT.
           MOVE ENC-INST-HIGHPORT(WS-I) TO EC-INST-HIGHPORT.
           MOVE ENC-INST-SHIPYARD(WS-I) TO EC-INST-SHIPYARD.
           MOVE ENC-INST-SKIMMER(WS-I) TO EC-INST-SKIMMER.
           MOVE ENC-INST-MINING(WS-I) TO EC-INST-MINING.
           MOVE ENC-INST-RESEARCH(WS-I) TO EC-INST-RESEARCH.
           MOVE ENC-INST-NAVAL(WS-I) TO EC-INST-NAVAL.
           MOVE ENC-INST-SCOUT(WS-I) TO EC-INST-SCOUT.
           CALL 'ENCOUNTER-TABLE' USING WS-ENC-CTL.

           IF SPLIT-ENABLED THEN
               PERFORM OPEN-SPLIT-FILE
           END-IF.
           MOVE EC-SCORE TO WS-DISP-N.
           MOVE EC-THROW TO WS-DISP-ROLL.
           MOVE SPACES TO WS-LINE.
           STRING '=== '                       DELIMITED BY SIZE
                  FUNCTION TRIM(ENC-NAME(WS-I)) DELIMITED BY SIZE
                  ' — traffic '                DELIMITED BY SIZE
                  FUNCTION TRIM(EC-TRAFFIC-CLASS)
                                               DELIMITED BY SIZE
                  ' (score '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)     DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE ENC-RECORD FROM WS-LINE.
           PERFORM WRITE-INSTALLATION-LINE.
           MOVE 'When an encounter is indicated, roll 2D6:'
             TO WS-LINE.
           WRITE ENC-RECORD FROM WS-LINE.
           SET EC-ENTRY TO TRUE.
           PERFORM VARYING EC-ROLL FROM 2 BY 1
                   UNTIL EC-ROLL > 12
               CALL 'ENCOUNTER-TABLE' USING WS-ENC-CTL
               MOVE EC-ROLL TO WS-DISP-ROLL
               MOVE SPACES TO WS-LINE
               STRING '  '                     DELIMITED BY SIZE
                      WS-DISP-ROLL             DELIMITED BY SIZE
                      '  '                     DELIMITED BY SIZE
                      FUNCTION TRIM(EC-ENTRY-TXT)
                                               DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           END-IF.
           EXIT PARAGRAPH.

      *    What is built in the system, by kind and count — only
      *    when there is anything.
       WRITE-INSTALLATION-LINE.
           MOVE SPACES TO WS-LINE.
           MOVE 1 TO WS-INST-LINE-PTR.
           MOVE '-' TO WS-INST-SEEN.
           STRING 'Installations:'             DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-INST-LINE-PTR
           END-STRING.
           MOVE ENC-INST-HIGHPORT(WS-I) TO WS-DISP-N.
           MOVE 'highport' TO WS-INST-KIND.
           PERFORM APPEND-INSTALLATION-COUNT.
           MOVE ENC-INST-SHIPYARD(WS-I) TO WS-DISP-N.
           MOVE 'shipyard' TO WS-INST-KIND.
           PERFORM APPEND-INSTALLATION-COUNT.
           MOVE ENC-INST-SKIMMER(WS-I) TO WS-DISP-N.
           MOVE 'skimming' TO WS-INST-KIND.
           PERFORM APPEND-INSTALLATION-COUNT.
           MOVE ENC-INST-MINING(WS-I) TO WS-DISP-N.
           MOVE 'mining' TO WS-INST-KIND.
           PERFORM APPEND-INSTALLATION-COUNT.
           MOVE ENC-INST-RESEARCH(WS-I) TO WS-DISP-N.
           MOVE 'research' TO WS-INST-KIND.
           PERFORM APPEND-INSTALLATION-COUNT.
           MOVE ENC-INST-NAVAL(WS-I) TO WS-DISP-N.
           MOVE 'naval' TO WS-INST-KIND.
           PERFORM APPEND-INSTALLATION-COUNT.
           MOVE ENC-INST-SCOUT(WS-I) TO WS-DISP-N.
           MOVE 'scout' TO WS-INST-KIND.
           PERFORM APPEND-INSTALLATION-COUNT.
           IF WS-INST-SEEN = 'Y' THEN
               WRITE ENC-RECORD FROM WS-LINE
           END-IF.
           EXIT PARAGRAPH.

      *    ' <kind> xN' onto the line for a non-zero tally.
       APPEND-INSTALLATION-COUNT.
           IF WS-DISP-N = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-INST-SEEN = 'Y' THEN
               STRING ','                      DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-INST-LINE-PTR
               END-STRING
           END-IF.
           MOVE 'Y' TO WS-INST-SEEN.
           STRING ' '                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INST-KIND)  DELIMITED BY SIZE
                  ' x'                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)     DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-INST-LINE-PTR
           END-STRING.
           EXIT PARAGRAPH.

      *    The split-mode file name: 'enc-<name>.txt', spaces in the
      *    system name turned to '-' so the name survives a shell.
       OPEN-SPLIT-FILE.
           OPEN OUTPUT ENC-FILE.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
