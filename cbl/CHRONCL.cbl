       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGCHR.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Sector chronicle — every dated thing the suite knows about,
      * merged into one timeline, oldest first:
      *   the generated system histories (SYSTEM-EVENT: end of heavy
      *     bombardment, impacts, flare epochs, comet showers), off
      *     the star database;
      *   the colony simulator's foundings, growth steps and worked-
      *     down deposits (G4SSGCOL's event log);
      *   claims staked and released and first visits (G4SSGNOT's
      *     annotation journal); a claim or visit standing in
      *     notes.dat with no journal row — set before the journal
      *     was kept, or through the console browser — is listed
      *     "as of" the campaign date, the latest it can have been;
      *   and the campaign date itself (G4SSGCLK), as a marker.
      *
      * All dates are campaign-relative years: year 0 is the
      * generation epoch (campaign day 0), days convert at 365.25 to
      * the year, and a system-history age in BYr since formation
      * becomes (event age - system age) x 10^9 years — negative,
      * before the epoch.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   PATH=<path>    star database file (default stardb.dat)
      *   COLONY=<path>  G4SSGCOL event log (default colevents.csv)
      *   JOURNAL=<path> G4SSGNOT journal (default notelog.csv)
      *   NOTES=<path>   annotation sidecar (default notes.dat)
      *   CLOCK=<path>   campaign clock file (default campclock.dat)
      *   OUT=<path>     chronicle written (default chronicle.txt)
      *   SYSTEM=<name>  only this system's events
      *   ALLEGIANCE=<c> only the events of this polity's systems
      *   FROM=<year>    only events in or after this campaign year
      *   TO=<year>      only events in or before this campaign year
      * Any missing source is skipped with a note; the others still
      * make a chronicle.
      *
      * Return codes: 0 written, 4 nothing dated matched.
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
           SELECT NOTES-FILE           ASSIGN TO WS-NOTES-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NOTE-KEY
                                       FILE STATUS
                                       IS WS-NOTES-STATUS.
           SELECT COLONY-FILE          ASSIGN TO WS-COLONY-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-COLONY-STATUS.
           SELECT JOURNAL-FILE         ASSIGN TO WS-JOURNAL-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-JOURNAL-STATUS.
           SELECT CLOCK-FILE           ASSIGN TO WS-CLOCK-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-CLOCK-STATUS.
           SELECT CHRON-FILE           ASSIGN TO WS-CHRON-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.
       FD  NOTES-FILE.
       01  NOTES-RECORD.
           COPY NOTEREC.
       FD  COLONY-FILE.
       01  COLONY-RECORD               PIC X(160).
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD              PIC X(200).
       FD  CLOCK-FILE.
       01  CLOCK-RECORD                PIC X(40).
       FD  CHRON-FILE.
       01  CHRON-RECORD                PIC X(132).

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
       01  WS-NOTES-PATH               PIC X(100) VALUE "notes.dat".
       01  WS-NOTES-STATUS             PIC XX.
           88  NOTES-FILE-OK           VALUE '00'.
           88  NOTES-FILE-EOF          VALUE '10'.
       01  WS-COLONY-PATH              PIC X(100)
                                       VALUE "colevents.csv".
       01  WS-COLONY-STATUS            PIC XX.
           88  COLONY-FILE-OK          VALUE '00'.
           88  COLONY-FILE-EOF         VALUE '10'.
       01  WS-JOURNAL-PATH             PIC X(100)
                                       VALUE "notelog.csv".
       01  WS-JOURNAL-STATUS           PIC XX.
           88  JOURNAL-FILE-OK         VALUE '00'.
           88  JOURNAL-FILE-EOF        VALUE '10'.
       01  WS-CLOCK-PATH               PIC X(100)
                                       VALUE "campclock.dat".
       01  WS-CLOCK-STATUS             PIC XX.
           88  CLOCK-FILE-OK           VALUE '00'.
       01  WS-CLK-LINE                 PIC X(40).
       01  WS-CLOCK-DAY                PIC S9(8) USAGE COMP-5 VALUE 0.
       01  WS-CLOCK-FOUND              PIC X VALUE '-'.
       01  WS-CHRON-PATH               PIC X(100)
                                       VALUE "chronicle.txt".
      *********************************
      * Filters.
       01  WS-SEL-SYSTEM               PIC X(48) VALUE SPACES.
       01  WS-SEL-ALLEGIANCE           PIC X(4) VALUE SPACES.
       01  WS-FROM-YEAR                USAGE COMP-2 VALUE 0.
       01  WS-FROM-GIVEN               PIC X VALUE '-'.
       01  WS-TO-YEAR                  USAGE COMP-2 VALUE 0.
       01  WS-TO-GIVEN                 PIC X VALUE '-'.
      *    Quote-tolerant CSV splitting — see CSV-SPLIT-FIELD.
       01  WS-SPLIT-LINE               PIC X(250).
       01  WS-SPLIT-PTR                PIC 999 USAGE COMP-5.
       01  WS-SPLIT-FLD                PIC X(100).
       01  WS-CSV-NAME                 PIC X(48).
       01  WS-CSV-DAY                  PIC X(12).
       01  WS-CSV-EVENT                PIC X(10).
       01  WS-CSV-POP                  PIC X(4).
       01  WS-CSV-DETAIL               PIC X(48).
      *    A colony disaster's name, as the chronicle spells it.
       01  WS-DISASTER-NAME            PIC X(20).
      *********************************
      * Every system seen — allegiance for the polity filter, and
      * whether the journal has already dated its claim or visit.
       01  WS-SYS-COUNT                PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-CAP-NOTED                PIC X VALUE '-'.
       01  WS-SYS-TAB.
           05  CHR-SYS                 OCCURS 500 TIMES.
               10  CHR-NAME            PIC X(48).
               10  CHR-ALLEGIANCE      PIC X(4).
               10  CHR-JRN-CLAIM       PIC X.
               10  CHR-JRN-VISIT       PIC X.
      *********************************
      * The timeline entries, in the order found; written oldest
      * first, ties in that order.
       01  WS-EVENT-COUNT              PIC 9(4) USAGE COMP-5 VALUE 0.
       01  WS-FULL-NOTED               PIC X VALUE '-'.
       01  WS-EVENT-TAB.
           05  CHR-EVENT               OCCURS 6000 TIMES.
               10  CE-YEAR             USAGE COMP-2.
               10  CE-SYSTEM           PIC X(48).
               10  CE-TEXT             PIC X(64).
               10  CE-DONE             PIC X.
      *********************************
      * Working fields.
       01  WS-I                        PIC 999 USAGE COMP-5.
       01  WS-E                        PIC 9 USAGE COMP-5.
       01  WS-N                        PIC 9(4) USAGE COMP-5.
       01  WS-C                        PIC 9(4) USAGE COMP-5.
       01  WS-BEST-C                   PIC 9(4) USAGE COMP-5.
       01  WS-BEST-YEAR                USAGE COMP-2.
       01  WS-NOW-YEAR                 USAGE COMP-2 VALUE 0.
       01  WS-ADD-YEAR                 USAGE COMP-2.
       01  WS-ADD-SYSTEM               PIC X(48).
       01  WS-ADD-TEXT                 PIC X(64).
       01  WS-ADD-ALLEGIANCE           PIC X(4).
       01  WS-DAY-N                    PIC S9(8) USAGE COMP-5.
       01  WS-LINE                     PIC X(132).
       01  WS-DISP-YEAR                PIC -,---,---,---,--9.9.
       01  WS-DISP-DAY                 PIC -(7)9.
       01  WS-DISP-N                   PIC ZZZZ9.
      *********************************
      * The decoded system — shared header plus the STAR table, same
      * shape as G4SSGCRE's WS-STAR-SYSTEM.
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
           MOVE 'G4SSGCHR' TO MC-PROGRAM.
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
                       WHEN 'PATH'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-STARDB-PATH
                       WHEN 'COLONY'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-COLONY-PATH
                       WHEN 'JOURNAL'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-JOURNAL-PATH
                       WHEN 'NOTES'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-NOTES-PATH
                       WHEN 'CLOCK'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-CLOCK-PATH
                       WHEN 'OUT'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-CHRON-PATH
                       WHEN 'SYSTEM'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-SEL-SYSTEM
                       WHEN 'ALLEGIANCE'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-SEL-ALLEGIANCE
                       WHEN 'FROM'
                           COMPUTE WS-FROM-YEAR =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                           MOVE 'Y' TO WS-FROM-GIVEN
                       WHEN 'TO'
                           COMPUTE WS-TO-YEAR =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                           MOVE 'Y' TO WS-TO-GIVEN
                   END-EVALUATE
               END-IF
           END-PERFORM.

           PERFORM READ-CAMPAIGN-CLOCK.
           PERFORM SWEEP-DATABASE.
           PERFORM LOAD-COLONY-EVENTS.
           PERFORM LOAD-NOTE-JOURNAL.
           PERFORM SWEEP-NOTES.
      *    The campaign date itself, so the reader sees where "now"
      *    falls among the rest.
           IF WS-CLOCK-FOUND = 'Y' AND WS-SEL-SYSTEM = SPACES
              AND WS-SEL-ALLEGIANCE = SPACES THEN
               MOVE WS-NOW-YEAR TO WS-ADD-YEAR
               MOVE SPACES TO WS-ADD-SYSTEM WS-ADD-ALLEGIANCE
               MOVE WS-CLOCK-DAY TO WS-DISP-DAY
               MOVE SPACES TO WS-ADD-TEXT
               STRING '--- the campaign date, day '
                                       DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-DAY)
                                       DELIMITED BY SIZE
                      ' ---'           DELIMITED BY SIZE
                      INTO WS-ADD-TEXT
               END-STRING
               PERFORM ADD-CHRONICLE-ENTRY
           END-IF.

           IF WS-EVENT-COUNT = 0 THEN
               MOVE 'CHR001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM WRITE-CHRONICLE.
           MOVE WS-EVENT-COUNT TO WS-DISP-N.
           MOVE 'CHR002' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-CHRON-PATH TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * The campaign clock (see G4SSGCLK) — "now" on the timeline,
      * and the date an undated claim or visit stands as of.
       READ-CAMPAIGN-CLOCK.
           OPEN INPUT CLOCK-FILE.
           IF NOT CLOCK-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           READ CLOCK-FILE INTO WS-CLK-LINE
               AT END CONTINUE
           END-READ.
           CLOSE CLOCK-FILE.
           IF WS-CLK-LINE(1:4) = 'DAY=' THEN
               COMPUTE WS-CLOCK-DAY =
                       FUNCTION NUMVAL(WS-CLK-LINE(5:12))
               MOVE 'Y' TO WS-CLOCK-FOUND
           END-IF.
           COMPUTE WS-NOW-YEAR = WS-CLOCK-DAY / 365.25.
           EXIT PARAGRAPH.

      *********************************
      * The database: every system into the lookup table, and its
      * generated history onto the timeline.
       SWEEP-DATABASE.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'CHR003' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO STARDB-KEY.
           START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
               INVALID KEY
                   MOVE '10' TO WS-STARDB-STATUS
           END-START.
           PERFORM UNTIL STARDB-FILE-EOF
               READ STARDB-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END PERFORM NOTE-ONE-SYSTEM
               END-READ
           END-PERFORM.
           CLOSE STARDB-FILE.
           EXIT PARAGRAPH.

       NOTE-ONE-SYSTEM.
      *    A record from another layout generation is skipped — the
      *    audit's layout outlier (and G4SSGMIG) deal with those.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           MOVE STAR-SYSTEM-NAME TO WS-ADD-SYSTEM.
           PERFORM FIND-SYSTEM-ENTRY.
           IF WS-I > 0 THEN
               MOVE SYSTEM-ALLEGIANCE TO CHR-ALLEGIANCE(WS-I)
           END-IF.
           MOVE SYSTEM-ALLEGIANCE TO WS-ADD-ALLEGIANCE.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > SYSTEM-EVENT-COUNT
               COMPUTE WS-ADD-YEAR =
                       (EVENT-AGE-BYR(WS-E) - BYR OF SYSTEM-AGE)
                       * 1000000000
               EVALUATE TRUE
                   WHEN EV-BOMBARDMENT(WS-E)
                       MOVE 'end of heavy bombardment' TO WS-ADD-TEXT
                   WHEN EV-IMPACT(WS-E)
                       MOVE 'major impact event' TO WS-ADD-TEXT
                   WHEN EV-FLARE-EPOCH(WS-E)
                       MOVE 'epoch of violent flare activity'
                         TO WS-ADD-TEXT
                   WHEN EV-COMET-SHOWER(WS-E)
                       MOVE 'comet shower from the Oort cloud'
                         TO WS-ADD-TEXT
                   WHEN OTHER
                       MOVE EVENT-CODE(WS-E) TO WS-ADD-TEXT
               END-EVALUATE
               PERFORM ADD-CHRONICLE-ENTRY
           END-PERFORM.
           EXIT PARAGRAPH.

      *    The lookup entry for WS-ADD-SYSTEM into WS-I, opened (with
      *    no allegiance known) on first sight; 0 once the table is
      *    full.
       FIND-SYSTEM-ENTRY.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SYS-COUNT
               IF CHR-NAME(WS-I) = WS-ADD-SYSTEM THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-SYS-COUNT >= 500 THEN
               IF WS-CAP-NOTED = '-' THEN
                   MOVE 'CHR004' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'Y' TO WS-CAP-NOTED
               END-IF
               MOVE 0 TO WS-I
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SYS-COUNT.
           MOVE WS-SYS-COUNT TO WS-I.
           MOVE WS-ADD-SYSTEM TO CHR-NAME(WS-I).
           MOVE SPACES TO CHR-ALLEGIANCE(WS-I).
           MOVE '-' TO CHR-JRN-CLAIM(WS-I) CHR-JRN-VISIT(WS-I).
           EXIT PARAGRAPH.

      *    WS-ADD-SYSTEM's entry, and its allegiance for the polity
      *    filter.
       LOOK-UP-SYSTEM.
           PERFORM FIND-SYSTEM-ENTRY.
           IF WS-I > 0 THEN
               MOVE CHR-ALLEGIANCE(WS-I) TO WS-ADD-ALLEGIANCE
           ELSE
               MOVE SPACES TO WS-ADD-ALLEGIANCE
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * G4SSGCOL's event log: SysName,Day,Decade,Event,PopExp,Parent
      * (the deposit, for a DEPLETED row; the setback, for a
      * disaster's).
       LOAD-COLONY-EVENTS.
           OPEN INPUT COLONY-FILE.
           IF NOT COLONY-FILE-OK THEN
               MOVE 'CHR005' TO MC-MSG-ID
               MOVE WS-COLONY-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL COLONY-FILE-EOF
               READ COLONY-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM PARSE-COLONY-ROW
               END-READ
           END-PERFORM.
           CLOSE COLONY-FILE.
           EXIT PARAGRAPH.

       PARSE-COLONY-ROW.
           IF COLONY-RECORD(1:8) = 'SysName,' OR COLONY-RECORD = SPACES
               THEN
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-CSV-NAME WS-CSV-DAY WS-CSV-EVENT WS-CSV-POP
                      WS-CSV-DETAIL.
           MOVE COLONY-RECORD TO WS-SPLIT-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-NAME.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-DAY.
      *    The decade only restates the day.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-EVENT.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-POP.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-DETAIL.
           MOVE WS-CSV-NAME TO WS-ADD-SYSTEM.
           PERFORM LOOK-UP-SYSTEM.
           COMPUTE WS-DAY-N = FUNCTION NUMVAL(WS-CSV-DAY).
           COMPUTE WS-ADD-YEAR = WS-DAY-N / 365.25.
           MOVE SPACES TO WS-ADD-TEXT.
           EVALUATE TRUE
               WHEN WS-CSV-EVENT = 'FOUNDED'
                    AND WS-CSV-DETAIL = 'charter'
                   MOVE 'charter colony founded' TO WS-ADD-TEXT
               WHEN WS-CSV-EVENT = 'FOUNDED'
                   STRING 'colony founded from '
                                       DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CSV-DETAIL)
                                       DELIMITED BY SIZE
                          INTO WS-ADD-TEXT
                   END-STRING
               WHEN WS-CSV-EVENT = 'GROWTH'
                   STRING 'colony grows to population exponent '
                                       DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CSV-POP)
                                       DELIMITED BY SIZE
                          INTO WS-ADD-TEXT
                   END-STRING
               WHEN WS-CSV-EVENT = 'DEPLETED'
                   STRING 'deposit worked down: '
                                       DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CSV-DETAIL)
                                       DELIMITED BY SIZE
                          INTO WS-ADD-TEXT
                   END-STRING
               WHEN WS-CSV-EVENT = 'ERUPTION' OR 'IMPACT'
                    OR 'RADSTORM' OR 'FAMINE' OR 'PLAGUE'
                   EVALUATE WS-CSV-EVENT
                       WHEN 'ERUPTION'
                           MOVE 'volcanic eruption' TO WS-DISASTER-NAME
                       WHEN 'IMPACT'
                           MOVE 'impact' TO WS-DISASTER-NAME
                       WHEN 'RADSTORM'
                           MOVE 'radiation storm' TO WS-DISASTER-NAME
                       WHEN 'FAMINE'
                           MOVE 'crop failure' TO WS-DISASTER-NAME
                       WHEN OTHER
                           MOVE 'plague' TO WS-DISASTER-NAME
                   END-EVALUATE
                   STRING FUNCTION TRIM(WS-DISASTER-NAME)
                                       DELIMITED BY SIZE
                          ': '         DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CSV-DETAIL)
                                       DELIMITED BY SIZE
                          INTO WS-ADD-TEXT
                   END-STRING
               WHEN OTHER
                   STRING 'colony: '   DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CSV-EVENT)
                                       DELIMITED BY SIZE
                          INTO WS-ADD-TEXT
                   END-STRING
           END-EVALUATE.
           PERFORM ADD-CHRONICLE-ENTRY.
           EXIT PARAGRAPH.

      *********************************
      * G4SSGNOT's journal: Day,SysName,Event,Detail.
       LOAD-NOTE-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF NOT JOURNAL-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL JOURNAL-FILE-EOF
               READ JOURNAL-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM PARSE-JOURNAL-ROW
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           EXIT PARAGRAPH.

       PARSE-JOURNAL-ROW.
           IF JOURNAL-RECORD(1:4) = 'Day,' OR JOURNAL-RECORD = SPACES
               THEN
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-CSV-NAME WS-CSV-DAY WS-CSV-EVENT
                      WS-CSV-DETAIL.
           MOVE JOURNAL-RECORD TO WS-SPLIT-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-DAY.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-NAME.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-EVENT.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-DETAIL.
           MOVE WS-CSV-NAME TO WS-ADD-SYSTEM.
           PERFORM LOOK-UP-SYSTEM.
           COMPUTE WS-DAY-N = FUNCTION NUMVAL(WS-CSV-DAY).
           COMPUTE WS-ADD-YEAR = WS-DAY-N / 365.25.
           MOVE SPACES TO WS-ADD-TEXT.
           EVALUATE WS-CSV-EVENT
               WHEN 'CLAIM'
                   STRING 'claimed by '   DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CSV-DETAIL)
                                          DELIMITED BY SIZE
                          INTO WS-ADD-TEXT
                   END-STRING
                   IF WS-I > 0 THEN
                       MOVE 'Y' TO CHR-JRN-CLAIM(WS-I)
                   END-IF
               WHEN 'RELEASE'
                   STRING 'claim released by '
                                          DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CSV-DETAIL)
                                          DELIMITED BY SIZE
                          INTO WS-ADD-TEXT
                   END-STRING
                   IF WS-I > 0 THEN
                       MOVE 'Y' TO CHR-JRN-CLAIM(WS-I)
                   END-IF
               WHEN 'VISIT'
                   MOVE 'first visited' TO WS-ADD-TEXT
                   IF WS-I > 0 THEN
                       MOVE 'Y' TO CHR-JRN-VISIT(WS-I)
                   END-IF
               WHEN OTHER
                   MOVE WS-CSV-EVENT TO WS-ADD-TEXT
           END-EVALUATE.
           PERFORM ADD-CHRONICLE-ENTRY.
           EXIT PARAGRAPH.

      *********************************
      * notes.dat: a standing claim or a visit the journal never
      * dated goes in as of the campaign date.
       SWEEP-NOTES.
           OPEN INPUT NOTES-FILE.
           IF NOT NOTES-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO NOTE-KEY.
           START NOTES-FILE KEY IS NOT LESS THAN NOTE-KEY
               INVALID KEY
                   MOVE '10' TO WS-NOTES-STATUS
           END-START.
           PERFORM UNTIL NOTES-FILE-EOF
               READ NOTES-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END PERFORM NOTE-ONE-ANNOTATION
               END-READ
           END-PERFORM.
           CLOSE NOTES-FILE.
           EXIT PARAGRAPH.

       NOTE-ONE-ANNOTATION.
           MOVE NOTE-KEY TO WS-ADD-SYSTEM.
           PERFORM LOOK-UP-SYSTEM.
           MOVE WS-NOW-YEAR TO WS-ADD-YEAR.
           IF NOTE-CLAIM NOT = SPACES
              AND (WS-I = 0 OR CHR-JRN-CLAIM(WS-I) = '-') THEN
               MOVE SPACES TO WS-ADD-TEXT
               STRING 'claimed by '        DELIMITED BY SIZE
                      FUNCTION TRIM(NOTE-CLAIM)
                                           DELIMITED BY SIZE
                      ' (as of the campaign date)'
                                           DELIMITED BY SIZE
                      INTO WS-ADD-TEXT
               END-STRING
               PERFORM ADD-CHRONICLE-ENTRY
           END-IF.
           IF NOTE-WAS-VISITED
              AND (WS-I = 0 OR CHR-JRN-VISIT(WS-I) = '-') THEN
               MOVE 'visited (as of the campaign date)'
                 TO WS-ADD-TEXT
               PERFORM ADD-CHRONICLE-ENTRY
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * One entry — WS-ADD-YEAR / -SYSTEM / -TEXT, of a system under
      * WS-ADD-ALLEGIANCE — onto the timeline if the filters let it.
       ADD-CHRONICLE-ENTRY.
           IF WS-SEL-SYSTEM NOT = SPACES
              AND WS-ADD-SYSTEM NOT = WS-SEL-SYSTEM THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-SEL-ALLEGIANCE NOT = SPACES
              AND WS-ADD-ALLEGIANCE NOT = WS-SEL-ALLEGIANCE THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-FROM-GIVEN = 'Y' AND WS-ADD-YEAR < WS-FROM-YEAR THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-TO-GIVEN = 'Y' AND WS-ADD-YEAR > WS-TO-YEAR THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-EVENT-COUNT >= 6000 THEN
               IF WS-FULL-NOTED = '-' THEN
                   MOVE 'CHR006' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'Y' TO WS-FULL-NOTED
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EVENT-COUNT.
           MOVE WS-EVENT-COUNT TO WS-N.
           MOVE WS-ADD-YEAR TO CE-YEAR(WS-N).
           MOVE WS-ADD-SYSTEM TO CE-SYSTEM(WS-N).
           MOVE WS-ADD-TEXT TO CE-TEXT(WS-N).
           MOVE '-' TO CE-DONE(WS-N).
           EXIT PARAGRAPH.

      *********************************
      * The timeline, oldest first — the selection walk the write-up
      * history section uses, over the whole sector.
       WRITE-CHRONICLE.
           OPEN OUTPUT CHRON-FILE.
           MOVE '=== Sector chronicle' TO WS-LINE.
           WRITE CHRON-RECORD FROM WS-LINE.
           IF WS-SEL-SYSTEM NOT = SPACES THEN
               MOVE SPACES TO WS-LINE
               STRING 'System:     '   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SEL-SYSTEM)
                                       DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               WRITE CHRON-RECORD FROM WS-LINE
           END-IF.
           IF WS-SEL-ALLEGIANCE NOT = SPACES THEN
               MOVE SPACES TO WS-LINE
               STRING 'Allegiance: '   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SEL-ALLEGIANCE)
                                       DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               WRITE CHRON-RECORD FROM WS-LINE
           END-IF.
           MOVE 'Years are campaign-relative: 0 is the generation '
             &  'epoch (day 0).' TO WS-LINE.
           WRITE CHRON-RECORD FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           WRITE CHRON-RECORD FROM WS-LINE.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-EVENT-COUNT
               MOVE 0 TO WS-BEST-C
               PERFORM VARYING WS-N FROM 1 BY 1
                       UNTIL WS-N > WS-EVENT-COUNT
                   IF CE-DONE(WS-N) = '-' THEN
                       IF WS-BEST-C = 0 THEN
                           MOVE WS-N TO WS-BEST-C
                           MOVE CE-YEAR(WS-N) TO WS-BEST-YEAR
                       ELSE
                           IF CE-YEAR(WS-N) < WS-BEST-YEAR THEN
                               MOVE WS-N TO WS-BEST-C
                               MOVE CE-YEAR(WS-N) TO WS-BEST-YEAR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'Y' TO CE-DONE(WS-BEST-C)
               PERFORM WRITE-ONE-ENTRY
           END-PERFORM.
           CLOSE CHRON-FILE.
           EXIT PARAGRAPH.

       WRITE-ONE-ENTRY.
           MOVE SPACES TO WS-LINE.
           COMPUTE WS-DISP-YEAR ROUNDED = CE-YEAR(WS-BEST-C).
           MOVE WS-DISP-YEAR TO WS-LINE(1:19).
           IF CE-SYSTEM(WS-BEST-C) = SPACES THEN
               MOVE CE-TEXT(WS-BEST-C) TO WS-LINE(22:)
           ELSE
               STRING FUNCTION TRIM(CE-SYSTEM(WS-BEST-C))
                                       DELIMITED BY SIZE
                      ': '             DELIMITED BY SIZE
                      FUNCTION TRIM(CE-TEXT(WS-BEST-C))
                                       DELIMITED BY SIZE
                      INTO WS-LINE(22:)
               END-STRING
           END-IF.
           WRITE CHRON-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
