       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COMPARE-SYSTEM-RECORDS.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Field-by-field comparison of two star-database record images
      * (STARDBF.cpy shape, key then body), shared by G4SSGDLT's
      * delta report and G4SSGDBU's REPRODUCE= check.  Every header,
      * event, star, forbidden-zone and orbit field that differs is
      * DISPLAYed as
      *     <where> <field>: <old value> -> <new value>
      * and counted in SC-LINES; stars or orbits only one side has
      * are one line each.  Both images must be of the current
      * layout — the caller checks the stamp first.
      *
      * SC-GENERATED-ONLY leaves out what a regeneration cannot
      * reproduce: coordinates and velocity, the sector and
      * allegiance stamps, the save generation, the nebula flag,
      * the coordinate cell and the provenance block itself.
      *
      * Not compared at all: the mass index and the per-orbit object
      * references — working pointers of a generation run, not data.
      *
      *   CALL 'COMPARE-SYSTEM-RECORDS' USING <control block (see
      *        SYSCMPC.cpy)>, <old image>, <new image>
      *
      ******************************************************************
       COPY        TESTENV.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY CONST.
      *********************************
      * Field-detail scratch.  Each compared field is loaded into the
      * OLD/NEW pair of its kind and NOTE-xxx-CHANGE prints it only
      * when the two differ.
       01  WS-DLT-WHERE                PIC X(24).
       01  WS-DLT-FIELD                PIC X(24).
       01  WS-DLT-OLD-NUM              USAGE COMP-2.
       01  WS-DLT-NEW-NUM              USAGE COMP-2.
       01  WS-DLT-OLD-INT              PIC S9(9) USAGE COMP-5.
       01  WS-DLT-NEW-INT              PIC S9(9) USAGE COMP-5.
       01  WS-DLT-OLD-TXT              PIC X(24).
       01  WS-DLT-NEW-TXT              PIC X(24).
       01  WS-DLT-EDIT-NUM             PIC -(9)9.9(6).
       01  WS-DLT-EDIT-INT             PIC -(9)9.
       01  WS-DLT-OLD-SHOW             PIC X(24) VALUE SPACES.
       01  WS-DLT-NEW-SHOW             PIC X(24) VALUE SPACES.
       01  WS-DISP-S                   PIC 9.
       01  WS-DISP-O                   PIC 999.
       01  WS-DISP-Z                   PIC 99.
       01  WS-S                        PIC 99 USAGE COMP-5.
       01  WS-O                        PIC 999 USAGE COMP-5.
       01  WS-Z                        PIC 99 USAGE COMP-5.
       01  WS-E                        PIC 9 USAGE COMP-5.
       01  WS-OLD-STARS                PIC 99 USAGE COMP-5.
       01  WS-NEW-STARS                PIC 99 USAGE COMP-5.
       01  WS-MAX-COUNT                PIC 999 USAGE COMP-5.
       01  WS-OLD-COUNT                PIC 999 USAGE COMP-5.
       01  WS-NEW-COUNT                PIC 999 USAGE COMP-5.
      *********************************
      * The two sides, decoded.  Same shape as G4SSGCRE's
      * WS-STAR-SYSTEM, but with a fixed STARDB-MAX-STARS table
      * (both copies carry the same field names, so everything is
      * qualified OF DLT-OLD / OF DLT-NEW, and STAR-COUNT could not
      * serve as an unambiguous DEPENDING ON).
       01  DLT-OLD.
           05  STAR-SYSTEM-NAME        PIC X(48).
           COPY SYSHDR.
           05  STAR                    OCCURS 8 TIMES.
               COPY STARDATA.
       01  DLT-NEW.
           05  STAR-SYSTEM-NAME        PIC X(48).
           COPY SYSHDR.
           05  STAR                    OCCURS 8 TIMES.
               COPY STARDATA.

       LINKAGE SECTION.
       01  LK-CMP-CTL.
           COPY SYSCMPC.
       01  LK-OLD-REC                  PIC X(63116).
       01  LK-NEW-REC                  PIC X(63116).

      ******************************************************************
      *    /`--------´\
      *   [    MAIN    ]
      *    ^~~~~~~~~~~^
       PROCEDURE DIVISION USING LK-CMP-CTL, LK-OLD-REC, LK-NEW-REC.
           MOVE 0 TO SC-LINES.
           MOVE LK-OLD-REC TO DLT-OLD.
           MOVE LK-NEW-REC TO DLT-NEW.
           PERFORM COMPARE-HEADER.
           MOVE STAR-COUNT OF DLT-OLD TO WS-OLD-STARS.
           MOVE STAR-COUNT OF DLT-NEW TO WS-NEW-STARS.
           IF WS-OLD-STARS > STARDB-MAX-STARS THEN
               MOVE STARDB-MAX-STARS TO WS-OLD-STARS
           END-IF.
           IF WS-NEW-STARS > STARDB-MAX-STARS THEN
               MOVE STARDB-MAX-STARS TO WS-NEW-STARS
           END-IF.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-OLD-STARS
                      OR WS-S > WS-NEW-STARS
               PERFORM COMPARE-ONE-STAR
           END-PERFORM.
           PERFORM VARYING WS-S FROM WS-S BY 1
                   UNTIL WS-S > WS-OLD-STARS
                      AND WS-S > WS-NEW-STARS
               MOVE WS-S TO WS-DISP-S
               IF WS-S > WS-NEW-STARS THEN
                   DISPLAY '    star ' WS-DISP-S ' removed ('
                       FUNCTION TRIM(STAGE OF DLT-OLD(WS-S)) ')'
               ELSE
                   DISPLAY '    star ' WS-DISP-S ' added ('
                       FUNCTION TRIM(STAGE OF DLT-NEW(WS-S)) ')'
               END-IF
               ADD 1 TO SC-LINES
           END-PERFORM.
           GOBACK.

      *********************************
      * System-level header fields.
       COMPARE-HEADER.
           MOVE 'header' TO WS-DLT-WHERE.
           MOVE 'BYR' TO WS-DLT-FIELD.
           MOVE BYR OF DLT-OLD TO WS-DLT-OLD-NUM.
           MOVE BYR OF DLT-NEW TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'POPULATION' TO WS-DLT-FIELD.
           MOVE POPULATION OF DLT-OLD TO WS-DLT-OLD-TXT.
           MOVE POPULATION OF DLT-NEW TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'STAR-COUNT' TO WS-DLT-FIELD.
           MOVE STAR-COUNT OF DLT-OLD TO WS-DLT-OLD-INT.
           MOVE STAR-COUNT OF DLT-NEW TO WS-DLT-NEW-INT.
           PERFORM NOTE-INT-CHANGE.
           MOVE 'SYSTEM-METALLICITY' TO WS-DLT-FIELD.
           MOVE SYSTEM-METALLICITY OF DLT-OLD TO WS-DLT-OLD-NUM.
           MOVE SYSTEM-METALLICITY OF DLT-NEW TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'SETTLE-POP-EXP' TO WS-DLT-FIELD.
           MOVE SETTLE-POP-EXP OF DLT-OLD TO WS-DLT-OLD-INT.
           MOVE SETTLE-POP-EXP OF DLT-NEW TO WS-DLT-NEW-INT.
           PERFORM NOTE-INT-CHANGE.
           MOVE 'SETTLE-GOV' TO WS-DLT-FIELD.
           MOVE SETTLE-GOV OF DLT-OLD TO WS-DLT-OLD-INT.
           MOVE SETTLE-GOV OF DLT-NEW TO WS-DLT-NEW-INT.
           PERFORM NOTE-INT-CHANGE.
           MOVE 'SETTLE-LAW' TO WS-DLT-FIELD.
           MOVE SETTLE-LAW OF DLT-OLD TO WS-DLT-OLD-INT.
           MOVE SETTLE-LAW OF DLT-NEW TO WS-DLT-NEW-INT.
           PERFORM NOTE-INT-CHANGE.
           MOVE 'SETTLE-TL' TO WS-DLT-FIELD.
           MOVE SETTLE-TL OF DLT-OLD TO WS-DLT-OLD-INT.
           MOVE SETTLE-TL OF DLT-NEW TO WS-DLT-NEW-INT.
           PERFORM NOTE-INT-CHANGE.
           MOVE 'SETTLE-PORT' TO WS-DLT-FIELD.
           MOVE SETTLE-PORT OF DLT-OLD TO WS-DLT-OLD-TXT.
           MOVE SETTLE-PORT OF DLT-NEW TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'SYSTEM-SPACE-WEATHER' TO WS-DLT-FIELD.
           MOVE SYSTEM-SPACE-WEATHER OF DLT-OLD TO WS-DLT-OLD-TXT.
           MOVE SYSTEM-SPACE-WEATHER OF DLT-NEW TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
      *    Where the system sits and what has been stamped on it
      *    since it was rolled — a regeneration cannot reproduce
      *    these, so REPRODUCE-style callers leave them out.
           IF SC-ALL-FIELDS THEN
               PERFORM COMPARE-PLACEMENT
           END-IF.
           PERFORM COMPARE-EVENTS.
           EXIT PARAGRAPH.

      *    The placement/stamp half of the header.
       COMPARE-PLACEMENT.
           MOVE 'SYS-COORD-X' TO WS-DLT-FIELD.
           MOVE SYS-COORD-X OF DLT-OLD TO WS-DLT-OLD-NUM.
           MOVE SYS-COORD-X OF DLT-NEW TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'SYS-COORD-Y' TO WS-DLT-FIELD.
           MOVE SYS-COORD-Y OF DLT-OLD TO WS-DLT-OLD-NUM.
           MOVE SYS-COORD-Y OF DLT-NEW TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'SYS-COORD-Z' TO WS-DLT-FIELD.
           MOVE SYS-COORD-Z OF DLT-OLD TO WS-DLT-OLD-NUM.
           MOVE SYS-COORD-Z OF DLT-NEW TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'SYS-VEL-X' TO WS-DLT-FIELD.
           MOVE SYS-VEL-X OF DLT-OLD TO WS-DLT-OLD-NUM.
           MOVE SYS-VEL-X OF DLT-NEW TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'SYS-VEL-Y' TO WS-DLT-FIELD.
           MOVE SYS-VEL-Y OF DLT-OLD TO WS-DLT-OLD-NUM.
           MOVE SYS-VEL-Y OF DLT-NEW TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'SYS-VEL-Z' TO WS-DLT-FIELD.
           MOVE SYS-VEL-Z OF DLT-OLD TO WS-DLT-OLD-NUM.
           MOVE SYS-VEL-Z OF DLT-NEW TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'SYSTEM-SECTOR' TO WS-DLT-FIELD.
           MOVE SYSTEM-SECTOR OF DLT-OLD TO WS-DLT-OLD-TXT.
           MOVE SYSTEM-SECTOR OF DLT-NEW TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'SYSTEM-GENERATION' TO WS-DLT-FIELD.
           MOVE SYSTEM-GENERATION OF DLT-OLD TO WS-DLT-OLD-INT.
           MOVE SYSTEM-GENERATION OF DLT-NEW TO WS-DLT-NEW-INT.
           PERFORM NOTE-INT-CHANGE.
           MOVE 'SYSTEM-ALLEGIANCE' TO WS-DLT-FIELD.
           MOVE SYSTEM-ALLEGIANCE OF DLT-OLD TO WS-DLT-OLD-TXT.
           MOVE SYSTEM-ALLEGIANCE OF DLT-NEW TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'SYSTEM-NEBULA-FLAG' TO WS-DLT-FIELD.
           MOVE SYSTEM-NEBULA-FLAG OF DLT-OLD TO WS-DLT-OLD-TXT.
           MOVE SYSTEM-NEBULA-FLAG OF DLT-NEW TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'SYSTEM-CELL' TO WS-DLT-FIELD.
           MOVE SYSTEM-CELL OF DLT-OLD TO WS-DLT-OLD-TXT.
           MOVE SYSTEM-CELL OF DLT-NEW TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'PROV-STAMP' TO WS-DLT-FIELD.
           MOVE PROV-STAMP OF DLT-OLD TO WS-DLT-OLD-TXT.
           MOVE PROV-STAMP OF DLT-NEW TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'PROV-RUN-ID' TO WS-DLT-FIELD.
           MOVE PROV-RUN-ID OF DLT-OLD TO WS-DLT-OLD-TXT.
           MOVE PROV-RUN-ID OF DLT-NEW TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           IF SYSTEM-PROVENANCE OF DLT-OLD
              NOT = SYSTEM-PROVENANCE OF DLT-NEW
              AND PROV-RUN-ID OF DLT-OLD = PROV-RUN-ID OF DLT-NEW
              AND PROV-STAMP OF DLT-OLD = PROV-STAMP OF DLT-NEW THEN
               DISPLAY '    header   SYSTEM-PROVENANCE        '
                   ': contents changed'
               ADD 1 TO SC-LINES
           END-IF.
           MOVE 'SYSTEM-SAVE-RUN-ID' TO WS-DLT-FIELD.
           MOVE SYSTEM-SAVE-RUN-ID OF DLT-OLD TO WS-DLT-OLD-TXT.
           MOVE SYSTEM-SAVE-RUN-ID OF DLT-NEW TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'SYSTEM-BASES' TO WS-DLT-FIELD.
           MOVE SYSTEM-BASES OF DLT-OLD TO WS-DLT-OLD-TXT.
           MOVE SYSTEM-BASES OF DLT-NEW TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'SYSTEM-TRAVEL-ZONE' TO WS-DLT-FIELD.
           MOVE SYSTEM-TRAVEL-ZONE OF DLT-OLD TO WS-DLT-OLD-TXT.
           MOVE SYSTEM-TRAVEL-ZONE OF DLT-NEW TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'SYSTEM-STELLAR-GROUP' TO WS-DLT-FIELD.
           MOVE SYSTEM-STELLAR-GROUP OF DLT-OLD TO WS-DLT-OLD-TXT.
           MOVE SYSTEM-STELLAR-GROUP OF DLT-NEW TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'SYSTEM-SPECIES' TO WS-DLT-FIELD.
           MOVE SYSTEM-SPECIES OF DLT-OLD TO WS-DLT-OLD-TXT.
           MOVE SYSTEM-SPECIES OF DLT-NEW TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           IF SYSTEM-COMPANION-ORBITS OF DLT-OLD
              NOT = SYSTEM-COMPANION-ORBITS OF DLT-NEW THEN
               DISPLAY '    header   SYSTEM-COMPANION-ORBITS  '
                   ': contents changed'
               ADD 1 TO SC-LINES
           END-IF.
           IF SYSTEM-MAIN-WORLD OF DLT-OLD
              NOT = SYSTEM-MAIN-WORLD OF DLT-NEW THEN
               DISPLAY '    header   SYSTEM-MAIN-WORLD        '
                   ': contents changed'
               ADD 1 TO SC-LINES
           END-IF.
           IF SYSTEM-HDR-RESERVE OF DLT-OLD
              NOT = SYSTEM-HDR-RESERVE OF DLT-NEW THEN
               DISPLAY '    header   SYSTEM-HDR-RESERVE       '
                   ': contents changed'
               ADD 1 TO SC-LINES
           END-IF.
           EXIT PARAGRAPH.

      *    The dated history — pairwise up to the shorter list, then
      *    whatever only one side carries.
       COMPARE-EVENTS.
           MOVE 'SYSTEM-EVENT-COUNT' TO WS-DLT-FIELD.
           MOVE SYSTEM-EVENT-COUNT OF DLT-OLD TO WS-DLT-OLD-INT.
           MOVE SYSTEM-EVENT-COUNT OF DLT-NEW TO WS-DLT-NEW-INT.
           PERFORM NOTE-INT-CHANGE.
           MOVE SYSTEM-EVENT-COUNT OF DLT-OLD TO WS-OLD-COUNT.
           MOVE SYSTEM-EVENT-COUNT OF DLT-NEW TO WS-NEW-COUNT.
           IF WS-OLD-COUNT > 8 THEN
               MOVE 8 TO WS-OLD-COUNT
           END-IF.
           IF WS-NEW-COUNT > 8 THEN
               MOVE 8 TO WS-NEW-COUNT
           END-IF.
           MOVE WS-OLD-COUNT TO WS-MAX-COUNT.
           IF WS-NEW-COUNT > WS-MAX-COUNT THEN
               MOVE WS-NEW-COUNT TO WS-MAX-COUNT
           END-IF.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-MAX-COUNT
               MOVE SPACES TO WS-DLT-WHERE
               MOVE WS-E TO WS-DISP-S
               STRING 'event ' WS-DISP-S DELIMITED BY SIZE
                      INTO WS-DLT-WHERE
               END-STRING
               MOVE 'EVENT-AGE-BYR' TO WS-DLT-FIELD
               MOVE 0 TO WS-DLT-OLD-NUM WS-DLT-NEW-NUM
               IF WS-E <= WS-OLD-COUNT THEN
                   MOVE EVENT-AGE-BYR OF DLT-OLD(WS-E)
                     TO WS-DLT-OLD-NUM
               END-IF
               IF WS-E <= WS-NEW-COUNT THEN
                   MOVE EVENT-AGE-BYR OF DLT-NEW(WS-E)
                     TO WS-DLT-NEW-NUM
               END-IF
               PERFORM NOTE-NUM-CHANGE
               MOVE 'EVENT-CODE' TO WS-DLT-FIELD
               MOVE SPACES TO WS-DLT-OLD-TXT WS-DLT-NEW-TXT
               IF WS-E <= WS-OLD-COUNT THEN
                   MOVE EVENT-CODE OF DLT-OLD(WS-E)
                     TO WS-DLT-OLD-TXT
               END-IF
               IF WS-E <= WS-NEW-COUNT THEN
                   MOVE EVENT-CODE OF DLT-NEW(WS-E)
                     TO WS-DLT-NEW-TXT
               END-IF
               PERFORM NOTE-TXT-CHANGE
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * One star present on both sides (WS-S).
       COMPARE-ONE-STAR.
           MOVE SPACES TO WS-DLT-WHERE.
           MOVE WS-S TO WS-DISP-S.
           STRING 'star ' WS-DISP-S DELIMITED BY SIZE
                  INTO WS-DLT-WHERE
           END-STRING.
           MOVE 'MASS' TO WS-DLT-FIELD.
           MOVE MASS OF DLT-OLD(WS-S) TO WS-DLT-OLD-NUM.
           MOVE MASS OF DLT-NEW(WS-S) TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'INITIAL-MASS' TO WS-DLT-FIELD.
           MOVE INITIAL-MASS OF DLT-OLD(WS-S) TO WS-DLT-OLD-NUM.
           MOVE INITIAL-MASS OF DLT-NEW(WS-S) TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'MASS-STAGE' TO WS-DLT-FIELD.
           MOVE MASS-STAGE OF DLT-OLD(WS-S) TO WS-DLT-OLD-TXT.
           MOVE MASS-STAGE OF DLT-NEW(WS-S) TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'STAGE' TO WS-DLT-FIELD.
           MOVE STAGE OF DLT-OLD(WS-S) TO WS-DLT-OLD-TXT.
           MOVE STAGE OF DLT-NEW(WS-S) TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'CURRENT-LUM' TO WS-DLT-FIELD.
           MOVE CURRENT-LUM OF DLT-OLD(WS-S) TO WS-DLT-OLD-NUM.
           MOVE CURRENT-LUM OF DLT-NEW(WS-S) TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'INITIAL-LUM' TO WS-DLT-FIELD.
           MOVE INITIAL-LUM OF DLT-OLD(WS-S) TO WS-DLT-OLD-NUM.
           MOVE INITIAL-LUM OF DLT-NEW(WS-S) TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'STAR-FLARE' TO WS-DLT-FIELD.
           MOVE STAR-FLARE OF DLT-OLD(WS-S) TO WS-DLT-OLD-TXT.
           MOVE STAR-FLARE OF DLT-NEW(WS-S) TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'STAR-XFER' TO WS-DLT-FIELD.
           MOVE STAR-XFER OF DLT-OLD(WS-S) TO WS-DLT-OLD-TXT.
           MOVE STAR-XFER OF DLT-NEW(WS-S) TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'STAR-PULSAR' TO WS-DLT-FIELD.
           MOVE STAR-PULSAR OF DLT-OLD(WS-S) TO WS-DLT-OLD-TXT.
           MOVE STAR-PULSAR OF DLT-NEW(WS-S) TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'STAR-PULSAR-MS' TO WS-DLT-FIELD.
           MOVE STAR-PULSAR-MS OF DLT-OLD(WS-S) TO WS-DLT-OLD-NUM.
           MOVE STAR-PULSAR-MS OF DLT-NEW(WS-S) TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'STAR-ACC-DISK' TO WS-DLT-FIELD.
           MOVE STAR-ACC-DISK OF DLT-OLD(WS-S) TO WS-DLT-OLD-TXT.
           MOVE STAR-ACC-DISK OF DLT-NEW(WS-S) TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'STAR-DANGER-AU' TO WS-DLT-FIELD.
           MOVE STAR-DANGER-AU OF DLT-OLD(WS-S) TO WS-DLT-OLD-NUM.
           MOVE STAR-DANGER-AU OF DLT-NEW(WS-S) TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'TEMPERATURE' TO WS-DLT-FIELD.
           MOVE TEMPERATURE OF DLT-OLD(WS-S) TO WS-DLT-OLD-NUM.
           MOVE TEMPERATURE OF DLT-NEW(WS-S) TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'RADIUS' TO WS-DLT-FIELD.
           MOVE RADIUS OF DLT-OLD(WS-S) TO WS-DLT-OLD-NUM.
           MOVE RADIUS OF DLT-NEW(WS-S) TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'INNER-LIMIT' TO WS-DLT-FIELD.
           MOVE INNER-LIMIT OF ORBIT-LIMITS OF DLT-OLD(WS-S)
             TO WS-DLT-OLD-NUM.
           MOVE INNER-LIMIT OF ORBIT-LIMITS OF DLT-NEW(WS-S)
             TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'OUTER-LIMIT' TO WS-DLT-FIELD.
           MOVE OUTER-LIMIT OF ORBIT-LIMITS OF DLT-OLD(WS-S)
             TO WS-DLT-OLD-NUM.
           MOVE OUTER-LIMIT OF ORBIT-LIMITS OF DLT-NEW(WS-S)
             TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'SNOW-LINE' TO WS-DLT-FIELD.
           MOVE SNOW-LINE OF DLT-OLD(WS-S) TO WS-DLT-OLD-NUM.
           MOVE SNOW-LINE OF DLT-NEW(WS-S) TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'HZ-INNER' TO WS-DLT-FIELD.
           MOVE HZ-INNER OF DLT-OLD(WS-S) TO WS-DLT-OLD-NUM.
           MOVE HZ-INNER OF DLT-NEW(WS-S) TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'HZ-OUTER' TO WS-DLT-FIELD.
           MOVE HZ-OUTER OF DLT-OLD(WS-S) TO WS-DLT-OLD-NUM.
           MOVE HZ-OUTER OF DLT-NEW(WS-S) TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'ARRANGEMENT' TO WS-DLT-FIELD.
           MOVE ARRANGEMENT OF DLT-OLD(WS-S) TO WS-DLT-OLD-TXT.
           MOVE ARRANGEMENT OF DLT-NEW(WS-S) TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'GG DISTANCE' TO WS-DLT-FIELD.
           MOVE DISTANCE OF GAS-GIANT-ARRANGEMENT OF DLT-OLD(WS-S)
             TO WS-DLT-OLD-NUM.
           MOVE DISTANCE OF GAS-GIANT-ARRANGEMENT OF DLT-NEW(WS-S)
             TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'GG ROLL' TO WS-DLT-FIELD.
           MOVE ROLL OF DLT-OLD(WS-S) TO WS-DLT-OLD-INT.
           MOVE ROLL OF DLT-NEW(WS-S) TO WS-DLT-NEW-INT.
           PERFORM NOTE-INT-CHANGE.
           MOVE 'TIDAL-LOCK-FLAG' TO WS-DLT-FIELD.
           MOVE TIDAL-LOCK-FLAG OF DLT-OLD(WS-S) TO WS-DLT-OLD-TXT.
           MOVE TIDAL-LOCK-FLAG OF DLT-NEW(WS-S) TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           PERFORM COMPARE-FORBIDDEN-ZONES.
           PERFORM COMPARE-ORBITS.
           EXIT PARAGRAPH.

      *    Forbidden zones, pairwise up to the longer list (a zone
      *    only one side has shows against zeros).
       COMPARE-FORBIDDEN-ZONES.
           MOVE 'FORBIDDEN-ZONE-COUNT' TO WS-DLT-FIELD.
           MOVE FORBIDDEN-ZONE-COUNT OF DLT-OLD(WS-S)
             TO WS-DLT-OLD-INT.
           MOVE FORBIDDEN-ZONE-COUNT OF DLT-NEW(WS-S)
             TO WS-DLT-NEW-INT.
           PERFORM NOTE-INT-CHANGE.
           MOVE FORBIDDEN-ZONE-COUNT OF DLT-OLD(WS-S) TO WS-OLD-COUNT.
           MOVE FORBIDDEN-ZONE-COUNT OF DLT-NEW(WS-S) TO WS-NEW-COUNT.
           MOVE WS-OLD-COUNT TO WS-MAX-COUNT.
           IF WS-NEW-COUNT > WS-MAX-COUNT THEN
               MOVE WS-NEW-COUNT TO WS-MAX-COUNT
           END-IF.
           PERFORM VARYING WS-Z FROM 1 BY 1
                   UNTIL WS-Z > WS-MAX-COUNT
               MOVE SPACES TO WS-DLT-WHERE
               MOVE WS-Z TO WS-DISP-Z
               STRING 'star ' WS-DISP-S ' zone ' WS-DISP-Z
                      DELIMITED BY SIZE INTO WS-DLT-WHERE
               END-STRING
               MOVE 0 TO WS-DLT-OLD-NUM WS-DLT-NEW-NUM
               MOVE 'INNER-LIMIT' TO WS-DLT-FIELD
               IF WS-Z <= WS-OLD-COUNT THEN
                   MOVE INNER-LIMIT OF FORBIDDEN-ZONES
                        OF DLT-OLD(WS-S, WS-Z) TO WS-DLT-OLD-NUM
               END-IF
               IF WS-Z <= WS-NEW-COUNT THEN
                   MOVE INNER-LIMIT OF FORBIDDEN-ZONES
                        OF DLT-NEW(WS-S, WS-Z) TO WS-DLT-NEW-NUM
               END-IF
               PERFORM NOTE-NUM-CHANGE
               MOVE 0 TO WS-DLT-OLD-NUM WS-DLT-NEW-NUM
               MOVE 'OUTER-LIMIT' TO WS-DLT-FIELD
               IF WS-Z <= WS-OLD-COUNT THEN
                   MOVE OUTER-LIMIT OF FORBIDDEN-ZONES
                        OF DLT-OLD(WS-S, WS-Z) TO WS-DLT-OLD-NUM
               END-IF
               IF WS-Z <= WS-NEW-COUNT THEN
                   MOVE OUTER-LIMIT OF FORBIDDEN-ZONES
                        OF DLT-NEW(WS-S, WS-Z) TO WS-DLT-NEW-NUM
               END-IF
               PERFORM NOTE-NUM-CHANGE
           END-PERFORM.
           EXIT PARAGRAPH.

      *    Orbits pairwise up to the shorter table; an orbit only
      *    one side has is a one-liner with its object.
       COMPARE-ORBITS.
           MOVE SPACES TO WS-DLT-WHERE.
           STRING 'star ' WS-DISP-S DELIMITED BY SIZE
                  INTO WS-DLT-WHERE
           END-STRING.
           MOVE 'NUM-ORBITS' TO WS-DLT-FIELD.
           MOVE NUM-ORBITS OF DLT-OLD(WS-S) TO WS-DLT-OLD-INT.
           MOVE NUM-ORBITS OF DLT-NEW(WS-S) TO WS-DLT-NEW-INT.
           PERFORM NOTE-INT-CHANGE.
           MOVE NUM-ORBITS OF DLT-OLD(WS-S) TO WS-OLD-COUNT.
           MOVE NUM-ORBITS OF DLT-NEW(WS-S) TO WS-NEW-COUNT.
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-OLD-COUNT
                      OR WS-O > WS-NEW-COUNT
               PERFORM COMPARE-ONE-ORBIT
           END-PERFORM.
           PERFORM VARYING WS-O FROM WS-O BY 1
                   UNTIL WS-O > WS-OLD-COUNT
                     AND WS-O > WS-NEW-COUNT
               MOVE WS-O TO WS-DISP-O
               IF WS-O > WS-NEW-COUNT THEN
                   DISPLAY '    star ' WS-DISP-S ' orbit ' WS-DISP-O
                       ' removed (OBJ ' OBJ OF DLT-OLD(WS-S, WS-O)
                       ')'
               ELSE
                   DISPLAY '    star ' WS-DISP-S ' orbit ' WS-DISP-O
                       ' added (OBJ ' OBJ OF DLT-NEW(WS-S, WS-O) ')'
               END-IF
               ADD 1 TO SC-LINES
           END-PERFORM.
           EXIT PARAGRAPH.

       COMPARE-ONE-ORBIT.
           MOVE SPACES TO WS-DLT-WHERE.
           MOVE WS-O TO WS-DISP-O.
           STRING 'star ' WS-DISP-S ' orbit ' WS-DISP-O
                  DELIMITED BY SIZE INTO WS-DLT-WHERE
           END-STRING.
           MOVE 'DISTANCE' TO WS-DLT-FIELD.
           MOVE DISTANCE OF ORBIT OF DLT-OLD(WS-S, WS-O)
             TO WS-DLT-OLD-NUM.
           MOVE DISTANCE OF ORBIT OF DLT-NEW(WS-S, WS-O)
             TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'ORBIT-PERIOD' TO WS-DLT-FIELD.
           MOVE ORBIT-PERIOD OF DLT-OLD(WS-S, WS-O) TO WS-DLT-OLD-NUM.
           MOVE ORBIT-PERIOD OF DLT-NEW(WS-S, WS-O) TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'ORB-ECCENTRICITY' TO WS-DLT-FIELD.
           MOVE ORB-ECCENTRICITY OF DLT-OLD(WS-S, WS-O)
             TO WS-DLT-OLD-NUM.
           MOVE ORB-ECCENTRICITY OF DLT-NEW(WS-S, WS-O)
             TO WS-DLT-NEW-NUM.
           PERFORM NOTE-NUM-CHANGE.
           MOVE 'ORBIT-STABILITY' TO WS-DLT-FIELD.
           MOVE ORBIT-STABILITY OF DLT-OLD(WS-S, WS-O)
             TO WS-DLT-OLD-TXT.
           MOVE ORBIT-STABILITY OF DLT-NEW(WS-S, WS-O)
             TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'ORBIT-RESONANCE' TO WS-DLT-FIELD.
           MOVE ORBIT-RESONANCE OF DLT-OLD(WS-S, WS-O)
             TO WS-DLT-OLD-TXT.
           MOVE ORBIT-RESONANCE OF DLT-NEW(WS-S, WS-O)
             TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'ORBIT-LIFE' TO WS-DLT-FIELD.
           MOVE ORBIT-LIFE OF DLT-OLD(WS-S, WS-O) TO WS-DLT-OLD-TXT.
           MOVE ORBIT-LIFE OF DLT-NEW(WS-S, WS-O) TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'ORBIT-WEALTH' TO WS-DLT-FIELD.
           MOVE ORBIT-WEALTH OF DLT-OLD(WS-S, WS-O) TO WS-DLT-OLD-TXT.
           MOVE ORBIT-WEALTH OF DLT-NEW(WS-S, WS-O) TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'ORBIT-REFUEL' TO WS-DLT-FIELD.
           MOVE ORBIT-REFUEL OF DLT-OLD(WS-S, WS-O) TO WS-DLT-OLD-TXT.
           MOVE ORBIT-REFUEL OF DLT-NEW(WS-S, WS-O) TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'ORBIT-HAZARD' TO WS-DLT-FIELD.
           MOVE ORBIT-HAZARD OF DLT-OLD(WS-S, WS-O) TO WS-DLT-OLD-TXT.
           MOVE ORBIT-HAZARD OF DLT-NEW(WS-S, WS-O) TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'ORBIT-PRECURSOR' TO WS-DLT-FIELD.
           MOVE ORBIT-PRECURSOR OF DLT-OLD(WS-S, WS-O)
             TO WS-DLT-OLD-TXT.
           MOVE ORBIT-PRECURSOR OF DLT-NEW(WS-S, WS-O)
             TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'ORBIT-DYNAMO' TO WS-DLT-FIELD.
           MOVE ORBIT-DYNAMO OF DLT-OLD(WS-S, WS-O) TO WS-DLT-OLD-TXT.
           MOVE ORBIT-DYNAMO OF DLT-NEW(WS-S, WS-O) TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'ORBIT-COMPANION' TO WS-DLT-FIELD.
           MOVE ORBIT-COMPANION OF DLT-OLD(WS-S, WS-O)
             TO WS-DLT-OLD-TXT.
           MOVE ORBIT-COMPANION OF DLT-NEW(WS-S, WS-O)
             TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           MOVE 'OBJ' TO WS-DLT-FIELD.
           MOVE OBJ OF DLT-OLD(WS-S, WS-O) TO WS-DLT-OLD-TXT.
           MOVE OBJ OF DLT-NEW(WS-S, WS-O) TO WS-DLT-NEW-TXT.
           PERFORM NOTE-TXT-CHANGE.
           EXIT PARAGRAPH.

      *********************************
      * Print one moved field — where, which, old -> new — when the
      * loaded pair differs.  Floating values are compared exactly:
      * a recompute that lands one ulp away did change the record.
       NOTE-NUM-CHANGE.
           IF WS-DLT-OLD-NUM = WS-DLT-NEW-NUM THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DLT-OLD-NUM TO WS-DLT-EDIT-NUM.
           MOVE FUNCTION TRIM(WS-DLT-EDIT-NUM) TO WS-DLT-OLD-SHOW.
           MOVE WS-DLT-NEW-NUM TO WS-DLT-EDIT-NUM.
           MOVE FUNCTION TRIM(WS-DLT-EDIT-NUM) TO WS-DLT-NEW-SHOW.
           PERFORM PRINT-FIELD-CHANGE.
           EXIT PARAGRAPH.

       NOTE-INT-CHANGE.
           IF WS-DLT-OLD-INT = WS-DLT-NEW-INT THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DLT-OLD-INT TO WS-DLT-EDIT-INT.
           MOVE FUNCTION TRIM(WS-DLT-EDIT-INT) TO WS-DLT-OLD-SHOW.
           MOVE WS-DLT-NEW-INT TO WS-DLT-EDIT-INT.
           MOVE FUNCTION TRIM(WS-DLT-EDIT-INT) TO WS-DLT-NEW-SHOW.
           PERFORM PRINT-FIELD-CHANGE.
           EXIT PARAGRAPH.

       NOTE-TXT-CHANGE.
           IF WS-DLT-OLD-TXT = WS-DLT-NEW-TXT THEN
               EXIT PARAGRAPH
           END-IF.
           STRING "'" FUNCTION TRIM(WS-DLT-OLD-TXT) "'"
                  DELIMITED BY SIZE INTO WS-DLT-OLD-SHOW
           END-STRING.
           STRING "'" FUNCTION TRIM(WS-DLT-NEW-TXT) "'"
                  DELIMITED BY SIZE INTO WS-DLT-NEW-SHOW
           END-STRING.
           PERFORM PRINT-FIELD-CHANGE.
           EXIT PARAGRAPH.

       PRINT-FIELD-CHANGE.
           DISPLAY '    ' WS-DLT-WHERE(1:20) ' ' WS-DLT-FIELD(1:21)
               ': ' FUNCTION TRIM(WS-DLT-OLD-SHOW) ' -> '
               FUNCTION TRIM(WS-DLT-NEW-SHOW).
           ADD 1 TO SC-LINES.
           MOVE SPACES TO WS-DLT-OLD-SHOW WS-DLT-NEW-SHOW.
           EXIT PARAGRAPH.
