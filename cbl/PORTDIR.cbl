       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGPTD.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Starport directory — what each port in the sector actually
      * offers, since SETTLE-PORT on its own is one letter and the
      * players always ask.  Sweeps the star database the way
      * G4SSGMIN does and prints, per sector and best class first,
      * every system's shipyard, repair grade, fuel on sale with its
      * price, berthing fee and customs inspection (all through
      * STARPORT-SERVICES off the port class, TL, law level and
      * allegiance — see PORTCTL.cpy, the same numbers G4SSGRTE
      * quotes on a route's legs), plus whatever wilderness fuel
      * the system offers a ship that skips the port: its safest
      * gas giant by ORBIT-REFUEL grade, and any icy belt (an
      * asteroid belt beyond its star's snow line).
      *
      * Each sector opens with a '=== ' heading, so G4SSGPRT pages
      * the directory one sector to a section with a contents page.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   PATH=<path>    star database file (default stardb.dat)
      *   OUT=<path>     directory file written (default
      *                  portdir.txt)
      *   SECTOR=<id>    only the systems stamped with this sector
      *                  id (STARTs on the sector key)
      *   ALLEGIANCE=<c> only the systems of this polity code
      *                  (STARTs on the allegiance key; with SECTOR=
      *                  it filters within the sector)
      *   PORTLESS=N     leave out the class X systems (listed by
      *                  default for their wilderness fuel)
      *   EXTRACT=Y      read G4SSGXTR's flat extract instead of the
      *                  database
      *   SYSEXT=<path>  extract system file (default stardb.sxt)
      *   ORBEXT=<path>  extract orbit file (default stardb.oxt)
      *
      * Return codes: 0 written, 4 nothing on file to list, 8 no
      * database (or extract).
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
           SELECT DIR-FILE             ASSIGN TO WS-DIR-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.
       FD  DIR-FILE.
       01  DIR-RECORD                  PIC X(132).

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
      *********************************
      * EXTRACT=Y — the sweep reads G4SSGXTR's flat extract through
      * READ-EXTRACT-SYSTEM instead of the database; SYSEXT=/ORBEXT=
      * override the extract paths in the control block.
       01  WS-EXTRACT-MODE             PIC X VALUE '-'.
           88  EXTRACT-ENABLED         VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-EXTRACT-CTL.
           COPY EXTRCTL.
       01  WS-DISP-ORPHANS             PIC Z(6)9.
      *********************************
      * SECTOR=/ALLEGIANCE= selection — the sweep STARTs on that
      * alternate key and stops once the key value changes, instead
      * of reading every campaign in the file.  With both given it
      * runs on the sector and filters the allegiance.
       01  WS-SEL-SECTOR               PIC X(12) VALUE SPACES.
       01  WS-SEL-ALLEGIANCE           PIC X(4) VALUE SPACES.
       01  WS-SEL-WANTED               PIC X VALUE 'Y'.
           88  SEL-RECORD-WANTED       VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
       01  WS-DIR-PATH                 PIC X(100)
                                       VALUE "portdir.txt".
       01  WS-PORTLESS                 PIC X VALUE 'Y'.
           88  LIST-PORTLESS           VALUE 'Y'
                                       WHEN SET TO FALSE IS 'N'.
      *********************************
      * Listed systems.  PTD-GIANT is the best gas-giant refuel
      * grade seen (S/C/D/X, '-' ungraded, space for no giant at
      * all); PTD-ICY-BELT is raised by any belt past the snow line.
       01  WS-SYS-COUNT                PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-CAP-NOTED                PIC X VALUE '-'.
       01  WS-SYS-TAB.
           05  PTD-SYS                 OCCURS 500 TIMES.
               10  PTD-NAME            PIC X(48).
               10  PTD-SECTOR          PIC X(12).
               10  PTD-PORT            PIC X.
               10  PTD-TL              PIC 99.
               10  PTD-LAW             PIC 99.
               10  PTD-ALLEGIANCE      PIC X(4).
               10  PTD-GIANT           PIC X.
               10  PTD-ICY-BELT        PIC X.
      *********************************
      * Distinct sectors seen.
       01  WS-SECT-COUNT               PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-SECT-TAB.
           05  PTD-SECT                OCCURS 30 TIMES
                                       PIC X(12).
      *********************************
      * Classes in directory order, best first.
       01  WS-CLASS-ORDER              PIC X(6) VALUE 'ABCDEX'.
       01  WS-CLASS-IDX                PIC 9 USAGE COMP-5.
       01  WS-CLASS                    PIC X.
       01  WS-CLASS-CT                 OCCURS 6 TIMES
                                       PIC 999 USAGE COMP-5.
       01  WS-WILD-CT                  PIC 999 USAGE COMP-5.
      *********************************
      * The services block STARPORT-SERVICES fills in.
       01  WS-PORT-CTL.
           COPY PORTCTL.
      *********************************
      * Sweep/reporting scratch.
       01  WS-I                        PIC 999 USAGE COMP-5.
       01  WS-K                        PIC 99 USAGE COMP-5.
       01  WS-S                        PIC 999 USAGE COMP-5.
       01  WS-O                        PIC 999 USAGE COMP-5.
       01  WS-GRADE                    PIC X.
       01  WS-CUR-SECTOR               PIC X(12).
       01  WS-LINE                     PIC X(132).
       01  WS-WILD-TXT                 PIC X(40).
       01  WS-DISP-TL                  PIC Z9.
       01  WS-DISP-PRICE               PIC ZZZZ9.
       01  WS-DISP-N                   PIC ZZ9.
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
           MOVE 'G4SSGPTD' TO MC-PROGRAM.
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
                       WHEN 'SECTOR'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-SEL-SECTOR
                       WHEN 'ALLEGIANCE'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-SEL-ALLEGIANCE
                       WHEN 'PORTLESS'
                           IF FUNCTION UPPER-CASE(
                              FUNCTION TRIM(WS-PARM-VAL)) = 'N' THEN
                               SET LIST-PORTLESS TO FALSE
                           END-IF
                       WHEN 'EXTRACT'
                           IF FUNCTION UPPER-CASE(
                              FUNCTION TRIM(WS-PARM-VAL)) = 'Y' THEN
                               SET EXTRACT-ENABLED TO TRUE
                           END-IF
                       WHEN 'SYSEXT'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO XC-SYSEXT-PATH
                       WHEN 'ORBEXT'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO XC-ORBEXT-PATH
                       WHEN 'PATH'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-STARDB-PATH
                       WHEN 'OUT'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-DIR-PATH
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF EXTRACT-ENABLED THEN
               PERFORM OPEN-EXTRACT-SWEEP
               IF XC-OPEN-FAILED THEN
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
               END-IF
               PERFORM SWEEP-EXTRACT
           ELSE
               PERFORM SWEEP-DATABASE
           END-IF.
           IF WS-SYS-COUNT = 0 THEN
               MOVE 'PTD001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

           OPEN OUTPUT DIR-FILE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-SECT-COUNT
               MOVE PTD-SECT(WS-K) TO WS-CUR-SECTOR
               PERFORM WRITE-SECTOR-DIRECTORY
           END-PERFORM.
           CLOSE DIR-FILE.
           PERFORM DISPLAY-SWEEP-SELECTION.
           MOVE WS-SYS-COUNT TO WS-DISP-N.
           MOVE 'PTD002' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-DIR-PATH TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * EXTRACT=Y sweep.  The first call opens the extract (and
      * hands back the first system); each system arrives already
      * decoded into WS-STAR-SYSTEM, so it goes straight to
      * LIST-DECODED-SYSTEM.  SECTOR=/ALLEGIANCE= are checked on
      * the decoded header, record by record.
       OPEN-EXTRACT-SWEEP.
           CALL 'READ-EXTRACT-SYSTEM' USING WS-EXTRACT-CTL,
                                            WS-STAR-SYSTEM.
           IF XC-OPEN-FAILED THEN
               MOVE 'PTD003' TO MC-MSG-ID
               MOVE XC-FAILED-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       SWEEP-EXTRACT.
           PERFORM UNTIL XC-AT-END
               PERFORM CHECK-EXTRACT-SELECTION
               IF SEL-RECORD-WANTED THEN
                   PERFORM LIST-DECODED-SYSTEM
               END-IF
               CALL 'READ-EXTRACT-SYSTEM' USING WS-EXTRACT-CTL,
                                                WS-STAR-SYSTEM
           END-PERFORM.
           IF XC-ORPHANS > 0 THEN
               MOVE XC-ORPHANS TO WS-DISP-ORPHANS
               MOVE 'PTD004' TO MC-MSG-ID
               MOVE WS-DISP-ORPHANS TO MC-INSERT(1)
               MOVE XC-ORBEXT-PATH TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       CHECK-EXTRACT-SELECTION.
           SET SEL-RECORD-WANTED TO TRUE.
           IF WS-SEL-SECTOR NOT = SPACES
              AND SYSTEM-SECTOR NOT = WS-SEL-SECTOR THEN
               SET SEL-RECORD-WANTED TO FALSE
           END-IF.
           IF WS-SEL-ALLEGIANCE NOT = SPACES
              AND SYSTEM-ALLEGIANCE NOT = WS-SEL-ALLEGIANCE THEN
               SET SEL-RECORD-WANTED TO FALSE
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * The database sweep — the whole file, or a SECTOR=/
      * ALLEGIANCE= selection.
       SWEEP-DATABASE.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'PTD005' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-SEL-SECTOR NOT = SPACES
              OR WS-SEL-ALLEGIANCE NOT = SPACES THEN
               PERFORM START-SELECTED-SWEEP
           ELSE
               MOVE LOW-VALUES TO STARDB-KEY
               START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
                   INVALID KEY
                       MOVE 'PTD006' TO MC-MSG-ID
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE '10' TO WS-STARDB-STATUS
               END-START
           END-IF.
           IF STARDB-FILE-EOF THEN
               CLOSE STARDB-FILE
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM UNTIL STARDB-FILE-EOF
               READ STARDB-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       PERFORM CHECK-SWEEP-SELECTION
                       IF SEL-RECORD-WANTED THEN
                           PERFORM LIST-ONE-SYSTEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STARDB-FILE.
           EXIT PARAGRAPH.

      *********************************
      * START on the selection's alternate key.  Nothing on file
      * under that value leaves the status at end-of-file.
       START-SELECTED-SWEEP.
           IF WS-SEL-SECTOR NOT = SPACES THEN
               MOVE WS-SEL-SECTOR TO STARDB-SECTOR
               START STARDB-FILE KEY IS = STARDB-SECTOR
                   INVALID KEY
                       MOVE 'PTD007' TO MC-MSG-ID
                       MOVE WS-SEL-SECTOR TO MC-INSERT(1)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE '10' TO WS-STARDB-STATUS
               END-START
           ELSE
               MOVE WS-SEL-ALLEGIANCE TO STARDB-ALLEGIANCE
               START STARDB-FILE KEY IS = STARDB-ALLEGIANCE
                   INVALID KEY
                       MOVE 'PTD008' TO MC-MSG-ID
                       MOVE WS-SEL-ALLEGIANCE TO MC-INSERT(1)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE '10' TO WS-STARDB-STATUS
               END-START
           END-IF.
           EXIT PARAGRAPH.

      *    Each record a selected sweep reads: past the last one
      *    under the started key value the sweep is over; the
      *    second criterion, if any, is checked record by record.
       CHECK-SWEEP-SELECTION.
           SET SEL-RECORD-WANTED TO TRUE.
           IF WS-SEL-SECTOR NOT = SPACES THEN
               IF STARDB-SECTOR NOT = WS-SEL-SECTOR THEN
                   MOVE '10' TO WS-STARDB-STATUS
                   SET SEL-RECORD-WANTED TO FALSE
               ELSE
                   IF WS-SEL-ALLEGIANCE NOT = SPACES
                      AND STARDB-ALLEGIANCE NOT = WS-SEL-ALLEGIANCE
                       THEN
                       SET SEL-RECORD-WANTED TO FALSE
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-SEL-ALLEGIANCE NOT = SPACES
              AND STARDB-ALLEGIANCE NOT = WS-SEL-ALLEGIANCE THEN
               MOVE '10' TO WS-STARDB-STATUS
               SET SEL-RECORD-WANTED TO FALSE
           END-IF.
           EXIT PARAGRAPH.

       DISPLAY-SWEEP-SELECTION.
           IF WS-SEL-SECTOR NOT = SPACES THEN
               DISPLAY 'Sector:     'FUNCTION TRIM(WS-SEL-SECTOR)
           END-IF.
           IF WS-SEL-ALLEGIANCE NOT = SPACES THEN
               DISPLAY 'Allegiance: '
                   FUNCTION TRIM(WS-SEL-ALLEGIANCE)
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * One saved system into the directory table.
       LIST-ONE-SYSTEM.
      *    A record from another layout generation is skipped — the
      *    audit's layout outlier (and G4SSGMIG) deal with those.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               EXIT PARAGRAPH
           END-IF.
           IF NOT LIST-PORTLESS AND STARDB-SETTLE-PORT = 'X' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           PERFORM LIST-DECODED-SYSTEM.
           EXIT PARAGRAPH.

      *    One decoded system — off the database record above, or
      *    straight off the extract (SWEEP-EXTRACT): the settlement
      *    digits, then a walk of the orbits for wilderness fuel.
       LIST-DECODED-SYSTEM.
           IF NOT LIST-PORTLESS AND SETTLE-PORT = 'X' THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-SYS-COUNT >= 500 THEN
               IF WS-CAP-NOTED = '-' THEN
                   MOVE 'PTD009' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'Y' TO WS-CAP-NOTED
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SYS-COUNT.
           MOVE WS-SYS-COUNT TO WS-I.
           MOVE STAR-SYSTEM-NAME TO PTD-NAME(WS-I).
           MOVE SYSTEM-SECTOR TO PTD-SECTOR(WS-I).
           IF PTD-SECTOR(WS-I) = SPACES THEN
               MOVE '(no id)' TO PTD-SECTOR(WS-I)
           END-IF.
           MOVE SETTLE-PORT TO PTD-PORT(WS-I).
           MOVE SETTLE-TL TO PTD-TL(WS-I).
           MOVE SETTLE-LAW TO PTD-LAW(WS-I).
           MOVE SYSTEM-ALLEGIANCE TO PTD-ALLEGIANCE(WS-I).
           MOVE SPACE TO PTD-GIANT(WS-I).
           MOVE '-' TO PTD-ICY-BELT(WS-I).
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > STAR-COUNT
               PERFORM VARYING WS-O FROM 1 BY 1
                       UNTIL WS-O > NUM-ORBITS(WS-S)
                   IF OBJ-GAS-GIANT(WS-S, WS-O) THEN
                       PERFORM GRADE-ONE-GIANT
                   END-IF
                   IF OBJ-ASTEROID-BELT(WS-S, WS-O)
                      AND DISTANCE OF ORBIT(WS-S, WS-O) >=
                          SNOW-LINE OF ORBIT-LIMITS(WS-S) THEN
                       MOVE 'Y' TO PTD-ICY-BELT(WS-I)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM NOTE-SECTOR-SEEN.
           EXIT PARAGRAPH.

      *    The safest giant on offer, as G4SSGRTE keeps it: S beats
      *    C beats D beats X; '-' (ungraded) only stands in until a
      *    real grade turns up.
       GRADE-ONE-GIANT.
           MOVE ORBIT-REFUEL(WS-S, WS-O) TO WS-GRADE.
           EVALUATE PTD-GIANT(WS-I)
               WHEN SPACE
                   MOVE WS-GRADE TO PTD-GIANT(WS-I)
               WHEN '-'
                   MOVE WS-GRADE TO PTD-GIANT(WS-I)
               WHEN 'X'
                   IF WS-GRADE NOT = '-' THEN
                       MOVE WS-GRADE TO PTD-GIANT(WS-I)
                   END-IF
               WHEN 'D'
                   IF WS-GRADE = 'S' OR WS-GRADE = 'C' THEN
                       MOVE WS-GRADE TO PTD-GIANT(WS-I)
                   END-IF
               WHEN 'C'
                   IF WS-GRADE = 'S' THEN
                       MOVE WS-GRADE TO PTD-GIANT(WS-I)
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

       NOTE-SECTOR-SEEN.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-SECT-COUNT
               IF PTD-SECT(WS-K) = PTD-SECTOR(WS-I) THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-SECT-COUNT < 30 THEN
               ADD 1 TO WS-SECT-COUNT
               MOVE PTD-SECTOR(WS-I) TO PTD-SECT(WS-SECT-COUNT)
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * One sector's directory: the heading, the column header, the
      * ports class by class (A first, portless last, each class in
      * database key order), and a tally line.
       WRITE-SECTOR-DIRECTORY.
           MOVE SPACES TO WS-LINE.
           STRING '=== Starport directory — sector '
                                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-SECTOR)
                                         DELIMITED BY SIZE
                  ' ==='                 DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE DIR-RECORD FROM WS-LINE.
           MOVE SPACES TO WS-LINE.
           MOVE 'System'                  TO WS-LINE(1:6).
           MOVE 'Port'                    TO WS-LINE(26:4).
           MOVE 'TL'                      TO WS-LINE(31:2).
           MOVE 'Law'                     TO WS-LINE(34:3).
           MOVE 'Yard'                    TO WS-LINE(38:4).
           MOVE 'Repair'                  TO WS-LINE(49:6).
           MOVE 'Fuel'                    TO WS-LINE(58:4).
           MOVE 'Cr/t'                    TO WS-LINE(69:4).
           MOVE 'Berth'                   TO WS-LINE(74:5).
           MOVE 'Customs'                 TO WS-LINE(81:7).
           MOVE 'Wilderness fuel'         TO WS-LINE(90:15).
           WRITE DIR-RECORD FROM WS-LINE.
           MOVE 0 TO WS-WILD-CT.
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > 6
               MOVE 0 TO WS-CLASS-CT(WS-CLASS-IDX)
               MOVE WS-CLASS-ORDER(WS-CLASS-IDX:1) TO WS-CLASS
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-SYS-COUNT
                   IF PTD-SECTOR(WS-I) = WS-CUR-SECTOR
                      AND PTD-PORT(WS-I) = WS-CLASS THEN
                       ADD 1 TO WS-CLASS-CT(WS-CLASS-IDX)
                       PERFORM WRITE-ONE-PORT-ROW
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM WRITE-SECTOR-TALLY.
           MOVE SPACES TO WS-LINE.
           WRITE DIR-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

       WRITE-ONE-PORT-ROW.
           MOVE PTD-PORT(WS-I) TO PC-PORT.
           MOVE PTD-TL(WS-I) TO PC-TL.
           MOVE PTD-LAW(WS-I) TO PC-LAW.
           MOVE PTD-ALLEGIANCE(WS-I) TO PC-ALLEGIANCE.
           CALL 'STARPORT-SERVICES' USING WS-PORT-CTL.
           PERFORM DESCRIBE-WILDERNESS.
           MOVE SPACES TO WS-LINE.
           MOVE PTD-NAME(WS-I)(1:24) TO WS-LINE(1:24).
           MOVE PTD-PORT(WS-I) TO WS-LINE(27:1).
           IF PTD-PORT(WS-I) = 'X' THEN
               MOVE '— no port —' TO WS-LINE(38:20)
           ELSE
               MOVE PTD-TL(WS-I) TO WS-DISP-TL
               MOVE WS-DISP-TL TO WS-LINE(31:2)
               MOVE PTD-LAW(WS-I) TO WS-DISP-TL
               MOVE WS-DISP-TL TO WS-LINE(35:2)
               MOVE PC-YARD-TXT TO WS-LINE(38:10)
               MOVE PC-REPAIR-TXT TO WS-LINE(49:8)
               MOVE PC-FUEL-TXT TO WS-LINE(58:9)
               IF NOT PC-FUEL-NONE THEN
                   MOVE PC-FUEL-PRICE TO WS-DISP-PRICE
                   MOVE WS-DISP-PRICE TO WS-LINE(68:5)
               END-IF
               MOVE PC-BERTH-FEE TO WS-DISP-PRICE
               MOVE WS-DISP-PRICE TO WS-LINE(74:5)
               MOVE PC-INSPECT-TXT TO WS-LINE(81:8)
           END-IF.
           MOVE WS-WILD-TXT TO WS-LINE(90:40).
           WRITE DIR-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *    'giant S (safe), icy belt' — or 'none'.  Anything a ship
      *    could actually fuel from (an S/C/ungraded giant or an icy
      *    belt) counts toward the sector's wilderness tally.
       DESCRIBE-WILDERNESS.
           MOVE SPACES TO WS-WILD-TXT.
           EVALUATE PTD-GIANT(WS-I)
               WHEN 'S'
                   MOVE 'giant S (safe)' TO WS-WILD-TXT
               WHEN 'C'
                   MOVE 'giant C (caution)' TO WS-WILD-TXT
               WHEN 'D'
                   MOVE 'giant D (hazardous)' TO WS-WILD-TXT
               WHEN 'X'
                   MOVE 'giant X (lethal belts)' TO WS-WILD-TXT
               WHEN '-'
                   MOVE 'giant (ungraded)' TO WS-WILD-TXT
           END-EVALUATE.
           IF PTD-ICY-BELT(WS-I) = 'Y' THEN
               IF WS-WILD-TXT = SPACES THEN
                   MOVE 'icy belt' TO WS-WILD-TXT
               ELSE
                   STRING FUNCTION TRIM(WS-WILD-TXT)
                                         DELIMITED BY SIZE
                          ', icy belt'   DELIMITED BY SIZE
                          INTO WS-WILD-TXT
                   END-STRING
               END-IF
           END-IF.
           IF WS-WILD-TXT = SPACES THEN
               MOVE 'none' TO WS-WILD-TXT
           END-IF.
           IF PTD-GIANT(WS-I) = 'S' OR PTD-GIANT(WS-I) = 'C'
              OR PTD-GIANT(WS-I) = '-' OR PTD-ICY-BELT(WS-I) = 'Y'
               THEN
               ADD 1 TO WS-WILD-CT
           END-IF.
           EXIT PARAGRAPH.

      *    'Ports: A 1, B 2, C 0, D 3, E 0, X 5; wilderness fuel at 7.'
       WRITE-SECTOR-TALLY.
           MOVE SPACES TO WS-LINE.
           MOVE 'Ports:' TO WS-LINE.
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > 6
               MOVE WS-CLASS-CT(WS-CLASS-IDX) TO WS-DISP-N
               STRING FUNCTION TRIM(WS-LINE)
                                         DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WS-CLASS-ORDER(WS-CLASS-IDX:1)
                                         DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-N)
                                         DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               IF WS-CLASS-IDX < 6 THEN
                   STRING FUNCTION TRIM(WS-LINE)
                                         DELIMITED BY SIZE
                          ','            DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE WS-WILD-CT TO WS-DISP-N.
           STRING FUNCTION TRIM(WS-LINE) DELIMITED BY SIZE
                  '; wilderness fuel at '
                                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-N)
                                         DELIMITED BY SIZE
                  '.'                    DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE DIR-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
