      *   PATH=<path>    star database file (default stardb.dat)
      *   TOP=<n>        atlas length per sector (default 15, max 50)
      *   OUT=<path>     atlas file written (default miningatlas.txt)
      *   SECTOR=<id>    only the systems stamped with this sector
      *                  id (STARTs on the sector key)
      *   ALLEGIANCE=<c> only the systems of this polity code
      *                  (STARTs on the allegiance key; with SECTOR=
      *                  it filters within the sector)
      *   EXTRACT=Y      read G4SSGXTR's flat extract instead of the
      *                  database
      *   SYSEXT=<path>  extract system file (default stardb.sxt)
      *   ORBEXT=<path>  extract orbit file (default stardb.oxt)
      *
      ******************************************************************
       COPY        TESTENV.
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.
           SELECT ATLAS-FILE           ASSIGN TO WS-ATLAS-PATH
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
       01  WS-ATLAS-PATH               PIC X(100)
                                       VALUE "miningatlas.txt".
       01  WS-TOP-N                    PIC 99 USAGE COMP-5 VALUE 15.
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
           MOVE 'G4SSGMIN' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           PERFORM UNTIL PARM-INDEX > PARM-LEN
               IF WS-PARM-TOKENS > 1 THEN
                   EVALUATE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-PARM-KEY))
                       WHEN 'SECTOR'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-SEL-SECTOR
                       WHEN 'ALLEGIANCE'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-SEL-ALLEGIANCE
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
               MOVE 15 TO WS-TOP-N
           END-IF.

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
               MOVE 'MIN001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

               PERFORM WRITE-SECTOR-ATLAS
           END-PERFORM.
           CLOSE ATLAS-FILE.
           PERFORM DISPLAY-SWEEP-SELECTION.
           MOVE 'MIN002' TO MC-MSG-ID.
           MOVE WS-ATLAS-PATH TO MC-INSERT(1).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * EXTRACT=Y sweep.  The first call opens the extract (and
      * hands back the first system); each system arrives already
      * decoded into WS-STAR-SYSTEM, so it goes straight to
      * SURVEY-DECODED-SYSTEM.  SECTOR=/ALLEGIANCE= are checked on
      * the decoded header, record by record.
       OPEN-EXTRACT-SWEEP.
           CALL 'READ-EXTRACT-SYSTEM' USING WS-EXTRACT-CTL,
                                            WS-STAR-SYSTEM.
           IF XC-OPEN-FAILED THEN
               MOVE 'MIN003' TO MC-MSG-ID
               MOVE XC-FAILED-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       SWEEP-EXTRACT.
           PERFORM UNTIL XC-AT-END
               PERFORM CHECK-EXTRACT-SELECTION
               IF SEL-RECORD-WANTED THEN
                   PERFORM SURVEY-DECODED-SYSTEM
               END-IF
               CALL 'READ-EXTRACT-SYSTEM' USING WS-EXTRACT-CTL,
                                                WS-STAR-SYSTEM
           END-PERFORM.
           IF XC-ORPHANS > 0 THEN
               MOVE XC-ORPHANS TO WS-DISP-ORPHANS
               MOVE 'MIN004' TO MC-MSG-ID
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
               MOVE 'MIN005' TO MC-MSG-ID
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
                       MOVE 'MIN006' TO MC-MSG-ID
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
                           PERFORM SURVEY-ONE-SYSTEM
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
                       MOVE 'MIN007' TO MC-MSG-ID
                       MOVE WS-SEL-SECTOR TO MC-INSERT(1)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE '10' TO WS-STARDB-STATUS
               END-START
           ELSE
               MOVE WS-SEL-ALLEGIANCE TO STARDB-ALLEGIANCE
               START STARDB-FILE KEY IS = STARDB-ALLEGIANCE
                   INVALID KEY
                       MOVE 'MIN008' TO MC-MSG-ID
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
      * One saved system: walk its orbits for wealth letters and
      * gas giants, tally the score, and note its sector.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           PERFORM SURVEY-DECODED-SYSTEM.
           EXIT PARAGRAPH.

      *    One decoded system — off the database record above, or
      *    straight off the extract (SWEEP-EXTRACT).
       SURVEY-DECODED-SYSTEM.
           IF WS-SYS-COUNT >= 500 THEN
               IF WS-CAP-NOTED = '-' THEN
                   MOVE 'MIN009' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'Y' TO WS-CAP-NOTED
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SYS-COUNT.
           MOVE WS-SYS-COUNT TO WS-I.
           MOVE STAR-SYSTEM-NAME TO MIN-NAME(WS-I).
           END-IF.
           WRITE ATLAS-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
