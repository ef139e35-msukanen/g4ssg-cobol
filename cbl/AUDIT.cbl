      *   PATH=<path>    star database file (default stardb.dat)
      *   CONFIG=<path>  tolerance config (default audit.cfg;
      *                  absent file = the defaults above)
      *   SECTOR=<id>    only the systems stamped with this sector
      *                  id (STARTs on the sector key)
      *   ALLEGIANCE=<c> only the systems of this polity code
      *                  (STARTs on the allegiance key; with SECTOR=
      *                  it filters within the sector)
      *   EXTRACT=Y      read G4SSGXTR's flat extract instead of the
      *                  database (RESUME= does not apply)
      *   SYSEXT=<path>  extract system file (default stardb.sxt)
      *   ORBEXT=<path>  extract orbit file (default stardb.oxt)
      *   RESUME=Y       pick up where a stopped sweep left off —
      *                  the same checkpoint treatment G4SSGCRE's
      *                  batch loop has, for the six-figure
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.
           SELECT CONFIG-FILE          ASSIGN TO WS-CONFIG-PATH
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
       01  WS-CONFIG-PATH              PIC X(100) VALUE "audit.cfg".
       01  WS-CONFIG-STATUS            PIC XX.
           88  CONFIG-FILE-OK          VALUE '00'.
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
           MOVE 'G4SSGAUD' TO MC-PROGRAM.
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
           END-PERFORM.

           PERFORM LOAD-TOLERANCE-CONFIG.
           IF RESUME-ENABLED
              AND (WS-SEL-SECTOR NOT = SPACES
                   OR WS-SEL-ALLEGIANCE NOT = SPACES) THEN
               MOVE 'AUD001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET RESUME-ENABLED TO FALSE
           END-IF.
           IF RESUME-ENABLED AND EXTRACT-ENABLED THEN
               MOVE 'AUD002' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               SET RESUME-ENABLED TO FALSE
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
           PERFORM AUDIT-COORDINATES.

           PERFORM DISPLAY-SWEEP-SELECTION.
      *    The tally carries outliers found before a checkpoint too,
      *    so the summary itself warns when there are any.
           IF WS-OUTLIERS > 0 THEN
               MOVE 'AUD021' TO MC-MSG-ID
           ELSE
               MOVE 'AUD020' TO MC-MSG-ID
           END-IF.
           MOVE WS-SYS-COUNT TO WS-DISP-CNT.
           MOVE WS-DISP-CNT TO MC-INSERT(1).
           MOVE WS-STAR-SEEN TO WS-DISP-CNT.
           MOVE WS-DISP-CNT TO MC-INSERT(2).
           MOVE WS-OUTLIERS TO WS-DISP-CNT.
           MOVE WS-DISP-CNT TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * EXTRACT=Y sweep.  The first call opens the extract (and
      * hands back the first system); each system arrives already
      * decoded into WS-STAR-SYSTEM, so it goes straight to
      * AUDIT-DECODED-SYSTEM.  SECTOR=/ALLEGIANCE= are checked on
      * the decoded header, record by record.
       OPEN-EXTRACT-SWEEP.
           CALL 'READ-EXTRACT-SYSTEM' USING WS-EXTRACT-CTL,
                                            WS-STAR-SYSTEM.
           IF XC-OPEN-FAILED THEN
               MOVE 'AUD003' TO MC-MSG-ID
               MOVE XC-FAILED-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       SWEEP-EXTRACT.
           PERFORM UNTIL XC-AT-END
               PERFORM CHECK-EXTRACT-SELECTION
               IF SEL-RECORD-WANTED THEN
                   PERFORM AUDIT-DECODED-SYSTEM
               END-IF
               CALL 'READ-EXTRACT-SYSTEM' USING WS-EXTRACT-CTL,
                                                WS-STAR-SYSTEM
           END-PERFORM.
           IF XC-ORPHANS > 0 THEN
               MOVE XC-ORPHANS TO WS-DISP-ORPHANS
               MOVE 'AUD004' TO MC-MSG-ID
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
      * The database sweep — from the top, from a RESUME=Y
      * checkpoint, or over a SECTOR=/ALLEGIANCE= selection.
       SWEEP-DATABASE.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'AUD005' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF RESUME-ENABLED THEN
               MOVE WS-RESUME-KEY TO STARDB-KEY
               START STARDB-FILE KEY IS GREATER THAN STARDB-KEY
                   INVALID KEY
                       MOVE 'AUD006' TO MC-MSG-ID
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       CLOSE STARDB-FILE
                       PERFORM MARK-SWEEP-DONE
                       PERFORM CLOSE-RUN-MESSAGES
                       GOBACK
               END-START
               MOVE 'AUD007' TO MC-MSG-ID
               MOVE WS-RESUME-KEY TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           ELSE
               IF WS-SEL-SECTOR NOT = SPACES
                  OR WS-SEL-ALLEGIANCE NOT = SPACES THEN
                   PERFORM START-SELECTED-SWEEP
               ELSE
                   MOVE LOW-VALUES TO STARDB-KEY
                   START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
                       INVALID KEY
                           MOVE 'AUD008' TO MC-MSG-ID
                           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                           MOVE '10' TO WS-STARDB-STATUS
                   END-START
               END-IF
               IF STARDB-FILE-EOF THEN
                   CLOSE STARDB-FILE
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL STARDB-FILE-EOF
               READ STARDB-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       PERFORM CHECK-SWEEP-SELECTION
                       IF SEL-RECORD-WANTED THEN
                           PERFORM AUDIT-ONE-SYSTEM
                           PERFORM NOTE-SWEEP-PROGRESS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STARDB-FILE.
           IF RESUME-ENABLED THEN
               PERFORM MARK-SWEEP-DONE
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * START on the selection's alternate key.  Nothing on file
      * under that value leaves the status at end-of-file.
       START-SELECTED-SWEEP.
           IF WS-SEL-SECTOR NOT = SPACES THEN
               MOVE WS-SEL-SECTOR TO STARDB-SECTOR
               START STARDB-FILE KEY IS = STARDB-SECTOR
                   INVALID KEY
                       MOVE 'AUD009' TO MC-MSG-ID
                       MOVE WS-SEL-SECTOR TO MC-INSERT(1)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE '10' TO WS-STARDB-STATUS
               END-START
           ELSE
               MOVE WS-SEL-ALLEGIANCE TO STARDB-ALLEGIANCE
               START STARDB-FILE KEY IS = STARDB-ALLEGIANCE
                   INVALID KEY
                       MOVE 'AUD010' TO MC-MSG-ID
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
      * Checkpointing — the marker carries the counters and the
      *    A record from another layout generation is itself an
      *    outlier — report it and leave the body alone.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               MOVE 'AUD011' TO MC-MSG-ID
               MOVE STARDB-KEY TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               ADD 1 TO WS-OUTLIERS
               ADD 1 TO WS-SYS-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           PERFORM AUDIT-DECODED-SYSTEM.
           EXIT PARAGRAPH.

      *    One decoded system — off the database record above, or
      *    straight off the extract (SWEEP-EXTRACT).
       AUDIT-DECODED-SYSTEM.
           ADD 1 TO WS-SYS-COUNT.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > STAR-COUNT
                   MOVE SYS-COORD-Z TO CO-Z(WS-CO-COUNT)
               ELSE
                   IF WS-CO-CAP-NOTED = '-' THEN
                       MOVE 'AUD012' TO MC-MSG-ID
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE 'Y' TO WS-CO-CAP-NOTED
                   END-IF
               END-IF
      *    checkpoint, so pair violations straddling it can't be
      *    seen — say so rather than hand back a quiet RC 0.
           IF WS-RESUME-KEY NOT = SPACES THEN
               MOVE 'AUD022' TO MC-MSG-ID
               MOVE WS-CO-COUNT TO WS-DISP-CNT
               MOVE WS-DISP-CNT TO MC-INSERT(1)
               MOVE WS-SYS-COUNT TO WS-DISP-CNT
               MOVE WS-DISP-CNT TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           PERFORM VARYING WS-CO-A FROM 1 BY 1
                   UNTIL WS-CO-A > WS-CO-COUNT
                  OR CO-X(WS-CO-A) > WS-MAX-DIM
                  OR CO-Y(WS-CO-A) > WS-MAX-DIM
                  OR CO-Z(WS-CO-A) > WS-MAX-DIM THEN
                   MOVE 'AUD013' TO MC-MSG-ID
                   MOVE CO-NAME(WS-CO-A) TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   ADD 1 TO WS-OUTLIERS
               END-IF
               PERFORM VARYING WS-CO-B FROM WS-CO-A BY 1
                           * (CO-Z(WS-CO-A) - CO-Z(WS-CO-B)))
                       EVALUATE TRUE
                           WHEN WS-CO-DIST < 0.01
                               MOVE 'AUD014' TO MC-MSG-ID
                               MOVE CO-NAME(WS-CO-A) TO MC-INSERT(1)
                               MOVE CO-NAME(WS-CO-B) TO MC-INSERT(2)
                               CALL 'ISSUE-SUITE-MESSAGE'
                                   USING WS-MSG-CTL
                               ADD 1 TO WS-OUTLIERS
                           WHEN WS-CO-DIST < WS-MIN-SEP
                               MOVE 'AUD015' TO MC-MSG-ID
                               MOVE CO-NAME(WS-CO-A) TO MC-INSERT(1)
                               MOVE CO-NAME(WS-CO-B) TO MC-INSERT(2)
                               CALL 'ISSUE-SUITE-MESSAGE'
                                   USING WS-MSG-CTL
                               ADD 1 TO WS-OUTLIERS
                       END-EVALUATE
                   END-IF
                   ADD 1 TO WS-OUTLIERS
                   MOVE WS-S TO WS-DISP-N
                   MOVE WS-DEV-PCT TO WS-DISP-PCT
                   MOVE 'AUD016' TO MC-MSG-ID
                   MOVE STAR-SYSTEM-NAME TO MC-INSERT(1)
                   MOVE WS-DISP-N TO MC-INSERT(2)
                   MOVE WS-DISP-PCT TO MC-INSERT(3)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               END-IF
           END-IF.
      *    Habitable-zone band sanity.
           IF HZ-INNER(WS-S) > HZ-OUTER(WS-S) THEN
               ADD 1 TO WS-OUTLIERS
               MOVE WS-S TO WS-DISP-N
               MOVE 'AUD017' TO MC-MSG-ID
               MOVE STAR-SYSTEM-NAME TO MC-INSERT(1)
               MOVE WS-DISP-N TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
      *    Every occupied orbit against the star's own geometry.
           PERFORM VARYING WS-O FROM 1 BY 1
               ADD 1 TO WS-OUTLIERS
               MOVE WS-S TO WS-DISP-N
               MOVE DISTANCE OF ORBIT(WS-S, WS-O) TO WS-DISP-V
               MOVE 'AUD018' TO MC-MSG-ID
               MOVE STAR-SYSTEM-NAME TO MC-INSERT(1)
               MOVE WS-DISP-N TO MC-INSERT(2)
               MOVE WS-DISP-V TO MC-INSERT(3)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
      *    Outside the computed limits (with the configured slack —
               ADD 1 TO WS-OUTLIERS
               MOVE WS-S TO WS-DISP-N
               MOVE DISTANCE OF ORBIT(WS-S, WS-O) TO WS-DISP-V
               MOVE 'AUD019' TO MC-MSG-ID
               MOVE STAR-SYSTEM-NAME TO MC-INSERT(1)
               MOVE WS-DISP-N TO MC-INSERT(2)
               MOVE WS-DISP-V TO MC-INSERT(3)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
