      * next arc reads one file instead of a binder.  Everything
      * derives from the persisted fields: wealth letters, life
      * verdicts, stability and hazard bytes, settlement figures,
      * flare stages, the nebula flag.  A system G4SSGTEN named as
      * a border flashpoint gets that hook first, read from its
      * flashpoint file; without the file the list is as before.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   PATH=<path>    star database file (default stardb.dat)
      *   OUT=<path>     hook list written (default hooks.txt)
      *   SECTOR=<id>    only the systems stamped with this sector
      *                  id (STARTs on the sector key)
      *   ALLEGIANCE=<c> only the systems of this polity code
      *                  (STARTs on the allegiance key; with SECTOR=
      *                  it filters within the sector)
      *   EXTRACT=Y      read G4SSGXTR's flat extract instead of the
      *                  database
      *   SYSEXT=<path>  extract system file (default stardb.sxt)
      *   ORBEXT=<path>  extract orbit file (default stardb.oxt)
      *   FLASH=<path>   G4SSGTEN's flashpoint file (default
      *                  flashpoints.csv; skipped if not there)
      *   LANG=<code>    language of the hook wording (data/lang/
      *                  <code>.txt; English where it has no text)
      *
      ******************************************************************
       COPY        TESTENV.
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.
           SELECT HOOK-FILE            ASSIGN TO WS-HOOK-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLASH-FILE           ASSIGN TO WS-FLASH-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-FLASH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY STARDBF.
       FD  HOOK-FILE.
       01  HOOK-RECORD                 PIC X(132).
       FD  FLASH-FILE.
       01  FLASH-RECORD                PIC X(160).

       WORKING-STORAGE SECTION.
      *********************************
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
       01  WS-HOOK-PATH                PIC X(100) VALUE "hooks.txt".
      *********************************
      * G4SSGTEN's flashpoints (System,PolityA,PolityB,Risk,Reason),
      * loaded once before the sweep.
       01  WS-FLASH-PATH               PIC X(100)
                                       VALUE "flashpoints.csv".
       01  WS-FLASH-STATUS             PIC XX.
           88  FLASH-FILE-OK           VALUE '00'.
           88  FLASH-FILE-EOF          VALUE '10'.
       01  WS-FLASH-COUNT              PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-FLASH-TAB.
           05  HOOK-FLASH              OCCURS 300 TIMES.
               10  FLASH-SYSTEM        PIC X(48).
               10  FLASH-BORDER        PIC X(9).
               10  FLASH-RISK          PIC X(8).
               10  FLASH-REASON        PIC X(40).
       01  WS-F                        PIC 999 USAGE COMP-5.
      *    Quote-tolerant CSV splitting — see CSV-SPLIT-FIELD.
       01  WS-SPLIT-LINE               PIC X(250).
       01  WS-SPLIT-PTR                PIC 999 USAGE COMP-5.
       01  WS-SPLIT-FLD                PIC X(100).
       01  WS-CSV-A                    PIC X(4).
       01  WS-CSV-B                    PIC X(4).
      *********************************
      * Hook-scan scratch.
       01  WS-S                        PIC 999 USAGE COMP-5.
       01  WS-O                        PIC 999 USAGE COMP-5.
       01  WS-LINE                     PIC X(132).
       01  WS-DISP-N                   PIC ZZZZ9.
      *********************************
      * The hook wording — see LANGCTL.cpy.
       01  WS-LANG-CTL.
           COPY LANGCTL.
      *********************************
      * The decoded system — shared header plus the STAR table, same
      * shape as G4SSGCRE's WS-STAR-SYSTEM.
       01  WS-STAR-SYSTEM.
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
           MOVE 'G4SSGHOK' TO MC-PROGRAM.
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
                       WHEN 'OUT'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-HOOK-PATH
                       WHEN 'FLASH'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-FLASH-PATH
                       WHEN 'LANG'
                           MOVE WS-PARM-VAL TO LT-LANG
                           SET LT-SET-LANGUAGE TO TRUE
                           CALL 'TRANSLATE-TEXT' USING WS-LANG-CTL
                   END-EVALUATE
               END-IF
           END-PERFORM.

           PERFORM LOAD-FLASHPOINTS.
           IF EXTRACT-ENABLED THEN
               PERFORM OPEN-EXTRACT-SWEEP
               IF XC-OPEN-FAILED THEN
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
               END-IF
               PERFORM OPEN-HOOK-FILE
               PERFORM SWEEP-EXTRACT
           ELSE
               PERFORM SWEEP-DATABASE
           END-IF.
           CLOSE HOOK-FILE.
           PERFORM DISPLAY-SWEEP-SELECTION.
           MOVE WS-HOOK-TOTAL TO WS-DISP-N.
           MOVE 'HOK001' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-SYS-SEEN TO WS-DISP-N.
           MOVE WS-DISP-N TO MC-INSERT(2).
           MOVE WS-HOOK-PATH TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * EXTRACT=Y sweep.  The first call opens the extract (and
      * hands back the first system); each system arrives already
      * decoded into WS-STAR-SYSTEM, so it goes straight to
      * HOOK-DECODED-SYSTEM.  SECTOR=/ALLEGIANCE= are checked on
      * the decoded header, record by record.
       OPEN-EXTRACT-SWEEP.
           CALL 'READ-EXTRACT-SYSTEM' USING WS-EXTRACT-CTL,
                                            WS-STAR-SYSTEM.
           IF XC-OPEN-FAILED THEN
               MOVE 'HOK002' TO MC-MSG-ID
               MOVE XC-FAILED-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       SWEEP-EXTRACT.
           PERFORM UNTIL XC-AT-END
               PERFORM CHECK-EXTRACT-SELECTION
               IF SEL-RECORD-WANTED THEN
                   PERFORM HOOK-DECODED-SYSTEM
               END-IF
               CALL 'READ-EXTRACT-SYSTEM' USING WS-EXTRACT-CTL,
                                                WS-STAR-SYSTEM
           END-PERFORM.
           IF XC-ORPHANS > 0 THEN
               MOVE XC-ORPHANS TO WS-DISP-ORPHANS
               MOVE 'HOK003' TO MC-MSG-ID
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
               MOVE 'HOK004' TO MC-MSG-ID
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
                       MOVE 'HOK005' TO MC-MSG-ID
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE '10' TO WS-STARDB-STATUS
               END-START
           END-IF.
           IF STARDB-FILE-EOF THEN
               CLOSE STARDB-FILE
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM OPEN-HOOK-FILE.
           PERFORM UNTIL STARDB-FILE-EOF
               READ STARDB-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       PERFORM CHECK-SWEEP-SELECTION
                       IF SEL-RECORD-WANTED THEN
                           PERFORM HOOK-ONE-SYSTEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STARDB-FILE.
           EXIT PARAGRAPH.

      *********************************
      * Opened only once there is something to read, so a missing
      * database or extract leaves the last hooks file alone.
       OPEN-HOOK-FILE.
           OPEN OUTPUT HOOK-FILE.
           MOVE 'HOOK.TITLE' TO LT-KEY.
           MOVE 'Sector adventure hooks' TO LT-TEXT.
           CALL 'TRANSLATE-TEXT' USING WS-LANG-CTL.
           MOVE LT-TEXT TO WS-LINE.
           WRITE HOOK-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *********************************
      * The flashpoint file, if G4SSGTEN has written one.
       LOAD-FLASHPOINTS.
           OPEN INPUT FLASH-FILE.
           IF NOT FLASH-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FLASH-FILE-EOF
               READ FLASH-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM PARSE-FLASH-ROW
               END-READ
           END-PERFORM.
           CLOSE FLASH-FILE.
           EXIT PARAGRAPH.

       PARSE-FLASH-ROW.
           IF FLASH-RECORD(1:7) = 'System,' OR FLASH-RECORD = SPACES
               THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-FLASH-COUNT >= 300 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FLASH-COUNT.
           MOVE WS-FLASH-COUNT TO WS-F.
           MOVE FLASH-RECORD TO WS-SPLIT-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO FLASH-SYSTEM(WS-F).
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-A.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-B.
           MOVE SPACES TO FLASH-BORDER(WS-F).
           STRING FUNCTION TRIM(WS-CSV-A) DELIMITED BY SIZE
                  '/'                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-B) DELIMITED BY SIZE
                  INTO FLASH-BORDER(WS-F)
           END-STRING.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO FLASH-RISK(WS-F).
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO FLASH-REASON(WS-F).
           EXIT PARAGRAPH.

      *********************************
      * START on the selection's alternate key.  Nothing on file
      * under that value leaves the status at end-of-file.
       START-SELECTED-SWEEP.
           IF WS-SEL-SECTOR NOT = SPACES THEN
               MOVE WS-SEL-SECTOR TO STARDB-SECTOR
               START STARDB-FILE KEY IS = STARDB-SECTOR
                   INVALID KEY
                       MOVE 'HOK006' TO MC-MSG-ID
                       MOVE WS-SEL-SECTOR TO MC-INSERT(1)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE '10' TO WS-STARDB-STATUS
               END-START
           ELSE
               MOVE WS-SEL-ALLEGIANCE TO STARDB-ALLEGIANCE
               START STARDB-FILE KEY IS = STARDB-ALLEGIANCE
                   INVALID KEY
                       MOVE 'HOK007' TO MC-MSG-ID
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
      * One saved system through the rule set.
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           PERFORM HOOK-DECODED-SYSTEM.
           EXIT PARAGRAPH.

      *    One decoded system — off the database record above, or
      *    straight off the extract (SWEEP-EXTRACT).
       HOOK-DECODED-SYSTEM.
           ADD 1 TO WS-SYS-SEEN.
           MOVE 0 TO WS-SYS-HOOKS.
      *    A border flashpoint leads the system's hooks — one per
      *    border it sits on.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FLASH-COUNT
               IF FLASH-SYSTEM(WS-F) = STAR-SYSTEM-NAME THEN
                   MOVE 'HOOK.FLASHPOINT' TO LT-KEY
                   MOVE '&1 flashpoint, &2 tension: &3' TO LT-TEXT
                   MOVE FUNCTION TRIM(FLASH-BORDER(WS-F))
                     TO LT-INSERT(1)
                   MOVE FUNCTION TRIM(FLASH-RISK(WS-F))
                     TO LT-INSERT(2)
                   MOVE FUNCTION TRIM(FLASH-REASON(WS-F))
                     TO LT-INSERT(3)
                   PERFORM WRITE-TEXT-HOOK
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > STAR-COUNT
               PERFORM VARYING WS-O FROM 1 BY 1
                       UNTIL WS-O > NUM-ORBITS(WS-S)
                   IF WEALTH-MOTHERLODE(WS-S, WS-O)
                      AND SETTLE-POP-EXP <= 3 THEN
                       MOVE 'HOOK.MOTHERLODE' TO LT-KEY
                       MOVE 'motherlode belt in a backwater'
                         TO LT-TEXT
                       PERFORM WRITE-TEXT-HOOK
                   END-IF
                   IF ORBIT-UNSTABLE(WS-S, WS-O)
                      AND NOT OBJ-NOTHING(WS-S, WS-O) THEN
                       MOVE 'HOOK.DOOMED-ORBIT' TO LT-KEY
                       MOVE 'a world on a dynamically doomed orbit'
                         TO LT-TEXT
                       PERFORM WRITE-TEXT-HOOK
                   END-IF
                   IF (LIFE-COMPLEX(WS-S, WS-O)
                       OR LIFE-ABUNDANT(WS-S, WS-O))
                      AND FLARE-VIOLENT(WS-S) THEN
                       MOVE 'HOOK.FLARE-BIOSPHERE' TO LT-KEY
                       MOVE 'an established biosphere under a '
                         &  'violent flare star'
                         TO LT-TEXT
                       PERFORM WRITE-TEXT-HOOK
                   END-IF
                   IF LIFE-ABUNDANT(WS-S, WS-O)
                      AND SETTLE-POP-EXP > 0 THEN
                       MOVE 'HOOK.NATIVE-BIOSPHERE' TO LT-KEY
                       MOVE 'settlers sharing a world with an '
                         &  'abundant native biosphere'
                         TO LT-TEXT
                       PERFORM WRITE-TEXT-HOOK
                   END-IF
               END-PERFORM
               IF NEUTRON-STAR(WS-S) OR BLACK-HOLE(WS-S) THEN
                   MOVE 'HOOK.REMNANT' TO LT-KEY
                   MOVE 'a compact remnant set piece' TO LT-TEXT
                   PERFORM WRITE-TEXT-HOOK
               END-IF
           END-PERFORM.
           IF SYSTEM-IN-NEBULA THEN
               MOVE 'HOOK.NEBULA' TO LT-KEY
               MOVE 'a whole system hidden inside a nebula'
                 TO LT-TEXT
               PERFORM WRITE-TEXT-HOOK
           END-IF.
           EXIT PARAGRAPH.

      *    LT-KEY's hook in the run's language (LT-TEXT holds the
      *    English) — then out as any other.
       WRITE-TEXT-HOOK.
           CALL 'TRANSLATE-TEXT' USING WS-LANG-CTL.
           MOVE LT-TEXT TO WS-HOOK-TXT.
           PERFORM WRITE-ONE-HOOK.
           EXIT PARAGRAPH.

       WRITE-ONE-HOOK.
           IF WS-SYS-HOOKS >= 4 THEN
               EXIT PARAGRAPH
           END-STRING.
           WRITE HOOK-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
