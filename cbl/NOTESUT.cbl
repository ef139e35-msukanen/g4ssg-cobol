      * never touched, so a REGENSTAR never eats the notes; the
      * console browser and the write-ups read them back.
      *
      * A claim staked or released and a first visit are also
      * appended to the annotation journal (notelog.csv: Day,
      * SysName,Event,Detail) on the campaign clock's day (see
      * G4SSGCLK, or DAY= for a late entry), so the sector
      * chronicle (G4SSGCHR) can date them — notes.dat itself only
      * holds the current state.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGDBU's verbs):
      *   SET=<name>     create/update the system's annotation, with
      *                  any of:
      *     CLAIM=<who>    claim owner (CLAIM= alone clears it)
      *     SURVEY=<0-9>   survey level
      *     VISITED=Y/N/S  visited flag (S = scheduled on a
      *                    survey tour)
      *     NOTE=<text>    free text — everything after 'NOTE=' is
      *                    taken verbatim, commas included, so put
      *                    it last
      *   LIST=Y         list every annotation
      *   DELETE=<name>  remove one
      *   FILE=<path>    sidecar file (default notes.dat)
      *   JOURNAL=<path> annotation journal (default notelog.csv)
      *   CLOCK=<path>   campaign clock file (default campclock.dat)
      *   DAY=<n>        campaign day to journal a SET= under,
      *                  instead of the clock's
      *
      ******************************************************************
       COPY        TESTENV.
       01  WS-NEW-REC                  PIC X.
       01  WS-LISTED                   PIC 9(5) USAGE COMP-5 VALUE 0.
       01  WS-DISP-N                   PIC ZZZZ9.
      *********************************
      * The annotation journal, dated off the campaign clock — see
      * JRNLCTL.cpy.
       01  WS-JRNL-CTL.
           COPY JRNLCTL.
       01  WS-OLD-CLAIM                PIC X(24).
       01  WS-OLD-VISITED              PIC X.
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.

       LINKAGE SECTION.
       01  LK-PARM.
      *   [    MAIN    ]
      *    ^~~~~~~~~~~^
       PROCEDURE DIVISION USING LK-PARM.
           MOVE 'G4SSGNOT' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
      *    NOTE= takes the remainder of the PARM verbatim — commas
      *    belong to the note, not the token stream — so it is
      *    carved off before the normal token walk.
                               FUNCTION NUMVAL(WS-PARM-VAL)
                           MOVE 'Y' TO WS-SURVEY-GIVEN
                       WHEN 'VISITED'
                           EVALUATE FUNCTION UPPER-CASE(WS-PARM-VAL)
                               WHEN 'Y'
                                   MOVE 'Y' TO WS-VISITED-VAL
                               WHEN 'S'
                                   MOVE 'S' TO WS-VISITED-VAL
                               WHEN OTHER
                                   MOVE '-' TO WS-VISITED-VAL
                           END-EVALUATE
                           MOVE 'Y' TO WS-VISITED-GIVEN
                       WHEN 'FILE'
                           MOVE WS-PARM-VAL TO WS-NOTES-PATH
                       WHEN 'JOURNAL'
                           MOVE WS-PARM-VAL TO NJ-JOURNAL-PATH
                       WHEN 'CLOCK'
                           MOVE WS-PARM-VAL TO NJ-CLOCK-PATH
                       WHEN 'DAY'
                           COMPUTE NJ-DAY =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                           MOVE 'Y' TO NJ-DAY-GIVEN
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-SET-NAME NOT = SPACES THEN
               PERFORM SET-ANNOTATION
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-SHOW-NAME NOT = SPACES THEN
               PERFORM SHOW-ANNOTATION
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-DELETE-NAME NOT = SPACES THEN
               PERFORM DELETE-ANNOTATION
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-LIST-MODE = 'Y' THEN
               PERFORM LIST-ANNOTATIONS
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE 'NOT001' TO MC-MSG-ID.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
               OPEN I-O NOTES-FILE
           END-IF.
           IF NOT NOTES-FILE-OK THEN
               MOVE 'NOT002' TO MC-MSG-ID
               MOVE WS-NOTES-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE WS-SET-NAME TO NOTE-KEY.
                   MOVE 0 TO NOTE-SURVEY
                   SET NOTE-WAS-VISITED TO FALSE
           END-READ.
           MOVE NOTE-CLAIM TO WS-OLD-CLAIM.
           MOVE NOTE-VISITED TO WS-OLD-VISITED.
           IF WS-CLAIM-GIVEN = 'Y' THEN
               MOVE WS-CLAIM-VAL TO NOTE-CLAIM
           END-IF.
           IF WS-NEW-REC = 'Y' THEN
               WRITE NOTES-RECORD
                   INVALID KEY
                       MOVE 'NOT003' TO MC-MSG-ID
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               END-WRITE
           ELSE
               REWRITE NOTES-RECORD
                   INVALID KEY
                       MOVE 'NOT004' TO MC-MSG-ID
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               END-REWRITE
           END-IF.
           CLOSE NOTES-FILE.
           MOVE 'NOT005' TO MC-MSG-ID.
           MOVE WS-SET-NAME TO MC-INSERT(1).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM JOURNAL-ANNOTATION.
           EXIT PARAGRAPH.

      *********************************
      * What the SET= changed that a chronicle wants dated: a claim
      * staked (or handed over), a claim released, a first visit —
      * written by JOURNAL-ANNOTATION-CHANGE, which the console's
      * annotation edit calls too.
       JOURNAL-ANNOTATION.
           MOVE WS-SET-NAME TO NJ-SYS-NAME.
           MOVE WS-OLD-CLAIM TO NJ-OLD-CLAIM.
           MOVE WS-OLD-VISITED TO NJ-OLD-VISITED.
           MOVE NOTE-CLAIM TO NJ-NEW-CLAIM.
           MOVE NOTE-VISITED TO NJ-NEW-VISITED.
           CALL 'JOURNAL-ANNOTATION-CHANGE' USING WS-JRNL-CTL.
           EXIT PARAGRAPH.

       SHOW-ANNOTATION.
           OPEN INPUT NOTES-FILE.
           IF NOT NOTES-FILE-OK THEN
               MOVE 'NOT006' TO MC-MSG-ID
               MOVE WS-NOTES-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE WS-SHOW-NAME TO NOTE-KEY.
           READ NOTES-FILE
               INVALID KEY
                   MOVE 'NOT007' TO MC-MSG-ID
                   MOVE WS-SHOW-NAME TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   CLOSE NOTES-FILE
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
           END-READ.
           PERFORM DISPLAY-ONE-ANNOTATION.
       LIST-ANNOTATIONS.
           OPEN INPUT NOTES-FILE.
           IF NOT NOTES-FILE-OK THEN
               MOVE 'NOT006' TO MC-MSG-ID
               MOVE WS-NOTES-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE LOW-VALUES TO NOTE-KEY.
           START NOTES-FILE KEY IS NOT LESS THAN NOTE-KEY
               INVALID KEY
                   MOVE 'NOT008' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   CLOSE NOTES-FILE
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
           END-START.
           PERFORM UNTIL NOTES-FILE-EOF
           END-PERFORM.
           CLOSE NOTES-FILE.
           MOVE WS-LISTED TO WS-DISP-N.
           MOVE 'NOT009' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

       DELETE-ANNOTATION.
           OPEN I-O NOTES-FILE.
           IF NOT NOTES-FILE-OK THEN
               MOVE 'NOT006' TO MC-MSG-ID
               MOVE WS-NOTES-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE WS-DELETE-NAME TO NOTE-KEY.
           DELETE NOTES-FILE
               INVALID KEY
                   MOVE 'NOT007' TO MC-MSG-ID
                   MOVE WS-DELETE-NAME TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               NOT INVALID KEY
                   MOVE 'NOT010' TO MC-MSG-ID
                   MOVE WS-DELETE-NAME TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-DELETE.
           CLOSE NOTES-FILE.
           EXIT PARAGRAPH.
               DISPLAY '  'FUNCTION TRIM(NOTE-TEXT)
           END-IF.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
