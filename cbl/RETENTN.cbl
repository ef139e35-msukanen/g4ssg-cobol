      * routine family as the C$SLEEP the suite already leans on),
      * so it slots into the nightly chain beside the DBADMIN
      * backup.  DRYRUN=Y reports what would be pruned and touches
      * nothing.  Run G4SSGRNA ahead of it: its summary row is what
      * is left of the pruned run-log rows.
      *
      * Policy:
      *   KEEP=<n>       history generations kept per system — the
      *   HIS=<path>     history sidecar (default stardb.his)
      *   LOG=<path>     run log (default runlog.txt)
      *   KEEP=<n> / DAYS=<n> / DRYRUN=Y as above
      *   OPER=<id>      operator id (default: the login name)
      *   AUTH=<path>    operator authority file (default
      *                  operauth.csv)
      * A real prune asks the authority file first (see
      * OPERAUTH.cbl — a PRUNE grant with a '*' sector); the verdict
      * lands in the run log.  A denial prunes nothing and sets
      * return code 8.  DRYRUN=Y needs no grant.
      *
      ******************************************************************
       COPY        TESTENV.
       01  WS-LOG-KEPT                 PIC 9(6) USAGE COMP-5 VALUE 0.
       01  WS-LOG-PRUNED               PIC 9(6) USAGE COMP-5 VALUE 0.
       01  WS-DISP-N                   PIC ZZZZZ9.
       01  WS-DISP-N2                  PIC ZZZZZ9.
       01  WS-RENAME-RC                PIC S9(4) USAGE COMP-5.
      *********************************
      * Operator authority for a real prune.
       01  WS-AUTH-CTL.
           COPY AUTHCTL.
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.

       LINKAGE SECTION.
       01  LK-PARM.
      *   [    MAIN    ]
      *    ^~~~~~~~~~~^
       PROCEDURE DIVISION USING LK-PARM.
           MOVE 'G4SSGRET' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           PERFORM UNTIL PARM-INDEX > PARM-LEN
                               THEN
                               SET DRY-RUN-ENABLED TO TRUE
                           END-IF
                       WHEN 'OPER'
                           MOVE WS-PARM-VAL TO AU-OPERATOR
                       WHEN 'AUTH'
                           MOVE WS-PARM-VAL TO AU-AUTH-PATH
                   END-EVALUATE
               END-IF
           END-PERFORM.
                  DELIMITED BY SIZE INTO WS-LOG-TMP-PATH
           END-STRING.

           IF NOT DRY-RUN-ENABLED THEN
               MOVE 'G4SSGRET' TO AU-PROGRAM
               MOVE 'PRUNE' TO AU-VERB
               MOVE SPACES TO AU-SECTOR
               MOVE WS-HIS-PATH TO AU-TARGET
               MOVE WS-LOG-PATH TO AU-RUNLOG-PATH
               MOVE FUNCTION CURRENT-DATE(1:16) TO AU-RUN-ID
               CALL 'CHECK-OPERATOR-AUTHORITY' USING WS-AUTH-CTL
               IF AU-DENIED THEN
                   PERFORM CLOSE-RUN-MESSAGES
                   GOBACK
               END-IF
           END-IF.

           PERFORM PRUNE-HISTORY-SIDECAR.
           PERFORM PRUNE-RUN-LOG.

           MOVE WS-HIS-PRUNED TO WS-DISP-N.
           MOVE WS-HIS-KEPT TO WS-DISP-N2.
           MOVE 'RET001' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-DISP-N2 TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE WS-LOG-PRUNED TO WS-DISP-N.
           MOVE WS-LOG-KEPT TO WS-DISP-N2.
           MOVE 'RET007' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-DISP-N2 TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           IF DRY-RUN-ENABLED THEN
               MOVE 'RET002' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
       PRUNE-HISTORY-SIDECAR.
           OPEN INPUT HIS-IN-FILE.
           IF NOT HIS-FILE-OK THEN
               MOVE 'RET003' TO MC-MSG-ID
               MOVE WS-HIS-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL HIS-FILE-EOF
           CALL 'CBL_RENAME_FILE' USING WS-HIS-TMP-PATH,
                   WS-HIS-PATH RETURNING WS-RENAME-RC.
           IF WS-RENAME-RC NOT = 0 THEN
               MOVE 'RET004' TO MC-MSG-ID
               MOVE WS-HIS-TMP-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

                   FUNCTION DATE-OF-INTEGER(WS-CUT-INT).
           OPEN INPUT LOG-IN-FILE.
           IF NOT LOG-FILE-OK THEN
               MOVE 'RET005' TO MC-MSG-ID
               MOVE WS-LOG-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           IF NOT DRY-RUN-ENABLED THEN
           CALL 'CBL_RENAME_FILE' USING WS-LOG-TMP-PATH,
                   WS-LOG-PATH RETURNING WS-RENAME-RC.
           IF WS-RENAME-RC NOT = 0 THEN
               MOVE 'RET006' TO MC-MSG-ID
               MOVE WS-LOG-TMP-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

               WRITE LOG-OUT-RECORD FROM LOG-IN-RECORD
           END-IF.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
