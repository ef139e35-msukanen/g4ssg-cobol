       01  WS-ADDED-COUNT              PIC 9(3) USAGE COMP-5 VALUE 0.
       01  WS-REMOVED-COUNT            PIC 9(3) USAGE COMP-5 VALUE 0.
       01  WS-CHANGED-COUNT            PIC 9(3) USAGE COMP-5 VALUE 0.
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.

       LINKAGE SECTION.
       01  LK-PARM.
      *   [    MAIN    ]
      *    ^~~~~~~~~~~^
       PROCEDURE DIVISION USING LK-PARM.
           MOVE 'G4SSGCDF' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
      *    Parse "command line":
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           END-PERFORM.

           IF WS-OLD-PATH = SPACES OR WS-NEW-PATH = SPACES THEN
               MOVE 'CDF001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

           PERFORM REPORT-REMOVED-AND-CHANGED.
           PERFORM REPORT-ADDED.

           MOVE 'CDF002' TO MC-MSG-ID.
           MOVE WS-ADDED-COUNT TO MC-INSERT(1).
           MOVE WS-REMOVED-COUNT TO MC-INSERT(2).
           MOVE WS-CHANGED-COUNT TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
       LOAD-OLD-CSV.
           OPEN INPUT OLD-CSV-FILE.
           IF NOT OLD-FILE-OK THEN
               MOVE 'CDF003' TO MC-MSG-ID
               MOVE WS-OLD-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM UNTIL OLD-FILE-EOF
       LOAD-NEW-CSV.
           OPEN INPUT NEW-CSV-FILE.
           IF NOT NEW-FILE-OK THEN
               MOVE 'CDF004' TO MC-MSG-ID
               MOVE WS-NEW-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM UNTIL NEW-FILE-EOF
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
