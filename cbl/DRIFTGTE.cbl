       01  WS-STR-2                    PIC X(32).
       01  WS-FMT-DIGITS               PIC 9 VALUE 1.
       01  WS-DISP-N                   PIC ZZZ9.
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.

       LINKAGE SECTION.
       01  LK-PARM.
      *   [    MAIN    ]
      *    ^~~~~~~~~~~^
       PROCEDURE DIVISION USING LK-PARM.
           MOVE 'G4SSGDRF' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           PERFORM UNTIL PARM-INDEX > PARM-LEN

           PERFORM LOAD-TALLY-FILE.
           IF WS-TOTAL-STARS = 0 THEN
               MOVE 'DRF001' TO MC-MSG-ID
               MOVE WS-TALLY-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

           OPEN INPUT BAND-FILE.
           IF NOT BAND-FILE-OK THEN
               MOVE 'DRF002' TO MC-MSG-ID
               MOVE WS-BAND-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM UNTIL BAND-FILE-EOF
           MOVE WS-BAND-CT TO WS-DISP-N.
           EVALUATE TRUE
               WHEN WS-BAND-CT = 0
                   MOVE 'DRF003' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               WHEN WS-DRIFTED = 'Y'
                   MOVE 'DRF004' TO MC-MSG-ID
                   MOVE WS-DISP-N TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               WHEN WS-MISSING = 'Y'
                   MOVE 'DRF005' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               WHEN OTHER
                   MOVE 'DRF006' TO MC-MSG-ID
                   MOVE WS-DISP-N TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-EVALUATE.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
                   FUNCTION TRIM(WS-STR-2)'%'
           END-IF.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
