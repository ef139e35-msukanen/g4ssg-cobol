       01  WS-ED-TEMP                  PIC ZZZZ9.
       01  WS-ED-VAL                   PIC ZZZZZ9.9999.
       01  WS-WROTE                    PIC 999 USAGE COMP-5 VALUE 0.
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.

       LINKAGE SECTION.
       01  LK-PARM.
      *   [    MAIN    ]
      *    ^~~~~~~~~~~^
       PROCEDURE DIVISION USING LK-PARM.
           MOVE 'G4SSGLNT' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           PERFORM UNTIL PARM-INDEX > PARM-LEN

           OPEN INPUT CSV-FILE.
           IF NOT CSV-FILE-OK THEN
               MOVE 'LNT001' TO MC-MSG-ID
               MOVE WS-CSV-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM UNTIL CSV-FILE-EOF
           END-PERFORM.
           CLOSE CSV-FILE.
           IF WS-ROW-COUNT < 2 THEN
               MOVE 'LNT002' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

               PERFORM WRITE-INTERPOLATED-TABLE
           END-IF.
           MOVE WS-ERRORS TO WS-DISP-N.
           MOVE 'LNT003' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-WARNINGS TO WS-DISP-N.
           MOVE WS-DISP-N TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
                   UNTIL WS-I > WS-ROW-COUNT
               IF LNT-MASS(WS-I) >= LNT-MASS(WS-I - 1) THEN
                   MOVE LNT-MASS(WS-I) TO WS-DISP-MASS
                   MOVE 'LNT004' TO MC-MSG-ID
                   MOVE WS-DISP-MASS TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   ADD 1 TO WS-ERRORS
               END-IF
               IF LNT-NORMAL(WS-I - 1) AND LNT-MASSIVE(WS-I) THEN
                   MOVE 'LNT005' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   ADD 1 TO WS-ERRORS
               END-IF
           END-PERFORM.
               IF LNT-MASSIVE(WS-I)
                  AND LNT-MASS(WS-I) < MASSIVE-STAR-THRESHOLD THEN
                   MOVE LNT-MASS(WS-I) TO WS-DISP-MASS
                   MOVE 'LNT006' TO MC-MSG-ID
                   MOVE WS-DISP-MASS TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   ADD 1 TO WS-ERRORS
               END-IF
               IF LNT-NORMAL(WS-I)
                  AND LNT-MASS(WS-I) >= MASSIVE-STAR-THRESHOLD THEN
                   MOVE LNT-MASS(WS-I) TO WS-DISP-MASS
                   MOVE 'LNT007' TO MC-MSG-ID
                   MOVE WS-DISP-MASS TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   ADD 1 TO WS-ERRORS
               END-IF
           END-PERFORM.
                       IF WS-RATIO > WS-TOL
                          OR WS-RATIO < 1.0 / WS-TOL THEN
                           MOVE LNT-MASS(WS-I) TO WS-DISP-MASS
                           MOVE 'LNT008' TO MC-MSG-ID
                           MOVE WS-DISP-MASS TO MC-INSERT(1)
                           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                           ADD 1 TO WS-WARNINGS
                       END-IF
                   END-IF
                       IF WS-RATIO > WS-TOL
                          OR WS-RATIO < 1.0 / WS-TOL THEN
                           MOVE LNT-MASS(WS-I) TO WS-DISP-MASS
                           MOVE 'LNT009' TO MC-MSG-ID
                           MOVE WS-DISP-MASS TO MC-INSERT(1)
                           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                           ADD 1 TO WS-WARNINGS
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE OUT-FILE.
           MOVE WS-WROTE TO WS-DISP-N.
           MOVE 'LNT010' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-OUT-PATH TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

       WRITE-ORIGINAL-ROW.
           END-IF.
           WRITE OUT-RECORD FROM WS-OUT-LINE.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
