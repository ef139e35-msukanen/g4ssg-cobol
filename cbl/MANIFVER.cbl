           88  OBJ-TOTAL-SEEN          VALUE 'Y'.
       01  WS-DISP-A                   PIC Z(6)9.
       01  WS-DISP-B                   PIC Z(6)9.
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.

       LINKAGE SECTION.
       01  LK-PARM.
      *   [    MAIN    ]
      *    ^~~~~~~~~~~^
       PROCEDURE DIVISION USING LK-PARM.
           MOVE 'G4SSGMFV' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
      *    Parse "command line":
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).

           OPEN INPUT MANIFEST-FILE.
           IF NOT MANIFEST-FILE-OK THEN
               MOVE 'MFV001' TO MC-MSG-ID
               MOVE WS-MANIFEST-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE 'MFV002' TO MC-MSG-ID.
           MOVE WS-MANIFEST-PATH TO MC-INSERT(1).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM UNTIL MANIFEST-FILE-EOF
               READ MANIFEST-FILE
                   AT END CONTINUE
              THEN
               MOVE WS-OBJ-TOTAL-ROW TO WS-DISP-A
               MOVE WS-OBJ-SUM       TO WS-DISP-B
               MOVE 'MFV003' TO MC-MSG-ID
               MOVE WS-DISP-A TO MC-INSERT(1)
               MOVE WS-DISP-B TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.

           MOVE WS-FILE-ROWS TO WS-DISP-A.
           MOVE WS-BAD-ROWS  TO WS-DISP-B.
           MOVE 'MFV004' TO MC-MSG-ID.
           MOVE WS-DISP-A TO MC-INSERT(1).
           MOVE WS-DISP-B TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           SET MC-QUERY TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           IF MC-RC = 0 THEN
               MOVE 'MFV005' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
           MOVE 0 TO WS-DISK-COUNT.
           OPEN INPUT CHECK-FILE.
           IF NOT CHECK-FILE-OK THEN
               MOVE 'MFV006' TO MC-MSG-ID
               MOVE WS-ROW-NAME TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               ADD 1 TO WS-BAD-ROWS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CHECK-FILE-EOF
           MOVE WS-ROW-COUNT  TO WS-DISP-A.
           MOVE WS-DISK-COUNT TO WS-DISP-B.
           IF WS-DISK-COUNT = WS-ROW-COUNT THEN
               MOVE 'MFV007' TO MC-MSG-ID
               MOVE WS-ROW-NAME TO MC-INSERT(1)
               MOVE WS-DISP-B TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           ELSE
               MOVE 'MFV008' TO MC-MSG-ID
               MOVE WS-ROW-NAME TO MC-INSERT(1)
               MOVE WS-DISP-A TO MC-INSERT(2)
               MOVE WS-DISP-B TO MC-INSERT(3)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               ADD 1 TO WS-BAD-ROWS
           END-IF.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
