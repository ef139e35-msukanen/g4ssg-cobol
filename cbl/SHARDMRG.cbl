       01  WS-CSV-F3                   PIC X(14).
       01  WS-I                        PIC 99 USAGE COMP-5.
       01  WS-DISP-N                   PIC ZZZZZZ9.
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.

       LINKAGE SECTION.
       01  LK-PARM.
      *   [    MAIN    ]
      *    ^~~~~~~~~~~^
       PROCEDURE DIVISION USING LK-PARM.
           MOVE 'G4SSGMRG' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           PERFORM UNTIL PARM-INDEX > PARM-LEN
               END-IF
           END-PERFORM.
           IF WS-SHARD-COUNT < 2 THEN
               MOVE 'MRG001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

           PERFORM SUM-SHARD-MANIFESTS.
           PERFORM WRITE-SUMMED-ROWS.
           CLOSE MANIFEST-FILE.
           MOVE 'MRG002' TO MC-MSG-ID.
           MOVE WS-MANIFEST-PATH TO MC-INSERT(1).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
           END-STRING.
           WRITE MANIFEST-RECORD FROM WS-MF-LINE.
           MOVE WS-MERGE-COUNT TO WS-DISP-N.
           MOVE 'MRG003' TO MC-MSG-ID.
           MOVE WS-BASE-PATH TO MC-INSERT(1).
           MOVE WS-DISP-N TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

       APPEND-ONE-PIECE.
           OPEN INPUT PIECE-FILE.
           IF NOT PIECE-FILE-OK THEN
               MOVE WS-SHARD-I TO WS-SHARD-DISP
               MOVE 'MRG004' TO MC-MSG-ID
               MOVE WS-PIECE-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-FIRST-LINE.
                   CLOSE PIECE-FILE
                   MOVE '00' TO WS-PIECE-STATUS
               ELSE
                   MOVE 'MRG005' TO MC-MSG-ID
                   MOVE WS-PIECE-PATH TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.
               WRITE MANIFEST-RECORD FROM WS-MF-LINE
           END-PERFORM.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
