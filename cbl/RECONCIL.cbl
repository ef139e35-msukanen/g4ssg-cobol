                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.

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
           MOVE 'G4SSGREC' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           PERFORM UNTIL PARM-INDEX > PARM-LEN

           PERFORM LOAD-FEED-SPINE.
           IF WS-ORB-COUNT = 0 THEN
               MOVE 'REC001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM RECONCILE-CSV.
           PERFORM RECONCILE-DATABASE.
           MOVE 'REC015' TO MC-MSG-ID.
           MOVE WS-CHECKED TO WS-DISP-N.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-MISMATCHES TO WS-DISP-N.
           MOVE WS-DISP-N TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
       LOAD-FEED-SPINE.
           OPEN INPUT FEED-FILE.
           IF NOT FEED-FILE-OK THEN
               MOVE 'REC002' TO MC-MSG-ID
               MOVE WS-FEED-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM UNTIL FEED-FILE-EOF
               WHEN 'S'
                   IF WS-STR-COUNT >= 1600 THEN
                       IF WS-STR-CAP-NOTED = '-' THEN
                           MOVE 'REC003' TO MC-MSG-ID
                           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                           MOVE 'Y' TO WS-STR-CAP-NOTED
                       END-IF
                   ELSE
               WHEN 'O'
                   IF WS-ORB-COUNT >= 2000 THEN
                       IF WS-CAP-NOTED = '-' THEN
                           MOVE 'REC004' TO MC-MSG-ID
                           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                           MOVE 'Y' TO WS-CAP-NOTED
                       END-IF
                   ELSE
       RECONCILE-CSV.
           OPEN INPUT CSV-FILE.
           IF NOT CSV-FILE-OK THEN
               MOVE 'REC005' TO MC-MSG-ID
               MOVE WS-CSV-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM UNTIL CSV-FILE-EOF
                   UNTIL WS-I > WS-ORB-COUNT
               IF RO-CSV-SEEN(WS-I) = '-' THEN
                   ADD 1 TO WS-MISMATCHES
                   MOVE 'REC006' TO MC-MSG-ID
                   MOVE RO-SYS(WS-I) TO MC-INSERT(1)
                   MOVE RO-STAR(WS-I) TO MC-INSERT(2)
                   MOVE RO-ORB(WS-I) TO MC-INSERT(3)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.
                   IF FUNCTION TRIM(WS-C(13))
                      NOT = FUNCTION TRIM(RO-OBJ(WS-I)) THEN
                       ADD 1 TO WS-MISMATCHES
                       MOVE 'REC007' TO MC-MSG-ID
                       MOVE WS-KEY-SYS TO MC-INSERT(1)
                       MOVE WS-KEY-STAR TO MC-INSERT(2)
                       MOVE WS-KEY-ORB TO MC-INSERT(3)
                       MOVE WS-C(13) TO MC-INSERT(4)
                       MOVE RO-OBJ(WS-I) TO MC-INSERT(5)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   END-IF
                   EXIT PERFORM
               END-IF
           IF WS-DEV > 0.005
              AND FUNCTION ABS(WS-VAL - WS-REF) > 0.0001 THEN
               ADD 1 TO WS-MISMATCHES
               MOVE 'REC008' TO MC-MSG-ID
               MOVE WS-KEY-SYS TO MC-INSERT(1)
               MOVE WS-KEY-STAR TO MC-INSERT(2)
               MOVE WS-KEY-ORB TO MC-INSERT(3)
               MOVE WS-FIELD-NAME TO MC-INSERT(4)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           EXIT PARAGRAPH.

       RECONCILE-DATABASE.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'REC009' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM VARYING WS-J FROM 1 BY 1
           READ STARDB-FILE
               INVALID KEY
                   ADD 1 TO WS-MISMATCHES
                   MOVE 'REC010' TO MC-MSG-ID
                   MOVE RS-NAME(WS-J) TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   EXIT PARAGRAPH
           END-READ.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               ADD 1 TO WS-MISMATCHES
               MOVE 'REC011' TO MC-MSG-ID
               MOVE RS-NAME(WS-J) TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
                       PERFORM COMPARE-ONE-VALUE
                   ELSE
                       ADD 1 TO WS-MISMATCHES
                       MOVE 'REC012' TO MC-MSG-ID
                       MOVE WS-KEY-SYS TO MC-INSERT(1)
                       MOVE WS-KEY-STAR TO MC-INSERT(2)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   END-IF
               END-IF
           END-PERFORM.
                       END-EVALUATE
                   ELSE
                       ADD 1 TO WS-MISMATCHES
                       MOVE 'REC013' TO MC-MSG-ID
                       MOVE WS-KEY-SYS TO MC-INSERT(1)
                       MOVE WS-KEY-STAR TO MC-INSERT(2)
                       MOVE WS-KEY-ORB TO MC-INSERT(3)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   END-IF
               END-IF
           END-PERFORM.

       NOTE-TYPE-MISMATCH.
           ADD 1 TO WS-MISMATCHES.
           MOVE 'REC014' TO MC-MSG-ID.
           MOVE WS-KEY-SYS TO MC-INSERT(1).
           MOVE WS-KEY-STAR TO MC-INSERT(2).
           MOVE WS-KEY-ORB TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
