       01  WS-DISP-DAY                 PIC -(7)9.
       01  WS-DISP-YR                  PIC -(4)9.9.
       01  WS-YEARS                    USAGE COMP-2.
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.

       LINKAGE SECTION.
       01  LK-PARM.
      *   [    MAIN    ]
      *    ^~~~~~~~~~~^
       PROCEDURE DIVISION USING LK-PARM.
           MOVE 'G4SSGCLK' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           PERFORM UNTIL PARM-INDEX > PARM-LEN
           MOVE WS-CLOCK-DAY TO WS-DISP-DAY.
           COMPUTE WS-YEARS = WS-CLOCK-DAY / 365.25.
           MOVE WS-YEARS TO WS-DISP-YR.
           MOVE 'CLK001' TO MC-MSG-ID.
           MOVE WS-DISP-DAY TO MC-INSERT(1).
           MOVE WS-DISP-YR TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

       READ-CLOCK.
           WRITE CLOCK-RECORD FROM WS-CLK-LINE.
           CLOSE CLOCK-FILE.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
