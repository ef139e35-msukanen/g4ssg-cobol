       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ROLL-STR                 PIC Z9.
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.
       LINKAGE SECTION.
       01  LK-GGA.
           05  LK-ARRANGEMENT          PIC X VALUE '-'.
                           DELIMITED BY SIZE INTO LK-XPGGA
               WHEN OTHER
      D            DISPLAY '[XPGGA.cbl]'
                   MOVE 'XPG001' TO MC-MSG-ID
                   MOVE LK-ARRANGEMENT TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   SET MC-QUERY TO TRUE
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE MC-RC TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           GOBACK.
