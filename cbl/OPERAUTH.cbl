       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CHECK-OPERATOR-AUTHORITY.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Operator authority gate, shared by every program that offers
      * a destructive verb (G4SSGDBU's DELETE=, PATCH=, APPROVE=,
      * ROLLBACK=, IMPORT=, merge and BACKOUT=, G4SSGDBA's REORG,
      * G4SSGRET's prune, G4SSGRKY, G4SSGARC, G4SSGSCN's PROMOTE,
      * G4SSGPST's posting).
      * Each is checked against the operator authority file before
      * anything is touched.
      *
      * The authority file (default operauth.csv) is one grant per
      * row, under a header row:
      *     OperatorId,Verb,Sector
      *     mks,*,*
      *     gm2,PATCH,SPINWARD
      *     gm2,DELETE,SPINWARD
      * '*' in any column matches anything.  A verb that reaches the
      * whole database (merge, BACKOUT=, REORG, prune, PROMOTE,
      * POST) is asked with no sector, and only a '*' sector grant
      * covers it.
      * No grant, no operator id, or no authority file at all:
      * denied.
      *
      * Every verdict — allowed or denied — goes to the run log as
      *   <ts14>,PGM=<pgm>,OPER=<id>,VERB=<verb>,SECTOR=<id>,
      *   TARGET=<name>,VERDICT=ALLOWED|DENIED,RUNID=<id>
      * The grants are read once per run and kept (see AUTHCTL.cpy
      * for the control block).
      *
      ******************************************************************
       COPY        TESTENV.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-FILE            ASSIGN TO WS-AUTH-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-AUTH-STATUS.
           SELECT RUNLOG-FILE          ASSIGN TO WS-RUNLOG-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-FILE.
       01  AUTH-RECORD                 PIC X(100).
       FD  RUNLOG-FILE.
       01  RUNLOG-RECORD               PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-AUTH-PATH                PIC X(100) VALUE SPACES.
       01  WS-AUTH-STATUS              PIC XX.
           88  AUTH-FILE-OK            VALUE '00'.
           88  AUTH-FILE-EOF           VALUE '10'.
       01  WS-RUNLOG-PATH              PIC X(100).
       01  WS-RUNLOG-STATUS            PIC XX.
           88  RUNLOG-FILE-OK          VALUE '00'.
       01  WS-RUNLOG-TIMESTAMP         PIC X(21).
       01  WS-RUNLOG-LINE              PIC X(200).
      *********************************
      * The grants, loaded on the first call (and again should a
      * caller point the block at another file).
       01  WS-AUTH-LOADED              PIC X VALUE '-'.
       01  WS-AUTH-PRESENT             PIC X VALUE '-'.
       01  WS-GRANT-TABLE.
           05  WS-GRANT-COUNT          PIC 999 USAGE COMP-5 VALUE 0.
           05  WS-GRANT                OCCURS 500 TIMES.
               10  WS-GRANT-OPER       PIC X(16).
               10  WS-GRANT-VERB       PIC X(8).
               10  WS-GRANT-SECTOR     PIC X(12).
       01  WS-G                        PIC 999 USAGE COMP-5.
       01  WS-LINE                     PIC X(250).
       01  WS-SPLIT-PTR                PIC 999 USAGE COMP-5.
       01  WS-FLD-OPER                 PIC X(100).
       01  WS-FLD-VERB                 PIC X(100).
       01  WS-FLD-SECTOR               PIC X(100).
       01  WS-LOGIN-NAME               PIC X(16).
       01  WS-VERDICT-TXT              PIC X(7).
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.

       LINKAGE SECTION.
       01  LK-AUTH-CTL.
           COPY AUTHCTL.

       PROCEDURE DIVISION USING LK-AUTH-CTL.
           IF WS-AUTH-LOADED NOT = 'Y'
              OR WS-AUTH-PATH NOT = AU-AUTH-PATH THEN
               PERFORM LOAD-GRANTS
           END-IF.
           IF AU-OPERATOR = SPACES THEN
               MOVE SPACES TO WS-LOGIN-NAME
               ACCEPT WS-LOGIN-NAME FROM ENVIRONMENT 'USER'
               MOVE WS-LOGIN-NAME TO AU-OPERATOR
           END-IF.
           MOVE FUNCTION UPPER-CASE(AU-VERB) TO AU-VERB.

           SET AU-DENIED TO TRUE.
           MOVE SPACES TO AU-REASON.
           EVALUATE TRUE
               WHEN AU-OPERATOR = SPACES
                   MOVE 'no operator id (OPER=)' TO AU-REASON
               WHEN WS-AUTH-PRESENT NOT = 'Y'
                   MOVE 'no operator authority file' TO AU-REASON
               WHEN OTHER
                   PERFORM VARYING WS-G FROM 1 BY 1
                           UNTIL WS-G > WS-GRANT-COUNT
                              OR AU-ALLOWED
                       PERFORM MATCH-ONE-GRANT
                   END-PERFORM
                   IF AU-DENIED THEN
                       MOVE 'no grant for this verb and sector'
                         TO AU-REASON
                   END-IF
           END-EVALUATE.

           IF AU-ALLOWED THEN
               MOVE 'ALLOWED' TO WS-VERDICT-TXT
           ELSE
               MOVE 'DENIED' TO WS-VERDICT-TXT
               MOVE 'AUT001' TO MC-MSG-ID
               MOVE AU-OPERATOR TO MC-INSERT(1)
               MOVE AU-VERB TO MC-INSERT(2)
               MOVE AU-TARGET TO MC-INSERT(3)
               MOVE AU-REASON TO MC-INSERT(4)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-IF.
           PERFORM WRITE-VERDICT-ROW.
           GOBACK.

       MATCH-ONE-GRANT.
           IF (WS-GRANT-OPER(WS-G) = '*'
               OR WS-GRANT-OPER(WS-G) = AU-OPERATOR)
              AND (WS-GRANT-VERB(WS-G) = '*'
               OR WS-GRANT-VERB(WS-G) = AU-VERB)
              AND (WS-GRANT-SECTOR(WS-G) = '*'
               OR (AU-SECTOR NOT = SPACES
                   AND WS-GRANT-SECTOR(WS-G) = AU-SECTOR)) THEN
               SET AU-ALLOWED TO TRUE
           END-IF.
           EXIT PARAGRAPH.

       LOAD-GRANTS.
           MOVE AU-AUTH-PATH TO WS-AUTH-PATH.
           MOVE 'Y' TO WS-AUTH-LOADED.
           MOVE '-' TO WS-AUTH-PRESENT.
           MOVE 0 TO WS-GRANT-COUNT.
           OPEN INPUT AUTH-FILE.
           IF NOT AUTH-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-AUTH-PRESENT.
           PERFORM UNTIL AUTH-FILE-EOF
               READ AUTH-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM LOAD-ONE-GRANT
               END-READ
           END-PERFORM.
           CLOSE AUTH-FILE.
           EXIT PARAGRAPH.

       LOAD-ONE-GRANT.
           IF AUTH-RECORD = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE AUTH-RECORD TO WS-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-LINE, WS-SPLIT-PTR,
                   WS-FLD-OPER.
           CALL 'CSV-SPLIT-FIELD' USING WS-LINE, WS-SPLIT-PTR,
                   WS-FLD-VERB.
           CALL 'CSV-SPLIT-FIELD' USING WS-LINE, WS-SPLIT-PTR,
                   WS-FLD-SECTOR.
           IF WS-FLD-OPER = 'OperatorId'
              OR WS-FLD-VERB = SPACES
              OR WS-GRANT-COUNT >= 500 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GRANT-COUNT.
           MOVE WS-FLD-OPER TO WS-GRANT-OPER(WS-GRANT-COUNT).
           MOVE FUNCTION UPPER-CASE(WS-FLD-VERB)
             TO WS-GRANT-VERB(WS-GRANT-COUNT).
           IF WS-FLD-SECTOR = SPACES THEN
               MOVE '*' TO WS-GRANT-SECTOR(WS-GRANT-COUNT)
           ELSE
               MOVE WS-FLD-SECTOR TO WS-GRANT-SECTOR(WS-GRANT-COUNT)
           END-IF.
           EXIT PARAGRAPH.

       WRITE-VERDICT-ROW.
           MOVE AU-RUNLOG-PATH TO WS-RUNLOG-PATH.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-TIMESTAMP.
           OPEN EXTEND RUNLOG-FILE.
           IF NOT RUNLOG-FILE-OK THEN
               OPEN OUTPUT RUNLOG-FILE
           END-IF.
           MOVE SPACES TO WS-RUNLOG-LINE.
           STRING WS-RUNLOG-TIMESTAMP(1:14)    DELIMITED BY SIZE
                  ',PGM='                      DELIMITED BY SIZE
                  FUNCTION TRIM(AU-PROGRAM)    DELIMITED BY SIZE
                  ',OPER='                     DELIMITED BY SIZE
                  FUNCTION TRIM(AU-OPERATOR)   DELIMITED BY SIZE
                  ',VERB='                     DELIMITED BY SIZE
                  FUNCTION TRIM(AU-VERB)       DELIMITED BY SIZE
                  ',SECTOR='                   DELIMITED BY SIZE
                  FUNCTION TRIM(AU-SECTOR)     DELIMITED BY SIZE
                  ',TARGET='                   DELIMITED BY SIZE
                  FUNCTION TRIM(AU-TARGET)     DELIMITED BY SIZE
                  ',VERDICT='                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERDICT-TXT) DELIMITED BY SIZE
                  ',RUNID='                    DELIMITED BY SIZE
                  AU-RUN-ID                    DELIMITED BY SIZE
                  INTO WS-RUNLOG-LINE
           END-STRING.
           WRITE RUNLOG-RECORD FROM WS-RUNLOG-LINE.
           CLOSE RUNLOG-FILE.
           EXIT PARAGRAPH.
