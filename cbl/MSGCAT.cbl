       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ISSUE-SUITE-MESSAGE.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Suite message service — every operational message the
      * programs put on the console comes through here, worded from
      * the one message catalog and stamped with its id and
      * severity, so an operator's runbook keys on ids instead of on
      * whatever each program happened to say, and every program's
      * return code comes out of the same severity scheme (see
      * MSGCTL.cpy for the control block and the scheme).
      *
      * The catalog (default data/msgcat.txt; the environment
      * variable SSG-MSGCAT-FILE names another) is one message per
      * line in fixed columns:
      *     cols 1-6   id — program suffix and number, 'SHP004'
      *     col  8     severity — I, W, E or S
      *     cols 10-   text; &1..&6 stand for the caller's inserts
      * Lines starting '*' are comments.  It is read once, on the
      * first call of the run unit.  An id the catalog lacks (or a
      * missing catalog) still goes out — as an error, id and
      * inserts only — so nothing is ever silently dropped.
      *
      ******************************************************************
       COPY        TESTENV.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE         ASSIGN TO WS-CATALOG-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD              PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-PATH             PIC X(100)
                                       VALUE "data/msgcat.txt".
       01  WS-CATALOG-STATUS           PIC XX.
           88  CATALOG-FILE-OK         VALUE '00'.
           88  CATALOG-FILE-EOF        VALUE '10'.
       01  WS-ENV-PATH                 PIC X(100).
      *********************************
      * The catalog, loaded on the first call.
       01  WS-CAT-LOADED               PIC X VALUE '-'.
       01  WS-CAT-COUNT                PIC 9(4) USAGE COMP-5 VALUE 0.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY            OCCURS 3000 TIMES.
               10  WS-CAT-ID           PIC X(6).
               10  WS-CAT-SEV          PIC X.
               10  WS-CAT-TEXT         PIC X(150).
       01  WS-C                        PIC 9(4) USAGE COMP-5.
      *********************************
      * One context per open run, innermost last.
       01  WS-RUN-DEPTH                PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-RUN-TABLE.
           05  WS-RUN-CTX              OCCURS 10 TIMES.
               10  WS-RUN-PROGRAM      PIC X(8).
               10  WS-RUN-RANK         PIC 9 USAGE COMP-5.
               10  WS-RUN-HIGH-ID      PIC X(12).
      *********************************
      * The message in hand.
       01  WS-SEV                      PIC X.
       01  WS-RANK                     PIC 9 USAGE COMP-5.
       01  WS-FULL-ID                  PIC X(12).
       01  WS-TEXT                     PIC X(150).
       01  WS-LINE                     PIC X(400).
       01  WS-PTR                      PIC 999 USAGE COMP-5.
       01  WS-T                        PIC 999 USAGE COMP-5.
       01  WS-N                        PIC 9 USAGE COMP-5.

       LINKAGE SECTION.
       01  LK-MSG-CTL.
           COPY MSGCTL.

       PROCEDURE DIVISION USING LK-MSG-CTL.
           IF WS-CAT-LOADED NOT = 'Y' THEN
               PERFORM LOAD-CATALOG
           END-IF.
      *    A message with no run open (a subprogram driven on its
      *    own) gets an anonymous one.
           IF WS-RUN-DEPTH = 0 AND NOT MC-BEGIN-RUN THEN
               PERFORM OPEN-RUN-CONTEXT
           END-IF.
           EVALUATE TRUE
               WHEN MC-BEGIN-RUN
                   PERFORM OPEN-RUN-CONTEXT
               WHEN MC-ISSUE
                   PERFORM ISSUE-ONE-MESSAGE
               WHEN MC-QUERY
                   CONTINUE
               WHEN MC-END-RUN
                   PERFORM ANSWER-RUN-CONTEXT
                   IF WS-RUN-DEPTH > 0 THEN
                       SUBTRACT 1 FROM WS-RUN-DEPTH
                   END-IF
                   SET MC-ISSUE TO TRUE
                   GOBACK
           END-EVALUATE.
           PERFORM ANSWER-RUN-CONTEXT.
           SET MC-ISSUE TO TRUE.
           GOBACK.

      *********************************
      * A fresh context for the run MC-PROGRAM is starting.  Past
      * ten deep the innermost slot is reused.
       OPEN-RUN-CONTEXT.
           IF WS-RUN-DEPTH < 10 THEN
               ADD 1 TO WS-RUN-DEPTH
           END-IF.
           MOVE MC-PROGRAM TO WS-RUN-PROGRAM(WS-RUN-DEPTH).
           MOVE 0 TO WS-RUN-RANK(WS-RUN-DEPTH).
           MOVE SPACES TO WS-RUN-HIGH-ID(WS-RUN-DEPTH).
           EXIT PARAGRAPH.

      *    The innermost run's highest message and return code.
       ANSWER-RUN-CONTEXT.
           IF WS-RUN-DEPTH = 0 THEN
               MOVE SPACES TO MC-HIGH-ID
               MOVE 0 TO MC-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RUN-HIGH-ID(WS-RUN-DEPTH) TO MC-HIGH-ID.
           COMPUTE MC-RC = WS-RUN-RANK(WS-RUN-DEPTH) * 4.
           EXIT PARAGRAPH.

      *********************************
      * Look the id up, fill the inserts in, put it out, and let it
      * raise the run's high-water mark.  The first message at the
      * highest severity is the one the run is remembered by.
       ISSUE-ONE-MESSAGE.
           MOVE 'E' TO WS-SEV.
           MOVE SPACES TO WS-TEXT.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAT-COUNT
                      OR WS-CAT-ID(WS-C) = MC-MSG-ID
               CONTINUE
           END-PERFORM.
           IF WS-C <= WS-CAT-COUNT THEN
               MOVE WS-CAT-SEV(WS-C) TO WS-SEV
               MOVE WS-CAT-TEXT(WS-C) TO WS-TEXT
           ELSE
               MOVE '&1 &2 &3 &4 &5 &6' TO WS-TEXT
           END-IF.
           EVALUATE WS-SEV
               WHEN 'I'  MOVE 0 TO WS-RANK
               WHEN 'W'  MOVE 1 TO WS-RANK
               WHEN 'S'  MOVE 3 TO WS-RANK
               WHEN OTHER
                   MOVE 'E' TO WS-SEV
                   MOVE 2 TO WS-RANK
           END-EVALUATE.
           MOVE SPACES TO WS-FULL-ID.
           STRING 'G4SSG' MC-MSG-ID WS-SEV
                  DELIMITED BY SIZE INTO WS-FULL-ID
           END-STRING.
           PERFORM BUILD-MESSAGE-LINE.
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING).
           MOVE WS-SEV TO MC-SEVERITY.
           IF WS-RUN-HIGH-ID(WS-RUN-DEPTH) = SPACES
              OR WS-RANK > WS-RUN-RANK(WS-RUN-DEPTH) THEN
               MOVE WS-RANK TO WS-RUN-RANK(WS-RUN-DEPTH)
               MOVE WS-FULL-ID TO WS-RUN-HIGH-ID(WS-RUN-DEPTH)
           END-IF.
           MOVE SPACES TO MC-INSERTS.
           EXIT PARAGRAPH.

      *    '<full id> <text>', each &n swapped for insert n, trimmed.
       BUILD-MESSAGE-LINE.
           MOVE SPACES TO WS-LINE.
           MOVE 1 TO WS-PTR.
           STRING WS-FULL-ID ' ' DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-PTR
           END-STRING.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > 150 OR WS-PTR > 400
               IF WS-TEXT(WS-T:1) = '&' AND WS-T < 150
                  AND WS-TEXT(WS-T + 1:1) >= '1'
                  AND WS-TEXT(WS-T + 1:1) <= '6' THEN
                   COMPUTE WS-N = FUNCTION NUMVAL(WS-TEXT(WS-T + 1:1))
                   IF MC-INSERT(WS-N) NOT = SPACES THEN
                       STRING FUNCTION TRIM(MC-INSERT(WS-N))
                              DELIMITED BY SIZE
                              INTO WS-LINE WITH POINTER WS-PTR
                       END-STRING
                   END-IF
                   ADD 1 TO WS-T
               ELSE
                   IF WS-TEXT(WS-T:) = SPACES THEN
                       EXIT PERFORM
                   END-IF
                   MOVE WS-TEXT(WS-T:1) TO WS-LINE(WS-PTR:1)
                   ADD 1 TO WS-PTR
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * The catalog into WS-CAT-TABLE.  No catalog is said once, by
      * the service's own id.
       LOAD-CATALOG.
           MOVE 'Y' TO WS-CAT-LOADED.
           MOVE SPACES TO WS-ENV-PATH.
           ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'SSG-MSGCAT-FILE'.
           IF WS-ENV-PATH NOT = SPACES THEN
               MOVE WS-ENV-PATH TO WS-CATALOG-PATH
           END-IF.
           OPEN INPUT CATALOG-FILE.
           IF NOT CATALOG-FILE-OK THEN
               DISPLAY 'G4SSGMSG001W Message catalog '
                   FUNCTION TRIM(WS-CATALOG-PATH)
                   ' not found — messages go out by id and inserts'
                   ' only.'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CATALOG-FILE-EOF
               READ CATALOG-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM LOAD-ONE-MESSAGE
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.
           EXIT PARAGRAPH.

       LOAD-ONE-MESSAGE.
           IF CATALOG-RECORD = SPACES
              OR CATALOG-RECORD(1:1) = '*'
              OR WS-CAT-COUNT >= 3000 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CAT-COUNT.
           MOVE CATALOG-RECORD(1:6) TO WS-CAT-ID(WS-CAT-COUNT).
           MOVE CATALOG-RECORD(8:1) TO WS-CAT-SEV(WS-CAT-COUNT).
           MOVE CATALOG-RECORD(10:) TO WS-CAT-TEXT(WS-CAT-COUNT).
           EXIT PARAGRAPH.
