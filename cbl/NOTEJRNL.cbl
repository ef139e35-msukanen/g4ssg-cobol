       IDENTIFICATION DIVISION.
       PROGRAM-ID.   JOURNAL-ANNOTATION-CHANGE.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Annotation journal writer, shared by everything that saves a
      * notes.dat annotation (G4SSGNOT's SET=, G4SSGCON's annotation
      * edit), so a claim or a first visit is dated the same way
      * whichever door it came in by.
      *
      * The journal (default notelog.csv) is appended to, and made
      * with its header row when there is none yet:
      *     Day,SysName,Event,Detail
      *     112,Regina,CLAIM,Imperial Navy
      *     140,Regina,RELEASE,Imperial Navy
      *     141,Regina,VISIT,
      * CLAIM carries the new owner (a claim handed over is simply a
      * new CLAIM), RELEASE the owner let go, VISIT nothing.  Only a
      * visited flag going to Y counts as a visit — scheduled (S) is
      * not one.  The sector chronicle (G4SSGCHR) reads the rows back.
      *
      * See JRNLCTL.cpy for the control block.
      *
      ******************************************************************
       COPY        TESTENV.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE         ASSIGN TO WS-JOURNAL-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-JOURNAL-STATUS.
           SELECT CLOCK-FILE           ASSIGN TO WS-CLOCK-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-CLOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD              PIC X(200).
       FD  CLOCK-FILE.
       01  CLOCK-RECORD                PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-PATH             PIC X(100).
       01  WS-JOURNAL-STATUS           PIC XX.
           88  JOURNAL-FILE-OK         VALUE '00'.
       01  WS-CLOCK-PATH               PIC X(100).
       01  WS-CLOCK-STATUS             PIC XX.
           88  CLOCK-FILE-OK           VALUE '00'.
       01  WS-CLK-LINE                 PIC X(40).
       01  WS-JRN-EVENT                PIC X(8).
       01  WS-JRN-DETAIL               PIC X(24).
       01  WS-JRN-LINE                 PIC X(200).
       01  WS-DISP-DAY                 PIC -(7)9.
      *    CSV-quoted fields — see CSV-QUOTE-FIELD.
       01  WS-Q-IN                     PIC X(100).
       01  WS-NAME-Q                   PIC X(104).
       01  WS-DETAIL-Q                 PIC X(104).

       LINKAGE SECTION.
       01  LK-JRNL-CTL.
           COPY JRNLCTL.

      ******************************************************************
      * What the save changed that a chronicle wants dated: a claim
      * staked (or handed over), a claim released, a first visit.
       PROCEDURE DIVISION USING LK-JRNL-CTL.
           MOVE 0 TO NJ-ROWS.
           IF NJ-NEW-CLAIM NOT = NJ-OLD-CLAIM THEN
               IF NJ-NEW-CLAIM = SPACES THEN
                   MOVE 'RELEASE' TO WS-JRN-EVENT
                   MOVE NJ-OLD-CLAIM TO WS-JRN-DETAIL
               ELSE
                   MOVE 'CLAIM' TO WS-JRN-EVENT
                   MOVE NJ-NEW-CLAIM TO WS-JRN-DETAIL
               END-IF
               PERFORM WRITE-JOURNAL-ROW
           END-IF.
           IF NJ-NEW-VISITED = 'Y' AND NJ-OLD-VISITED NOT = 'Y' THEN
               MOVE 'VISIT' TO WS-JRN-EVENT
               MOVE SPACES TO WS-JRN-DETAIL
               PERFORM WRITE-JOURNAL-ROW
           END-IF.
           GOBACK.

       WRITE-JOURNAL-ROW.
           IF NJ-DAY-GIVEN NOT = 'Y' THEN
               PERFORM READ-CAMPAIGN-CLOCK
               MOVE 'Y' TO NJ-DAY-GIVEN
           END-IF.
           MOVE NJ-JOURNAL-PATH TO WS-JOURNAL-PATH.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT JOURNAL-FILE-OK THEN
               OPEN OUTPUT JOURNAL-FILE
               MOVE 'Day,SysName,Event,Detail' TO JOURNAL-RECORD
               WRITE JOURNAL-RECORD
           END-IF.
           MOVE NJ-DAY TO WS-DISP-DAY.
           MOVE NJ-SYS-NAME TO WS-Q-IN.
           CALL 'CSV-QUOTE-FIELD' USING WS-Q-IN, WS-NAME-Q.
           MOVE WS-JRN-DETAIL TO WS-Q-IN.
           CALL 'CSV-QUOTE-FIELD' USING WS-Q-IN, WS-DETAIL-Q.
           MOVE SPACES TO WS-JRN-LINE.
           STRING FUNCTION TRIM(WS-DISP-DAY) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NAME-Q)   DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JRN-EVENT)
                                             DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DETAIL-Q) DELIMITED BY SIZE
                  INTO WS-JRN-LINE
           END-STRING.
           WRITE JOURNAL-RECORD FROM WS-JRN-LINE.
           CLOSE JOURNAL-FILE.
           ADD 1 TO NJ-ROWS.
           EXIT PARAGRAPH.

      *    The campaign clock — G4SSGCLK owns the file; this only
      *    reads it.  No clock, day 0.
       READ-CAMPAIGN-CLOCK.
           MOVE NJ-CLOCK-PATH TO WS-CLOCK-PATH.
           MOVE 0 TO NJ-DAY.
           MOVE SPACES TO WS-CLK-LINE.
           OPEN INPUT CLOCK-FILE.
           IF NOT CLOCK-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           READ CLOCK-FILE INTO WS-CLK-LINE
               AT END CONTINUE
           END-READ.
           CLOSE CLOCK-FILE.
           IF WS-CLK-LINE(1:4) = 'DAY=' THEN
               COMPUTE NJ-DAY =
                       FUNCTION NUMVAL(WS-CLK-LINE(5:12))
           END-IF.
           EXIT PARAGRAPH.
