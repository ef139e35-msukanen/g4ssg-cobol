       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TRANSLATE-TEXT.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Player-facing wording out of the language tables — the write-
      * up, the hooks file, the shortlist and the print pack's page
      * furniture ask for their text by key, so a table can put them
      * into another language without anyone touching the programs
      * (see LANGCTL.cpy for the control block).
      *
      * The tables live in one directory (default data/lang; the
      * environment variable SSG-LANG-DIR names another), one file
      * per language named for its code — EN.txt, FI.txt, DE.txt.
      * One text per line in fixed columns:
      *     cols 1-24  key — 'RPT.STAR-HEAD', 'CLIMATE.FROZEN'
      *     cols 26-   text; &1..&6 stand for the caller's inserts.
      *                Leading blanks are part of the text.
      * Lines starting '*' are comments.  EN.txt is read on the
      * first call of the run unit; a language laid over it only
      * replaces the keys its own file has, so anything it leaves
      * untranslated still reads in English.
      *
      ******************************************************************
       COPY        TESTENV.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANG-FILE            ASSIGN TO WS-LANG-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-LANG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LANG-FILE.
       01  LANG-RECORD                 PIC X(240).

       WORKING-STORAGE SECTION.
       01  WS-LANG-DIR                 PIC X(100) VALUE "data/lang".
       01  WS-LANG-PATH                PIC X(120).
       01  WS-LANG-STATUS              PIC XX.
           88  LANG-FILE-OK            VALUE '00'.
           88  LANG-FILE-EOF           VALUE '10'.
       01  WS-ENV-PATH                 PIC X(100).
       01  WS-LOAD-LANG                PIC X(5).
       01  WS-FIND-KEY                 PIC X(24).
      *********************************
      * The table — English first, the run's language over it.
       01  WS-TXT-LOADED               PIC X VALUE '-'.
       01  WS-TXT-COUNT                PIC 9(4) USAGE COMP-5 VALUE 0.
       01  WS-TXT-TABLE.
           05  WS-TXT-ENTRY            OCCURS 1500 TIMES.
               10  WS-TXT-KEY          PIC X(24).
               10  WS-TXT-TEXT         PIC X(200).
       01  WS-C                        PIC 9(4) USAGE COMP-5.
      *********************************
      * The text in hand.
       01  WS-TEMPLATE                 PIC X(200).
       01  WS-LINE                     PIC X(200).
       01  WS-PTR                      PIC 999 USAGE COMP-5.
       01  WS-T                        PIC 999 USAGE COMP-5.
       01  WS-N                        PIC 9 USAGE COMP-5.
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.

       LINKAGE SECTION.
       01  LK-LANG-CTL.
           COPY LANGCTL.

       PROCEDURE DIVISION USING LK-LANG-CTL.
           IF WS-TXT-LOADED NOT = 'Y' AND NOT LT-SET-LANGUAGE THEN
               PERFORM LOAD-ENGLISH-TABLE
           END-IF.
           EVALUATE TRUE
               WHEN LT-SET-LANGUAGE
                   PERFORM SET-RUN-LANGUAGE
               WHEN LT-TRANSLATE-WORD
                   PERFORM TRANSLATE-ONE-WORD
               WHEN OTHER
                   PERFORM TRANSLATE-ONE-TEXT
           END-EVALUATE.
           MOVE SPACES TO LT-INSERTS.
           SET LT-TRANSLATE TO TRUE.
           GOBACK.

      *********************************
      * LT-KEY's text, or the caller's own wording in LT-TEXT when
      * no table has it.  With neither, the key and its inserts go
      * out so the gap shows on the page.
       TRANSLATE-ONE-TEXT.
           MOVE LT-KEY TO WS-FIND-KEY.
           PERFORM FIND-TEXT-KEY.
           EVALUATE TRUE
               WHEN WS-C <= WS-TXT-COUNT
                   MOVE WS-TXT-TEXT(WS-C) TO WS-TEMPLATE
               WHEN LT-TEXT NOT = SPACES
                   MOVE LT-TEXT TO WS-TEMPLATE
               WHEN OTHER
                   MOVE SPACES TO WS-TEMPLATE
                   STRING FUNCTION TRIM(LT-KEY) ' &1 &2 &3 &4 &5 &6'
                          DELIMITED BY SIZE INTO WS-TEMPLATE
                   END-STRING
           END-EVALUATE.
           PERFORM FILL-TEMPLATE-INSERTS.
           MOVE WS-LINE TO LT-TEXT.
           EXIT PARAGRAPH.

      *    'CLIMATE' + 'TEMPERATE' looks up CLIMATE.TEMPERATE; the
      *    word itself when no table has it.
       TRANSLATE-ONE-WORD.
           MOVE SPACES TO WS-TEMPLATE.
           STRING FUNCTION TRIM(LT-KEY) '.'
                  FUNCTION UPPER-CASE(FUNCTION TRIM(LT-INSERT(1)))
                  DELIMITED BY SIZE INTO WS-TEMPLATE
           END-STRING.
           MOVE WS-TEMPLATE TO WS-FIND-KEY.
           PERFORM FIND-TEXT-KEY.
           IF WS-C <= WS-TXT-COUNT THEN
               MOVE WS-TXT-TEXT(WS-C) TO LT-TEXT
           ELSE
               MOVE FUNCTION TRIM(LT-INSERT(1)) TO LT-TEXT
           END-IF.
           EXIT PARAGRAPH.

       FIND-TEXT-KEY.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-TXT-COUNT
                      OR WS-TXT-KEY(WS-C) = WS-FIND-KEY
               CONTINUE
           END-PERFORM.
           EXIT PARAGRAPH.

      *    WS-TEMPLATE into WS-LINE, each &n swapped for insert n
      *    with its trailing blanks off.
       FILL-TEMPLATE-INSERTS.
           MOVE SPACES TO WS-LINE.
           MOVE 1 TO WS-PTR.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > 200 OR WS-PTR > 200
               IF WS-TEMPLATE(WS-T:1) = '&' AND WS-T < 200
                  AND WS-TEMPLATE(WS-T + 1:1) >= '1'
                  AND WS-TEMPLATE(WS-T + 1:1) <= '6' THEN
                   COMPUTE WS-N =
                           FUNCTION NUMVAL(WS-TEMPLATE(WS-T + 1:1))
                   IF LT-INSERT(WS-N) NOT = SPACES THEN
                       STRING FUNCTION TRIM(LT-INSERT(WS-N) TRAILING)
                              DELIMITED BY SIZE
                              INTO WS-LINE WITH POINTER WS-PTR
                       END-STRING
                   END-IF
                   ADD 1 TO WS-T
               ELSE
                   IF WS-TEMPLATE(WS-T:) = SPACES THEN
                       EXIT PERFORM
                   END-IF
                   MOVE WS-TEMPLATE(WS-T:1) TO WS-LINE(WS-PTR:1)
                   ADD 1 TO WS-PTR
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * English is always underneath; LT-LANG goes over a fresh copy
      * of it, so a second LANG= in the same run unit does not keep
      * the first one's leftovers.
       SET-RUN-LANGUAGE.
           MOVE FUNCTION UPPER-CASE(LT-LANG) TO LT-LANG.
           IF LT-LANG = SPACES OR LT-LANG = 'EN' THEN
               MOVE 'EN' TO LT-LANG
           END-IF.
           PERFORM LOAD-ENGLISH-TABLE.
           IF LT-LANG = 'EN' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE LT-LANG TO WS-LOAD-LANG.
           PERFORM BUILD-TABLE-PATH.
           OPEN INPUT LANG-FILE.
           IF NOT LANG-FILE-OK THEN
               MOVE 'LNG001' TO MC-MSG-ID
               MOVE LT-LANG TO MC-INSERT(1)
               MOVE WS-LANG-PATH TO MC-INSERT(2)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-TABLE-LINES.
           EXIT PARAGRAPH.

       LOAD-ENGLISH-TABLE.
           MOVE 'Y' TO WS-TXT-LOADED.
           MOVE 0 TO WS-TXT-COUNT.
           MOVE SPACES TO WS-ENV-PATH.
           ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'SSG-LANG-DIR'.
           IF WS-ENV-PATH NOT = SPACES THEN
               MOVE WS-ENV-PATH TO WS-LANG-DIR
           END-IF.
           MOVE 'EN' TO WS-LOAD-LANG.
           PERFORM BUILD-TABLE-PATH.
           OPEN INPUT LANG-FILE.
           IF NOT LANG-FILE-OK THEN
               MOVE 'LNG002' TO MC-MSG-ID
               MOVE WS-LANG-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-TABLE-LINES.
           EXIT PARAGRAPH.

       BUILD-TABLE-PATH.
           MOVE SPACES TO WS-LANG-PATH.
           STRING FUNCTION TRIM(WS-LANG-DIR) '/'
                  FUNCTION TRIM(WS-LOAD-LANG) '.txt'
                  DELIMITED BY SIZE INTO WS-LANG-PATH
           END-STRING.
           EXIT PARAGRAPH.

       READ-TABLE-LINES.
           PERFORM UNTIL LANG-FILE-EOF
               READ LANG-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM LOAD-ONE-TEXT
               END-READ
           END-PERFORM.
           CLOSE LANG-FILE.
           EXIT PARAGRAPH.

      *    A key already in the table (English, under a language
      *    being laid over it) is replaced in place.
       LOAD-ONE-TEXT.
           IF LANG-RECORD = SPACES
              OR LANG-RECORD(1:1) = '*'
              OR LANG-RECORD(1:24) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE LANG-RECORD(1:24) TO WS-FIND-KEY.
           PERFORM FIND-TEXT-KEY.
           IF WS-C > WS-TXT-COUNT THEN
               IF WS-TXT-COUNT >= 1500 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TXT-COUNT
               MOVE WS-TXT-COUNT TO WS-C
               MOVE WS-FIND-KEY TO WS-TXT-KEY(WS-C)
           END-IF.
           MOVE LANG-RECORD(26:) TO WS-TXT-TEXT(WS-C).
           EXIT PARAGRAPH.
