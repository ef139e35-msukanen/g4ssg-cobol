      ******************************************************************
      * Caller's control block for TRANSLATE-TEXT — the wording of the
      * player-facing outputs (the world write-up, the hooks file,
      * the shortlist, the print pack's headers) out of the language
      * tables under data/lang, one file per language, EN.txt the
      * master every other one is checked against.
      *
      * LT-TRANSLATE: the text for LT-KEY comes back in LT-TEXT with
      *     each &1..&6 swapped for LT-INSERT(n), trailing blanks
      *     off (leading ones kept — an indent is part of the
      *     line).  Whatever the caller left in LT-TEXT is the
      *     wording used when no table has the key, so the caller's
      *     English stands when a table is missing or short.
      * LT-TRANSLATE-WORD: one word of a stored vocabulary — LT-KEY
      *     names the list ('CLIMATE'), LT-INSERT(1) the value
      *     ('TEMPERATE'); the table key is 'CLIMATE.TEMPERATE', and
      *     the value itself comes back when no table has it.
      * LT-SET-LANGUAGE: LT-LANG ('FI', 'DE', ... ; 'EN' or blank
      *     for English) is laid over the English table for the rest
      *     of the run unit.  A key the language's table lacks falls
      *     back to English.
      *
      * The inserts are cleared, and LT-FUNCTION set back to
      * LT-TRANSLATE, on every return.  Numbers go in already
      * formatted (FMT-NUM), so they keep the run's DECIMAL= setting
      * whatever the language.
      ******************************************************************
           05  LT-FUNCTION             PIC X      VALUE 'T'.
               88  LT-TRANSLATE        VALUE 'T'.
               88  LT-TRANSLATE-WORD   VALUE 'W'.
               88  LT-SET-LANGUAGE     VALUE 'L'.
           05  LT-LANG                 PIC X(5)   VALUE SPACES.
           05  LT-KEY                  PIC X(24)  VALUE SPACES.
           05  LT-INSERTS              VALUE SPACES.
               10  LT-INSERT           PIC X(100) OCCURS 6 TIMES.
           05  LT-TEXT                 PIC X(200) VALUE SPACES.
