      ******************************************************************
      * Caller's control block for JOURNAL-ANNOTATION-CHANGE — the
      * one place an annotation save (G4SSGNOT's SET=, the console's
      * annotation edit) is turned into annotation journal rows.
      * The caller gives the system name and its claim and visited
      * flag before and after the save; the routine appends a CLAIM
      * or RELEASE row when the claim changed and a VISIT row on a
      * first visit, dated on NJ-DAY when NJ-DAY-GIVEN, else on the
      * campaign clock's day (read once per run; no clock, day 0).
      * NJ-ROWS says how many rows went out.
      ******************************************************************
           05  NJ-JOURNAL-PATH         PIC X(100) VALUE "notelog.csv".
           05  NJ-CLOCK-PATH           PIC X(100) VALUE "campclock.dat".
           05  NJ-DAY                  PIC S9(8)  USAGE COMP-5 VALUE 0.
           05  NJ-DAY-GIVEN            PIC X      VALUE '-'.
           05  NJ-SYS-NAME             PIC X(48)  VALUE SPACES.
           05  NJ-OLD-CLAIM            PIC X(24)  VALUE SPACES.
           05  NJ-OLD-VISITED          PIC X      VALUE '-'.
           05  NJ-NEW-CLAIM            PIC X(24)  VALUE SPACES.
           05  NJ-NEW-VISITED          PIC X      VALUE '-'.
           05  NJ-ROWS                 PIC 9      USAGE COMP-5 VALUE 0.
