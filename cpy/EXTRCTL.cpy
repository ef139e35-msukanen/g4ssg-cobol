      ******************************************************************
      * Caller's control block for READ-EXTRACT-SYSTEM — the reading
      * side of G4SSGXTR's nightly extract.  The caller sets the two
      * paths (the defaults match G4SSGXTR's) and CALLs once per
      * system until XC-AT-END; the reader opens both files on the
      * first call and closes them when the summary file runs out.
      *
      * XC-OPEN-FAILED means one of the files was not there (or not
      * readable); XC-FAILED-PATH names which.  XC-ORPHANS counts
      * orbit rows that matched no summary row — nonzero means the
      * two files are not from the same extract run.
      ******************************************************************
           05  XC-SYSEXT-PATH          PIC X(100) VALUE "stardb.sxt".
           05  XC-ORBEXT-PATH          PIC X(100) VALUE "stardb.oxt".
           05  XC-STATE                PIC X VALUE SPACE.
               88  XC-NOT-OPEN         VALUE SPACE.
               88  XC-SYSTEM-READY     VALUE 'R'.
               88  XC-AT-END           VALUE 'E'.
               88  XC-OPEN-FAILED      VALUE 'F'.
           05  XC-FAILED-PATH          PIC X(100) VALUE SPACES.
           05  XC-ORPHANS              PIC 9(7) USAGE COMP-5 VALUE 0.
