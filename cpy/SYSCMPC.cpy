      ******************************************************************
      * Caller's control block for COMPARE-SYSTEM-RECORDS (see
      * cbl/SYSCMP.cbl).  SC-MODE picks the field set; SC-LINES comes
      * back as the number of difference lines DISPLAYed — zero means
      * every compared field matched.
      ******************************************************************
           05  SC-MODE                 PIC X VALUE 'A'.
               88  SC-ALL-FIELDS       VALUE 'A'.
               88  SC-GENERATED-ONLY   VALUE 'G'.
           05  SC-LINES                PIC 9(5) USAGE COMP-5 VALUE 0.
