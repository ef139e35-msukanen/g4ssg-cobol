      ******************************************************************
      * Caller's control block for ENCOUNTER-TABLE — the traffic
      * rating and 2D6 encounter table G4SSGENC prints, kept in one
      * place so every program that rolls on the table (G4SSGENC
      * for the printed tables, G4SSGVOY for a voyage's daily
      * throws) rolls on the same one.
      *
      * EC-RATE: give the system's settlement population exponent,
      * its lane tallies by class and its starport letter; get back
      * the traffic score, the class and the daily encounter throw.
      * EC-ENTRY: give the class and a 2D6 roll; get back the row's
      * entry text.  The installation tallies (by kind — see
      * INSTREC.cpy) turn one row each over to the traffic the
      * installation draws; left at zero they give the plain table.
      ******************************************************************
           05  EC-FUNCTION             PIC X      VALUE 'R'.
               88  EC-RATE             VALUE 'R'.
               88  EC-ENTRY            VALUE 'E'.
           05  EC-POP                  PIC 99     USAGE COMP-5.
           05  EC-MAIN-CT              PIC 999    USAGE COMP-5.
           05  EC-MAJOR-CT             PIC 999    USAGE COMP-5.
           05  EC-MINOR-CT             PIC 999    USAGE COMP-5.
           05  EC-PORT                 PIC X      VALUE 'X'.
           05  EC-SCORE                PIC S999   USAGE COMP-5.
           05  EC-TRAFFIC-CLASS        PIC X(8)   VALUE SPACES.
               88  EC-BUSTLING         VALUE 'BUSTLING'.
               88  EC-BUSY             VALUE 'BUSY'.
               88  EC-MODERATE         VALUE 'MODERATE'.
               88  EC-QUIET            VALUE 'QUIET'.
               88  EC-DEAD             VALUE 'DEAD'.
           05  EC-THROW                PIC 99     USAGE COMP-5.
           05  EC-ROLL                 PIC 99     USAGE COMP-5.
           05  EC-ENTRY-TXT            PIC X(60)  VALUE SPACES.
           05  EC-INSTALLS.
               10  EC-INST-HIGHPORT    PIC 99     USAGE COMP-5 VALUE 0.
               10  EC-INST-SHIPYARD    PIC 99     USAGE COMP-5 VALUE 0.
               10  EC-INST-SKIMMER     PIC 99     USAGE COMP-5 VALUE 0.
               10  EC-INST-MINING      PIC 99     USAGE COMP-5 VALUE 0.
               10  EC-INST-RESEARCH    PIC 99     USAGE COMP-5 VALUE 0.
               10  EC-INST-NAVAL       PIC 99     USAGE COMP-5 VALUE 0.
      *            Scout stations and way-station relays together.
               10  EC-INST-SCOUT       PIC 99     USAGE COMP-5 VALUE 0.
