      ******************************************************************
      * Player disclosure table — per write-up section, the survey
      * level (0-9) at which it goes into the players' hands, V for
      * once the system is visited or N for never — and the
      * switches one system's survey standing comes out as.
      * G4SSGCRE's PLAYER=Y handout and the G4SSGHTM gazetteer both
      * work from it, and both take a DISCLOSE=<path> file over the
      * built-in levels (see WS-PLAYER-MODE in G4SSGCRE for what
      * each section covers).
      ******************************************************************
       01  WS-DISCLOSE-TAB-TXT         PIC X(154) VALUE
           'STARS     0GIANTS    0BODIES    1WORLDS    3SURFACE   4'
         & 'GEOLOGY   5RESOURCES 6LIFE      6SETTLEMENT0INSTALLS  2'
         & 'OUTER     2HISTORY   4PRECURSOR VHOOKS     N'.
       01  WS-DISCLOSE-TAB REDEFINES WS-DISCLOSE-TAB-TXT.
           05  DSC-ENTRY               OCCURS 14 TIMES
                                       INDEXED BY DSC-IDX.
               10  DSC-SECTION         PIC X(10).
               10  DSC-LEVEL           PIC X.
      *    What this system's handout shows, one switch per section
      *    in table order — all on for the GM's write-up.
       01  WS-DISCLOSED.
           05  WS-SHOW-STARS           PIC X VALUE 'Y'.
               88  SHOW-STARS          VALUE 'Y'.
           05  WS-SHOW-GIANTS          PIC X VALUE 'Y'.
               88  SHOW-GIANTS         VALUE 'Y'.
           05  WS-SHOW-BODIES          PIC X VALUE 'Y'.
               88  SHOW-BODIES         VALUE 'Y'.
           05  WS-SHOW-WORLDS          PIC X VALUE 'Y'.
               88  SHOW-WORLDS         VALUE 'Y'.
           05  WS-SHOW-SURFACE         PIC X VALUE 'Y'.
               88  SHOW-SURFACE        VALUE 'Y'.
           05  WS-SHOW-GEOLOGY         PIC X VALUE 'Y'.
               88  SHOW-GEOLOGY        VALUE 'Y'.
           05  WS-SHOW-RESOURCES       PIC X VALUE 'Y'.
               88  SHOW-RESOURCES      VALUE 'Y'.
           05  WS-SHOW-LIFE            PIC X VALUE 'Y'.
               88  SHOW-LIFE           VALUE 'Y'.
           05  WS-SHOW-SETTLEMENT      PIC X VALUE 'Y'.
               88  SHOW-SETTLEMENT     VALUE 'Y'.
           05  WS-SHOW-INSTALLS        PIC X VALUE 'Y'.
               88  SHOW-INSTALLS       VALUE 'Y'.
           05  WS-SHOW-OUTER           PIC X VALUE 'Y'.
               88  SHOW-OUTER          VALUE 'Y'.
           05  WS-SHOW-HISTORY         PIC X VALUE 'Y'.
               88  SHOW-HISTORY        VALUE 'Y'.
           05  WS-SHOW-PRECURSOR       PIC X VALUE 'Y'.
               88  SHOW-PRECURSOR      VALUE 'Y'.
           05  WS-SHOW-HOOKS           PIC X VALUE 'Y'.
               88  SHOW-HOOKS          VALUE 'Y'.
       01  FILLER REDEFINES WS-DISCLOSED.
           05  DSC-SHOWN               OCCURS 14 TIMES PIC X.
