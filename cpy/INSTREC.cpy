      ******************************************************************
      * Orbital-installation sidecar record — installs.dat, beside
      * stardb.dat and worlds.dat.  What is actually built in a
      * system: highports, shipyards, gas-giant skimming stations,
      * mining bases, research outposts, and the naval/scout
      * stations behind the SYSTEM-BASES flags.  Placed by
      * G4SSGCRE's GEN-INSTALLATIONS off the settlement digits, the
      * orbit condensations (ORBIT-WEALTH, ORBIT-REFUEL, ORBIT-
      * PRECURSOR) and the Lagrange verdicts, rewritten with every
      * save; read back by a LOAD= for the write-up and by
      * G4SSGENC for the encounter tables.
      *
      * INST-KEY is the indexed file's RECORD KEY, shaped like
      * WDTL-KEY: the owning system's STARDB-KEY, then the star and
      * orbit numbers — one row per orbit that carries anything,
      * holding up to six installations.  A START on the system key
      * with zero star/orbit walks one system's rows.
      ******************************************************************
           05  INST-KEY.
               10  INST-SYSTEM-KEY     PIC X(48).
               10  INST-STAR-NO        PIC 99.
               10  INST-ORBIT-NO       PIC 999.
      *        SYSTEM-GENERATION of the save that wrote the row.
           05  INST-GENERATION         PIC 9(3) USAGE COMP-5.
           05  INST-COUNT              PIC 9.
           05  INST-ENTRY              OCCURS 6 TIMES.
               10  INST-TYPE           PIC X.
                   88  INST-HIGHPORT   VALUE 'H'.
                   88  INST-SHIPYARD   VALUE 'Y'.
                   88  INST-SKIMMER    VALUE 'K'.
                   88  INST-MINING     VALUE 'M'.
                   88  INST-RESEARCH   VALUE 'R'.
                   88  INST-NAVAL-DEPOT
                                       VALUE 'N'.
                   88  INST-SCOUT-STATION
                                       VALUE 'S'.
                   88  INST-WAY-RELAY  VALUE 'W'.
      *            Where on the orbit: in Orbit about the body, at
      *            its L4/L5 points, at the L1/L2 station Points,
      *            or down on the Surface.
               10  INST-SITE           PIC X.
                   88  INST-IN-ORBIT   VALUE 'O'.
                   88  INST-AT-L4-L5   VALUE 'L'.
                   88  INST-AT-L1-L2   VALUE 'P'.
                   88  INST-ON-SURFACE VALUE 'S'.
               10  INST-SIZE           PIC X.
                   88  INST-SMALL      VALUE 'S'.
                   88  INST-MEDIUM     VALUE 'M'.
                   88  INST-LARGE      VALUE 'L'.
           05  INST-RESERVE            PIC X(20).
