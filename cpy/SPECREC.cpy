      ******************************************************************
      * Sapient-species registry record — species.dat, beside
      * stardb.dat.  ORBIT-LIFE says how much lives on a world; this
      * says whether any of it thinks, where it came from and where
      * its people have gone since.  Written by G4SSGCRE's optional
      * species pass ('SPECIES=Y'/'SPECIES=<path>', see GEN-SAPIENT-
      * SPECIES): a species arises on the complex- or abundant-life
      * main world of an old system, and the expansionist ones are
      * carried into later systems of their home sector as colonies.
      * The settlement a species holds carries its key in SYSTEM-
      * SPECIES, which is how G4SSGPOL and G4SSGCEN attribute
      * polities and population to it.
      *
      * SPEC-KEY is the indexed file's RECORD KEY: the species name
      * as rolled.  SPEC-HOME-KEY is shaped like WDTL-KEY — the
      * homeworld system's STARDB-KEY, then its star and orbit — so
      * the homeworld's full detail row is one READ away.
      *
      * The biochemistry and environment needs are taken from that
      * detail row when the species is recorded, and are what a
      * colony world has to come close to: gravity within half
      * again of home, and the home atmosphere type unless the
      * species has TL 11+ habitats to live in.
      ******************************************************************
           05  SPEC-KEY                PIC X(24).
           05  SPEC-HOME-KEY.
               10  SPEC-HOME-SYSTEM    PIC X(48).
               10  SPEC-HOME-STAR-NO   PIC 99.
               10  SPEC-HOME-ORBIT-NO  PIC 999.
      *        SYSTEM-SECTOR of the homeworld — a species spreads
      *        within its own sector.
           05  SPEC-HOME-SECTOR        PIC X(12).
      *        Carbon/water like us, carbon in liquid ammonia, a
      *        hydrocarbon (methane-sea) chemistry, or something
      *        stranger still off a corrosive or exotic atmosphere.
           05  SPEC-BIOCHEM            PIC X.
               88  BIOCHEM-CARBON-WATER
                                       VALUE 'W'.
               88  BIOCHEM-AMMONIA     VALUE 'A'.
               88  BIOCHEM-HYDROCARBON VALUE 'H'.
               88  BIOCHEM-EXOTIC      VALUE 'X'.
      *        Environment needs — the homeworld's own figures.
           05  SPEC-NEEDS.
               10  SPEC-ATMO-COMP      PIC X(9).                        TERRAINF
               10  SPEC-BREATHE        PIC X(12).                       TERRAINF
               10  SPEC-CLIMATE        PIC X(9).                        TERRAINF
               10  SPEC-GRAVITY        PIC 9V99.                        G
               10  SPEC-PRESSURE       PIC 99V99.                       atm
               10  SPEC-TEMP-K         PIC 9(4).                        Kelvin
               10  SPEC-HYDRO          PIC 999.                         %
           05  SPEC-TL                 PIC 99.
      *        How the species meets the wider galaxy — only the
      *        Expansionist and Aggressive ones found colonies.
           05  SPEC-STANCE             PIC X.
               88  STANCE-ISOLATIONIST VALUE 'I'.
               88  STANCE-CAUTIOUS     VALUE 'C'.
               88  STANCE-EXPANSIONIST VALUE 'E'.
               88  STANCE-AGGRESSIVE   VALUE 'A'.
               88  STANCE-SPREADS      VALUE 'E' 'A'.
      *        SYSTEM-GENERATION of the homeworld save that recorded
      *        the species.
           05  SPEC-GENERATION         PIC 9(3) USAGE COMP-5.
      *        The worlds settled beyond the homeworld, in the order
      *        they were settled — system key, star and orbit.
           05  SPEC-WORLD-COUNT        PIC 99.
           05  SPEC-WORLD              OCCURS 20 TIMES.
               10  SPEC-WORLD-SYSTEM   PIC X(48).
               10  SPEC-WORLD-STAR-NO  PIC 99.
               10  SPEC-WORLD-ORBIT-NO PIC 999.
           05  SPEC-RESERVE            PIC X(40).
