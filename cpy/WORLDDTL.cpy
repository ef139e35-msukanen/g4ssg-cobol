      ******************************************************************
      * World-detail sidecar record — worlds.dat, beside stardb.dat.
      * The star database only keeps the one-byte condensations of a
      * world on its ORBIT entry (ORBIT-LIFE, ORBIT-WEALTH, ORBIT-
      * DYNAMO, ORBIT-REFUEL); the full TERRAINF/ABELTINF/GGINF entry
      * G4SSGCRE rolled for each occupied orbit lives here instead,
      * one row per orbit, so a LOAD= (or any other reader) gets the
      * atmosphere, gravity, hydrographics, moons and rings back
      * rather than guessing from the flags.
      *
      * WDTL-KEY is the indexed file's RECORD KEY: the owning
      * system's STARDB-KEY, then the star and orbit numbers.  A
      * START on the system key with zero star/orbit walks one
      * system's rows in star/orbit order.
      *
      * WDTL-DETAIL is the raw entry image, decoded against the
      * copybook WDTL-OBJ names (TERRAINF 250, ABELTINF 51, GGINF
      * 93 bytes — the shorter two space-padded), same raw-image
      * idea as STARDB-BODY.  WDTL-GENERATION is the SYSTEM-
      * GENERATION of the save that wrote the row; the rows a re-save
      * displaces are appended to the world-detail history (default
      * worlds.his) the way whole records go to stardb.his, so a
      * ROLLBACK can bring back the worlds that went with the
      * generation it restores.
      ******************************************************************
           05  WDTL-KEY.
               10  WDTL-SYSTEM-KEY     PIC X(48).
               10  WDTL-STAR-NO        PIC 99.
               10  WDTL-ORBIT-NO       PIC 999.
           05  WDTL-OBJ                PIC X.
               88  WDTL-TERRESTRIAL    VALUE 'T'.
               88  WDTL-ASTEROID-BELT  VALUE 'A'.
               88  WDTL-GAS-GIANT      VALUE 'G'.
           05  WDTL-GENERATION         PIC 9(3) USAGE COMP-5.
           05  WDTL-DETAIL             PIC X(250).
