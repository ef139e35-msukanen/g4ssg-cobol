      *        copybook change stops silently orphaning databases:
      *        readers refuse a mismatch loudly, and G4SSGMIG
      *        upgrades old databases in place.  Version 2 is the
      *        first stamped layout; version 3 added the coordinate
      *        cell and the header reserve below.  Anything else
      *        (including the garbage an unstamped pre-version record
      *        reads here) means "not this layout".  The stamp keeps
      *        its offset from version to version — new header
      *        fields go in after it — so every reader can still
      *        tell which layout it is looking at.
           05  SYSTEM-LAYOUT-VER       PIC 99 VALUE 3.
               88  SYSTEM-LAYOUT-CURRENT
                                       VALUE 3.
      *        Coarse coordinate cell — the sector position cut into
      *        STARDB-CELL-LY cubes (see CONST.cpy), one three-digit
      *        cell number per axis.  Derived from SYSTEM-COORDS on
      *        every save; it exists to be an alternate key (see
      *        STARDBAK.cpy), so a neighbourhood question STARTs on
      *        the cell instead of sweeping the file.
           05  SYSTEM-CELL.
               10  SYS-CELL-X          PIC 999 VALUE 0.
               10  SYS-CELL-Y          PIC 999 VALUE 0.
               10  SYS-CELL-Z          PIC 999 VALUE 0.
      *        Generation provenance — how this system was made,
      *        stamped by G4SSGCRE on every fresh save so a disputed
      *        world can be regenerated and checked field by field
      *        (G4SSGDBU REPRODUCE=).  Carved out of the header
      *        reserve, so a space stamp — every record saved before
      *        the block existed, migrated, imported or read back
      *        from the extract — means "no provenance".  'D' keeps
      *        the block but says the record was reworked after it
      *        was generated (single-star regen, AGEPLUS projection,
      *        a PATCH), so a regeneration is no longer expected to
      *        match.
           05  SYSTEM-PROVENANCE.
               10  PROV-STAMP          PIC X VALUE SPACE.
                   88  PROVENANCE-RECORDED
                                       VALUE 'P' 'D'.
                   88  PROVENANCE-DERIVED
                                       VALUE 'D'.
      *            SUITE-VERSION (CONST.cpy) of the generating build.
               10  PROV-SUITE-VERSION  PIC X(8) VALUE SPACES.
      *            The run, as CURRENT-DATE(1:16) at its start — the
      *            same id the run log row carries.
               10  PROV-RUN-ID         PIC X(16) VALUE SPACES.
      *            The system's own seed: FUNCTION RANDOM is reseeded
      *            with it right before the system is rolled.
               10  PROV-SEED           PIC 9(9) USAGE COMP-5 VALUE 0.
      *            'Y' when DICEFILE= fed canned dice — those systems
      *            cannot be regenerated from the seed.
               10  PROV-DICE-REPLAY    PIC X VALUE SPACE.
                   88  PROV-DICE-REPLAYED
                                       VALUE 'Y'.
      *            The evolution table and its checksum (see
      *            LOAD-EVOLUTION-CSV).
               10  PROV-EVO-PATH       PIC X(100) VALUE SPACES.
               10  PROV-EVO-CHECKSUM   PIC 9(10) VALUE 0.
      *            The constants profile in force: the CONST.cpy
      *            overrides (MASSTHRESH=/MASSVAR=) and the galactic
      *            placement the age/multiplicity rolls lean on.
               10  PROV-MASS-THRESHOLD USAGE COMP-2 VALUE 0.
               10  PROV-MASS-VARIANCE  USAGE COMP-2 VALUE 0.
               10  PROV-GAL-REGION     PIC X(4) VALUE SPACES.
               10  PROV-CLUSTER        PIC X VALUE SPACE.
      *            Forcings in force (see GENCORE.cpy's request
      *            half for the "roll it" sentinels).
               10  PROV-FORCED-STARS   PIC 999 USAGE COMP-5 VALUE 0.
               10  PROV-FORCED-AGE     USAGE COMP-2 VALUE 0.
               10  PROV-FORCED-MASS    USAGE COMP-2 VALUE 0.
               10  PROV-FORCED-TYPE    PIC X(10) VALUE SPACES.
      *            The raw PARM string of the generating run.
               10  PROV-PARM           PIC X(100) VALUE SPACES.
      *        The run that put this generation of the record in the
      *        database — G4SSGCRE's run id (as its run log row
      *        carries it) on every save and re-save, G4SSGDBU's own
      *        on a patch, import, rollback or backout.  Unlike
      *        PROV-RUN-ID it moves on every save, which is what lets
      *        G4SSGDBU BACKOUT= find everything one run touched.
      *        Spaces on records saved before the stamp existed.
           05  SYSTEM-SAVE-RUN-ID      PIC X(16) VALUE SPACES.
      *        Bases, rolled by GEN-SETTLEMENT off the starport, tech
      *        level and polity standing — one flag byte each, space
      *        when the system has none (and on every record saved
      *        before bases were rolled).
           05  SYSTEM-BASES.
               10  SYS-BASE-NAVAL      PIC X VALUE SPACE.
                   88  HAS-NAVAL-BASE  VALUE 'N'.
               10  SYS-BASE-SCOUT      PIC X VALUE SPACE.
                   88  HAS-SCOUT-BASE  VALUE 'S'.
               10  SYS-BASE-WAY        PIC X VALUE SPACE.
                   88  HAS-WAY-STATION VALUE 'W'.
      *        Travel zone, classified by GEN-SETTLEMENT from law
      *        level, government, space weather and precursor sites
      *        (see CLASSIFY-TRAVEL-ZONE).  Space = never classified.
           05  SYSTEM-TRAVEL-ZONE      PIC X VALUE SPACE.
               88  TRAVEL-ZONE-GREEN   VALUE 'G'.
               88  TRAVEL-ZONE-AMBER   VALUE 'A'.
               88  TRAVEL-ZONE-RED     VALUE 'R'.
               88  TRAVEL-ZONE-UNRATED VALUE SPACE.
      *        Co-eval stellar group — the open cluster or moving
      *        group (see SEED-STELLAR-GROUPS) whose age, composition
      *        and space velocity this system was drawn from; spaces
      *        for a field star.
           05  SYSTEM-STELLAR-GROUP    PIC X(8) VALUE SPACES.
               88  FIELD-STAR          VALUE SPACES.
      *        Companion orbits as rolled (WS-STAR-SEP in G4SSGCRE),
      *        so tools working off a saved record can follow each
      *        companion around its parent.  Entry n is star n+1; the
      *        stamp is a space on every record saved before the
      *        orbits were kept.
           05  SYSTEM-COMPANION-ORBITS.
               10  SYS-COMP-STAMP      PIC X VALUE SPACE.
                   88  COMPANION-ORBITS-RECORDED VALUE 'C'.
               10  SYS-COMP-ORBIT      OCCURS 7 TIMES.
                   15  COMP-PARENT     PIC 9 VALUE ZERO.                star #
                   15  COMP-SEP-CAT    PIC 9 VALUE ZERO.                SEPCATEG
                   15  COMP-ECCENTRICITY
                                       PIC 9V999 VALUE ZERO.
                   15  COMP-AVG-DISTANCE
                                       PIC 9(6)V99 VALUE ZERO.          AU
      *        The sapient species the settlement belongs to — its
      *        key on the species registry (see cpy/SPECREC.cpy),
      *        either natives on their homeworld or a colony of
      *        theirs.  Spaces: human, or no registry on the run
      *        that saved it.
           05  SYSTEM-SPECIES          PIC X(24) VALUE SPACES.
               88  SPECIES-HUMAN       VALUE SPACES.
      *        The main world — the best world GEN-SETTLEMENT settles
      *        — by star and orbit, with its geology condensed from
      *        TERRA-VOLCANISM and TERRA-TECTONICS (the detail tables
      *        are not saved), so a tool working off the record can
      *        find the world the settlement lives on, and its
      *        orbit's hazard and dynamo bytes and its star's flares
      *        with it (G4SSGCOL's disaster table reads them all).
      *        The stamp is a space on every record saved before the
      *        main world was kept; star 0 under the stamp means the
      *        system has no world to settle.
           05  SYSTEM-MAIN-WORLD.
               10  SYS-MW-STAMP        PIC X VALUE SPACE.
                   88  MAIN-WORLD-RECORDED VALUE 'M'.
               10  SYS-MW-STAR         PIC 9 VALUE ZERO.                star #
               10  SYS-MW-ORBIT        PIC 999 VALUE ZERO.              orbit #
               10  SYS-MW-VOLCANISM    PIC X VALUE SPACE.
                   88  MW-VOLCANISM-NONE     VALUE 'N'.
                   88  MW-VOLCANISM-LIGHT    VALUE 'L'.
                   88  MW-VOLCANISM-MODERATE VALUE 'M'.
                   88  MW-VOLCANISM-HEAVY    VALUE 'H'.
                   88  MW-VOLCANISM-EXTREME  VALUE 'X'.
               10  SYS-MW-TECTONICS    PIC X VALUE SPACE.
                   88  MW-TECTONICS-DEAD     VALUE 'D'.
                   88  MW-TECTONICS-SLUGGISH VALUE 'S'.
                   88  MW-TECTONICS-ACTIVE   VALUE 'A'.
                   88  MW-TECTONICS-EXTREME  VALUE 'X'.
      *        Room for later system-level fields without another
      *        layout bump.  Spaces on every version-3 record, so a
      *        field carved out of it has to take spaces to mean
      *        "never set".
           05  SYSTEM-HDR-RESERVE      PIC X(65) VALUE SPACES.
