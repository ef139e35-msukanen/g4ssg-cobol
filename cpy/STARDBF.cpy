      * above any GURPS multi-star system that comes up in practice.
      * SAVE-STAR-SYSTEM warns instead of saving if a system ever rolls
      * more stars than that.
      *
      * STARDB-SECTOR, STARDB-ALLEGIANCE, STARDB-SETTLE-PORT and
      * STARDB-CELL below are also the file's alternate record keys
      * (STARDBAK.cpy, COPYd into every SELECT of the file), which is
      * why they have to stay in the overlay at fixed offsets.
           05  STARDB-KEY              PIC X(48).
           05  STARDB-BODY             PIC X(63068).
      *    Overlays STARDB-BODY with the leading fields a consumer might
      *        decode; see the layout-version note there.
               10  STARDB-LAYOUT-VER    PIC 99.
                   88  STARDB-LAYOUT-CURRENT
                                        VALUE 3.
      *        Mirrors SYSTEM-CELL — the coarse coordinate cell, an
      *        alternate key (see STARDBAK.cpy).
               10  STARDB-CELL          PIC X(9).
      *        Mirrors SYSTEM-PROVENANCE — the stamp byte is all a
      *        browse needs; the rest decodes with the body.
               10  STARDB-PROV-STAMP    PIC X.
                   88  STARDB-PROV-RECORDED
                                        VALUE 'P' 'D'.
                   88  STARDB-PROV-DERIVED
                                        VALUE 'D'.
               10  STARDB-PROV-AREA     PIC X(288).
      *        Mirrors SYSTEM-SAVE-RUN-ID — the run that saved this
      *        generation (see G4SSGDBU BACKOUT=).
               10  STARDB-SAVE-RUN-ID   PIC X(16).
      *        Mirrors SYSTEM-BASES and SYSTEM-TRAVEL-ZONE.
               10  STARDB-BASES         PIC X(3).
               10  STARDB-TRAVEL-ZONE   PIC X.
      *        Mirrors SYSTEM-STELLAR-GROUP.
               10  STARDB-STELLAR-GROUP PIC X(8).
      *        Mirrors SYSTEM-COMPANION-ORBITS.
               10  STARDB-COMPANION-ORBITS
                                        PIC X(99).
      *        Mirrors SYSTEM-SPECIES.
               10  STARDB-SPECIES       PIC X(24).
      *        Mirrors SYSTEM-MAIN-WORLD.
               10  STARDB-MAIN-WORLD    PIC X(7).
      *        Mirrors SYSTEM-HDR-RESERVE.
               10  STARDB-HDR-RESERVE   PIC X(65).
               10  FILLER               PIC X(62319).
