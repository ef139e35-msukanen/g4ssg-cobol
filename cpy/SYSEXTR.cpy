      ******************************************************************
      * System summary row of the nightly reporting extract — one
      * fixed-length row per saved system, written by G4SSGXTR after
      * the generation run, in STARDB-KEY order.  Its companion is
      * the orbit-level extract (ORBEXTR.cpy), which carries one row
      * per occupied orbit in the same key order, XS-ORBIT-ROWS of
      * them following on from each summary row.
      *
      * Everything here is laid out field by field under its own XS-
      * name — the system header, then one block per star — so the
      * report programs read the values they want straight off the
      * row instead of decoding a 63 KB STARDB-BODY (and its STAR and
      * ORBIT OCCURS tables) per system.  Floating values stay COMP-2
      * exactly as the database holds them, so a report read off the
      * extract comes out to the last digit the same as one read off
      * stardb.dat.
      *
      * Deliberately left out: the forbidden-zone table (only its
      * count rides here), the mass index into the evolution table,
      * and the per-orbit object references — none of them means
      * anything outside a generation run.
      *
      * XS-STAR is sized for STARDB-MAX-STARS (CONST.cpy); entries
      * past XS-STAR-COUNT are zero/space filled.
      ******************************************************************
           05  XS-KEY                  PIC X(48).
           05  XS-REC-TYPE             PIC X.
               88  XS-SUMMARY-ROW      VALUE 'S'.
      *    The system header.
           05  XS-BYR                  USAGE COMP-2.
           05  XS-POPULATION           PIC XX.
           05  XS-STAR-COUNT           PIC 999 USAGE COMP-5.
           05  XS-METALLICITY          USAGE COMP-2.
           05  XS-COORD-X              USAGE COMP-2.
           05  XS-COORD-Y              USAGE COMP-2.
           05  XS-COORD-Z              USAGE COMP-2.
           05  XS-VEL-X                USAGE COMP-2.
           05  XS-VEL-Y                USAGE COMP-2.
           05  XS-VEL-Z                USAGE COMP-2.
           05  XS-SECTOR               PIC X(12).
           05  XS-GENERATION           PIC 9(3) USAGE COMP-5.
           05  XS-SETTLEMENT.
               10  XS-SETTLE-POP-EXP   PIC 99.
               10  XS-SETTLE-GOV       PIC 99.
               10  XS-SETTLE-LAW       PIC 99.
               10  XS-SETTLE-TL        PIC 99.
               10  XS-SETTLE-PORT      PIC X.
           05  XS-ALLEGIANCE           PIC X(4).
           05  XS-SPACE-WEATHER        PIC X.
           05  XS-NEBULA-FLAG          PIC X.
           05  XS-EVENT-COUNT          PIC 9 USAGE COMP-5.
           05  XS-EVENT                OCCURS 8 TIMES.
               10  XS-EVENT-AGE-BYR    USAGE COMP-2.
               10  XS-EVENT-CODE       PIC X(8).
           05  XS-CELL                 PIC X(9).
      *    Bases, travel zone, stellar group, companion orbits,
      *    species and main world — laid out as SYSHDR.cpy has them,
      *    and as blank as the record's own on one saved before they
      *    were kept.
           05  XS-BASES.
               10  XS-BASE-NAVAL       PIC X.
               10  XS-BASE-SCOUT       PIC X.
               10  XS-BASE-WAY         PIC X.
           05  XS-TRAVEL-ZONE          PIC X.
           05  XS-STELLAR-GROUP        PIC X(8).
           05  XS-COMPANION-ORBITS.
               10  XS-COMP-STAMP       PIC X.
               10  XS-COMP-ORBIT       OCCURS 7 TIMES.
                   15  XS-COMP-PARENT  PIC 9.
                   15  XS-COMP-SEP-CAT PIC 9.
                   15  XS-COMP-ECCENTRICITY
                                       PIC 9V999.
                   15  XS-COMP-AVG-DISTANCE
                                       PIC 9(6)V99.
           05  XS-SPECIES              PIC X(24).
           05  XS-MAIN-WORLD.
               10  XS-MW-STAMP         PIC X.
               10  XS-MW-STAR          PIC 9.
               10  XS-MW-ORBIT         PIC 999.
               10  XS-MW-VOLCANISM     PIC X.
               10  XS-MW-TECTONICS     PIC X.
      *    Orbit-extract rows belonging to this system.
           05  XS-ORBIT-ROWS           PIC 9(5) USAGE COMP-5.
      *    One block per star.
           05  XS-STAR                 OCCURS 8 TIMES.
               10  XS-MASS             USAGE COMP-2.
               10  XS-INITIAL-MASS     USAGE COMP-2.
               10  XS-MASS-STAGE       PIC X.
               10  XS-STAGE            PIC XXX.
               10  XS-CURRENT-LUM      USAGE COMP-2.
               10  XS-INITIAL-LUM      USAGE COMP-2.
               10  XS-FLARE            PIC X.
               10  XS-XFER             PIC X.
               10  XS-PULSAR           PIC X.
               10  XS-PULSAR-MS        USAGE COMP-2.
               10  XS-ACC-DISK         PIC X.
               10  XS-DANGER-AU        USAGE COMP-2.
               10  XS-TEMPERATURE      USAGE COMP-2.
               10  XS-RADIUS           USAGE COMP-2.
               10  XS-INNER-LIMIT      USAGE COMP-2.
               10  XS-OUTER-LIMIT      USAGE COMP-2.
               10  XS-SNOW-LINE        USAGE COMP-2.
               10  XS-HZ-INNER         USAGE COMP-2.
               10  XS-HZ-OUTER         USAGE COMP-2.
               10  XS-FZ-COUNT         PIC 99.
               10  XS-ARRANGEMENT      PIC X.
               10  XS-GGA-DISTANCE     USAGE COMP-2.
               10  XS-GGA-ROLL         PIC 9(5).
               10  XS-TIDAL-LOCK-FLAG  PIC X.
               10  XS-NUM-ORBITS       PIC 999.
               10  XS-OCCUPIED         PIC 999.
