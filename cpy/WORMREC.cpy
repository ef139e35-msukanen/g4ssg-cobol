      ******************************************************************
      * Long-range link record — wormholes.dat, beside stardb.dat.  A
      * natural wormhole or a jump gate joining two systems that may
      * be a whole sector (or several) apart: the rare shortcut the
      * jump drive alone can't give.  Rolled by G4SSGCRE's deep-space
      * feature pass (see GEN-LONG-RANGE-LINKS) and read back as one
      * extra edge by the route finder (G4SSGRTE), the trade network
      * (G4SSGTRD) and the political map (G4SSGPOL); the hex map
      * (G4SSGMAP) marks whichever mouths fall on the sector it
      * draws.
      *
      * WORM-KEY is the indexed file's RECORD KEY: the sector id of
      * the batch that rolled the link (its run id when the batch
      * had no SECTID=), then a sequence number.  A rerun of the
      * same sector deletes its old links before rolling new ones.
      * The mouths are STARDB-KEYs with their sector stamps; mouth
      * A is always in the rolling sector.
      ******************************************************************
           05  WORM-KEY.
               10  WORM-ORIGIN         PIC X(16).
               10  WORM-SEQ            PIC 999.
           05  WORM-KIND               PIC X.
               88  WORM-NATURAL        VALUE 'W'.
               88  WORM-GATE           VALUE 'G'.
           05  WORM-SYS-A              PIC X(48).
           05  WORM-SECTOR-A           PIC X(12).
           05  WORM-SYS-B              PIC X(48).
           05  WORM-SECTOR-B           PIC X(12).
      *        Mouth to mouth, in days (tenths).
           05  WORM-TRANSIT-DAYS       PIC 999V9.
      *        Stability class, and the per cent of transits that
      *        come out where and when they should.  A gate is
      *        always Stable; a natural throat can be any of the
      *        three.
           05  WORM-STABILITY          PIC X.
               88  WORM-STABLE         VALUE 'S'.
               88  WORM-FLUCTUATING    VALUE 'F'.
               88  WORM-UNSTABLE       VALUE 'U'.
           05  WORM-RELIABILITY        PIC 999.
           05  WORM-RUN-ID             PIC X(16).
           05  WORM-RESERVE            PIC X(40).
