      ******************************************************************
      * Orbit-level row of the nightly reporting extract — one
      * fixed-length row per occupied orbit (OBJ not '-') of every
      * saved system, written by G4SSGXTR in XO-KEY order, which is
      * STARDB-KEY order and then star/orbit order within a system.
      * The system summary extract (SYSEXTR.cpy) says how many of
      * these follow for each system.
      *
      * Every row is self-contained for a flat reader: the system
      * header fields a report groups or filters by, the owning
      * star's fields, and then all of the ORBIT entry's bytes.
      * Same COMP-2/COMP-1 usages as the database record, so values
      * come across unrounded.
      ******************************************************************
           05  XO-KEY.
               10  XO-SYSTEM-KEY       PIC X(48).
               10  XO-STAR-NO          PIC 99.
               10  XO-ORBIT-NO         PIC 999.
           05  XO-REC-TYPE             PIC X.
               88  XO-ORBIT-ROW        VALUE 'O'.
      *    The owning system.
           05  XO-SECTOR               PIC X(12).
           05  XO-ALLEGIANCE           PIC X(4).
           05  XO-BYR                  USAGE COMP-2.
           05  XO-POPULATION           PIC XX.
           05  XO-STAR-COUNT           PIC 999 USAGE COMP-5.
           05  XO-COORD-X              USAGE COMP-2.
           05  XO-COORD-Y              USAGE COMP-2.
           05  XO-COORD-Z              USAGE COMP-2.
           05  XO-SETTLEMENT.
               10  XO-SETTLE-POP-EXP   PIC 99.
               10  XO-SETTLE-GOV       PIC 99.
               10  XO-SETTLE-LAW       PIC 99.
               10  XO-SETTLE-TL        PIC 99.
               10  XO-SETTLE-PORT      PIC X.
           05  XO-SPACE-WEATHER        PIC X.
           05  XO-NEBULA-FLAG          PIC X.
      *    The owning star.
           05  XO-STAGE                PIC XXX.
           05  XO-MASS                 USAGE COMP-2.
           05  XO-CURRENT-LUM          USAGE COMP-2.
           05  XO-TEMPERATURE          USAGE COMP-2.
           05  XO-RADIUS               USAGE COMP-2.
           05  XO-FLARE                PIC X.
           05  XO-SNOW-LINE            USAGE COMP-2.
           05  XO-HZ-INNER             USAGE COMP-2.
           05  XO-HZ-OUTER             USAGE COMP-2.
      *    The ORBIT entry itself.
           05  XO-DISTANCE             USAGE COMP-2.
           05  XO-PERIOD               USAGE COMP-1.
           05  XO-ECCENTRICITY         USAGE COMP-1.
           05  XO-STABILITY            PIC X.
           05  XO-RESONANCE            PIC X.
           05  XO-LIFE                 PIC X.
           05  XO-WEALTH               PIC X.
           05  XO-REFUEL               PIC X.
           05  XO-HAZARD               PIC X.
           05  XO-PRECURSOR            PIC X.
           05  XO-DYNAMO               PIC X.
           05  XO-COMPANION            PIC X.
           05  XO-OBJ                  PIC X.
