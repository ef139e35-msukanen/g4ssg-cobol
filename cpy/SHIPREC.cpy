      * Ship registry record (ships.dat) — the party's ship and the
      * NPC ships worth tracking, keyed by ship name, with where each
      * one is and how far its own clock has run.  Maintained and
      * moved by G4SSGSHP; every posting also lands a row in the
      * location history (shiphist.csv) so a past whereabouts has a
      * recorded answer.
           05  SHIP-KEY                PIC X(32).
           05  SHIP-OWNER              PIC X(24).
      *        Jump rating (J-1..J-9) — hexes per jump at the
      *        registry's HEXLY light-years each.
           05  SHIP-JUMP               PIC 9.
      *        Maneuver drive, in g, for the in-system legs.
           05  SHIP-ACCEL              PIC 9V99.
      *        Jump fuel, tons: tankage and what is aboard now.  A
      *        full-rating jump burns the whole tank, a shorter one
      *        its share.
           05  SHIP-FUEL-CAP           PIC 9(5).
           05  SHIP-FUEL               PIC 9(5).
      *        Where she is: system, star and orbit (orbit 0 = the
      *        star's jump shell, 100 diameters out, where a jump
      *        arrives and departs).
           05  SHIP-SYSTEM             PIC X(48).
           05  SHIP-STAR               PIC 999.
           05  SHIP-ORBIT              PIC 999.
      *        The ship's own clock, campaign days (hundredths).  It
      *        never runs behind the campaign clock — a ship left
      *        idle catches up to "today" at her next posting.
           05  SHIP-DAY                PIC S9(8)V99.
           05  SHIP-POSTINGS           PIC 9(5).
           05  SHIP-RESERVE            PIC X(40).
