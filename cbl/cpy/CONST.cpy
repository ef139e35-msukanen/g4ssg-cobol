      * p.101 tables (or CHECK-SURPRISE-COMPANION chains) produce in
      * practice.
       77  STARDB-MAX-STARS            PIC 999 VALUE 8.                 CONSTANT
      * Edge of the coarse coordinate cell (SYSTEM-CELL in SYSHDR.cpy)
      * in light-years — a cell is about one jump-2 neighbourhood.
       77  STARDB-CELL-LY              PIC 99 VALUE 10.                 CONSTANT
      * Release of the generator suite as a whole — stamped into every
      * saved system's provenance block (SYSHDR.cpy), so a record can
      * say which build's rules made it.  Bump it whenever a change
      * alters what a given seed generates.
       77  SUITE-VERSION               PIC X(8) VALUE '2026.10'.        CONSTANT
