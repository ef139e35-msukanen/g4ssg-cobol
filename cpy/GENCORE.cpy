           05  GREQ-AGE                USAGE COMP-2.
           05  GREQ-MASS               USAGE COMP-2.
           05  GREQ-TYPE               PIC X(10).
      *        Run context a saved system's provenance block records
      *        (SYSHDR.cpy) — spaces/zero keep whatever the process
      *        already runs with: the default evolution table, the
      *        CONST.cpy mass cutoff/jitter, no galactic placement.
      *        A GREQ-SEED of zero draws a fresh system seed, handed
      *        back in GREQ-OUT-SEED so a preview can be re-rolled.
           05  GREQ-CSV-PATH           PIC X(100).
           05  GREQ-MASS-THRESHOLD     USAGE COMP-2.
           05  GREQ-MASS-VARIANCE      USAGE COMP-2.
           05  GREQ-GAL-REGION         PIC X(4).
           05  GREQ-CLUSTER            PIC X.
      *    Reply.
           05  GREQ-OUT-STARS          PIC 999 USAGE COMP-5.
           05  GREQ-OUT-TERRA          PIC 999 USAGE COMP-5.
           05  GREQ-OUT-BELTS          PIC 999 USAGE COMP-5.
           05  GREQ-OUT-GIANTS         PIC 999 USAGE COMP-5.
           05  GREQ-RC                 PIC S9(4) USAGE COMP-5.
           05  GREQ-OUT-SEED           PIC 9(9) USAGE COMP-5.
           05  GREQ-OUT-EVO-CHECKSUM   PIC 9(10).
