           05  NOTE-CLAIM              PIC X(24).
      *        Survey level 0-9 (0 = unsurveyed flyby data only).
           05  NOTE-SURVEY             PIC 9.
      *        Visited flag: Y visited, S scheduled on a planned
      *        survey tour (G4SSGTUR's POST=Y), '-' neither.
           05  NOTE-VISITED            PIC X.
               88  NOTE-WAS-VISITED    VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
               88  NOTE-SCHEDULED      VALUE 'S'.
      *        The free-text note itself.
           05  NOTE-TEXT               PIC X(120).
