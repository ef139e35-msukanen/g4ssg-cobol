      ******************************************************************
      * Caller's control block for JUMP-LIMIT — the 100-diameter
      * jump-shadow rule, kept in one place so G4SSGAPR's approach
      * chart and G4SSGTRV's jump-point legs measure the same
      * limits.
      *
      * Give the star's radius and the orbit's distance in AU, the
      * world's diameter in Earth diameters (0 for a belt or an
      * empty orbit — no single body, no shadow of its own) and how
      * many diameters the setting's rule keeps ships off (0 = the
      * usual 100).  Get back both limits in AU, whether the orbit
      * sits inside the star's shadow, and how far a ship leaving
      * the orbit has to fly to reach clear space — straight out
      * from the star, which clears the world's limit on the way.
      ******************************************************************
           05  JL-DIAMETERS            USAGE COMP-2 VALUE 100.
           05  JL-STAR-RADIUS-AU       USAGE COMP-2.
           05  JL-ORBIT-AU             USAGE COMP-2.
           05  JL-WORLD-DIAM-E         USAGE COMP-2.
           05  JL-STAR-LIMIT-AU        USAGE COMP-2.
           05  JL-WORLD-LIMIT-AU       USAGE COMP-2.
           05  JL-SHADOW-FLAG          PIC X      VALUE '-'.
               88  JL-IN-SHADOW        VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
           05  JL-CLEAR-AU             USAGE COMP-2.
