       IDENTIFICATION DIVISION.
       PROGRAM-ID.   JUMP-LIMIT.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * The 100-diameter jump limits of one orbit — the star's and
      * the world's — and the flight out to clear space.  See
      * JMPCTL.cpy for the control block.
      *
      * A star's limit is measured from its centre: 100 diameters is
      * 200 radii.  A world's diameter comes in Earth diameters
      * (12,742 km each).  Leaving an orbit inside the star's shadow
      * the ship flies straight out to the star's limit, or to the
      * world's own if that is farther; outside it, the world's
      * limit is all there is.
      *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  JL-EARTH-DIAM-AU            USAGE COMP-2
                                       VALUE 0.0000851761.
       01  JL-MULT                     USAGE COMP-2.

       LINKAGE SECTION.
       01  LK-JMP-CTL.
           COPY JMPCTL.

       PROCEDURE DIVISION USING LK-JMP-CTL.
           IF JL-DIAMETERS > 0 THEN
               MOVE JL-DIAMETERS TO JL-MULT
           ELSE
               MOVE 100 TO JL-MULT
           END-IF.
           COMPUTE JL-STAR-LIMIT-AU =
                   JL-STAR-RADIUS-AU * 2 * JL-MULT.
           IF JL-WORLD-DIAM-E > 0 THEN
               COMPUTE JL-WORLD-LIMIT-AU =
                       JL-WORLD-DIAM-E * JL-EARTH-DIAM-AU * JL-MULT
           ELSE
               MOVE 0 TO JL-WORLD-LIMIT-AU
           END-IF.
           IF JL-ORBIT-AU < JL-STAR-LIMIT-AU THEN
               SET JL-IN-SHADOW TO TRUE
               COMPUTE JL-CLEAR-AU = JL-STAR-LIMIT-AU - JL-ORBIT-AU
               IF JL-WORLD-LIMIT-AU > JL-CLEAR-AU THEN
                   MOVE JL-WORLD-LIMIT-AU TO JL-CLEAR-AU
               END-IF
           ELSE
               SET JL-IN-SHADOW TO FALSE
               MOVE JL-WORLD-LIMIT-AU TO JL-CLEAR-AU
           END-IF.
           GOBACK.
