       IDENTIFICATION DIVISION.
       PROGRAM-ID.   STARPORT-SERVICES.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * What a starport offers, derived from its class letter and
      * the settlement behind it — shared by the starport directory
      * (G4SSGPTD) and the route planner (G4SSGRTE), so a port quotes
      * the same fuel and fees wherever it is looked up.  See
      * PORTCTL.cpy for the control block.
      *
      * By class:
      *   A  starship yard (spacecraft only below TL 9), overhaul,
      *      refined fuel Cr500/t, berth Cr100/day
      *   B  spacecraft yard (none below TL 8), overhaul, refined
      *      fuel Cr500/t, berth Cr80/day
      *   C  no yard, major repairs, unrefined fuel Cr100/t, berth
      *      Cr50/day
      *   D  no yard, minor repairs, unrefined fuel Cr100/t, berth
      *      Cr20/day
      *   E  a marked landing site — no yard, no repairs, no fuel
      *   X  no port at all
      * A TL 7- settlement drops the repair grade one step (the
      * machine shops are not there); a TL 12+ one sells refined
      * fuel a tenth cheaper.  Law 9+ adds half again to the berth
      * and inspects thoroughly (4-8 routine, 1-3 cursory, 0 none).
      * Polity: an aligned system's A/B port sells refined fuel at
      * the polity's subsidised tenth off; a non-aligned ('NA')
      * port charges a fifth more for fuel and a quarter more for
      * the berth; an unmapped one (spaces) takes the base rates.
      *
      ******************************************************************
       DATA DIVISION.
       LINKAGE SECTION.
       01  LK-PORT-CTL.
           COPY PORTCTL.

       PROCEDURE DIVISION USING LK-PORT-CTL.
           PERFORM RATE-BY-CLASS.
           PERFORM ADJUST-FOR-TL.
           PERFORM ADJUST-FOR-LAW.
           PERFORM ADJUST-FOR-POLITY.
           PERFORM NAME-SERVICES.
           GOBACK.

      *********************************
      * The class letter's base services.
       RATE-BY-CLASS.
           SET PC-YARD-NONE TO TRUE.
           SET PC-REPAIR-NONE TO TRUE.
           SET PC-FUEL-NONE TO TRUE.
           MOVE 0 TO PC-FUEL-PRICE PC-BERTH-FEE.
           EVALUATE PC-PORT
               WHEN 'A'
                   IF PC-TL >= 9 THEN
                       SET PC-YARD-STARSHIPS TO TRUE
                   ELSE
                       SET PC-YARD-SPACECRAFT TO TRUE
                   END-IF
                   SET PC-REPAIR-OVERHAUL TO TRUE
                   SET PC-FUEL-REFINED TO TRUE
                   MOVE 500 TO PC-FUEL-PRICE
                   MOVE 100 TO PC-BERTH-FEE
               WHEN 'B'
                   IF PC-TL >= 8 THEN
                       SET PC-YARD-SPACECRAFT TO TRUE
                   END-IF
                   SET PC-REPAIR-OVERHAUL TO TRUE
                   SET PC-FUEL-REFINED TO TRUE
                   MOVE 500 TO PC-FUEL-PRICE
                   MOVE 80 TO PC-BERTH-FEE
               WHEN 'C'
                   SET PC-REPAIR-MAJOR TO TRUE
                   SET PC-FUEL-UNREFINED TO TRUE
                   MOVE 100 TO PC-FUEL-PRICE
                   MOVE 50 TO PC-BERTH-FEE
               WHEN 'D'
                   SET PC-REPAIR-MINOR TO TRUE
                   SET PC-FUEL-UNREFINED TO TRUE
                   MOVE 100 TO PC-FUEL-PRICE
                   MOVE 20 TO PC-BERTH-FEE
           END-EVALUATE.
           EXIT PARAGRAPH.

       ADJUST-FOR-TL.
           IF PC-TL <= 7 THEN
               EVALUATE TRUE
                   WHEN PC-REPAIR-OVERHAUL
                       SET PC-REPAIR-MAJOR TO TRUE
                   WHEN PC-REPAIR-MAJOR
                       SET PC-REPAIR-MINOR TO TRUE
                   WHEN PC-REPAIR-MINOR
                       SET PC-REPAIR-NONE TO TRUE
               END-EVALUATE
           END-IF.
           IF PC-TL >= 12 AND PC-FUEL-REFINED THEN
               COMPUTE PC-FUEL-PRICE = PC-FUEL-PRICE * 9 / 10
           END-IF.
           EXIT PARAGRAPH.

       ADJUST-FOR-LAW.
           EVALUATE TRUE
               WHEN PC-LAW >= 9
                   MOVE 'thorough' TO PC-INSPECT-TXT
                   COMPUTE PC-BERTH-FEE = PC-BERTH-FEE * 3 / 2
               WHEN PC-LAW >= 4
                   MOVE 'routine' TO PC-INSPECT-TXT
               WHEN PC-LAW >= 1
                   MOVE 'cursory' TO PC-INSPECT-TXT
               WHEN OTHER
                   MOVE 'none' TO PC-INSPECT-TXT
           END-EVALUATE.
      *    No port, nobody to do the inspecting.
           IF PC-PORT NOT = 'A' AND PC-PORT NOT = 'B'
              AND PC-PORT NOT = 'C' AND PC-PORT NOT = 'D' THEN
               MOVE 'none' TO PC-INSPECT-TXT
           END-IF.
           EXIT PARAGRAPH.

       ADJUST-FOR-POLITY.
           EVALUATE TRUE
               WHEN PC-ALLEGIANCE = SPACES
                   CONTINUE
               WHEN PC-ALLEGIANCE = 'NA'
                   COMPUTE PC-FUEL-PRICE = PC-FUEL-PRICE * 6 / 5
                   COMPUTE PC-BERTH-FEE = PC-BERTH-FEE * 5 / 4
               WHEN OTHER
                   IF PC-FUEL-REFINED THEN
                       COMPUTE PC-FUEL-PRICE =
                               PC-FUEL-PRICE * 9 / 10
                   END-IF
           END-EVALUATE.
           EXIT PARAGRAPH.

       NAME-SERVICES.
           EVALUATE TRUE
               WHEN PC-YARD-STARSHIPS
                   MOVE 'starships' TO PC-YARD-TXT
               WHEN PC-YARD-SPACECRAFT
                   MOVE 'spacecraft' TO PC-YARD-TXT
               WHEN OTHER
                   MOVE 'none' TO PC-YARD-TXT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN PC-REPAIR-OVERHAUL
                   MOVE 'overhaul' TO PC-REPAIR-TXT
               WHEN PC-REPAIR-MAJOR
                   MOVE 'major' TO PC-REPAIR-TXT
               WHEN PC-REPAIR-MINOR
                   MOVE 'minor' TO PC-REPAIR-TXT
               WHEN OTHER
                   MOVE 'none' TO PC-REPAIR-TXT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN PC-FUEL-REFINED
                   MOVE 'refined' TO PC-FUEL-TXT
               WHEN PC-FUEL-UNREFINED
                   MOVE 'unrefined' TO PC-FUEL-TXT
               WHEN OTHER
                   MOVE 'none' TO PC-FUEL-TXT
           END-EVALUATE.
           EXIT PARAGRAPH.
