      ******************************************************************
      * Caller's control block for STARPORT-SERVICES — what a port
      * actually offers, kept in one place so the starport directory
      * (G4SSGPTD) and the route planner (G4SSGRTE) quote the same
      * yard, repair, fuel and fees for the same port.
      *
      * Give the port class letter, the settlement TL and law level
      * and the system's allegiance code (spaces before G4SSGPOL has
      * run, 'NA' for a surveyed non-aligned system); get back the
      * facilities, the fuel on sale with its price per ton, the
      * berthing fee per day and how hard customs looks at a ship.
      ******************************************************************
           05  PC-PORT                 PIC X      VALUE 'X'.
           05  PC-TL                   PIC 99     VALUE 0.
           05  PC-LAW                  PIC 99     VALUE 0.
           05  PC-ALLEGIANCE           PIC X(4)   VALUE SPACES.
      *    Results.
           05  PC-YARD                 PIC X      VALUE 'N'.
               88  PC-YARD-STARSHIPS   VALUE 'S'.
               88  PC-YARD-SPACECRAFT  VALUE 'C'.
               88  PC-YARD-NONE        VALUE 'N'.
           05  PC-YARD-TXT             PIC X(10)  VALUE SPACES.
           05  PC-REPAIR               PIC X      VALUE 'N'.
               88  PC-REPAIR-OVERHAUL  VALUE 'O'.
               88  PC-REPAIR-MAJOR     VALUE 'J'.
               88  PC-REPAIR-MINOR     VALUE 'M'.
               88  PC-REPAIR-NONE      VALUE 'N'.
           05  PC-REPAIR-TXT           PIC X(8)   VALUE SPACES.
           05  PC-FUEL                 PIC X      VALUE 'N'.
               88  PC-FUEL-REFINED     VALUE 'R'.
               88  PC-FUEL-UNREFINED   VALUE 'U'.
               88  PC-FUEL-NONE        VALUE 'N'.
           05  PC-FUEL-TXT             PIC X(9)   VALUE SPACES.
      *        Credits per ton of fuel, and per day at a berth.
           05  PC-FUEL-PRICE           PIC 9(5)   USAGE COMP-5.
           05  PC-BERTH-FEE            PIC 9(5)   USAGE COMP-5.
           05  PC-INSPECT-TXT          PIC X(8)   VALUE SPACES.
