      ******************************************************************
      * Alternate record keys of the star database — COPYd into every
      * SELECT of stardb.dat (and, with REPLACING LEADING, of any file
      * laid out like it), straight after the RECORD KEY clause.  An
      * indexed file has to be opened with the key set it was built
      * with, so the list lives here once rather than in each SELECT.
      *
      * All four are STARDBF.cpy overlay fields and all four allow
      * duplicates; a reader STARTs on one with the wanted value and
      * READs NEXT until the key changes, instead of sweeping and
      * decoding every record to throw most of them away:
      *   STARDB-SECTOR       the campaign sector (SECTID= stamp)
      *   STARDB-ALLEGIANCE   the polity code G4SSGPOL stamps
      *   STARDB-SETTLE-PORT  the starport class letter
      *   STARDB-CELL         the coarse coordinate cell
      ******************************************************************
                                       ALTERNATE RECORD KEY IS
                                           STARDB-SECTOR
                                           WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           STARDB-ALLEGIANCE
                                           WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           STARDB-SETTLE-PORT
                                           WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           STARDB-CELL
                                           WITH DUPLICATES
