      ******************************************************************
      * Caller's control block for ISSUE-SUITE-MESSAGE — the one way
      * a suite program puts an operational message on the console.
      * The caller names the message (MC-MSG-ID, as the catalog
      * data/msgcat.txt spells it: its own three-letter program
      * suffix and a three-digit number) and fills the inserts the
      * text's &1..&6 stand for; the message goes out as
      *     G4SSG<id><severity> <text>
      * e.g. 'G4SSGSHP004E Cannot open ship file ships.dat.'.
      *
      * A main program opens its run with MC-BEGIN-RUN (MC-PROGRAM
      * set) and closes it with MC-END-RUN, which hands back the
      * run's highest severity as MC-RC — its return code — and the
      * message that set it as MC-HIGH-ID.  MC-QUERY answers the
      * same mid-run (for the run log) without closing anything.
      * Runs nest: a program CALLed as another's step has a run of
      * its own.
      *
      * Severities and the return codes they mean, suite-wide:
      *   I  0  information — including 'nothing to do'
      *   W  4  done, but something was skipped, refused or
      *         needs a look
      *   E  8  the run could not do what it was asked
      *   S 12  stopped with files possibly left inconsistent
      ******************************************************************
           05  MC-FUNCTION             PIC X      VALUE 'M'.
               88  MC-ISSUE            VALUE 'M'.
               88  MC-BEGIN-RUN        VALUE 'B'.
               88  MC-QUERY            VALUE 'Q'.
               88  MC-END-RUN          VALUE 'E'.
           05  MC-PROGRAM              PIC X(8)   VALUE SPACES.
           05  MC-MSG-ID               PIC X(6)   VALUE SPACES.
           05  MC-INSERTS              VALUE SPACES.
               10  MC-INSERT           PIC X(100) OCCURS 6 TIMES.
           05  MC-SEVERITY             PIC X      VALUE SPACE.
           05  MC-HIGH-ID              PIC X(12)  VALUE SPACES.
           05  MC-RC                   PIC S9(4)  USAGE COMP-5
                                                  VALUE 0.
