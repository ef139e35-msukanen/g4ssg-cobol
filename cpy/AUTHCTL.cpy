      ******************************************************************
      * Caller's control block for CHECK-OPERATOR-AUTHORITY — the
      * gate every destructive verb in the suite passes before it
      * acts.  The caller says who (AU-OPERATOR, off its OPER=
      * token; blank falls back to the login name), what (AU-PROGRAM
      * and AU-VERB), where (AU-SECTOR — the target system's
      * STARDB-SECTOR, or spaces for a verb that reaches the whole
      * database) and, for the run log, AU-TARGET and its run id.
      * The gate answers AU-ALLOWED or AU-DENIED (AU-REASON says
      * why a denial) and leaves its verdict row in the run log
      * either way.
      *
      * Verbs as the authority file spells them: DELETE PATCH
      * APPROVE ROLLBACK IMPORT MERGE BACKOUT REORG PRUNE REKEY
      * ARCHIVE RESTORE PROMOTE POST.
      ******************************************************************
           05  AU-AUTH-PATH            PIC X(100) VALUE "operauth.csv".
           05  AU-RUNLOG-PATH          PIC X(100) VALUE "runlog.txt".
           05  AU-PROGRAM              PIC X(8)   VALUE SPACES.
           05  AU-OPERATOR             PIC X(16)  VALUE SPACES.
           05  AU-VERB                 PIC X(8)   VALUE SPACES.
           05  AU-SECTOR               PIC X(12)  VALUE SPACES.
           05  AU-TARGET               PIC X(48)  VALUE SPACES.
           05  AU-RUN-ID               PIC X(16)  VALUE SPACES.
           05  AU-VERDICT              PIC X      VALUE SPACE.
               88  AU-ALLOWED          VALUE 'A'.
               88  AU-DENIED           VALUE 'D'.
           05  AU-REASON               PIC X(40)  VALUE SPACES.
