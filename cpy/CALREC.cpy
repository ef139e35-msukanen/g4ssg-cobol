      ******************************************************************
      * Local calendar sidecar record (calendars.dat) — one world's
      * reckoning of days, months, years and seasons per system,
      * keyed the way stardb.dat is.  Derived and stored by
      * G4SSGCAL off the saved record and the world-detail sidecar;
      * read by LOCAL-DATE's callers (the write-up and session-pack
      * headers) to turn a campaign day into the local date.
      *
      * All lengths are in the world's own local days except
      * CAL-DAY-HOURS, which is the local solar day in standard
      * hours.  A locked world (no sunrise to count by) keeps a
      * standard 24-hour watch day instead — CAL-WATCH-DAY.
      * Months follow the largest moon's synodic period, the last
      * month of the year running short; a moonless world counts
      * days of the year only (CAL-MONTH-DAYS zero).  Seasons start
      * at the quarter marks of the year, spring first (northern
      * reckoning), when the axial tilt gives any.
      ******************************************************************
           05  CAL-KEY                 PIC X(48).
      *        Which world the calendar belongs to.
           05  CAL-STAR-NO             PIC 99.
           05  CAL-ORBIT-NO            PIC 999.
           05  CAL-DAY-KIND            PIC X.
               88  CAL-SOLAR-DAY       VALUE 'S'.
               88  CAL-WATCH-DAY       VALUE 'W'.
           05  CAL-DAY-HOURS           PIC 9(7)V9(4).
           05  CAL-YEAR-DAYS           PIC 9(7)V9(4).
           05  CAL-MONTH-DAYS          PIC 9(5)V9(4).
           05  CAL-MONTHS              PIC 9(4).
           05  CAL-AXIAL-TILT          PIC 99.
           05  CAL-SEASON-FLAG         PIC X.
               88  CAL-HAS-SEASONS     VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
      *        First local day-of-year (0-based) of spring, summer,
      *        autumn and winter.
           05  CAL-SEASON-START        PIC 9(7) OCCURS 4 TIMES.
      *        Local year number campaign day 0 falls in.
           05  CAL-EPOCH-YEAR          PIC S9(6).
