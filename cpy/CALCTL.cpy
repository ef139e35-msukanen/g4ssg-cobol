      ******************************************************************
      * Caller's control block for LOCAL-DATE — campaign day to local
      * date and back against one CALREC calendar.
      *
      * LD-TO-LOCAL: give LD-CAMPAIGN-DAY, get the local year, month
      * (0 on a moonless calendar), day of the month (of the year
      * when there are no months), day of the year, the season name
      * and a printable LD-TEXT.  The local date of a campaign day
      * is the one current at its standard noon.
      *
      * LD-TO-CAMPAIGN: give LD-YEAR, LD-MONTH and LD-DAY, get back
      * the first campaign day whose noon falls on that local date
      * (the next one, on a world whose day is shorter than the
      * standard day and no noon lands in it).  LD-VALID is off when
      * the month or the day does not exist on the calendar.
      ******************************************************************
           05  LD-MODE                 PIC X      VALUE 'L'.
               88  LD-TO-LOCAL         VALUE 'L'.
               88  LD-TO-CAMPAIGN      VALUE 'C'.
           05  LD-CAMPAIGN-DAY         PIC S9(8)  USAGE COMP-5.
           05  LD-YEAR                 PIC S9(7)  USAGE COMP-5.
           05  LD-MONTH                PIC 9(4)   USAGE COMP-5.
           05  LD-DAY                  PIC 9(7)   USAGE COMP-5.
           05  LD-DAY-OF-YEAR          PIC 9(7)   USAGE COMP-5.
           05  LD-SEASON               PIC X(6).
           05  LD-VALID-FLAG           PIC X      VALUE '-'.
               88  LD-VALID            VALUE 'Y'
                                       WHEN SET TO FALSE IS '-'.
           05  LD-TEXT                 PIC X(60).
