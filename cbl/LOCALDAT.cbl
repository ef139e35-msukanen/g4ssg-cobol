       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LOCAL-DATE.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Campaign day to a world's local date and back.  See
      * CALCTL.cpy for the control block and CALREC.cpy for the
      * calendar it reads.
      *
      * Local days elapsed since campaign day 0 are the standard
      * hours elapsed over the local day's length.  The year is a
      * fractional number of local days, so its boundaries fall on
      * the whole day each fractional mark lands in — the odd year
      * a day longer, the way leap years fall out; months are cut
      * the same way inside the year.
      *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  LD-ELAPSED                  USAGE COMP-2.
       01  LD-T                        PIC S9(12) USAGE COMP-5.
       01  LD-YI                       PIC S9(9)  USAGE COMP-5.
       01  LD-YEAR-START               PIC S9(12) USAGE COMP-5.
       01  LD-YEAR-LEN                 PIC S9(9)  USAGE COMP-5.
       01  LD-DOY                      PIC S9(9)  USAGE COMP-5.
       01  LD-MI                       PIC S9(9)  USAGE COMP-5.
       01  LD-M-START                  PIC S9(9)  USAGE COMP-5.
       01  LD-M-END                    PIC S9(9)  USAGE COMP-5.
       01  LD-S                        PIC 9 USAGE COMP-5.
       01  LD-DISP-YEAR                PIC -(6)9.
       01  LD-DISP-N                   PIC Z(6)9.
       01  LD-SEASON-NAMES.
           05  FILLER                  PIC X(6) VALUE 'spring'.
           05  FILLER                  PIC X(6) VALUE 'summer'.
           05  FILLER                  PIC X(6) VALUE 'autumn'.
           05  FILLER                  PIC X(6) VALUE 'winter'.
       01  LD-SEASON-TAB REDEFINES LD-SEASON-NAMES.
           05  LD-SEASON-NAME          PIC X(6) OCCURS 4 TIMES.

       LINKAGE SECTION.
       01  LK-CAL-RECORD.
           COPY CALREC.
       01  LK-LD-CTL.
           COPY CALCTL.

       PROCEDURE DIVISION USING LK-CAL-RECORD, LK-LD-CTL.
           SET LD-VALID TO TRUE.
           IF CAL-DAY-HOURS <= 0 OR CAL-YEAR-DAYS <= 0 THEN
               SET LD-VALID TO FALSE
               MOVE 'no calendar' TO LD-TEXT
               GOBACK
           END-IF.
           IF LD-TO-CAMPAIGN THEN
               PERFORM LOCAL-TO-CAMPAIGN
               IF NOT LD-VALID THEN
                   MOVE 'no such local date' TO LD-TEXT
                   GOBACK
               END-IF
           END-IF.
           PERFORM CAMPAIGN-TO-LOCAL.
           PERFORM BUILD-DATE-TEXT.
           GOBACK.

      *********************************
      * The local date current at the campaign day's standard noon.
       CAMPAIGN-TO-LOCAL.
      *    Step by step — the dialect's fixed-point intermediates
      *    mangle a division that follows an in-line product.
           COMPUTE LD-ELAPSED = LD-CAMPAIGN-DAY + 0.5.
           COMPUTE LD-ELAPSED = LD-ELAPSED * 24.
           COMPUTE LD-ELAPSED = LD-ELAPSED / CAL-DAY-HOURS.
           COMPUTE LD-T = FUNCTION INTEGER(LD-ELAPSED).
           COMPUTE LD-YI = FUNCTION INTEGER(LD-T / CAL-YEAR-DAYS).
           COMPUTE LD-YEAR-START =
                   FUNCTION INTEGER(LD-YI * CAL-YEAR-DAYS).
      *    Float rounding at a year boundary can leave the day one
      *    short of the year it belongs to.
           IF LD-T < LD-YEAR-START THEN
               SUBTRACT 1 FROM LD-YI
               COMPUTE LD-YEAR-START =
                       FUNCTION INTEGER(LD-YI * CAL-YEAR-DAYS)
           END-IF.
           COMPUTE LD-DOY = LD-T - LD-YEAR-START.
           COMPUTE LD-YEAR = CAL-EPOCH-YEAR + LD-YI.
           COMPUTE LD-DAY-OF-YEAR = LD-DOY + 1.
           IF CAL-MONTH-DAYS > 0 THEN
               COMPUTE LD-MI =
                       FUNCTION INTEGER(LD-DOY / CAL-MONTH-DAYS)
               IF LD-MI >= CAL-MONTHS THEN
                   COMPUTE LD-MI = CAL-MONTHS - 1
               END-IF
               COMPUTE LD-M-START =
                       FUNCTION INTEGER(LD-MI * CAL-MONTH-DAYS)
               COMPUTE LD-MONTH = LD-MI + 1
               COMPUTE LD-DAY = LD-DOY - LD-M-START + 1
           ELSE
               MOVE 0 TO LD-MONTH
               MOVE LD-DAY-OF-YEAR TO LD-DAY
           END-IF.
           MOVE SPACES TO LD-SEASON.
           IF CAL-HAS-SEASONS THEN
               PERFORM VARYING LD-S FROM 1 BY 1 UNTIL LD-S > 4
                   IF LD-DOY >= CAL-SEASON-START(LD-S) THEN
                       MOVE LD-SEASON-NAME(LD-S) TO LD-SEASON
                   END-IF
               END-PERFORM
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * The first campaign day whose noon falls on or after the
      * start of the given local day.
       LOCAL-TO-CAMPAIGN.
           COMPUTE LD-YI = LD-YEAR - CAL-EPOCH-YEAR.
           COMPUTE LD-YEAR-START =
                   FUNCTION INTEGER(LD-YI * CAL-YEAR-DAYS).
           COMPUTE LD-YEAR-LEN =
                   FUNCTION INTEGER((LD-YI + 1) * CAL-YEAR-DAYS)
                   - LD-YEAR-START.
           IF LD-DAY < 1 THEN
               SET LD-VALID TO FALSE
               EXIT PARAGRAPH
           END-IF.
           IF CAL-MONTH-DAYS > 0 THEN
               IF LD-MONTH < 1 OR LD-MONTH > CAL-MONTHS THEN
                   SET LD-VALID TO FALSE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE LD-M-START = FUNCTION INTEGER(
                       (LD-MONTH - 1) * CAL-MONTH-DAYS)
               IF LD-MONTH = CAL-MONTHS THEN
                   MOVE LD-YEAR-LEN TO LD-M-END
               ELSE
                   COMPUTE LD-M-END = FUNCTION INTEGER(
                           LD-MONTH * CAL-MONTH-DAYS)
               END-IF
               IF LD-DAY > LD-M-END - LD-M-START THEN
                   SET LD-VALID TO FALSE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE LD-DOY = LD-M-START + LD-DAY - 1
           ELSE
               IF LD-DAY > LD-YEAR-LEN THEN
                   SET LD-VALID TO FALSE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE LD-DOY = LD-DAY - 1
           END-IF.
           COMPUTE LD-T = LD-YEAR-START + LD-DOY.
           COMPUTE LD-ELAPSED = LD-T * CAL-DAY-HOURS.
           COMPUTE LD-ELAPSED = LD-ELAPSED / 24.
           COMPUTE LD-CAMPAIGN-DAY = 0 - FUNCTION INTEGER(
                   0.5 - LD-ELAPSED).
           EXIT PARAGRAPH.

      *********************************
      * 'Year 1203, month 4 day 17 (summer)' — or 'Year 1203, day
      * 217' on a moonless calendar.
       BUILD-DATE-TEXT.
           MOVE SPACES TO LD-TEXT.
           MOVE LD-YEAR TO LD-DISP-YEAR.
           STRING 'Year '                DELIMITED BY SIZE
                  FUNCTION TRIM(LD-DISP-YEAR)
                                         DELIMITED BY SIZE
                  ', '                   DELIMITED BY SIZE
                  INTO LD-TEXT
           END-STRING.
           IF LD-MONTH > 0 THEN
               MOVE LD-MONTH TO LD-DISP-N
               STRING FUNCTION TRIM(LD-TEXT)
                                         DELIMITED BY SIZE
                      ' month '          DELIMITED BY SIZE
                      FUNCTION TRIM(LD-DISP-N)
                                         DELIMITED BY SIZE
                      INTO LD-TEXT
               END-STRING
           END-IF.
           MOVE LD-DAY TO LD-DISP-N.
           STRING FUNCTION TRIM(LD-TEXT) DELIMITED BY SIZE
                  ' day '                DELIMITED BY SIZE
                  FUNCTION TRIM(LD-DISP-N)
                                         DELIMITED BY SIZE
                  INTO LD-TEXT
           END-STRING.
           IF LD-SEASON NOT = SPACES THEN
               STRING FUNCTION TRIM(LD-TEXT)
                                         DELIMITED BY SIZE
                      ' ('               DELIMITED BY SIZE
                      FUNCTION TRIM(LD-SEASON)
                                         DELIMITED BY SIZE
                      ')'                DELIMITED BY SIZE
                      INTO LD-TEXT
               END-STRING
           END-IF.
           EXIT PARAGRAPH.
