      * produces for that system into a single ordered pack: the
      * world write-up section out of report.txt (orbit diagram and
      * sky-view lines included, since they live in that section),
      * the system's saved world detail (one line per world, belt
      * and giant, straight off the world-detail file, so a pack
      * built long after the write-up scrolled away still has the
      * air, water and gravity), G4SSGTRV's orbit-to-orbit travel
      * table, and G4SSGEPH's ephemeris with the conjunctions
      * around the session date.
      * Replaces five program invocations and a manual collation
      * pass per prepped system.
      *
      * The travel and ephemeris tables come from in-process CALLs
      * using their OUT= file mode; the scratch files are left
      * behind as pack-trv.tmp/pack-eph.tmp for anyone who wants
      * the pieces separately (pack-swx.tmp too, with SPACEWX=Y).
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   REPORT=<path>  write-up stream to pull the section from
      *                  (default report.txt)
      *   PATH=<path>    star database file (default stardb.dat)
      *   WORLDS=<path>  world-detail file (default worlds.dat)
      *   OUT=<path>     pack file written (default sessionpack.txt)
      *   DAY=<n>        session date in campaign days — the
      *                  ephemeris covers day-30 through day+60
      *                  (default 0..365); the header carries it,
      *                  and the local date when the system keeps a
      *                  calendar (G4SSGCAL)
      *   CALENDARS=<path> calendar file (default calendars.dat)
      *   STAR=<n>       which component's orbits (default 1)
      *   ORBITA=<n>     }  orbit pair for the conjunction list,
      *   ORBITB=<n>     }  passed through to G4SSGEPH
      *   SPACEWX=Y      add G4SSGSWX's space-weather forecast for
      *                  the session window (DAY through DAY+WXDAYS)
      *   WXDAYS=<n>     length of that window (default 14)
      *   SEED=<n>       forecast seed, passed through to G4SSGSWX
      *
      ******************************************************************
       COPY        TESTENV.
                                       IS WS-PIECE-STATUS.
           SELECT PACK-FILE            ASSIGN TO WS-PACK-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.
      *    World-detail sidecar (cpy/WORLDDTL.cpy).
           SELECT WORLD-FILE           ASSIGN TO WS-WORLD-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WDTL-KEY
                                       FILE STATUS
                                       IS WS-WORLD-STATUS.
      *    Local calendars (cpy/CALREC.cpy) — G4SSGCAL's, read only.
           SELECT CALENDAR-FILE        ASSIGN TO WS-CAL-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS CAL-KEY
                                       FILE STATUS
                                       IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  PACK-RECORD                 PIC X(200).
       FD  CLOCK-FILE.
       01  CLOCK-RECORD                PIC X(40).
       FD  WORLD-FILE.
       01  WORLD-RECORD.
           COPY WORLDDTL.
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY CALREC.

       WORKING-STORAGE SECTION.
      *********************************
       01  WS-WHICH-STAR               PIC 999 USAGE COMP-5 VALUE 1.
       01  WS-ORBIT-A                  PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-ORBIT-B                  PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-WX-WANTED                PIC X VALUE '-'.
       01  WS-WX-DAYS                  PIC 999 USAGE COMP-5 VALUE 14.
       01  WS-WX-SEED                  PIC 9(9) USAGE COMP-5 VALUE 0.
       01  WS-DISP-SEED                PIC Z(8)9.
      *    The shared campaign clock (see G4SSGCLK) — read when the
      *    PARM stayed silent about the date, so every dated tool
      *    agrees what today is.
       01  WS-CLOCK-FOUND              PIC X VALUE '-'.
       01  WS-CLK-LINE                 PIC X(40).
       01  WS-DATE-GIVEN               PIC X VALUE '-'.
      *    The session date on the system's own calendar.
       01  WS-CAL-PATH                 PIC X(100)
                                       VALUE "calendars.dat".
       01  WS-CAL-STATUS               PIC XX.
           88  CAL-FILE-OK             VALUE '00'.
       01  WS-LD-CTL.
           COPY CALCTL.
      *    World-detail section — one decoded row at a time.
       01  WS-WORLD-PATH               PIC X(100) VALUE "worlds.dat".
       01  WS-WORLD-STATUS             PIC XX.
           88  WORLD-FILE-OK           VALUE '00'.
       01  WS-WD-DONE                  PIC X.
       01  WS-WD-ROWS                  PIC 999 USAGE COMP-5.
       01  WS-WD-TERRA.
           COPY TERRAINF.
       01  WS-WD-BELT.
           COPY ABELTINF.
       01  WS-WD-GG.
           COPY GGINF.
       01  WS-DISP-STAR                PIC Z9.
       01  WS-DISP-ORBIT               PIC ZZ9.
       01  WS-DISP-G                   PIC Z9.99.
       01  WS-DISP-ATM                 PIC ZZ9.99.
       01  WS-DISP-K                   PIC ZZZ9.
       01  WS-DISP-AU                  PIC ZZ9.999.
       01  WS-DISP-MJ                  PIC ZZ9.999.

      *********************************
      * Section-extraction state.
       01  WS-DISP-DAY                 PIC -(6)9.
       01  WS-DISP-N                   PIC ZZ9.
       01  WS-LINE                     PIC X(200).
       01  WS-LINE-PTR                 PIC 999 USAGE COMP-5.
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.

       LINKAGE SECTION.
       01  LK-PARM.
      *   [    MAIN    ]
      *    ^~~~~~~~~~~^
       PROCEDURE DIVISION USING LK-PARM.
           MOVE 'G4SSGPAK' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           PERFORM UNTIL PARM-INDEX > PARM-LEN
                           MOVE WS-PARM-VAL TO WS-REPORT-PATH
                       WHEN 'PATH'
                           MOVE WS-PARM-VAL TO WS-STARDB-PATH
                       WHEN 'WORLDS'
                           MOVE WS-PARM-VAL TO WS-WORLD-PATH
                       WHEN 'CALENDARS'
                           MOVE WS-PARM-VAL TO WS-CAL-PATH
                       WHEN 'OUT'
                           MOVE WS-PARM-VAL TO WS-PACK-PATH
                       WHEN 'DAY'
                       WHEN 'ORBITB'
                           COMPUTE WS-ORBIT-B =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'SPACEWX'
                           MOVE FUNCTION UPPER-CASE(WS-PARM-VAL(1:1))
                             TO WS-WX-WANTED
                       WHEN 'WXDAYS'
                           COMPUTE WS-WX-DAYS =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'SEED'
                           COMPUTE WS-WX-SEED =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-LOAD-NAME = SPACES THEN
               MOVE 'PAK001' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

                  INTO WS-LINE
           END-STRING.
           WRITE PACK-RECORD FROM WS-LINE.
           PERFORM WRITE-SESSION-DATE-LINE.

           PERFORM COPY-REPORT-SECTION.
           PERFORM COPY-WORLD-DETAIL.
           PERFORM RUN-TRAVEL-PIECE.
           PERFORM RUN-EPHEMERIS-PIECE.
           IF WS-WX-WANTED = 'Y' THEN
               PERFORM RUN-SPACEWX-PIECE
           END-IF.

           CLOSE PACK-FILE.
           MOVE 'PAK002' TO MC-MSG-ID.
           MOVE WS-LOAD-NAME TO MC-INSERT(1).
           MOVE WS-PACK-PATH TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *    The campaign clock, when nobody gave a date — G4SSGCLK
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * The session date under the banner — campaign day, and the
      * local date beside it when the system keeps a calendar.
       WRITE-SESSION-DATE-LINE.
           MOVE WS-SESSION-DAY TO WS-DISP-DAY.
           MOVE SPACES TO WS-LINE.
           STRING 'Session date: campaign day '
                                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DAY)
                                         DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           OPEN INPUT CALENDAR-FILE.
           IF CAL-FILE-OK THEN
               MOVE WS-LOAD-NAME TO CAL-KEY
               READ CALENDAR-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET LD-TO-LOCAL TO TRUE
                       MOVE WS-SESSION-DAY TO LD-CAMPAIGN-DAY
                       CALL 'LOCAL-DATE' USING CALENDAR-RECORD,
                                               WS-LD-CTL
                       IF LD-VALID THEN
                           STRING FUNCTION TRIM(WS-LINE)
                                         DELIMITED BY SIZE
                                  ', local '
                                         DELIMITED BY SIZE
                                  FUNCTION TRIM(LD-TEXT)
                                         DELIMITED BY SIZE
                                  INTO WS-LINE
                           END-STRING
                       END-IF
               END-READ
               CLOSE CALENDAR-FILE
           END-IF.
           WRITE PACK-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *********************************
      * The system's own section out of the write-up stream — from
      * its '=== <name> ===' heading to the next heading.  The
           WRITE PACK-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *********************************
      * The system's world-detail rows, star/orbit order — a START
      * on the system key with zero star/orbit walks them.
       COPY-WORLD-DETAIL.
           MOVE SPACES TO WS-LINE.
           WRITE PACK-RECORD FROM WS-LINE.
           MOVE '-------- World detail --------' TO WS-LINE.
           WRITE PACK-RECORD FROM WS-LINE.
           MOVE 0 TO WS-WD-ROWS.
           OPEN INPUT WORLD-FILE.
           IF NOT WORLD-FILE-OK THEN
               MOVE SPACES TO WS-LINE
               STRING 'No world-detail file at '
                                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-WORLD-PATH)
                                          DELIMITED BY SIZE
                      '.'                 DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               WRITE PACK-RECORD FROM WS-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOAD-NAME TO WDTL-SYSTEM-KEY.
           MOVE 0 TO WDTL-STAR-NO.
           MOVE 0 TO WDTL-ORBIT-NO.
           MOVE '-' TO WS-WD-DONE.
           START WORLD-FILE KEY IS NOT LESS THAN WDTL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WD-DONE
           END-START.
           PERFORM UNTIL WS-WD-DONE = 'Y'
               READ WORLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WD-DONE
                   NOT AT END
                       IF WDTL-SYSTEM-KEY NOT = WS-LOAD-NAME THEN
                           MOVE 'Y' TO WS-WD-DONE
                       ELSE
                           PERFORM WRITE-ONE-WORLD-LINE
                           ADD 1 TO WS-WD-ROWS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORLD-FILE.
           IF WS-WD-ROWS = 0 THEN
               MOVE 'No world detail on file for this system.'
                 TO WS-LINE
               WRITE PACK-RECORD FROM WS-LINE
           END-IF.
           EXIT PARAGRAPH.

       WRITE-ONE-WORLD-LINE.
           MOVE WDTL-STAR-NO TO WS-DISP-STAR.
           MOVE WDTL-ORBIT-NO TO WS-DISP-ORBIT.
           MOVE SPACES TO WS-LINE.
           EVALUATE TRUE
               WHEN WDTL-TERRESTRIAL
                   MOVE WDTL-DETAIL TO WS-WD-TERRA
                   MOVE TERRA-GRAVITY TO WS-DISP-G
                   MOVE TERRA-PRESSURE TO WS-DISP-ATM
                   MOVE TERRA-SURFACE-TEMP TO WS-DISP-K
                   MOVE TERRA-HYDROGRAPHIC TO WS-DISP-ORBIT
                   STRING 'Star '            DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DISP-STAR)
                                             DELIMITED BY SIZE
                          ' orbit '          DELIMITED BY SIZE
                          WDTL-ORBIT-NO      DELIMITED BY SIZE
                          ': '               DELIMITED BY SIZE
                          FUNCTION TRIM(TERRA-SIZE)
                                             DELIMITED BY SIZE
                          ' '                DELIMITED BY SIZE
                          FUNCTION TRIM(TERRA-WORLD-TYPE)
                                             DELIMITED BY SIZE
                          ', '               DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DISP-G)
                                             DELIMITED BY SIZE
                          ' G, '             DELIMITED BY SIZE
                          FUNCTION TRIM(TERRA-ATMO-COMP)
                                             DELIMITED BY SIZE
                          ' '                DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DISP-ATM)
                                             DELIMITED BY SIZE
                          ' atm ('           DELIMITED BY SIZE
                          FUNCTION TRIM(TERRA-BREATHE)
                                             DELIMITED BY SIZE
                          '), hydro '        DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DISP-ORBIT)
                                             DELIMITED BY SIZE
                          '%, '              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DISP-K)
                                             DELIMITED BY SIZE
                          ' K '              DELIMITED BY SIZE
                          FUNCTION TRIM(TERRA-CLIMATE)
                                             DELIMITED BY SIZE
                          ', biosphere '     DELIMITED BY SIZE
                          FUNCTION TRIM(TERRA-BIOSPHERE)
                                             DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
               WHEN WDTL-ASTEROID-BELT
                   MOVE WDTL-DETAIL(1:51) TO WS-WD-BELT
                   MOVE BELT-INNER-EDGE TO WS-DISP-AU
                   STRING 'Star '            DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DISP-STAR)
                                             DELIMITED BY SIZE
                          ' orbit '          DELIMITED BY SIZE
                          WDTL-ORBIT-NO      DELIMITED BY SIZE
                          ': asteroid belt, class '
                                             DELIMITED BY SIZE
                          BELT-COMPOSITION   DELIMITED BY SIZE
                          ', richness '      DELIMITED BY SIZE
                          BELT-RICHNESS      DELIMITED BY SIZE
                          ', '               DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DISP-AU)
                                             DELIMITED BY SIZE
                          '-'                DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   MOVE BELT-OUTER-EDGE TO WS-DISP-AU
                   STRING FUNCTION TRIM(WS-LINE)
                                             DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DISP-AU)
                                             DELIMITED BY SIZE
                          ' AU'              DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
               WHEN WDTL-GAS-GIANT
                   MOVE WDTL-DETAIL(1:93) TO WS-WD-GG
                   MOVE GG-MASS TO WS-DISP-MJ
                   STRING 'Star '            DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DISP-STAR)
                                             DELIMITED BY SIZE
                          ' orbit '          DELIMITED BY SIZE
                          WDTL-ORBIT-NO      DELIMITED BY SIZE
                          ': gas giant, size '
                                             DELIMITED BY SIZE
                          GG-SIZE            DELIMITED BY SIZE
                          ', '               DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DISP-MJ)
                                             DELIMITED BY SIZE
                          ' Mj, '            DELIMITED BY SIZE
                          GG-MOON-COUNT      DELIMITED BY SIZE
                          ' major moon(s), '
                                             DELIMITED BY SIZE
                          GG-MOONLET-COUNT   DELIMITED BY SIZE
                          ' moonlets, radiation belt '
                                             DELIMITED BY SIZE
                          GG-RADBELT         DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
           END-EVALUATE.
           WRITE PACK-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *********************************
      * G4SSGTRV in-process, its table into a scratch file that is
      * then appended to the pack.
                   FUNCTION LENGTH(FUNCTION TRIM(WS-SP-DATA)).
           CALL 'G4SSGTRV' USING WS-STEP-PARM-BLOCK
               ON EXCEPTION
                   MOVE 'PAK003' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           EXIT PARAGRAPH.
                   FUNCTION LENGTH(FUNCTION TRIM(WS-SP-DATA)).
           CALL 'G4SSGEPH' USING WS-STEP-PARM-BLOCK
               ON EXCEPTION
                   MOVE 'PAK004' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           MOVE 'pack-eph.tmp' TO WS-PIECE-PATH.
           PERFORM APPEND-PIECE-FILE.
           EXIT PARAGRAPH.

      *********************************
      * G4SSGSWX in-process, the forecast over the session window.
       RUN-SPACEWX-PIECE.
           MOVE SPACES TO WS-LINE.
           WRITE PACK-RECORD FROM WS-LINE.
           MOVE '-------- Space-weather forecast (G4SSGSWX) -----'
             &  '--' TO WS-LINE.
           WRITE PACK-RECORD FROM WS-LINE.
           MOVE SPACES TO WS-SP-DATA.
           MOVE WS-SESSION-DAY TO WS-DISP-DAY.
           MOVE 1 TO WS-LINE-PTR.
           STRING 'LOAD='                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAD-NAME)
                                         DELIMITED BY SIZE
                  ',PATH='               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STARDB-PATH)
                                         DELIMITED BY SIZE
                  ',FROM='               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DAY)
                                         DELIMITED BY SIZE
                  INTO WS-SP-DATA WITH POINTER WS-LINE-PTR
           END-STRING.
           COMPUTE WS-DAY-B = WS-SESSION-DAY + WS-WX-DAYS.
           MOVE WS-DAY-B TO WS-DISP-DAY.
           MOVE WS-WX-SEED TO WS-DISP-SEED.
           STRING ',TO='                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DAY)
                                         DELIMITED BY SIZE
                  ',SEED='               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-SEED)
                                         DELIMITED BY SIZE
                  ',OUT=pack-swx.tmp'    DELIMITED BY SIZE
                  INTO WS-SP-DATA WITH POINTER WS-LINE-PTR
           END-STRING.
           COMPUTE WS-SP-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-SP-DATA)).
           CALL 'G4SSGSWX' USING WS-STEP-PARM-BLOCK
               ON EXCEPTION
                   MOVE 'PAK005' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           MOVE 'pack-swx.tmp' TO WS-PIECE-PATH.
           PERFORM APPEND-PIECE-FILE.
           EXIT PARAGRAPH.

      *    One scratch file's lines onto the pack.
       APPEND-PIECE-FILE.
           OPEN INPUT PIECE-FILE.
           CLOSE PIECE-FILE.
           MOVE '00' TO WS-PIECE-STATUS.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
