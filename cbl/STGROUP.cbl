       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGGRP.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Stellar groups — the clusters and moving groups G4SSGCRE's
      * GROUPS= seeded, each with the systems that formed in it.
      *
      * The group list comes from the group file G4SSGCRE writes
      * (GroupId,Kind,Col,Row,RadiusHex,AgeByr,Population,
      * Metallicity,VelX,VelY,VelZ,CentreX,CentreY,CentreZ,SpreadLy,
      * Members); the members from the database, by the group id
      * stamped on each record.  A group with members on file but no
      * row in the group file (an older batch's, the file since
      * overwritten) is still listed, its particulars unknown.
      *
      * Per group: kind, centre hex and radius, the group's age,
      * population and metallicity, and its space velocity; then
      * every member with its own age, metallicity and velocity,
      * and a closing line with the member count and the spread of
      * member ages — a tight spread is the point of a co-eval
      * group.  The report opens with a '=== ' heading for G4SSGPRT.
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   PATH=<path>       star database file (default stardb.dat)
      *   GROUPFILE=<path>  group file read (default stargroups.csv)
      *   OUT=<path>        report written (default stargroups.txt)
      *   SECTOR=<id>       only the systems stamped with this sector
      *                     id (STARTs on the sector key)
      *
      * Return codes: 0 written, 4 no groups (neither in the group
      * file nor on any record), 8 no database.
      *
      ******************************************************************
       COPY        TESTENV.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STARDB-FILE          ASSIGN TO WS-STARDB-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.
           SELECT GROUP-FILE           ASSIGN TO WS-GROUP-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-GROUP-STATUS.
           SELECT REPORT-FILE          ASSIGN TO WS-REPORT-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.
       FD  GROUP-FILE.
       01  GROUP-RECORD                PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *********************************
      * Parsed run params — same UNSTRING/'=' idiom as G4SSGCRE.
       01  PARSED-PARM.
           05  PARM-LEN                PIC 999 USAGE COMP-3.
           05  PARSED-FIELD            PIC X(100).
           05  PARM-INDEX              PIC 999 VALUE 1.
       01  WS-PARM-KEY                 PIC X(20).                       helper
       01  WS-PARM-VAL                 PIC X(100).                      helper
       01  WS-PARM-TOKENS              PIC 9 USAGE COMP-5.              helper
       01  WS-STARDB-PATH              PIC X(100) VALUE "stardb.dat".
       01  WS-STARDB-STATUS            PIC XX.
           88  STARDB-FILE-OK          VALUE '00'.
           88  STARDB-FILE-EOF         VALUE '10'.
       01  WS-GROUP-PATH               PIC X(100)
                                       VALUE "stargroups.csv".
       01  WS-GROUP-STATUS             PIC XX.
           88  GROUP-FILE-OK           VALUE '00'.
           88  GROUP-FILE-EOF          VALUE '10'.
       01  WS-REPORT-PATH              PIC X(100)
                                       VALUE "stargroups.txt".
       01  WS-SEL-SECTOR               PIC X(12) VALUE SPACES.
      *    Quote-tolerant CSV splitting — see CSV-SPLIT-FIELD.
       01  WS-SPLIT-LINE               PIC X(250).
       01  WS-SPLIT-PTR                PIC 999 USAGE COMP-5.
       01  WS-SPLIT-FLD                PIC X(100).
      *********************************
      * The groups, in group-file order then first-met order.  The
      * particulars are kept as the group file spelled them; GG-
      * ON-FILE is '-' for a group known only from its members.
       01  WS-GROUP-COUNT              PIC 99 USAGE COMP-5 VALUE 0.
       01  WS-GROUP-TAB.
           05  GG                      OCCURS 50 TIMES.
               10  GG-ID               PIC X(8).
               10  GG-ON-FILE          PIC X.
               10  GG-KIND             PIC X(12).
               10  GG-COL              PIC X(6).
               10  GG-ROW              PIC X(6).
               10  GG-RADIUS           PIC X(4).
               10  GG-AGE              PIC X(10).
               10  GG-POP              PIC X(4).
               10  GG-METAL            PIC X(10).
               10  GG-VEL-X            PIC X(10).
               10  GG-VEL-Y            PIC X(10).
               10  GG-VEL-Z            PIC X(10).
               10  GG-MEMBERS          PIC 9(4) USAGE COMP-5.
               10  GG-AGE-MIN          USAGE COMP-2.
               10  GG-AGE-MAX          USAGE COMP-2.
      *********************************
      * The member systems found on file, by group-table entry.
       01  WS-MEM-COUNT                PIC 9(4) USAGE COMP-5 VALUE 0.
       01  WS-CAP-NOTED                PIC X VALUE '-'.
       01  WS-MEM-TAB.
           05  GM                      OCCURS 2000 TIMES.
               10  GM-GROUP            PIC 99 USAGE COMP-5.
               10  GM-NAME             PIC X(48).
               10  GM-BYR              USAGE COMP-2.
               10  GM-POP              PIC XX.
               10  GM-METAL            USAGE COMP-2.
               10  GM-VEL-X            USAGE COMP-2.
               10  GM-VEL-Y            USAGE COMP-2.
               10  GM-VEL-Z            USAGE COMP-2.
      *********************************
      * Working fields.
       01  WS-G                        PIC 99 USAGE COMP-5.
       01  WS-M                        PIC 9(4) USAGE COMP-5.
       01  WS-SPREAD                   USAGE COMP-2.
       01  WS-LINE                     PIC X(132).
       01  WS-RPTR                     PIC 999 USAGE COMP-5.
       01  WS-DISP-N                   PIC ZZZ9.
       01  WS-DISP-AGE                 PIC Z9.99.
       01  WS-DISP-METAL               PIC Z9.99.
       01  WS-DISP-VX                  PIC -9.9999.
       01  WS-DISP-VY                  PIC -9.9999.
       01  WS-DISP-VZ                  PIC -9.9999.
      *********************************
      * The decoded system — shared header plus the STAR table, same
      * shape as G4SSGCRE's WS-STAR-SYSTEM.
       01  WS-STAR-SYSTEM.
           05  STAR-SYSTEM-NAME        PIC X(48) VALUE SPACES.
           COPY SYSHDR.
           05  STAR                    OCCURS 0 TO 200 TIMES
                                       DEPENDING ON STAR-COUNT
                                       INDEXED BY STAR-IDX.
               COPY STARDATA.
      *********************************
      * Operational messages — see MSGCTL.cpy.
       01  WS-MSG-CTL.
           COPY MSGCTL.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN             PIC ZZ9.
           05  LK-PARM-DATA            PIC X(100).

      ******************************************************************
      *    /`--------´\
      *   [    MAIN    ]
      *    ^~~~~~~~~~~^
       PROCEDURE DIVISION USING LK-PARM.
           MOVE 'G4SSGGRP' TO MC-PROGRAM.
           SET MC-BEGIN-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           COMPUTE PARM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LK-PARM-DATA)).
           PERFORM UNTIL PARM-INDEX > PARM-LEN
               INITIALIZE PARSED-FIELD
               UNSTRING LK-PARM-DATA   DELIMITED BY ','
                       INTO PARSED-FIELD
                       WITH POINTER PARM-INDEX
               END-UNSTRING
               MOVE FUNCTION TRIM(PARSED-FIELD) TO PARSED-FIELD
               INITIALIZE WS-PARM-KEY WS-PARM-VAL
               MOVE 0 TO WS-PARM-TOKENS
               UNSTRING PARSED-FIELD  DELIMITED BY '='
                       INTO WS-PARM-KEY, WS-PARM-VAL
                       TALLYING IN WS-PARM-TOKENS
               END-UNSTRING
               IF WS-PARM-TOKENS > 1 THEN
                   EVALUATE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-PARM-KEY))
                       WHEN 'PATH'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-STARDB-PATH
                       WHEN 'GROUPFILE'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-GROUP-PATH
                       WHEN 'OUT'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-REPORT-PATH
                       WHEN 'SECTOR'
                           MOVE FUNCTION TRIM(WS-PARM-VAL)
                             TO WS-SEL-SECTOR
                   END-EVALUATE
               END-IF
           END-PERFORM.

           PERFORM LOAD-GROUP-FILE.
           PERFORM SWEEP-DATABASE.
           IF WS-GROUP-COUNT = 0 THEN
               MOVE 'GRP001' TO MC-MSG-ID
               MOVE WS-GROUP-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE '=== Stellar groups' TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GROUP-COUNT
               PERFORM WRITE-ONE-GROUP
           END-PERFORM.
           CLOSE REPORT-FILE.
           MOVE WS-GROUP-COUNT TO WS-DISP-N.
           MOVE 'GRP002' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-REPORT-PATH TO MC-INSERT(2).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * The group file — missing is no error, the members alone
      * still make a (thinner) report.
       LOAD-GROUP-FILE.
           OPEN INPUT GROUP-FILE.
           IF NOT GROUP-FILE-OK THEN
               MOVE 'GRP003' TO MC-MSG-ID
               MOVE WS-GROUP-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL GROUP-FILE-EOF
               READ GROUP-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM PARSE-GROUP-ROW
               END-READ
           END-PERFORM.
           CLOSE GROUP-FILE.
           EXIT PARAGRAPH.

       PARSE-GROUP-ROW.
           IF GROUP-RECORD(1:8) = 'GroupId,' OR GROUP-RECORD = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-GROUP-COUNT >= 50 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GROUP-COUNT.
           MOVE WS-GROUP-COUNT TO WS-G.
           PERFORM CLEAR-GROUP-ENTRY.
           MOVE 'Y' TO GG-ON-FILE(WS-G).
           MOVE GROUP-RECORD TO WS-SPLIT-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO GG-ID(WS-G).
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO GG-KIND(WS-G).
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO GG-COL(WS-G).
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO GG-ROW(WS-G).
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO GG-RADIUS(WS-G).
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO GG-AGE(WS-G).
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO GG-POP(WS-G).
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO GG-METAL(WS-G).
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO GG-VEL-X(WS-G).
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO GG-VEL-Y(WS-G).
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO GG-VEL-Z(WS-G).
           EXIT PARAGRAPH.

       CLEAR-GROUP-ENTRY.
           MOVE SPACES TO GG-ID(WS-G) GG-KIND(WS-G) GG-COL(WS-G)
                          GG-ROW(WS-G) GG-RADIUS(WS-G) GG-AGE(WS-G)
                          GG-POP(WS-G) GG-METAL(WS-G) GG-VEL-X(WS-G)
                          GG-VEL-Y(WS-G) GG-VEL-Z(WS-G).
           MOVE '-' TO GG-ON-FILE(WS-G).
           MOVE 0 TO GG-MEMBERS(WS-G).
           MOVE 0 TO GG-AGE-MIN(WS-G) GG-AGE-MAX(WS-G).
           EXIT PARAGRAPH.

      *********************************
      * The database sweep — the whole file, or one SECTOR=.
       SWEEP-DATABASE.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'GRP004' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           IF WS-SEL-SECTOR NOT = SPACES THEN
               MOVE WS-SEL-SECTOR TO STARDB-SECTOR
               START STARDB-FILE KEY IS = STARDB-SECTOR
                   INVALID KEY
                       MOVE 'GRP005' TO MC-MSG-ID
                       MOVE WS-SEL-SECTOR TO MC-INSERT(1)
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE '10' TO WS-STARDB-STATUS
               END-START
           ELSE
               MOVE LOW-VALUES TO STARDB-KEY
               START STARDB-FILE KEY IS NOT LESS THAN STARDB-KEY
                   INVALID KEY
                       MOVE 'GRP006' TO MC-MSG-ID
                       CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                       MOVE '10' TO WS-STARDB-STATUS
               END-START
           END-IF.
           PERFORM UNTIL STARDB-FILE-EOF
               READ STARDB-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF WS-SEL-SECTOR NOT = SPACES
                          AND STARDB-SECTOR NOT = WS-SEL-SECTOR THEN
                           MOVE '10' TO WS-STARDB-STATUS
                       ELSE
                           PERFORM NOTE-ONE-SYSTEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STARDB-FILE.
           EXIT PARAGRAPH.

      *    One saved system — kept if it carries a group id.
       NOTE-ONE-SYSTEM.
      *    A record from another layout generation is skipped — the
      *    audit's layout outlier (and G4SSGMIG) deal with those.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               EXIT PARAGRAPH
           END-IF.
           IF STARDB-STELLAR-GROUP = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-MEM-COUNT >= 2000 THEN
               IF WS-CAP-NOTED = '-' THEN
                   MOVE 'GRP007' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'Y' TO WS-CAP-NOTED
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE STARDB-STAR-COUNT TO STAR-COUNT.
           MOVE STARDB-RECORD TO WS-STAR-SYSTEM.
           PERFORM FIND-GROUP-ENTRY.
           IF WS-G = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MEM-COUNT.
           MOVE WS-MEM-COUNT TO WS-M.
           MOVE WS-G TO GM-GROUP(WS-M).
           MOVE STAR-SYSTEM-NAME TO GM-NAME(WS-M).
           MOVE BYR OF SYSTEM-AGE TO GM-BYR(WS-M).
           MOVE POPULATION OF SYSTEM-AGE TO GM-POP(WS-M).
           MOVE SYSTEM-METALLICITY TO GM-METAL(WS-M).
           MOVE SYS-VEL-X TO GM-VEL-X(WS-M).
           MOVE SYS-VEL-Y TO GM-VEL-Y(WS-M).
           MOVE SYS-VEL-Z TO GM-VEL-Z(WS-M).
           IF GG-MEMBERS(WS-G) = 0
              OR GM-BYR(WS-M) < GG-AGE-MIN(WS-G) THEN
               MOVE GM-BYR(WS-M) TO GG-AGE-MIN(WS-G)
           END-IF.
           IF GG-MEMBERS(WS-G) = 0
              OR GM-BYR(WS-M) > GG-AGE-MAX(WS-G) THEN
               MOVE GM-BYR(WS-M) TO GG-AGE-MAX(WS-G)
           END-IF.
           ADD 1 TO GG-MEMBERS(WS-G).
           EXIT PARAGRAPH.

      *    The group entry for SYSTEM-STELLAR-GROUP, opened if the
      *    group file never named it; WS-G = 0 when the table is full.
       FIND-GROUP-ENTRY.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GROUP-COUNT
               IF GG-ID(WS-G) = SYSTEM-STELLAR-GROUP THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-GROUP-COUNT >= 50 THEN
               MOVE 0 TO WS-G
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GROUP-COUNT.
           MOVE WS-GROUP-COUNT TO WS-G.
           PERFORM CLEAR-GROUP-ENTRY.
           MOVE SYSTEM-STELLAR-GROUP TO GG-ID(WS-G).
           EXIT PARAGRAPH.

      *********************************
      * One group: its particulars, its members, and the tally.
       WRITE-ONE-GROUP.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO WS-LINE.
           MOVE 1 TO WS-RPTR.
           IF GG-ON-FILE(WS-G) = 'Y' THEN
               STRING FUNCTION TRIM(GG-ID(WS-G)) DELIMITED BY SIZE
                      '  '                       DELIMITED BY SIZE
                      FUNCTION TRIM(GG-KIND(WS-G))
                                                 DELIMITED BY SIZE
                      ', centred on hex col '    DELIMITED BY SIZE
                      FUNCTION TRIM(GG-COL(WS-G)) DELIMITED BY SIZE
                      ' row '                    DELIMITED BY SIZE
                      FUNCTION TRIM(GG-ROW(WS-G)) DELIMITED BY SIZE
                      ', radius '                DELIMITED BY SIZE
                      FUNCTION TRIM(GG-RADIUS(WS-G))
                                                 DELIMITED BY SIZE
                      ' hex(es)'                 DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-RPTR
               END-STRING
               MOVE WS-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-LINE
               MOVE 1 TO WS-RPTR
               STRING '    age '                 DELIMITED BY SIZE
                      FUNCTION TRIM(GG-AGE(WS-G)) DELIMITED BY SIZE
                      ' BYr, population '        DELIMITED BY SIZE
                      FUNCTION TRIM(GG-POP(WS-G)) DELIMITED BY SIZE
                      ', metallicity '           DELIMITED BY SIZE
                      FUNCTION TRIM(GG-METAL(WS-G))
                                                 DELIMITED BY SIZE
                      ' x Sol, velocity ('       DELIMITED BY SIZE
                      FUNCTION TRIM(GG-VEL-X(WS-G))
                                                 DELIMITED BY SIZE
                      ', '                       DELIMITED BY SIZE
                      FUNCTION TRIM(GG-VEL-Y(WS-G))
                                                 DELIMITED BY SIZE
                      ', '                       DELIMITED BY SIZE
                      FUNCTION TRIM(GG-VEL-Z(WS-G))
                                                 DELIMITED BY SIZE
                      ') ly/yr'                  DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-RPTR
               END-STRING
           ELSE
               STRING FUNCTION TRIM(GG-ID(WS-G)) DELIMITED BY SIZE
                      '  (not in '               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GROUP-PATH)
                                                 DELIMITED BY SIZE
                      ' — particulars unknown)'  DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-RPTR
               END-STRING
           END-IF.
           MOVE WS-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MEM-COUNT
               IF GM-GROUP(WS-M) = WS-G THEN
                   PERFORM WRITE-ONE-MEMBER
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LINE.
           MOVE 1 TO WS-RPTR.
           MOVE GG-MEMBERS(WS-G) TO WS-DISP-N.
           IF GG-MEMBERS(WS-G) = 0 THEN
               STRING '    no member on file'    DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-RPTR
               END-STRING
           ELSE
               COMPUTE WS-SPREAD = GG-AGE-MAX(WS-G) - GG-AGE-MIN(WS-G)
               MOVE WS-SPREAD TO WS-DISP-AGE
               STRING '    '                     DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-N)   DELIMITED BY SIZE
                      ' member(s), ages spread over '
                                                 DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-AGE) DELIMITED BY SIZE
                      ' BYr'                     DELIMITED BY SIZE
                      INTO WS-LINE WITH POINTER WS-RPTR
               END-STRING
           END-IF.
           MOVE WS-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT PARAGRAPH.

       WRITE-ONE-MEMBER.
           MOVE GM-BYR(WS-M) TO WS-DISP-AGE.
           MOVE GM-METAL(WS-M) TO WS-DISP-METAL.
           MOVE GM-VEL-X(WS-M) TO WS-DISP-VX.
           MOVE GM-VEL-Y(WS-M) TO WS-DISP-VY.
           MOVE GM-VEL-Z(WS-M) TO WS-DISP-VZ.
           MOVE SPACES TO WS-LINE.
           MOVE 1 TO WS-RPTR.
           STRING '    '                         DELIMITED BY SIZE
                  GM-NAME(WS-M)(1:28)            DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  WS-DISP-AGE                    DELIMITED BY SIZE
                  ' BYr '                        DELIMITED BY SIZE
                  GM-POP(WS-M)                   DELIMITED BY SIZE
                  '  metal '                     DELIMITED BY SIZE
                  WS-DISP-METAL                  DELIMITED BY SIZE
                  '  vel '                       DELIMITED BY SIZE
                  WS-DISP-VX                     DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  WS-DISP-VY                     DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  WS-DISP-VZ                     DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-RPTR
           END-STRING.
           MOVE WS-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
