       IDENTIFICATION DIVISION.
       PROGRAM-ID.   G4SSGMKT.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Speculative-trade price board — what a ton of cargo costs at
      * each starport on the campaign date, so the table quotes the
      * market instead of improvising it.  Reads the generator's
      * goods.csv (what each world exports and imports), G4SSGTRD's
      * tradelanes.csv (what reaches it, and how busily), the
      * settlement fields off the saved record, and the campaign
      * clock, and writes one board per system: a buy and a sell
      * price for every goods class.
      *
      * Goods classes and base prices (Cr per ton), as
      * GEN-TRADE-GOODS names them; FOODSTUFFS is what AGRO worlds
      * ship, MACHINERY what MANUFACTURED worlds ship:
      *   AGRO 3000  FOODSTUFFS 4000  ORES 1500  METALS 5000
      *   VOLATILES 2000  MACHINERY 12000  MANUFACTURED 15000
      *
      * Supply and demand, in steps of 10% on the base price:
      *   -3  the world exports the class (a supplier's own goods)
      *   +1  per 3 ly along the lanes to the nearest supplier (at
      *       most +3); +4 with no supplier in lane reach at all
      *   +2  the world imports the class
      *   lane class, off the busiest lane touching the system —
      *       imported goods: MAIN -2, MAJOR -1, MINOR 0, MARGINAL
      *       +1, no lanes +2; a supplier's own goods glut at -1
      *       unless a MAIN/MAJOR lane carries them off
      *   MACHINERY/MANUFACTURED: +2 below TL 6, -1 at TL 12+
      * The day's fluctuation is 2D6-7 steps of 3%, rolled off a
      * seed made from the run seed, the campaign day and the system
      * name — the same day always quotes the same prices, and one
      * board does not shift because another system was added.
      * The broker's spread by starport: A 4%, B 6%, C 10%, D 15%,
      * E 20%, X 30% either side of the day's price (buy is what
      * the players pay, sell what they are paid).
      *
      * PARM syntax (comma-separated key=value tokens, same style as
      * G4SSGCRE's):
      *   GOODS=<path>   per-system goods file (default goods.csv)
      *   LANES=<path>   trade lane file (default tradelanes.csv;
      *                  absent file prices every world as laneless)
      *   PATH=<path>    star database file (default stardb.dat)
      *   DAY=<n>        campaign day to quote (default: the
      *                  campaign clock's today, else day 0)
      *   CLOCK=<path>   campaign clock file (default campclock.dat)
      *   SEED=<n>       run seed folded into the daily fluctuation
      *                  (default 0)
      *   SYSTEM=<name>  quote this one system only
      *   OUT=<path>     price boards written (default market.txt)
      *
      * Return codes: 0 boards written, 4 no systems to quote (or
      * SYSTEM= not found), 8 no goods file.
      *
      ******************************************************************
       COPY        TESTENV.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOODS-FILE           ASSIGN TO WS-GOODS-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-GOODS-STATUS.
           SELECT LANE-FILE            ASSIGN TO WS-LANE-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-LANE-STATUS.
           SELECT STARDB-FILE          ASSIGN TO WS-STARDB-PATH
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS STARDB-KEY
                                       COPY STARDBAK.
                                       FILE STATUS
                                       IS WS-STARDB-STATUS.
           SELECT CLOCK-FILE           ASSIGN TO WS-CLOCK-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS
                                       IS WS-CLOCK-STATUS.
           SELECT MKT-FILE             ASSIGN TO WS-MKT-PATH
                                       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GOODS-FILE.
       01  GOODS-RECORD                PIC X(160).
       FD  LANE-FILE.
       01  LANE-RECORD                 PIC X(160).
       FD  STARDB-FILE.
       01  STARDB-RECORD.
           COPY STARDBF.
       FD  CLOCK-FILE.
       01  CLOCK-RECORD                PIC X(40).
       FD  MKT-FILE.
       01  MKT-RECORD                  PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RNG.
      *********************************
      * Parsed run params — same UNSTRING/'=' idiom as G4SSGCRE.
       01  PARSED-PARM.
           05  PARM-LEN                PIC 999 USAGE COMP-3.
           05  PARSED-FIELD            PIC X(100).
           05  PARM-INDEX              PIC 999 VALUE 1.
       01  WS-PARM-KEY                 PIC X(20).                       helper
       01  WS-PARM-VAL                 PIC X(100).                      helper
       01  WS-PARM-TOKENS              PIC 9 USAGE COMP-5.              helper
       01  WS-GOODS-PATH               PIC X(100) VALUE "goods.csv".
       01  WS-GOODS-STATUS             PIC XX.
           88  GOODS-FILE-OK           VALUE '00'.
           88  GOODS-FILE-EOF          VALUE '10'.
       01  WS-LANE-PATH                PIC X(100)
                                       VALUE "tradelanes.csv".
       01  WS-LANE-STATUS              PIC XX.
           88  LANE-FILE-OK            VALUE '00'.
           88  LANE-FILE-EOF           VALUE '10'.
       01  WS-STARDB-PATH              PIC X(100) VALUE "stardb.dat".
       01  WS-STARDB-STATUS            PIC XX.
           88  STARDB-FILE-OK          VALUE '00'.
       01  WS-MKT-PATH                 PIC X(100) VALUE "market.txt".
       01  WS-ONLY-SYSTEM              PIC X(48) VALUE SPACES.
      *    The shared campaign clock (see G4SSGCLK) — read when no
      *    DAY= was given.
       01  WS-CLOCK-PATH               PIC X(100)
                                       VALUE "campclock.dat".
       01  WS-CLOCK-STATUS             PIC XX.
           88  CLOCK-FILE-OK           VALUE '00'.
       01  WS-CLOCK-DAY                PIC S9(8) USAGE COMP-5 VALUE 0.
       01  WS-CLOCK-FOUND              PIC X VALUE '-'.
       01  WS-CLK-LINE                 PIC X(40).
       01  WS-DAY                      PIC S9(8) USAGE COMP-5 VALUE 0.
       01  WS-HAVE-DAY                 PIC X VALUE '-'.
       01  WS-SEED                     PIC 9(9) USAGE COMP-5 VALUE 0.
      *********************************
      * The goods classes: name, the export class that supplies it,
      * and its base price in credits per ton.
       01  WS-CLASS-DATA.
           05  FILLER                  PIC X(30)
                   VALUE 'AGRO        AGRO        003000'.
           05  FILLER                  PIC X(30)
                   VALUE 'FOODSTUFFS  AGRO        004000'.
           05  FILLER                  PIC X(30)
                   VALUE 'ORES        ORES        001500'.
           05  FILLER                  PIC X(30)
                   VALUE 'METALS      METALS      005000'.
           05  FILLER                  PIC X(30)
                   VALUE 'VOLATILES   VOLATILES   002000'.
           05  FILLER                  PIC X(30)
                   VALUE 'MACHINERY   MANUFACTURED012000'.
           05  FILLER                  PIC X(30)
                   VALUE 'MANUFACTUREDMANUFACTURED015000'.
       01  WS-CLASS-TAB REDEFINES WS-CLASS-DATA.
           05  GC-CLASS                OCCURS 7 TIMES.
               10  GC-NAME             PIC X(12).
               10  GC-SUPPLIER         PIC X(12).
               10  GC-BASE             PIC 9(6).
       01  WS-CLASS-COUNT              PIC 9 USAGE COMP-5 VALUE 7.
      *********************************
      * Systems seen on the goods and lane files, with what the
      * saved record says about who lives there.
       01  WS-SYS-COUNT                PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-CAP-NOTED                PIC X VALUE '-'.
       01  WS-SYS-TAB.
           05  MK-SYS                  OCCURS 500 TIMES.
               10  MK-NAME             PIC X(48).
               10  MK-EXPORTS          PIC X(60).
               10  MK-IMPORTS          PIC X(60).
               10  MK-ON-RECORD        PIC X.
               10  MK-POP              PIC 99 USAGE COMP-5.
               10  MK-TL               PIC 99 USAGE COMP-5.
               10  MK-PORT             PIC X.
               10  MK-ZONE             PIC X.
      *            Busiest lane touching the system: 0 none,
      *            1 MARGINAL, 2 MINOR, 3 MAJOR, 4 MAIN.
               10  MK-LANE-RANK        PIC 9 USAGE COMP-5.
      *            Lane distance to the nearest supplier of each
      *            class (99999 = none in reach).
               10  MK-NEAR             USAGE COMP-2 OCCURS 7 TIMES.
      *********************************
      * The lanes themselves, by system-table index, for the
      * nearest-supplier relaxation.
       01  WS-LANE-COUNT               PIC 9(4) USAGE COMP-5 VALUE 0.
       01  WS-LANE-CAP-NOTED           PIC X VALUE '-'.
       01  WS-LANE-TAB.
           05  MK-LANE                 OCCURS 3000 TIMES.
               10  LN-A                PIC 999 USAGE COMP-5.
               10  LN-B                PIC 999 USAGE COMP-5.
               10  LN-DIST             USAGE COMP-2.
      *********************************
      * One unstrung goods/lane row.
       01  WS-CSV-A                    PIC X(48).
       01  WS-CSV-B                    PIC X(48).
       01  WS-CSV-DIST                 PIC X(12).
       01  WS-CSV-CLASS                PIC X(10).
       01  WS-CSV-EXP                  PIC X(60).
       01  WS-CSV-IMP                  PIC X(60).
       01  WS-LANE-RANK                PIC 9 USAGE COMP-5.
      *    Quote-tolerant CSV splitting — see CSV-SPLIT-FIELD.
       01  WS-SPLIT-LINE               PIC X(250).
       01  WS-SPLIT-PTR                PIC 999 USAGE COMP-5.
       01  WS-SPLIT-FLD                PIC X(100).
      *********************************
      * Lookup, relaxation and pricing scratch.
       01  WS-I                        PIC 999 USAGE COMP-5.
       01  WS-J                        PIC 999 USAGE COMP-5.
       01  WS-K                        PIC 9(4) USAGE COMP-5.
       01  WS-C                        PIC 9 USAGE COMP-5.
       01  WS-CHANGED                  PIC X.
       01  WS-PASSES                   PIC 999 USAGE COMP-5.
       01  WS-TRY-DIST                 USAGE COMP-2.
       01  WS-NO-REACH                 USAGE COMP-2 VALUE 99999.
       01  WS-HIT                      PIC 99 USAGE COMP-5.
       01  WS-CLASS-KEY                PIC X(12).
       01  WS-KEY-LEN                  PIC 99 USAGE COMP-5.
       01  WS-EXPORTS-IT               PIC X.
       01  WS-IMPORTS-IT               PIC X.
       01  WS-DM                       PIC S99 USAGE COMP-5.
       01  WS-SWING                    PIC S99 USAGE COMP-5.
       01  WS-SPREAD                   USAGE COMP-2.
       01  WS-PRICE                    USAGE COMP-2.
       01  WS-BUY                      PIC 9(7) USAGE COMP-5.
       01  WS-SELL                     PIC 9(7) USAGE COMP-5.
       01  WS-NOTE-TXT                 PIC X(40).
       01  WS-NAME-HASH                PIC 9(9) USAGE COMP-5.
       01  WS-NAME-POS                 PIC 99 USAGE COMP-5.
       01  WS-DAY-SEED                 PIC 9(9) USAGE COMP-5.
       01  WS-TMP-N0                   USAGE COMP-2.
       01  WS-BOARDS                   PIC 999 USAGE COMP-5 VALUE 0.
       01  WS-LINE                     PIC X(132).
       01  WS-DISP-N                   PIC ZZZZ9.
       01  WS-DISP-DAY                 PIC -(7)9.
       01  WS-DISP-PRICE               PIC Z,ZZZ,ZZ9.
       01  WS-DISP-PRICE2              PIC Z,ZZZ,ZZ9.
       01  WS-DISP-SWING               PIC ++9.
       01  WS-DISP-DIST                PIC ZZ9.9.
       01  WS-DISP-TL                  PIC Z9.
       01  WS-DISP-POP                 PIC Z9.
       01  WS-CLASS-COL                PIC X(14).
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
           MOVE 'G4SSGMKT' TO MC-PROGRAM.
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
               MOVE FUNCTION TRIM(WS-PARM-KEY) TO WS-PARM-KEY
               MOVE FUNCTION TRIM(WS-PARM-VAL) TO WS-PARM-VAL
               IF WS-PARM-TOKENS > 1 THEN
                   EVALUATE FUNCTION UPPER-CASE(WS-PARM-KEY)
                       WHEN 'GOODS'
                           MOVE WS-PARM-VAL TO WS-GOODS-PATH
                       WHEN 'LANES'
                           MOVE WS-PARM-VAL TO WS-LANE-PATH
                       WHEN 'PATH'
                           MOVE WS-PARM-VAL TO WS-STARDB-PATH
                       WHEN 'DAY'
                           COMPUTE WS-DAY =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                           MOVE 'Y' TO WS-HAVE-DAY
                       WHEN 'CLOCK'
                           MOVE WS-PARM-VAL TO WS-CLOCK-PATH
                       WHEN 'SEED'
                           COMPUTE WS-SEED =
                               FUNCTION NUMVAL(WS-PARM-VAL)
                       WHEN 'SYSTEM'
                           MOVE WS-PARM-VAL TO WS-ONLY-SYSTEM
                       WHEN 'OUT'
                           MOVE WS-PARM-VAL TO WS-MKT-PATH
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-HAVE-DAY NOT = 'Y' THEN
               PERFORM READ-CAMPAIGN-CLOCK
               IF WS-CLOCK-FOUND = 'Y' THEN
                   MOVE WS-CLOCK-DAY TO WS-DAY
               ELSE
                   MOVE 'MKT001' TO MC-MSG-ID
                   MOVE WS-CLOCK-PATH TO MC-INSERT(1)
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               END-IF
           END-IF.

           PERFORM LOAD-GOODS-FILE.
           IF NOT GOODS-FILE-OK AND NOT GOODS-FILE-EOF THEN
               MOVE 'MKT002' TO MC-MSG-ID
               MOVE WS-GOODS-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM LOAD-LANE-FILE.
           IF WS-SYS-COUNT = 0 THEN
               MOVE 'MKT003' TO MC-MSG-ID
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           PERFORM LOAD-SETTLEMENT-DATA.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CLASS-COUNT
               PERFORM FIND-NEAREST-SUPPLIERS
           END-PERFORM.

           OPEN OUTPUT MKT-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SYS-COUNT
               IF WS-ONLY-SYSTEM = SPACES
                  OR MK-NAME(WS-I) = WS-ONLY-SYSTEM THEN
                   PERFORM WRITE-ONE-BOARD
               END-IF
           END-PERFORM.
           CLOSE MKT-FILE.
           MOVE WS-DAY TO WS-DISP-DAY.
           IF WS-BOARDS = 0 THEN
               MOVE 'MKT004' TO MC-MSG-ID
               MOVE WS-ONLY-SYSTEM TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               PERFORM CLOSE-RUN-MESSAGES
               GOBACK
           END-IF.
           MOVE WS-BOARDS TO WS-DISP-N.
           MOVE 'MKT005' TO MC-MSG-ID.
           MOVE WS-DISP-N TO MC-INSERT(1).
           MOVE WS-DISP-DAY TO MC-INSERT(2).
           MOVE WS-MKT-PATH TO MC-INSERT(3).
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           PERFORM CLOSE-RUN-MESSAGES.
           GOBACK.

      *********************************
      * The campaign clock, when nobody gave a date — G4SSGCLK owns
      * the file; this only reads it.
       READ-CAMPAIGN-CLOCK.
           OPEN INPUT CLOCK-FILE.
           IF NOT CLOCK-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           READ CLOCK-FILE INTO WS-CLK-LINE
               AT END CONTINUE
           END-READ.
           CLOSE CLOCK-FILE.
           IF WS-CLK-LINE(1:4) = 'DAY=' THEN
               COMPUTE WS-CLOCK-DAY =
                       FUNCTION NUMVAL(WS-CLK-LINE(5:12))
               MOVE 'Y' TO WS-CLOCK-FOUND
           END-IF.
           EXIT PARAGRAPH.

      *********************************
      * goods.csv: 'SysName,Exports,Imports', the class lists
      * ';'-separated ('-' for none).
       LOAD-GOODS-FILE.
           OPEN INPUT GOODS-FILE.
           IF NOT GOODS-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL GOODS-FILE-EOF
               READ GOODS-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM LOAD-ONE-GOODS-ROW
               END-READ
           END-PERFORM.
           CLOSE GOODS-FILE.
           EXIT PARAGRAPH.

       LOAD-ONE-GOODS-ROW.
           IF GOODS-RECORD(1:8) = 'SysName,'
              OR GOODS-RECORD = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-CSV-A WS-CSV-EXP WS-CSV-IMP.
           MOVE GOODS-RECORD TO WS-SPLIT-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-A.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-EXP.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-IMP.
           IF WS-CSV-A = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-OR-ADD-SYSTEM.
           IF WS-J = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-CSV-EXP(1:1) NOT = '-' THEN
               MOVE WS-CSV-EXP TO MK-EXPORTS(WS-J)
           END-IF.
           IF WS-CSV-IMP(1:1) NOT = '-' THEN
               MOVE WS-CSV-IMP TO MK-IMPORTS(WS-J)
           END-IF.
           EXIT PARAGRAPH.

      *    The system named in WS-CSV-A, into WS-J — added to the
      *    table when new (0 when the table is full).
       FIND-OR-ADD-SYSTEM.
           MOVE 0 TO WS-J.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SYS-COUNT
               IF MK-NAME(WS-I) = WS-CSV-A THEN
                   MOVE WS-I TO WS-J
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-J NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-SYS-COUNT >= 500 THEN
               IF WS-CAP-NOTED = '-' THEN
                   MOVE 'MKT006' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'Y' TO WS-CAP-NOTED
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SYS-COUNT.
           MOVE WS-SYS-COUNT TO WS-J.
           MOVE WS-CSV-A TO MK-NAME(WS-J).
           MOVE SPACES TO MK-EXPORTS(WS-J) MK-IMPORTS(WS-J).
           MOVE '-' TO MK-ON-RECORD(WS-J).
           MOVE 0 TO MK-POP(WS-J) MK-TL(WS-J) MK-LANE-RANK(WS-J).
           MOVE 'X' TO MK-PORT(WS-J).
           MOVE SPACE TO MK-ZONE(WS-J).
           EXIT PARAGRAPH.

      *********************************
      * tradelanes.csv: 'SysA,SysB,DistLy,Class,Flow'.
       LOAD-LANE-FILE.
           OPEN INPUT LANE-FILE.
           IF NOT LANE-FILE-OK THEN
               MOVE 'MKT007' TO MC-MSG-ID
               MOVE WS-LANE-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LANE-FILE-EOF
               READ LANE-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM LOAD-ONE-LANE-ROW
               END-READ
           END-PERFORM.
           CLOSE LANE-FILE.
           EXIT PARAGRAPH.

       LOAD-ONE-LANE-ROW.
           IF LANE-RECORD(1:5) = 'SysA,' OR LANE-RECORD = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-CSV-A WS-CSV-B WS-CSV-DIST WS-CSV-CLASS.
           MOVE LANE-RECORD TO WS-SPLIT-LINE.
           MOVE 1 TO WS-SPLIT-PTR.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-A.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-B.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-DIST.
           CALL 'CSV-SPLIT-FIELD' USING WS-SPLIT-LINE,
                   WS-SPLIT-PTR, WS-SPLIT-FLD.
           MOVE WS-SPLIT-FLD TO WS-CSV-CLASS.
           EVALUATE FUNCTION TRIM(WS-CSV-CLASS)
               WHEN 'MAIN'     MOVE 4 TO WS-LANE-RANK
               WHEN 'MAJOR'    MOVE 3 TO WS-LANE-RANK
               WHEN 'MINOR'    MOVE 2 TO WS-LANE-RANK
               WHEN OTHER      MOVE 1 TO WS-LANE-RANK
           END-EVALUATE.
           PERFORM FIND-OR-ADD-SYSTEM.
           IF WS-J = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-LANE-RANK > MK-LANE-RANK(WS-J) THEN
               MOVE WS-LANE-RANK TO MK-LANE-RANK(WS-J)
           END-IF.
           MOVE WS-J TO WS-K.
           MOVE WS-CSV-B TO WS-CSV-A.
           PERFORM FIND-OR-ADD-SYSTEM.
           IF WS-J = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-LANE-RANK > MK-LANE-RANK(WS-J) THEN
               MOVE WS-LANE-RANK TO MK-LANE-RANK(WS-J)
           END-IF.
           IF WS-LANE-COUNT >= 3000 THEN
               IF WS-LANE-CAP-NOTED = '-' THEN
                   MOVE 'MKT008' TO MC-MSG-ID
                   CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
                   MOVE 'Y' TO WS-LANE-CAP-NOTED
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LANE-COUNT.
           MOVE WS-K TO LN-A(WS-LANE-COUNT).
           MOVE WS-J TO LN-B(WS-LANE-COUNT).
           COMPUTE LN-DIST(WS-LANE-COUNT) =
                   FUNCTION NUMVAL(WS-CSV-DIST).
           EXIT PARAGRAPH.

      *********************************
      * Population, tech level, starport and travel zone per system
      * off the record overlay.  A system with no saved record (or
      * no database at all) trades as an unsurveyed port X world.
       LOAD-SETTLEMENT-DATA.
           OPEN INPUT STARDB-FILE.
           IF NOT STARDB-FILE-OK THEN
               MOVE 'MKT009' TO MC-MSG-ID
               MOVE WS-STARDB-PATH TO MC-INSERT(1)
               CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SYS-COUNT
               PERFORM NOTE-ONE-DB-SYSTEM
           END-PERFORM.
           CLOSE STARDB-FILE.
           EXIT PARAGRAPH.

       NOTE-ONE-DB-SYSTEM.
           MOVE MK-NAME(WS-I) TO STARDB-KEY.
           READ STARDB-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
      *    A pre-migration record's overlay bytes are star-table
      *    data — skip it; the audit (and G4SSGMIG) deal with those.
           IF NOT STARDB-LAYOUT-CURRENT THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO MK-ON-RECORD(WS-I).
           IF STARDB-SETTLE-POP-EXP IS NUMERIC THEN
               MOVE STARDB-SETTLE-POP-EXP TO MK-POP(WS-I)
           END-IF.
           IF STARDB-SETTLE-TL IS NUMERIC THEN
               MOVE STARDB-SETTLE-TL TO MK-TL(WS-I)
           END-IF.
           IF STARDB-SETTLE-PORT NOT = SPACE THEN
               MOVE STARDB-SETTLE-PORT TO MK-PORT(WS-I)
           END-IF.
           MOVE STARDB-TRAVEL-ZONE TO MK-ZONE(WS-I).
           EXIT PARAGRAPH.

      *********************************
      * Lane distance from every system to the nearest supplier of
      * class WS-C: suppliers start at 0, everyone else at no-reach,
      * and the lanes are relaxed both ways until nothing improves.
       FIND-NEAREST-SUPPLIERS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SYS-COUNT
               PERFORM CHECK-EXPORTS-CLASS
               IF WS-EXPORTS-IT = 'Y' THEN
                   MOVE 0 TO MK-NEAR(WS-I, WS-C)
               ELSE
                   MOVE WS-NO-REACH TO MK-NEAR(WS-I, WS-C)
               END-IF
           END-PERFORM.
           MOVE 'Y' TO WS-CHANGED.
           MOVE 0 TO WS-PASSES.
           PERFORM UNTIL WS-CHANGED NOT = 'Y'
                      OR WS-PASSES > WS-SYS-COUNT
               MOVE '-' TO WS-CHANGED
               ADD 1 TO WS-PASSES
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-LANE-COUNT
                   PERFORM RELAX-ONE-LANE
               END-PERFORM
           END-PERFORM.
           EXIT PARAGRAPH.

       RELAX-ONE-LANE.
           COMPUTE WS-TRY-DIST = MK-NEAR(LN-A(WS-K), WS-C)
                               + LN-DIST(WS-K).
           IF WS-TRY-DIST < MK-NEAR(LN-B(WS-K), WS-C) THEN
               MOVE WS-TRY-DIST TO MK-NEAR(LN-B(WS-K), WS-C)
               MOVE 'Y' TO WS-CHANGED
           END-IF.
           COMPUTE WS-TRY-DIST = MK-NEAR(LN-B(WS-K), WS-C)
                               + LN-DIST(WS-K).
           IF WS-TRY-DIST < MK-NEAR(LN-A(WS-K), WS-C) THEN
               MOVE WS-TRY-DIST TO MK-NEAR(LN-A(WS-K), WS-C)
               MOVE 'Y' TO WS-CHANGED
           END-IF.
           EXIT PARAGRAPH.

      *    Does system WS-I export class WS-C's supplier class?
       CHECK-EXPORTS-CLASS.
           MOVE '-' TO WS-EXPORTS-IT.
           IF MK-EXPORTS(WS-I) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE GC-SUPPLIER(WS-C) TO WS-CLASS-KEY.
           PERFORM SIZE-CLASS-KEY.
           MOVE 0 TO WS-HIT.
           INSPECT MK-EXPORTS(WS-I) TALLYING WS-HIT
               FOR ALL WS-CLASS-KEY(1:WS-KEY-LEN).
           IF WS-HIT > 0 THEN
               MOVE 'Y' TO WS-EXPORTS-IT
           END-IF.
           EXIT PARAGRAPH.

      *    Does system WS-I import class WS-C itself?
       CHECK-IMPORTS-CLASS.
           MOVE '-' TO WS-IMPORTS-IT.
           IF MK-IMPORTS(WS-I) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE GC-NAME(WS-C) TO WS-CLASS-KEY.
           PERFORM SIZE-CLASS-KEY.
           MOVE 0 TO WS-HIT.
           INSPECT MK-IMPORTS(WS-I) TALLYING WS-HIT
               FOR ALL WS-CLASS-KEY(1:WS-KEY-LEN).
           IF WS-HIT > 0 THEN
               MOVE 'Y' TO WS-IMPORTS-IT
           END-IF.
           EXIT PARAGRAPH.

      *    Significant length of the class name in WS-CLASS-KEY.
       SIZE-CLASS-KEY.
           MOVE 12 TO WS-KEY-LEN.
           PERFORM UNTIL WS-KEY-LEN = 1
                      OR WS-CLASS-KEY(WS-KEY-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-KEY-LEN
           END-PERFORM.
           EXIT PARAGRAPH.

      *********************************
      * One system's board: the header, then a line per class.  An
      * uninhabited system on record has no one to trade with.
       WRITE-ONE-BOARD.
           ADD 1 TO WS-BOARDS.
           MOVE WS-DAY TO WS-DISP-DAY.
           MOVE MK-TL(WS-I) TO WS-DISP-TL.
           MOVE MK-POP(WS-I) TO WS-DISP-POP.
           MOVE SPACES TO WS-LINE.
           STRING '=== '                       DELIMITED BY SIZE
                  FUNCTION TRIM(MK-NAME(WS-I)) DELIMITED BY SIZE
                  ' — day '                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISP-DAY)   DELIMITED BY SIZE
                  ', starport '                DELIMITED BY SIZE
                  MK-PORT(WS-I)                DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           IF MK-ON-RECORD(WS-I) = 'Y' THEN
               STRING FUNCTION TRIM(WS-LINE)   DELIMITED BY SIZE
                      ', TL '                  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-TL)
                                               DELIMITED BY SIZE
                      ', pop 10^'              DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISP-POP)
                                               DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-LINE)   DELIMITED BY SIZE
                      ', not on record'        DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
           END-IF.
           EVALUATE MK-ZONE(WS-I)
               WHEN 'A'
                   STRING FUNCTION TRIM(WS-LINE)
                                               DELIMITED BY SIZE
                          ', AMBER zone'       DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
               WHEN 'R'
                   STRING FUNCTION TRIM(WS-LINE)
                                               DELIMITED BY SIZE
                          ', RED zone'         DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
           END-EVALUATE.
           STRING FUNCTION TRIM(WS-LINE)       DELIMITED BY SIZE
                  ' ==='                       DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE MKT-RECORD FROM WS-LINE.
           IF MK-ON-RECORD(WS-I) = 'Y' AND MK-POP(WS-I) = 0 THEN
               MOVE '  No market — uninhabited system.' TO WS-LINE
               WRITE MKT-RECORD FROM WS-LINE
               MOVE SPACES TO WS-LINE
               WRITE MKT-RECORD FROM WS-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE '  Class           Buy Cr/t   Sell Cr/t  Day  Note'
             TO WS-LINE.
           WRITE MKT-RECORD FROM WS-LINE.
           PERFORM SEED-DAILY-FLUCTUATION.
           EVALUATE MK-PORT(WS-I)
               WHEN 'A'   MOVE 0.04 TO WS-SPREAD
               WHEN 'B'   MOVE 0.06 TO WS-SPREAD
               WHEN 'C'   MOVE 0.10 TO WS-SPREAD
               WHEN 'D'   MOVE 0.15 TO WS-SPREAD
               WHEN 'E'   MOVE 0.20 TO WS-SPREAD
               WHEN OTHER MOVE 0.30 TO WS-SPREAD
           END-EVALUATE.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CLASS-COUNT
               PERFORM WRITE-ONE-QUOTE
           END-PERFORM.
           MOVE SPACES TO WS-LINE.
           WRITE MKT-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *    Reseed the dice off run seed, campaign day and system name,
      *    so each board's swings depend on nothing else.
       SEED-DAILY-FLUCTUATION.
           MOVE 0 TO WS-NAME-HASH.
           PERFORM VARYING WS-NAME-POS FROM 1 BY 1
                   UNTIL WS-NAME-POS > 48
               COMPUTE WS-NAME-HASH = FUNCTION MOD(
                       WS-NAME-HASH * 31
                     + FUNCTION ORD(MK-NAME(WS-I)(WS-NAME-POS:1)),
                       999999937)
           END-PERFORM.
           COMPUTE WS-DAY-SEED = FUNCTION MOD(
                   WS-SEED + FUNCTION ABS(WS-DAY) * 7919
                 + WS-NAME-HASH, 999999937) + 1.
           COMPUTE WS-TMP-N0 = FUNCTION RANDOM(WS-DAY-SEED).
           EXIT PARAGRAPH.

      *********************************
      * One class's quote on system WS-I's board.
       WRITE-ONE-QUOTE.
           MOVE 0 TO WS-DM.
           MOVE SPACES TO WS-NOTE-TXT.
           PERFORM CHECK-EXPORTS-CLASS.
           PERFORM CHECK-IMPORTS-CLASS.
           IF WS-EXPORTS-IT = 'Y' THEN
               SUBTRACT 3 FROM WS-DM
               MOVE 'produced here' TO WS-NOTE-TXT
               IF MK-LANE-RANK(WS-I) < 3 THEN
                   SUBTRACT 1 FROM WS-DM
                   MOVE 'produced here, glut' TO WS-NOTE-TXT
               END-IF
           ELSE
               IF MK-NEAR(WS-I, WS-C) >= WS-NO-REACH THEN
                   ADD 4 TO WS-DM
                   MOVE 'no supplier in lane reach' TO WS-NOTE-TXT
               ELSE
                   COMPUTE WS-HIT = MK-NEAR(WS-I, WS-C) / 3
                   IF WS-HIT > 3 THEN
                       MOVE 3 TO WS-HIT
                   END-IF
                   ADD WS-HIT TO WS-DM
                   COMPUTE WS-DISP-DIST ROUNDED = MK-NEAR(WS-I, WS-C)
                   STRING 'supplier '           DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DISP-DIST)
                                                DELIMITED BY SIZE
                          ' ly off'             DELIMITED BY SIZE
                          INTO WS-NOTE-TXT
                   END-STRING
               END-IF
               EVALUATE MK-LANE-RANK(WS-I)
                   WHEN 4     SUBTRACT 2 FROM WS-DM
                   WHEN 3     SUBTRACT 1 FROM WS-DM
                   WHEN 1     ADD 1 TO WS-DM
                   WHEN 0     ADD 2 TO WS-DM
               END-EVALUATE
           END-IF.
           IF WS-IMPORTS-IT = 'Y' THEN
               ADD 2 TO WS-DM
               STRING FUNCTION TRIM(WS-NOTE-TXT) DELIMITED BY SIZE
                      ', in demand'              DELIMITED BY SIZE
                      INTO WS-NOTE-TXT
               END-STRING
           END-IF.
           IF GC-NAME(WS-C) = 'MACHINERY'
              OR GC-NAME(WS-C) = 'MANUFACTURED' THEN
               IF MK-ON-RECORD(WS-I) = 'Y' AND MK-TL(WS-I) < 6 THEN
                   ADD 2 TO WS-DM
               END-IF
               IF MK-TL(WS-I) >= 12 THEN
                   SUBTRACT 1 FROM WS-DM
               END-IF
           END-IF.
           COPY 2D6.
           COMPUTE WS-SWING = D6 - 7.
           COMPUTE WS-PRICE = GC-BASE(WS-C) * (1 + 0.10 * WS-DM).
           IF WS-PRICE < GC-BASE(WS-C) * 0.3 THEN
               COMPUTE WS-PRICE = GC-BASE(WS-C) * 0.3
           END-IF.
           COMPUTE WS-PRICE = WS-PRICE * (1 + 0.03 * WS-SWING).
           COMPUTE WS-BUY ROUNDED = WS-PRICE * (1 + WS-SPREAD).
           COMPUTE WS-SELL ROUNDED = WS-PRICE * (1 - WS-SPREAD).
           MOVE GC-NAME(WS-C) TO WS-CLASS-COL.
           MOVE WS-BUY TO WS-DISP-PRICE.
           MOVE WS-SELL TO WS-DISP-PRICE2.
           COMPUTE WS-DISP-SWING = WS-SWING * 3.
           MOVE SPACES TO WS-LINE.
           STRING '  '                     DELIMITED BY SIZE
                  WS-CLASS-COL             DELIMITED BY SIZE
                  WS-DISP-PRICE            DELIMITED BY SIZE
                  '   '                    DELIMITED BY SIZE
                  WS-DISP-PRICE2           DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  WS-DISP-SWING            DELIMITED BY SIZE
                  '%  '                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOTE-TXT)
                                           DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING.
           WRITE MKT-RECORD FROM WS-LINE.
           EXIT PARAGRAPH.

      *    The run's return code is the severity of its worst
      *    message (MSGCTL.cpy).
       CLOSE-RUN-MESSAGES.
           SET MC-END-RUN TO TRUE.
           CALL 'ISSUE-SUITE-MESSAGE' USING WS-MSG-CTL.
           MOVE MC-RC TO RETURN-CODE.
           EXIT PARAGRAPH.
