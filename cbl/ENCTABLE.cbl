       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ENCOUNTER-TABLE.
       AUTHOR.       Markku Sukanen.
       DATE-WRITTEN. October 15, 2026.
      ******************************************************************
      *
      * Traffic rating and the 2D6 encounter table, shared by every
      * program that rolls on it — G4SSGENC prints the tables,
      * G4SSGVOY rolls a voyage's days against them.  See ENCCTL.cpy
      * for the control block.
      *
      * Traffic score: settlement population exponent, +3 per MAIN
      * lane, +2 per MAJOR, +1 per MINOR/MARGINAL, +3/+2/+1 for an
      * A/B/C starport.  Classes: 15+ BUSTLING, 10+ BUSY, 6+
      * MODERATE, 2+ QUIET, else DEAD — the class picks both the
      * daily encounter throw and which column of entries the table
      * carries.  A system's installations then claim their own rows:
      * scout traffic on 4, the highport on 5, skimming tankers on 8,
      * ore carriers on 9, the yard's hulls on 10, the naval depot's
      * pickets on 11 and research tenders on 12 — the trouble rows
      * (2, 3) and the rest of the class column are left alone.
      *
      ******************************************************************
       DATA DIVISION.
       LINKAGE SECTION.
       01  LK-ENC-CTL.
           COPY ENCCTL.

       PROCEDURE DIVISION USING LK-ENC-CTL.
           IF EC-ENTRY THEN
               PERFORM PICK-ENCOUNTER-ENTRY
           ELSE
               PERFORM RATE-TRAFFIC
           END-IF.
           GOBACK.

      *********************************
      * Score, class and daily throw.
       RATE-TRAFFIC.
           COMPUTE EC-SCORE = EC-POP
                 + 3 * EC-MAIN-CT
                 + 2 * EC-MAJOR-CT
                 + EC-MINOR-CT.
           EVALUATE EC-PORT
               WHEN 'A' ADD 3 TO EC-SCORE
               WHEN 'B' ADD 2 TO EC-SCORE
               WHEN 'C' ADD 1 TO EC-SCORE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN EC-SCORE >= 15
                   SET EC-BUSTLING TO TRUE
                   MOVE 6 TO EC-THROW
               WHEN EC-SCORE >= 10
                   SET EC-BUSY TO TRUE
                   MOVE 8 TO EC-THROW
               WHEN EC-SCORE >= 6
                   SET EC-MODERATE TO TRUE
                   MOVE 9 TO EC-THROW
               WHEN EC-SCORE >= 2
                   SET EC-QUIET TO TRUE
                   MOVE 11 TO EC-THROW
               WHEN OTHER
                   SET EC-DEAD TO TRUE
                   MOVE 12 TO EC-THROW
           END-EVALUATE.
           EXIT PARAGRAPH.

      *********************************
      * The entry for one 2D6 row under the current traffic class —
      * low rolls are trouble, middle rolls are commerce scaled to
      * the traffic, high rolls are the law.  A DEAD system's table
      * is mostly silence with the occasional derelict.
       PICK-ENCOUNTER-ENTRY.
           EVALUATE TRUE
               WHEN EC-DEAD
                   EVALUATE EC-ROLL
                       WHEN 2
                           MOVE 'pirate or corsair laying low'
                             TO EC-ENTRY-TXT
                       WHEN 3
                           MOVE 'derelict hull, cold for years'
                             TO EC-ENTRY-TXT
                       WHEN 12
                           MOVE 'lone prospector or survey boat'
                             TO EC-ENTRY-TXT
                       WHEN OTHER
                           MOVE 'nothing — the system is empty'
                             TO EC-ENTRY-TXT
                   END-EVALUATE
               WHEN EC-QUIET
                   EVALUATE EC-ROLL
                       WHEN 2
                           MOVE 'pirate shadowing from the belt'
                             TO EC-ENTRY-TXT
                       WHEN 3
                           MOVE 'distress call, source unclear'
                             TO EC-ENTRY-TXT
                       WHEN 4 THRU 7
                           MOVE 'nothing on the scopes'
                             TO EC-ENTRY-TXT
                       WHEN 8 THRU 10
                           MOVE 'free trader on an odd schedule'
                             TO EC-ENTRY-TXT
                       WHEN 11
                           MOVE 'prospector or belter lighter'
                             TO EC-ENTRY-TXT
                       WHEN OTHER
                           MOVE 'rare patrol sweep, long overdue'
                             TO EC-ENTRY-TXT
                   END-EVALUATE
               WHEN EC-MODERATE
                   EVALUATE EC-ROLL
                       WHEN 2
                           MOVE 'pirate probing the outer orbits'
                             TO EC-ENTRY-TXT
                       WHEN 3
                           MOVE 'smuggler avoiding the main port'
                             TO EC-ENTRY-TXT
                       WHEN 4 THRU 5
                           MOVE 'nothing worth a sensor log'
                             TO EC-ENTRY-TXT
                       WHEN 6 THRU 8
                           MOVE 'free trader or subsidized freighter'
                             TO EC-ENTRY-TXT
                       WHEN 9 THRU 10
                           MOVE 'local lighter or ore barge'
                             TO EC-ENTRY-TXT
                       WHEN 11
                           MOVE 'patrol cutter, routine challenge'
                             TO EC-ENTRY-TXT
                       WHEN OTHER
                           MOVE 'customs boat, papers checked'
                             TO EC-ENTRY-TXT
                   END-EVALUATE
               WHEN EC-BUSY
                   EVALUATE EC-ROLL
                       WHEN 2
                           MOVE 'corsair working the approach lanes'
                             TO EC-ENTRY-TXT
                       WHEN 3
                           MOVE 'freighter with engine trouble'
                             TO EC-ENTRY-TXT
                       WHEN 4 THRU 6
                           MOVE 'freighter inbound or outbound'
                             TO EC-ENTRY-TXT
                       WHEN 7 THRU 8
                           MOVE 'convoy of merchants under way'
                             TO EC-ENTRY-TXT
                       WHEN 9
                           MOVE 'passenger liner on schedule'
                             TO EC-ENTRY-TXT
                       WHEN 10 THRU 11
                           MOVE 'patrol cutter, routine challenge'
                             TO EC-ENTRY-TXT
                       WHEN OTHER
                           MOVE 'naval patrol, inspection likely'
                             TO EC-ENTRY-TXT
                   END-EVALUATE
               WHEN OTHER
                   EVALUATE EC-ROLL
                       WHEN 2
                           MOVE 'pirate bold enough for main street'
                             TO EC-ENTRY-TXT
                       WHEN 3 THRU 5
                           MOVE 'freighters queued for the highport'
                             TO EC-ENTRY-TXT
                       WHEN 6 THRU 7
                           MOVE 'liner and escort crossing the lane'
                             TO EC-ENTRY-TXT
                       WHEN 8 THRU 9
                           MOVE 'bulk convoy with tug escort'
                             TO EC-ENTRY-TXT
                       WHEN 10
                           MOVE 'customs boat, papers checked'
                             TO EC-ENTRY-TXT
                       WHEN 11
                           MOVE 'patrol squadron on exercise'
                             TO EC-ENTRY-TXT
                       WHEN OTHER
                           MOVE 'naval capital ship in transit'
                             TO EC-ENTRY-TXT
                   END-EVALUATE
           END-EVALUATE.
           PERFORM PICK-INSTALLATION-ENTRY.
           EXIT PARAGRAPH.

      *    The row an installation claims, when the system has one.
       PICK-INSTALLATION-ENTRY.
           EVALUATE TRUE
               WHEN EC-ROLL = 4 AND EC-INST-SCOUT > 0
                   MOVE 'scout courier checking in at the station'
                     TO EC-ENTRY-TXT
               WHEN EC-ROLL = 5 AND EC-INST-HIGHPORT > 0
                   MOVE 'highport traffic control, berth offered'
                     TO EC-ENTRY-TXT
               WHEN EC-ROLL = 8 AND EC-INST-SKIMMER > 0
                   MOVE 'fuel tanker up from the skimming station'
                     TO EC-ENTRY-TXT
               WHEN EC-ROLL = 9 AND EC-INST-MINING > 0
                   MOVE 'ore carrier out of the mining base'
                     TO EC-ENTRY-TXT
               WHEN EC-ROLL = 10 AND EC-INST-SHIPYARD > 0
                   MOVE 'new hull on trials out of the yard'
                     TO EC-ENTRY-TXT
               WHEN EC-ROLL = 11 AND EC-INST-NAVAL > 0
                   MOVE 'naval depot picket, challenge issued'
                     TO EC-ENTRY-TXT
               WHEN EC-ROLL = 12 AND EC-INST-RESEARCH > 0
                   MOVE 'research tender bound for the dig site'
                     TO EC-ENTRY-TXT
           END-EVALUATE.
           EXIT PARAGRAPH.
