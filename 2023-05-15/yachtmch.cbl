      *                tournament night the rows past 50 silently
      *                dropped and their fixtures rejected as
      *                "missing scorecard".
      * 06/03/2024 JB - Elo-style skill ratings on the new YACHTELO
      *                rating master, keyed by player: every fixture
      *                settled on the scores (win, draw or loss)
      *                moves both sides' ratings by how surprising
      *                the result was against who they played, so
      *                beating a strong player counts for more than
      *                beating a weak one. Forfeits and abandons do
      *                not rate - nobody played. Ratings move in
      *                storage and post at end of job, and each
      *                record keeps where the player stood before
      *                the night so a rerun re-rates it from there
      *                instead of counting the night twice. The
      *                night's movement prints on YACHTRMV.
      * 06/10/2024 JB - Every fixture settled tonight, on the scores
      *                or by forfeit, also goes out as one record on
      *                the new YACHTRES results file - date, both
      *                sides, totals, result and how it was decided -
      *                for TEAMMCH to score the team match nights
      *                from without re-reading the printed report.
      * 06/17/2024 JB - A fixture FIXGEN booked to a table carries the
      *                site, table and session behind the
      *                postponement date; the result and forfeit
      *                lines print it so the report shows where each
      *                match was played. Hand-keyed and carried
      *                fixtures carry no slot and print as before.
      * 09/02/2024 JB - A postponement date is proved through the
      *                shared DATECALC module (see the DATECWS
      *                copybook): it must be a real date - a leap
      *                day only in a LEAPMSTR leap year - and later
      *                than tonight, or the postponement is rejected
      *                to EXCPLOG instead of carried.
      * 11/25/2024 JB - The YACHTSTD and YACHTRES totals carry four
      *                digits for Yahtzee cards past 999.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YACHTMCH.
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ROST-PLAYER-ID
               FILE STATUS IS WS-ROST-FILE-STATUS.
           SELECT RATING-MASTER ASSIGN TO "YACHTELO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ELO-PLAYER-ID
               FILE STATUS IS WS-ELO-FILE-STATUS.
           SELECT RATING-RPT ASSIGN TO "YACHTRMV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MATCH-RESULTS ASSIGN TO "YACHTRES"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
      *   'F'  forfeit - points to whichever side shows today
      *   'P'  postpone - carry forward to the named date
      *   'A'  abandoned by mutual agreement - no points either way
      * The site, table and session FIXGEN booked follow; a blank
      * site means the fixture was never booked to a table.
       FD  MATCH-FIXTURES.
       01 WS-FIX-RECORD.
           05 WS-FIX-PLAYER-A PIC X(10).
           05 WS-FIX-RESULT-CODE PIC X(01).
           05 FILLER PIC X(01).
           05 WS-FIX-POSTPONE-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-FIX-SITE PIC X(03).
           05 FILLER PIC X(01).
           05 WS-FIX-TABLE PIC X(02).
           05 FILLER PIC X(01).
           05 WS-FIX-SESSION PIC X(01).
           05 FILLER PIC X(39).

      * Carried-forward fixtures awaiting their new date, in the
      * fixture layout with the date they come due. Loaded whole at
           05 WS-STD-PLAYER-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-STD-GAME-NO PIC 99.
           05 WS-STD-TOTAL PIC 9(04).
           05 FILLER PIC X(59).
       01 WS-STD-HDR-RECORD.
           05 WS-STD-HDR-TAG PIC X(03).
           05 WS-ROST-CONTACT PIC X(20).
           05 FILLER PIC X(12).

      * Skill rating master, one record per rated player, carried
      * season to season. The night-start fields hold where the
      * player stood before the last night that rated them, so a
      * rerun of that night starts again from there.
       FD  RATING-MASTER.
       01 WS-ELO-RECORD.
           05 WS-ELO-PLAYER-ID PIC X(10).
           05 WS-ELO-RATING PIC 9(04).
           05 WS-ELO-GAMES PIC 9(05).
           05 WS-ELO-PEAK PIC 9(04).
           05 WS-ELO-LAST-DATE PIC 9(08).
           05 WS-ELO-NIGHT-RATING PIC 9(04).
           05 WS-ELO-NIGHT-GAMES PIC 9(05).
           05 WS-ELO-NIGHT-PEAK PIC 9(04).
           05 FILLER PIC X(36).

       FD  RATING-RPT.
       01 WS-RMV-RECORD PIC X(80).

      * One record per fixture settled tonight. WS-RES-RESULT is the
      * league result ('A' or 'B' won, 'D' drawn); WS-RES-HOW is 'S'
      * settled on the scores or 'F' forfeit, where the totals are
      * zero because nobody played.
      * Each total runs to four digits in the blank that used to
      * sit ahead of it, for a Yahtzee card past 999.
       FD  MATCH-RESULTS.
       01 WS-RES-RECORD.
           05 WS-RES-RUN-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-RES-PLAYER-A PIC X(10).
           05 FILLER PIC X(01).
           05 WS-RES-PLAYER-B PIC X(10).
           05 WS-RES-TOTAL-A PIC 9(04).
           05 WS-RES-TOTAL-B PIC 9(04).
           05 FILLER PIC X(01).
           05 WS-RES-RESULT PIC X(01).
           05 FILLER PIC X(01).
           05 WS-RES-HOW PIC X(01).
           05 FILLER PIC X(01).
           05 WS-RES-DIVISION PIC 9(01).
           05 FILLER PIC X(36).

       COPY BDATFD.

       COPY EXCPFD.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 200 TIMES INDEXED BY WS-DAY-IDX.
               10 WS-DAY-PLAYER-ID PIC X(10).
               10 WS-DAY-BEST-TOTAL PIC 9(04).

      * Season league table held in storage while matches apply.
       01 WS-LT-COUNT PIC 9(03) VALUE 0.
      * Current fixture working fields.
       01 WS-PLAYER-A PIC X(10).
       01 WS-PLAYER-B PIC X(10).
       01 WS-TOTAL-A PIC 9(04).
       01 WS-TOTAL-B PIC 9(04).
       01 WS-RESULT-HOW PIC X(01) VALUE 'S'.
       01 WS-SIDE-A-FOUND-SW PIC X(01).
           88 WS-SIDE-A-FOUND VALUE 'Y'.
       01 WS-SIDE-B-FOUND-SW PIC X(01).
           88 WS-SIDE-B-FOUND VALUE 'Y'.
       01 WS-LOOKUP-PLAYER PIC X(10).
       01 WS-LOOKUP-TOTAL PIC 9(04).
       01 WS-LOOKUP-FOUND-SW PIC X(01).
           88 WS-LOOKUP-FOUND VALUE 'Y'.
       01 WS-UPDATE-PLAYER PIC X(10).
       01 WS-MATCH-RESULT PIC X(01).
       01 WS-RESULT-CODE PIC X(01).
       01 WS-POSTPONE-DATE PIC 9(08).
       01 WS-POSTPONE-REASON PIC X(40).
       01 WS-SLOT-SITE PIC X(03).
       01 WS-SLOT-TABLE PIC X(02).
       01 WS-SLOT-SESSION PIC X(01).
       01 WS-FXC-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-FXC-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-FXC-EOF VALUE 'Y'.
       01 WS-MATCHES-POSTPONED-COUNT PIC 9(05) VALUE 0.
       01 WS-MATCHES-VOID-COUNT PIC 9(05) VALUE 0.

      * Ratings touched tonight, read off YACHTELO on first sight and
      * posted back at end of job. A new player starts at 1500, the
      * usual Elo anchor. K is the most one result can move a rating;
      * a gap wider than 400 points is held at 400 so a mismatch
      * can never cost the stronger side more than a whisker.
       01 WS-ELO-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-RATING-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-RATING-OPEN VALUE 'Y'.
       01 WS-ELO-START-RATING PIC 9(04) VALUE 1500.
       01 WS-ELO-K-FACTOR PIC 9(02) VALUE 32.
       01 WS-ELO-FLOOR PIC 9(04) VALUE 100.
       01 WS-RT-COUNT PIC 9(03) VALUE 0.
       01 WS-RT-SCAN PIC 9(03) VALUE 0.
       01 WS-RT-FOUND-IDX PIC 9(03) VALUE 0.
       01 WS-RT-IDX-A PIC 9(03) VALUE 0.
       01 WS-RT-IDX-B PIC 9(03) VALUE 0.
       01 WS-RATING-STORE.
           05 WS-RT-ENTRY OCCURS 200 TIMES.
               10 WS-RT-PLAYER-ID PIC X(10).
               10 WS-RT-ON-FILE-SW PIC X(01).
               10 WS-RT-START-RATING PIC 9(04).
               10 WS-RT-START-GAMES PIC 9(05).
               10 WS-RT-START-PEAK PIC 9(04).
               10 WS-RT-RATING PIC 9(04).
               10 WS-RT-GAMES PIC 9(05).
               10 WS-RT-PEAK PIC 9(04).
               10 WS-RT-NIGHT-W PIC 9(02).
               10 WS-RT-NIGHT-D PIC 9(02).
               10 WS-RT-NIGHT-L PIC 9(02).
       01 WS-RT-SWAP-ENTRY PIC X(43).

      * One rated result: the gap and expected score are from side
      * A's point of view, and side B moves by the same amount the
      * other way.
       01 WS-ELO-GAP PIC S9(04) VALUE 0.
       01 WS-ELO-EXPECT-A PIC 9V9(06) VALUE 0.
       01 WS-ELO-SCORE-A PIC 9V9 VALUE 0.
       01 WS-ELO-CHANGE PIC S9(03) VALUE 0.
       01 WS-ELO-NEW-RATING PIC S9(05) VALUE 0.
       01 WS-MATCHES-RATED-COUNT PIC 9(05) VALUE 0.

      * Selection sort of tonight's ratings into descending order
      * for the movement report, same shape as PLAYOFF's ranking.
       01 WS-RANK-OUTER PIC 9(03).
       01 WS-RANK-INNER PIC 9(03).
       01 WS-RANK-BEST PIC 9(03).
       01 WS-RMV-CHANGE PIC S9(04) VALUE 0.
       01 WS-RMV-RATING-ED PIC ZZZ9.
       01 WS-RMV-START-ED PIC ZZZ9.
       01 WS-RMV-CHANGE-ED PIC +++9.
       01 WS-RMV-GAMES-ED PIC ZZZZ9.
       01 WS-RMV-NIGHT-ED PIC Z9.

       COPY BDATWS.
       COPY RUNCTL.
       COPY EXCPWS.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.
       COPY DATECWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM OPEN-ROSTER-MASTER.
           PERFORM OPEN-RATING-MASTER.
           PERFORM LOAD-DAY-STANDINGS.
           IF WS-ENVELOPE-BAD THEN
               DISPLAY "YACHTMCH: LEAGTBL AND YACHTFXC LEFT "
           IF WS-ROSTER-ENFORCE THEN
               CLOSE ROSTER-MASTER
           END-IF.
           IF WS-RATING-OPEN THEN
               CLOSE RATING-MASTER
           END-IF.
           STOP RUN.
       MAIN-EXIT.

           PERFORM LOAD-LEAGUE-TABLE.
           PERFORM LOAD-CARRIED-FIXTURES.
           OPEN OUTPUT MATCH-RPT.
           OPEN OUTPUT MATCH-RESULTS.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM OPEN-EXCEPTION-LOG.
           PERFORM OPEN-OPS-COUNT-LOG.
           PERFORM PROCESS-DUE-CARRIES.
           PERFORM WRITE-LEAGUE-SECTION.
           CLOSE MATCH-RPT.
           CLOSE MATCH-RESULTS.
           PERFORM REWRITE-LEAGUE-TABLE.
           PERFORM REWRITE-CARRIED-FIXTURES.
           PERFORM POST-RATING-MASTER.
           PERFORM WRITE-RATING-MOVEMENT.
           PERFORM CLOSE-EXCEPTION-LOG.
           MOVE 'YACHTMCH' TO WS-OPSC-SOURCE-PARM.
           MOVE 'MATCHES SCORED' TO WS-OPSC-LABEL-PARM.
           MOVE WS-MATCHES-SCORED-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           MOVE 'MATCHES RATED' TO WS-OPSC-LABEL-PARM.
           MOVE WS-MATCHES-RATED-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           PERFORM CLOSE-OPS-COUNT-LOG.
           DISPLAY "MATCHES SCORED " WS-MATCHES-SCORED-COUNT
               " REJECTED " WS-MATCHES-REJECTED-COUNT
               " FORFEITS " WS-MATCHES-FORFEIT-COUNT
               " POSTPONED " WS-MATCHES-POSTPONED-COUNT
               " ABANDONED " WS-MATCHES-VOID-COUNT
               " RATED " WS-MATCHES-RATED-COUNT.
       SETTLE-THE-NIGHT-EXIT.

      * One entry per player with the best total of the day's games.
                   ELSE
                       MOVE 0 TO WS-POSTPONE-DATE
                   END-IF
                   MOVE WS-FIX-SITE TO WS-SLOT-SITE
                   MOVE WS-FIX-TABLE TO WS-SLOT-TABLE
                   MOVE WS-FIX-SESSION TO WS-SLOT-SESSION
           END-READ.
       READ-ONE-FIXTURE-EXIT.

               MOVE 'A' TO WS-MATCH-RESULT
               PERFORM APPLY-MATCH-RESULT
               PERFORM WRITE-FORFEIT-LINE
               MOVE 'F' TO WS-RESULT-HOW
               PERFORM WRITE-RESULT-RECORD
               ADD 1 TO WS-MATCHES-FORFEIT-COUNT
           WHEN WS-SIDE-B-FOUND AND NOT WS-SIDE-A-FOUND
               MOVE 'B' TO WS-MATCH-RESULT
               PERFORM APPLY-MATCH-RESULT
               PERFORM WRITE-FORFEIT-LINE
               MOVE 'F' TO WS-RESULT-HOW
               PERFORM WRITE-RESULT-RECORD
               ADD 1 TO WS-MATCHES-FORFEIT-COUNT
           WHEN OTHER
               ADD 1 TO WS-MATCHES-REJECTED-COUNT
                   " BY FORFEIT"
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
           END-IF.
           PERFORM ADD-SLOT-TO-LINE.
           WRITE WS-RPT-RECORD.
           DISPLAY "MATCH: " WS-RPT-RECORD.
       WRITE-FORFEIT-LINE-EXIT.

      * A postponement must name the date it comes back - a carried
      * fixture with no due date would wait forever - and that date
      * must be a real one after tonight, or the carry falls due on
      * the next run (or never) instead of when it was rearranged.
       POSTPONE-FIXTURE.
           PERFORM CHECK-POSTPONE-DATE.
           IF WS-POSTPONE-REASON NOT = SPACES THEN
               ADD 1 TO WS-MATCHES-REJECTED-COUNT
               MOVE SPACES TO WS-RPT-RECORD
               STRING WS-PLAYER-A " V " WS-PLAYER-B
                   " - " WS-POSTPONE-REASON
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
               MOVE 'YACHTMCH' TO WS-EXCP-SOURCE-PARM
               MOVE WS-PLAYER-A TO WS-EXCP-KEY-PARM
               MOVE WS-POSTPONE-REASON TO WS-EXCP-REASON-PARM
               PERFORM LOG-EXCEPTION
           ELSE
               IF WS-CARRY-COUNT >= 30 THEN
           END-IF.
       POSTPONE-FIXTURE-EXIT.

       CHECK-POSTPONE-DATE.
           MOVE SPACES TO WS-POSTPONE-REASON.
           IF WS-POSTPONE-DATE = 0 THEN
               MOVE 'POSTPONEMENT CARRIES NO NEW DATE' TO
                   WS-POSTPONE-REASON
           ELSE
               MOVE 'INFO' TO WS-DATC-FUNCTION
               MOVE WS-POSTPONE-DATE TO WS-DATC-DATE-1
               CALL 'DATECALC' USING WS-DATC-REQUEST WS-DATC-RESULT
               EVALUATE TRUE
               WHEN NOT WS-DATC-OK
                   MOVE 'POSTPONEMENT DATE IS NOT A REAL DATE' TO
                       WS-POSTPONE-REASON
               WHEN WS-POSTPONE-DATE NOT > WS-RUN-DATE
                   MOVE 'POSTPONEMENT DATE NOT AFTER TONIGHT' TO
                       WS-POSTPONE-REASON
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF.
       CHECK-POSTPONE-DATE-EXIT.

       ABANDON-FIXTURE.
           ADD 1 TO WS-MATCHES-VOID-COUNT.
           MOVE SPACES TO WS-RPT-RECORD.
           IF WS-CARRY-DUE-SW(WS-CARRY-SCAN) = 'Y' THEN
               MOVE WS-CARRY-PLAYER-A(WS-CARRY-SCAN) TO WS-PLAYER-A
               MOVE WS-CARRY-PLAYER-B(WS-CARRY-SCAN) TO WS-PLAYER-B
               MOVE SPACES TO WS-SLOT-SITE
               MOVE SPACES TO WS-SLOT-TABLE
               MOVE SPACES TO WS-SLOT-SESSION
               MOVE SPACES TO WS-RPT-RECORD
               STRING "CARRIED FIXTURE DUE "
                   WS-CARRY-DUE-DATE(WS-CARRY-SCAN) ":"
           END-EVALUATE.
           PERFORM APPLY-MATCH-RESULT.
           PERFORM WRITE-MATCH-RESULT-LINE.
           MOVE 'S' TO WS-RESULT-HOW.
           PERFORM WRITE-RESULT-RECORD.
           PERFORM RATE-MATCH-RESULT.
       AWARD-MATCH-POINTS-EXIT.

      * WS-RESULT-HOW is set by the caller; a forfeit carries no
      * totals. Both sides are in the same division by the time a
      * fixture gets this far, so side A's stands for the pair.
       WRITE-RESULT-RECORD.
           INITIALIZE WS-RES-RECORD WITH FILLER.
           MOVE WS-RUN-DATE TO WS-RES-RUN-DATE.
           MOVE WS-PLAYER-A TO WS-RES-PLAYER-A.
           MOVE WS-PLAYER-B TO WS-RES-PLAYER-B.
           IF WS-RESULT-HOW = 'S' THEN
               MOVE WS-TOTAL-A TO WS-RES-TOTAL-A
               MOVE WS-TOTAL-B TO WS-RES-TOTAL-B
           ELSE
               MOVE 0 TO WS-RES-TOTAL-A
               MOVE 0 TO WS-RES-TOTAL-B
           END-IF.
           MOVE WS-MATCH-RESULT TO WS-RES-RESULT.
           MOVE WS-RESULT-HOW TO WS-RES-HOW.
           MOVE WS-DIVISION-A TO WS-RES-DIVISION.
           WRITE WS-RES-RECORD.
       WRITE-RESULT-RECORD-EXIT.

      * Posts WS-MATCH-RESULT to both sides' league entries; shared
      * by the played match and the forfeit, which set the result
      * without any totals to compare.
                   WS-PLAYER-B " " WS-TOTAL-B
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
           END-EVALUATE.
           PERFORM ADD-SLOT-TO-LINE.
           WRITE WS-RPT-RECORD.
           DISPLAY "MATCH: " WS-RPT-RECORD.
       WRITE-MATCH-RESULT-LINE-EXIT.

      * Both result lines end by column 39, so the slot goes in at 42.
       ADD-SLOT-TO-LINE.
           IF WS-SLOT-SITE NOT = SPACES THEN
               STRING "AT " WS-SLOT-SITE " TABLE " WS-SLOT-TABLE
                   " SESSION " WS-SLOT-SESSION
                   DELIMITED BY SIZE INTO WS-RPT-RECORD(42:29)
           END-IF.
       ADD-SLOT-TO-LINE-EXIT.

      * One table per division, the way the board posts them; a
      * division with no entries prints nothing at all.
       WRITE-LEAGUE-SECTION.
           WRITE WS-LEAG-RECORD.
       WRITE-ONE-LEAGUE-RECORD-EXIT.

      * The rating master opens update-in-place for the whole run;
      * a first run with no master builds an empty one the way YACHT
      * builds YACHTCAT. If it still will not open the night settles
      * as always and simply goes unrated.
       OPEN-RATING-MASTER.
           OPEN I-O RATING-MASTER.
           IF WS-ELO-FILE-STATUS NOT = "00" THEN
               OPEN OUTPUT RATING-MASTER
               CLOSE RATING-MASTER
               OPEN I-O RATING-MASTER
           END-IF.
           IF WS-ELO-FILE-STATUS = "00" THEN
               MOVE 'Y' TO WS-RATING-OPEN-SW
           ELSE
               MOVE 'N' TO WS-RATING-OPEN-SW
               DISPLAY "WARNING: RATING MASTER NOT AVAILABLE (STATUS "
                   WS-ELO-FILE-STATUS ") - RESULTS NOT RATED"
           END-IF.
       OPEN-RATING-MASTER-EXIT.

      * Only a fixture settled on the day's scores comes here - a
      * forfeit or abandon never played, so it says nothing about
      * either side's skill and never moves a rating.
       RATE-MATCH-RESULT.
           IF WS-RATING-OPEN THEN
               MOVE WS-PLAYER-A TO WS-UPDATE-PLAYER
               PERFORM FIND-OR-ADD-RATING-ENTRY
               MOVE WS-RT-FOUND-IDX TO WS-RT-IDX-A
               MOVE WS-PLAYER-B TO WS-UPDATE-PLAYER
               PERFORM FIND-OR-ADD-RATING-ENTRY
               MOVE WS-RT-FOUND-IDX TO WS-RT-IDX-B
               IF WS-RT-IDX-A > 0 AND WS-RT-IDX-B > 0 THEN
                   PERFORM APPLY-RATING-CHANGE
                   ADD 1 TO WS-MATCHES-RATED-COUNT
               END-IF
           END-IF.
       RATE-MATCH-RESULT-EXIT.

      * Standard Elo: side A's expected score is 1 / (1 + 10 ** (gap
      * / 400)) with the gap measured B minus A, and A moves by K
      * times actual less expected. B moves the same amount the
      * other way, so the pool's total never drifts.
       APPLY-RATING-CHANGE.
           COMPUTE WS-ELO-GAP =
               WS-RT-RATING(WS-RT-IDX-B) - WS-RT-RATING(WS-RT-IDX-A).
           IF WS-ELO-GAP > 400 THEN
               MOVE 400 TO WS-ELO-GAP
           END-IF.
           IF WS-ELO-GAP < -400 THEN
               MOVE -400 TO WS-ELO-GAP
           END-IF.
           COMPUTE WS-ELO-EXPECT-A ROUNDED =
               1 / (1 + (10 ** (WS-ELO-GAP / 400))).
           EVALUATE WS-MATCH-RESULT
           WHEN 'A'
               MOVE 1 TO WS-ELO-SCORE-A
               ADD 1 TO WS-RT-NIGHT-W(WS-RT-IDX-A)
               ADD 1 TO WS-RT-NIGHT-L(WS-RT-IDX-B)
           WHEN 'B'
               MOVE 0 TO WS-ELO-SCORE-A
               ADD 1 TO WS-RT-NIGHT-L(WS-RT-IDX-A)
               ADD 1 TO WS-RT-NIGHT-W(WS-RT-IDX-B)
           WHEN OTHER
               MOVE .5 TO WS-ELO-SCORE-A
               ADD 1 TO WS-RT-NIGHT-D(WS-RT-IDX-A)
               ADD 1 TO WS-RT-NIGHT-D(WS-RT-IDX-B)
           END-EVALUATE.
           COMPUTE WS-ELO-CHANGE ROUNDED =
               WS-ELO-K-FACTOR * (WS-ELO-SCORE-A - WS-ELO-EXPECT-A).
           MOVE WS-RT-IDX-A TO WS-RT-SCAN.
           PERFORM MOVE-ONE-RATING.
           COMPUTE WS-ELO-CHANGE = 0 - WS-ELO-CHANGE.
           MOVE WS-RT-IDX-B TO WS-RT-SCAN.
           PERFORM MOVE-ONE-RATING.
       APPLY-RATING-CHANGE-EXIT.

       MOVE-ONE-RATING.
           COMPUTE WS-ELO-NEW-RATING =
               WS-RT-RATING(WS-RT-SCAN) + WS-ELO-CHANGE.
           IF WS-ELO-NEW-RATING < WS-ELO-FLOOR THEN
               MOVE WS-ELO-FLOOR TO WS-ELO-NEW-RATING
           END-IF.
           MOVE WS-ELO-NEW-RATING TO WS-RT-RATING(WS-RT-SCAN).
           ADD 1 TO WS-RT-GAMES(WS-RT-SCAN).
           IF WS-RT-RATING(WS-RT-SCAN) > WS-RT-PEAK(WS-RT-SCAN) THEN
               MOVE WS-RT-RATING(WS-RT-SCAN) TO WS-RT-PEAK(WS-RT-SCAN)
           END-IF.
       MOVE-ONE-RATING-EXIT.

       FIND-OR-ADD-RATING-ENTRY.
           MOVE 0 TO WS-RT-FOUND-IDX.
           IF WS-RT-COUNT > 0 THEN
               PERFORM CHECK-RATING-ENTRY
                   VARYING WS-RT-SCAN FROM 1 BY 1
                   UNTIL WS-RT-SCAN > WS-RT-COUNT
           END-IF.
           IF WS-RT-FOUND-IDX = 0 THEN
               IF WS-RT-COUNT >= 200 THEN
                   DISPLAY "YACHTMCH: RATING TABLE FULL, NO RATING "
                       "FOR " WS-UPDATE-PLAYER
               ELSE
                   ADD 1 TO WS-RT-COUNT
                   PERFORM LOAD-ONE-RATING
                   MOVE WS-RT-COUNT TO WS-RT-FOUND-IDX
               END-IF
           END-IF.
       FIND-OR-ADD-RATING-ENTRY-EXIT.

       CHECK-RATING-ENTRY.
           IF WS-RT-PLAYER-ID(WS-RT-SCAN) = WS-UPDATE-PLAYER THEN
               MOVE WS-RT-SCAN TO WS-RT-FOUND-IDX
           END-IF.
       CHECK-RATING-ENTRY-EXIT.

      * A player rated earlier on this same business date is being
      * re-rated by a rerun: start again from the night-start figures
      * the master kept, not from the rating the first run posted.
       LOAD-ONE-RATING.
           MOVE WS-UPDATE-PLAYER TO WS-RT-PLAYER-ID(WS-RT-COUNT).
           MOVE 0 TO WS-RT-NIGHT-W(WS-RT-COUNT).
           MOVE 0 TO WS-RT-NIGHT-D(WS-RT-COUNT).
           MOVE 0 TO WS-RT-NIGHT-L(WS-RT-COUNT).
           MOVE WS-UPDATE-PLAYER TO WS-ELO-PLAYER-ID.
           READ RATING-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-RT-ON-FILE-SW(WS-RT-COUNT)
                   MOVE WS-ELO-START-RATING TO
                       WS-RT-START-RATING(WS-RT-COUNT)
                   MOVE 0 TO WS-RT-START-GAMES(WS-RT-COUNT)
                   MOVE WS-ELO-START-RATING TO
                       WS-RT-START-PEAK(WS-RT-COUNT)
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RT-ON-FILE-SW(WS-RT-COUNT)
                   IF WS-ELO-LAST-DATE = WS-RUN-DATE THEN
                       DISPLAY "YACHTMCH: " WS-UPDATE-PLAYER
                           " ALREADY RATED FOR " WS-RUN-DATE
                           " - RE-RATED FROM NIGHT START"
                       MOVE WS-ELO-NIGHT-RATING TO
                           WS-RT-START-RATING(WS-RT-COUNT)
                       MOVE WS-ELO-NIGHT-GAMES TO
                           WS-RT-START-GAMES(WS-RT-COUNT)
                       MOVE WS-ELO-NIGHT-PEAK TO
                           WS-RT-START-PEAK(WS-RT-COUNT)
                   ELSE
                       MOVE WS-ELO-RATING TO
                           WS-RT-START-RATING(WS-RT-COUNT)
                       MOVE WS-ELO-GAMES TO
                           WS-RT-START-GAMES(WS-RT-COUNT)
                       MOVE WS-ELO-PEAK TO
                           WS-RT-START-PEAK(WS-RT-COUNT)
                   END-IF
           END-READ.
           MOVE WS-RT-START-RATING(WS-RT-COUNT) TO
               WS-RT-RATING(WS-RT-COUNT).
           MOVE WS-RT-START-GAMES(WS-RT-COUNT) TO
               WS-RT-GAMES(WS-RT-COUNT).
           MOVE WS-RT-START-PEAK(WS-RT-COUNT) TO
               WS-RT-PEAK(WS-RT-COUNT).
       LOAD-ONE-RATING-EXIT.

      * Posted after LEAGTBL and YACHTFXC are safely rewritten, so a
      * run that dies before this leaves the master as it stood.
       POST-RATING-MASTER.
           IF WS-RATING-OPEN AND WS-RT-COUNT > 0 THEN
               PERFORM POST-ONE-RATING
                   VARYING WS-RT-SCAN FROM 1 BY 1
                   UNTIL WS-RT-SCAN > WS-RT-COUNT
           END-IF.
       POST-RATING-MASTER-EXIT.

       POST-ONE-RATING.
           INITIALIZE WS-ELO-RECORD WITH FILLER.
           MOVE WS-RT-PLAYER-ID(WS-RT-SCAN) TO WS-ELO-PLAYER-ID.
           MOVE WS-RT-RATING(WS-RT-SCAN) TO WS-ELO-RATING.
           MOVE WS-RT-GAMES(WS-RT-SCAN) TO WS-ELO-GAMES.
           MOVE WS-RT-PEAK(WS-RT-SCAN) TO WS-ELO-PEAK.
           MOVE WS-RUN-DATE TO WS-ELO-LAST-DATE.
           MOVE WS-RT-START-RATING(WS-RT-SCAN) TO WS-ELO-NIGHT-RATING.
           MOVE WS-RT-START-GAMES(WS-RT-SCAN) TO WS-ELO-NIGHT-GAMES.
           MOVE WS-RT-START-PEAK(WS-RT-SCAN) TO WS-ELO-NIGHT-PEAK.
           IF WS-RT-ON-FILE-SW(WS-RT-SCAN) = 'Y' THEN
               REWRITE WS-ELO-RECORD
                   INVALID KEY
                       DISPLAY "RATING-MASTER REWRITE FAILED FOR "
                           WS-ELO-PLAYER-ID
               END-REWRITE
           ELSE
               WRITE WS-ELO-RECORD
                   INVALID KEY
                       DISPLAY "RATING-MASTER WRITE FAILED FOR "
                           WS-ELO-PLAYER-ID
               END-WRITE
           END-IF.
       POST-ONE-RATING-EXIT.

      * Tonight's rated players, highest rating first, with where
      * they started the night and how they got there.
       WRITE-RATING-MOVEMENT.
           OPEN OUTPUT RATING-RPT.
           MOVE SPACES TO WS-RMV-RECORD.
           STRING "RATING MOVEMENT - RUN ID " WS-RUN-ID
               DELIMITED BY SIZE INTO WS-RMV-RECORD.
           WRITE WS-RMV-RECORD.
           MOVE SPACES TO WS-RMV-RECORD.
           WRITE WS-RMV-RECORD.
           IF WS-RT-COUNT = 0 THEN
               MOVE "NO RATED RESULTS TONIGHT" TO WS-RMV-RECORD
               WRITE WS-RMV-RECORD
           ELSE
               MOVE SPACES TO WS-RMV-RECORD
               STRING "PLAYER    BEFORE  AFTER  CHANGE    W- D- L"
                   "  GAMES"
                   DELIMITED BY SIZE INTO WS-RMV-RECORD
               WRITE WS-RMV-RECORD
               PERFORM RANK-RATING-TABLE
               PERFORM WRITE-ONE-MOVEMENT-LINE
                   VARYING WS-RT-SCAN FROM 1 BY 1
                   UNTIL WS-RT-SCAN > WS-RT-COUNT
           END-IF.
           CLOSE RATING-RPT.
       WRITE-RATING-MOVEMENT-EXIT.

       RANK-RATING-TABLE.
           IF WS-RT-COUNT > 1 THEN
               PERFORM RANK-OUTER-PASS
                   VARYING WS-RANK-OUTER FROM 1 BY 1
                   UNTIL WS-RANK-OUTER >= WS-RT-COUNT
           END-IF.
       RANK-RATING-TABLE-EXIT.

       RANK-OUTER-PASS.
           MOVE WS-RANK-OUTER TO WS-RANK-BEST.
           PERFORM RANK-FIND-BEST
               VARYING WS-RANK-INNER FROM WS-RANK-OUTER BY 1
               UNTIL WS-RANK-INNER > WS-RT-COUNT.
           IF WS-RANK-BEST NOT = WS-RANK-OUTER THEN
               MOVE WS-RT-ENTRY(WS-RANK-OUTER) TO WS-RT-SWAP-ENTRY
               MOVE WS-RT-ENTRY(WS-RANK-BEST) TO
                   WS-RT-ENTRY(WS-RANK-OUTER)
               MOVE WS-RT-SWAP-ENTRY TO WS-RT-ENTRY(WS-RANK-BEST)
           END-IF.
       RANK-OUTER-PASS-EXIT.

       RANK-FIND-BEST.
           IF WS-RT-RATING(WS-RANK-INNER) >
               WS-RT-RATING(WS-RANK-BEST) THEN
               MOVE WS-RANK-INNER TO WS-RANK-BEST
           END-IF.
       RANK-FIND-BEST-EXIT.

       WRITE-ONE-MOVEMENT-LINE.
           COMPUTE WS-RMV-CHANGE = WS-RT-RATING(WS-RT-SCAN)
               - WS-RT-START-RATING(WS-RT-SCAN).
           MOVE WS-RT-START-RATING(WS-RT-SCAN) TO WS-RMV-START-ED.
           MOVE WS-RT-RATING(WS-RT-SCAN) TO WS-RMV-RATING-ED.
           MOVE WS-RMV-CHANGE TO WS-RMV-CHANGE-ED.
           MOVE WS-RT-GAMES(WS-RT-SCAN) TO WS-RMV-GAMES-ED.
           MOVE SPACES TO WS-RMV-RECORD.
           STRING WS-RT-PLAYER-ID(WS-RT-SCAN) "  " WS-RMV-START-ED
               "   " WS-RMV-RATING-ED "    " WS-RMV-CHANGE-ED "   "
               DELIMITED BY SIZE INTO WS-RMV-RECORD.
           MOVE WS-RT-NIGHT-W(WS-RT-SCAN) TO WS-RMV-NIGHT-ED.
           MOVE WS-RMV-NIGHT-ED TO WS-RMV-RECORD(35:2).
           MOVE "-" TO WS-RMV-RECORD(37:1).
           MOVE WS-RT-NIGHT-D(WS-RT-SCAN) TO WS-RMV-NIGHT-ED.
           MOVE WS-RMV-NIGHT-ED TO WS-RMV-RECORD(38:2).
           MOVE "-" TO WS-RMV-RECORD(40:1).
           MOVE WS-RT-NIGHT-L(WS-RT-SCAN) TO WS-RMV-NIGHT-ED.
           MOVE WS-RMV-NIGHT-ED TO WS-RMV-RECORD(41:2).
           MOVE WS-RMV-GAMES-ED TO WS-RMV-RECORD(45:5).
           WRITE WS-RMV-RECORD.
       WRITE-ONE-MOVEMENT-LINE-EXIT.

           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY OPSCLOGP.
