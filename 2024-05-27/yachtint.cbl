      ******************************************************************
      * Author: Joel Brewer
      * Date: 05/27/2024
      * Purpose: To watch the night's scoring for play too good to
      *          be luck. Reads the day's YACHTACC accepted file and
      *          the YACHTCAT season master after YACHT has posted,
      *          and tests every player and every site against the
      *          dice odds: yachts rolled today and yachts scored
      *          this season against the expected rates, the first
      *          roll of every keyed turn detail against fair dice
      *          (a first roll is the one throw no hold can shape),
      *          and runs of identical dice repeated between two
      *          players at one site. Each subject gets a suspicion
      *          index - its tests summed as multiples of their
      *          watch thresholds - and the YACHTINR report ranks
      *          players and sites by it. A test past its severe
      *          threshold logs severe on EXCPLOG so EXCPALRT pages
      *          the league officer the same night.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 05/27/2024 JB - First cut. Only fresh scores enter the yacht
      *                and repeated-dice tests - a correction
      *                restates a score already counted. The season
      *                test runs for players who played tonight, so
      *                a long-settled season does not page nightly
      *                for someone no longer playing. An optional
      *                INTGPARM card overrides the expected rates.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YACHTINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YACHT-ACC ASSIGN TO "YACHTACC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-FILE-STATUS.
           SELECT CATEGORY-STATS ASSIGN TO "YACHTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-CAT-KEY
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT INTEGRITY-PARM ASSIGN TO "INTGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT INTEGRITY-RPT ASSIGN TO "YACHTINR"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
       DATA DIVISION.
       FILE SECTION.
      * The roll-transaction record exactly as YACHTEDT releases it.
       FD  YACHT-ACC.
       01 WS-YACHT-IN-RECORD.
           05 WS-YACHT-IN-PLAYER-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-YACHT-IN-DICE PIC X(05).
           05 FILLER PIC X(01).
           05 WS-YACHT-IN-CATEGORY PIC X(15).
           05 WS-YACHT-IN-TXN-TYPE PIC X(01).
           05 WS-YACHT-IN-ORIG-CATEGORY PIC X(15).
           05 WS-YACHT-IN-GAME-NO PIC 9(02).
           05 WS-YACHT-IN-SITE PIC X(03).
           05 FILLER PIC X(27).
      * The turn-detail ('T') view; only the first roll is used.
       01 WS-YACHT-IN-TURN-RECORD.
           05 FILLER PIC X(33).
           05 WS-YACHT-IN-TURN-ROLL-1 PIC X(05).
           05 FILLER PIC X(42).

      * Same record layout YACHT posts in POST-CATEGORY-STATS; this
      * program only ever reads it. A yacht always scores 50, under
      * either rule set, so the total over 50 is the yachts made.
       FD  CATEGORY-STATS.
       01 WS-CAT-RECORD.
           05 WS-CAT-KEY.
               10 WS-CAT-PLAYER-ID PIC X(10).
               10 WS-CAT-CATEGORY PIC 9(02).
           05 WS-CAT-TIMES PIC 9(05).
           05 WS-CAT-TOTAL PIC 9(07).
           05 WS-CAT-BEST PIC 9(03).
           05 FILLER PIC X(53).

      * Optional rate card: the expected yacht rate per fresh score
      * (9V9999 in columns 1-5) and per posted card (columns 7-11).
      * Blanks or no card take the defaults below.
       FD  INTEGRITY-PARM.
       01 WS-IP-RECORD.
           05 WS-IP-TURN-RATE PIC X(05).
           05 FILLER PIC X(01).
           05 WS-IP-CARD-RATE PIC X(05).
           05 FILLER PIC X(69).

       FD  INTEGRITY-RPT.
       01 WS-RPT-RECORD PIC X(100).

       COPY BDATFD.

       COPY EXCPFD.

       COPY OPSCFD.

       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01 WS-ACC-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-CAT-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PARM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-ACC-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-ACC-EOF VALUE 'Y'.
       01 WS-CAT-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-CAT-EOF VALUE 'Y'.

      * The odds. A yacht chased with all three rolls comes up about
      * one turn in 22, so .0460 per fresh score is generous - nobody
      * chases it every turn. About a third of cards end with the
      * yacht slot scored. The thresholds are z-scores for the yacht
      * rates, chi-square on five degrees of freedom for the first
      * rolls (the 1% and 0.1% points), and consecutive identical
      * dice for the repeated-sequence test.
       01 WS-IP-RATE-WORK PIC 9V9999.
       01 WS-TURN-YACHT-RATE PIC 9V9999 VALUE 0.0460.
       01 WS-CARD-YACHT-RATE PIC 9V9999 VALUE 0.3400.
       01 WS-WATCH-Z PIC 9V99 VALUE 3.00.
       01 WS-SEVERE-Z PIC 9V99 VALUE 4.00.
       01 WS-WATCH-CHI PIC 99V99 VALUE 15.09.
       01 WS-SEVERE-CHI PIC 99V99 VALUE 20.52.
       01 WS-WATCH-RUN PIC 9(01) VALUE 2.
       01 WS-SEVERE-RUN PIC 9(01) VALUE 3.
       01 WS-MIN-YACHTS PIC 9(01) VALUE 2.
       01 WS-MIN-SEVERE-YACHTS PIC 9(01) VALUE 3.
       01 WS-MIN-DICE PIC 9(03) VALUE 30.

      * One entry per player seen tonight.
       01 WS-PL-COUNT PIC 9(04) VALUE 0.
       01 WS-PL-IDX PIC 9(04) VALUE 0.
       01 WS-PL-SCAN PIC 9(04) VALUE 0.
       01 WS-PL-FULL-SW PIC X(01) VALUE 'N'.
           88 WS-PL-FULL VALUE 'Y'.
       01 WS-PLAYER-TABLE.
           05 WS-PL-ENTRY OCCURS 500 TIMES.
               10 WS-PL-PLAYER-ID PIC X(10).
               10 WS-PL-SITE PIC X(03).
               10 WS-PL-TURNS PIC 9(05).
               10 WS-PL-YACHTS PIC 9(05).
               10 WS-PL-FACE-COUNTS.
                   15 WS-PL-FACE-COUNT PIC 9(05) OCCURS 6 TIMES.
               10 WS-PL-FIRST-DICE PIC 9(05).
               10 WS-PL-CARDS PIC 9(05).
               10 WS-PL-CARD-YACHTS PIC 9(05).
               10 WS-PL-LAST-REC PIC 9(05).
               10 WS-PL-RUN PIC 9(03).
               10 WS-PL-RUN-WITH PIC X(10).
               10 WS-PL-DAY-Z PIC S9(03)V99.
               10 WS-PL-CARD-Z PIC S9(03)V99.
               10 WS-PL-CHI PIC 9(05)V99.
               10 WS-PL-INDEX PIC 9(03)V99.
               10 WS-PL-LEVEL PIC X(01).

      * One entry per site seen tonight.
       01 WS-SI-COUNT PIC 9(03) VALUE 0.
       01 WS-SI-IDX PIC 9(03) VALUE 0.
       01 WS-SI-SCAN PIC 9(03) VALUE 0.
       01 WS-SITE-TABLE.
           05 WS-SI-ENTRY OCCURS 50 TIMES.
               10 WS-SI-SITE PIC X(03).
               10 WS-SI-PLAYERS PIC 9(04).
               10 WS-SI-TURNS PIC 9(05).
               10 WS-SI-YACHTS PIC 9(05).
               10 WS-SI-FACE-COUNTS.
                   15 WS-SI-FACE-COUNT PIC 9(05) OCCURS 6 TIMES.
               10 WS-SI-FIRST-DICE PIC 9(05).
               10 WS-SI-RUN PIC 9(03).
               10 WS-SI-RUN-PAIRS PIC 9(04).
               10 WS-SI-DAY-Z PIC S9(03)V99.
               10 WS-SI-CHI PIC 9(05)V99.
               10 WS-SI-INDEX PIC 9(03)V99.
               10 WS-SI-LEVEL PIC X(01).

      * Every fresh score tonight, chained per player in keying
      * order so two players' dice can be walked side by side.
       01 WS-DR-COUNT PIC 9(05) VALUE 0.
       01 WS-DR-FULL-SW PIC X(01) VALUE 'N'.
           88 WS-DR-FULL VALUE 'Y'.
       01 WS-DICE-RECORD-TABLE.
           05 WS-DR-ENTRY OCCURS 5000 TIMES.
               10 WS-DR-PLAYER-IDX PIC 9(04).
               10 WS-DR-SITE-IDX PIC 9(03).
               10 WS-DR-DICE PIC X(05).
               10 WS-DR-PREV PIC 9(05).
               10 WS-DR-NEXT PIC 9(05).

      * Repeated-sequence walk.
       01 WS-DR-OUTER PIC 9(05) VALUE 0.
       01 WS-DR-INNER PIC 9(05) VALUE 0.
       01 WS-WALK-A PIC 9(05) VALUE 0.
       01 WS-WALK-B PIC 9(05) VALUE 0.
       01 WS-RUN-LENGTH PIC 9(03) VALUE 0.
       01 WS-RUN-START-SW PIC X(01) VALUE 'N'.
           88 WS-RUN-START VALUE 'Y'.
       01 WS-RUN-DONE-SW PIC X(01) VALUE 'N'.
           88 WS-RUN-DONE VALUE 'Y'.
       01 WS-PL-A PIC 9(04) VALUE 0.
       01 WS-PL-B PIC 9(04) VALUE 0.

      * Statistic working fields, shared by the player and site
      * passes: a hit count over a number of trials at a rate, and
      * face counts over a number of dice.
       01 WS-ST-TRIALS PIC 9(05) VALUE 0.
       01 WS-ST-HITS PIC 9(05) VALUE 0.
       01 WS-ST-RATE PIC 9V9999 VALUE 0.
       01 WS-ST-VARIANCE PIC 9(05)V9(06) VALUE 0.
       01 WS-ST-Z PIC S9(03)V99 VALUE 0.
       01 WS-ST-DICE PIC 9(05) VALUE 0.
       01 WS-ST-EXPECT PIC 9(05)V9(04) VALUE 0.
       01 WS-ST-CHI PIC 9(05)V99 VALUE 0.
       01 WS-ST-CHI-WORK PIC 9(09)V9(04) VALUE 0.
       01 WS-ST-FACE-COUNTS.
           05 WS-ST-FACE-COUNT PIC 9(05) OCCURS 6 TIMES.
       01 WS-ST-FACE PIC 9(01) VALUE 0.
       01 WS-ST-INDEX PIC 9(03)V99 VALUE 0.
       01 WS-ST-LEVEL PIC X(01) VALUE SPACE.
           88 WS-ST-SEVERE VALUE 'S'.
           88 WS-ST-WATCH VALUE 'W'.

       01 WS-DIE-POS PIC 9(01) VALUE 0.
       01 WS-DIE-FACE PIC 9(01) VALUE 0.
       01 WS-FIVE-KIND-SW PIC X(01) VALUE 'N'.
           88 WS-FIVE-KIND VALUE 'Y'.

      * Rank order: a selection sort over pointers, by descending
      * index, the same shape as CATSTATS' RANK-STATS-TABLE.
       01 WS-RANK-ORDER-TABLE.
           05 WS-RANK-ORDER PIC 9(04) OCCURS 500 TIMES.
       01 WS-RANK-COUNT PIC 9(04) VALUE 0.
       01 WS-RANK-OUTER PIC 9(04).
       01 WS-RANK-INNER PIC 9(04).
       01 WS-RANK-BEST PIC 9(04).
       01 WS-RANK-SWAP PIC 9(04).
       01 WS-RANK-NO PIC 9(04).
       01 WS-RANK-TABLE-SW PIC X(01) VALUE 'P'.
           88 WS-RANK-PLAYERS VALUE 'P'.
           88 WS-RANK-SITES VALUE 'S'.

      * Run totals.
       01 WS-ACC-READ PIC 9(07) VALUE 0.
       01 WS-SCORES-READ PIC 9(07) VALUE 0.
       01 WS-TURNS-READ PIC 9(07) VALUE 0.
       01 WS-SEVERE-COUNT PIC 9(05) VALUE 0.
       01 WS-WATCH-COUNT PIC 9(05) VALUE 0.

       01 WS-RPT-RANK PIC ZZZ9.
       01 WS-RPT-N1 PIC ZZZZ9.
       01 WS-RPT-N2 PIC ZZZZ9.
       01 WS-RPT-N3 PIC ZZZZ9.
       01 WS-RPT-N4 PIC ZZZZ9.
       01 WS-RPT-N5 PIC ZZZZ9.
       01 WS-RPT-Z1 PIC ---9.99.
       01 WS-RPT-Z2 PIC ---9.99.
       01 WS-RPT-CHI PIC ZZZZ9.99.
       01 WS-RPT-RUN PIC ZZ9.
       01 WS-RPT-INDEX PIC ZZ9.99.
       01 WS-RPT-FLAG PIC X(06).
       01 WS-RPT-RATE-1 PIC 9.9999.
       01 WS-RPT-RATE-2 PIC 9.9999.

       COPY BDATWS.
       COPY RUNCTL.
       COPY EXCPWS.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CAPTURE-RUN-CONTROL.
           MOVE 'YACHTINT' TO WS-AUDT-SOURCE-PARM.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM OPEN-EXCEPTION-LOG.
           PERFORM OPEN-OPS-COUNT-LOG.
           PERFORM READ-INTEGRITY-PARM.
           OPEN INPUT YACHT-ACC.
           IF WS-ACC-FILE-STATUS NOT = "00" THEN
               DISPLAY "YACHTINT: CANNOT OPEN YACHTACC, STATUS "
                   WS-ACC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-ONE-ACCEPTED UNTIL WS-ACC-EOF
               CLOSE YACHT-ACC
               PERFORM LOAD-SEASON-YACHTS
               PERFORM FIND-REPEATED-SEQUENCES
               PERFORM SCORE-ONE-PLAYER
                   VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               PERFORM SCORE-ONE-SITE
                   VARYING WS-SI-IDX FROM 1 BY 1
                   UNTIL WS-SI-IDX > WS-SI-COUNT
               OPEN OUTPUT INTEGRITY-RPT
               PERFORM WRITE-REPORT-HEADER
               PERFORM WRITE-PLAYER-SECTION
               PERFORM WRITE-SITE-SECTION
               PERFORM WRITE-REPORT-TOTALS
               CLOSE INTEGRITY-RPT
               DISPLAY "YACHTINT: " WS-PL-COUNT " PLAYERS, "
                   WS-SI-COUNT " SITES AUDITED - " WS-SEVERE-COUNT
                   " SEVERE, " WS-WATCH-COUNT " WATCH"
               IF WS-SEVERE-COUNT > 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM CLOSE-EXCEPTION-LOG.
           MOVE 'YACHTINT' TO WS-OPSC-SOURCE-PARM.
           MOVE 'PLAYERS AUDITED' TO WS-OPSC-LABEL-PARM.
           MOVE WS-PL-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           MOVE 'SEVERE FLAGGED' TO WS-OPSC-LABEL-PARM.
           MOVE WS-SEVERE-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           PERFORM CLOSE-OPS-COUNT-LOG.
           STOP RUN.
       MAIN-EXIT.

       READ-INTEGRITY-PARM.
           OPEN INPUT INTEGRITY-PARM.
           IF WS-PARM-FILE-STATUS = "00" THEN
               READ INTEGRITY-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-IP-TURN-RATE NUMERIC THEN
                           MOVE WS-IP-TURN-RATE TO WS-IP-RATE-WORK
                           IF WS-IP-RATE-WORK > 0 AND
                               WS-IP-RATE-WORK < 1 THEN
                               MOVE WS-IP-RATE-WORK TO
                                   WS-TURN-YACHT-RATE
                           END-IF
                       END-IF
                       IF WS-IP-CARD-RATE NUMERIC THEN
                           MOVE WS-IP-CARD-RATE TO WS-IP-RATE-WORK
                           IF WS-IP-RATE-WORK > 0 AND
                               WS-IP-RATE-WORK < 1 THEN
                               MOVE WS-IP-RATE-WORK TO
                                   WS-CARD-YACHT-RATE
                           END-IF
                       END-IF
               END-READ
               CLOSE INTEGRITY-PARM
           END-IF.
       READ-INTEGRITY-PARM-EXIT.

      ******************************************************************
      * One accepted record. A fresh score counts its dice toward
      * the yacht rate and joins the player's dice chain; a turn
      * detail counts its first roll's faces; a correction is left
      * alone.
      ******************************************************************
       LOAD-ONE-ACCEPTED.
           READ YACHT-ACC
               AT END
                   MOVE 'Y' TO WS-ACC-EOF-SW
               NOT AT END
                   ADD 1 TO WS-ACC-READ
                   EVALUATE WS-YACHT-IN-TXN-TYPE
                   WHEN SPACE
                       PERFORM FIND-OR-ADD-PLAYER
                       IF WS-PL-IDX > 0 THEN
                           PERFORM TALLY-FRESH-SCORE
                       END-IF
                   WHEN 'T'
                       PERFORM FIND-OR-ADD-PLAYER
                       IF WS-PL-IDX > 0 THEN
                           PERFORM TALLY-FIRST-ROLL
                       END-IF
                   WHEN OTHER
                       CONTINUE
                   END-EVALUATE
           END-READ.
       LOAD-ONE-ACCEPTED-EXIT.

       FIND-OR-ADD-PLAYER.
           MOVE 0 TO WS-PL-IDX.
           PERFORM MATCH-ONE-PLAYER
               VARYING WS-PL-SCAN FROM 1 BY 1
               UNTIL WS-PL-SCAN > WS-PL-COUNT OR WS-PL-IDX > 0.
           IF WS-PL-IDX = 0 THEN
               IF WS-PL-COUNT >= 500 THEN
                   IF NOT WS-PL-FULL THEN
                       MOVE 'Y' TO WS-PL-FULL-SW
                       DISPLAY "YACHTINT: PLAYER TABLE FULL (500 "
                           "MAX) - LATER PLAYERS NOT AUDITED"
                   END-IF
               ELSE
                   ADD 1 TO WS-PL-COUNT
                   MOVE WS-PL-COUNT TO WS-PL-IDX
                   INITIALIZE WS-PL-ENTRY(WS-PL-IDX)
                   MOVE WS-YACHT-IN-PLAYER-ID TO
                       WS-PL-PLAYER-ID(WS-PL-IDX)
                   MOVE WS-YACHT-IN-SITE TO WS-PL-SITE(WS-PL-IDX)
                   PERFORM FIND-OR-ADD-SITE
                   IF WS-SI-IDX > 0 THEN
                       ADD 1 TO WS-SI-PLAYERS(WS-SI-IDX)
                   END-IF
               END-IF
           END-IF.
       FIND-OR-ADD-PLAYER-EXIT.

       MATCH-ONE-PLAYER.
           IF WS-PL-PLAYER-ID(WS-PL-SCAN) = WS-YACHT-IN-PLAYER-ID
               THEN
               MOVE WS-PL-SCAN TO WS-PL-IDX
           END-IF.
       MATCH-ONE-PLAYER-EXIT.

      * A player belongs to the site of their first record tonight;
      * that is the site whose keying the tests hold to account.
       FIND-OR-ADD-SITE.
           MOVE 0 TO WS-SI-IDX.
           PERFORM MATCH-ONE-SITE
               VARYING WS-SI-SCAN FROM 1 BY 1
               UNTIL WS-SI-SCAN > WS-SI-COUNT OR WS-SI-IDX > 0.
           IF WS-SI-IDX = 0 AND WS-SI-COUNT < 50 THEN
               ADD 1 TO WS-SI-COUNT
               MOVE WS-SI-COUNT TO WS-SI-IDX
               INITIALIZE WS-SI-ENTRY(WS-SI-IDX)
               MOVE WS-PL-SITE(WS-PL-IDX) TO WS-SI-SITE(WS-SI-IDX)
           END-IF.
       FIND-OR-ADD-SITE-EXIT.

       MATCH-ONE-SITE.
           IF WS-SI-SITE(WS-SI-SCAN) = WS-PL-SITE(WS-PL-IDX) THEN
               MOVE WS-SI-SCAN TO WS-SI-IDX
           END-IF.
       MATCH-ONE-SITE-EXIT.

       TALLY-FRESH-SCORE.
           ADD 1 TO WS-SCORES-READ.
           PERFORM FIND-OR-ADD-SITE.
           ADD 1 TO WS-PL-TURNS(WS-PL-IDX).
           IF WS-SI-IDX > 0 THEN
               ADD 1 TO WS-SI-TURNS(WS-SI-IDX)
           END-IF.
           MOVE 'Y' TO WS-FIVE-KIND-SW.
           PERFORM CHECK-ONE-MATCHING-DIE
               VARYING WS-DIE-POS FROM 2 BY 1
               UNTIL WS-DIE-POS > 5.
           IF WS-FIVE-KIND THEN
               ADD 1 TO WS-PL-YACHTS(WS-PL-IDX)
               IF WS-SI-IDX > 0 THEN
                   ADD 1 TO WS-SI-YACHTS(WS-SI-IDX)
               END-IF
           END-IF.
           IF WS-DR-COUNT >= 5000 THEN
               IF NOT WS-DR-FULL THEN
                   MOVE 'Y' TO WS-DR-FULL-SW
                   DISPLAY "YACHTINT: DICE TABLE FULL (5000 MAX) - "
                       "LATER SCORES NOT SEQUENCE-CHECKED"
               END-IF
           ELSE
               ADD 1 TO WS-DR-COUNT
               MOVE WS-PL-IDX TO WS-DR-PLAYER-IDX(WS-DR-COUNT)
               MOVE WS-SI-IDX TO WS-DR-SITE-IDX(WS-DR-COUNT)
               MOVE WS-YACHT-IN-DICE TO WS-DR-DICE(WS-DR-COUNT)
               MOVE WS-PL-LAST-REC(WS-PL-IDX) TO
                   WS-DR-PREV(WS-DR-COUNT)
               MOVE 0 TO WS-DR-NEXT(WS-DR-COUNT)
               IF WS-PL-LAST-REC(WS-PL-IDX) > 0 THEN
                   MOVE WS-DR-COUNT TO
                       WS-DR-NEXT(WS-PL-LAST-REC(WS-PL-IDX))
               END-IF
               MOVE WS-DR-COUNT TO WS-PL-LAST-REC(WS-PL-IDX)
           END-IF.
       TALLY-FRESH-SCORE-EXIT.

       CHECK-ONE-MATCHING-DIE.
           IF WS-YACHT-IN-DICE(WS-DIE-POS:1) NOT =
               WS-YACHT-IN-DICE(1:1) THEN
               MOVE 'N' TO WS-FIVE-KIND-SW
           END-IF.
       CHECK-ONE-MATCHING-DIE-EXIT.

       TALLY-FIRST-ROLL.
           ADD 1 TO WS-TURNS-READ.
           IF WS-YACHT-IN-TURN-ROLL-1 NUMERIC THEN
               PERFORM FIND-OR-ADD-SITE
               PERFORM TALLY-ONE-FIRST-DIE
                   VARYING WS-DIE-POS FROM 1 BY 1
                   UNTIL WS-DIE-POS > 5
           END-IF.
       TALLY-FIRST-ROLL-EXIT.

       TALLY-ONE-FIRST-DIE.
           MOVE WS-YACHT-IN-TURN-ROLL-1(WS-DIE-POS:1) TO WS-DIE-FACE.
           IF WS-DIE-FACE >= 1 AND WS-DIE-FACE <= 6 THEN
               ADD 1 TO WS-PL-FACE-COUNT(WS-PL-IDX, WS-DIE-FACE)
               ADD 1 TO WS-PL-FIRST-DICE(WS-PL-IDX)
               IF WS-SI-IDX > 0 THEN
                   ADD 1 TO WS-SI-FACE-COUNT(WS-SI-IDX, WS-DIE-FACE)
                   ADD 1 TO WS-SI-FIRST-DICE(WS-SI-IDX)
               END-IF
           END-IF.
       TALLY-ONE-FIRST-DIE-EXIT.

      * Season yachts off YACHTCAT for tonight's players: category
      * 12 is the classic yacht slot, 32 the Yahtzee one.
       LOAD-SEASON-YACHTS.
           OPEN INPUT CATEGORY-STATS.
           IF WS-CAT-FILE-STATUS NOT = "00" THEN
               DISPLAY "YACHTINT: NO YACHTCAT MASTER, STATUS "
                   WS-CAT-FILE-STATUS " - SEASON TEST SKIPPED"
           ELSE
               PERFORM LOAD-ONE-SEASON-STAT UNTIL WS-CAT-EOF
               CLOSE CATEGORY-STATS
           END-IF.
       LOAD-SEASON-YACHTS-EXIT.

       LOAD-ONE-SEASON-STAT.
           READ CATEGORY-STATS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CAT-EOF-SW
               NOT AT END
                   IF WS-CAT-CATEGORY = 12 OR WS-CAT-CATEGORY = 32
                       THEN
                       MOVE 0 TO WS-PL-IDX
                       PERFORM MATCH-ONE-SEASON-PLAYER
                           VARYING WS-PL-SCAN FROM 1 BY 1
                           UNTIL WS-PL-SCAN > WS-PL-COUNT OR
                               WS-PL-IDX > 0
                       IF WS-PL-IDX > 0 THEN
                           ADD WS-CAT-TIMES TO WS-PL-CARDS(WS-PL-IDX)
                           COMPUTE WS-PL-CARD-YACHTS(WS-PL-IDX) =
                               WS-PL-CARD-YACHTS(WS-PL-IDX) +
                               WS-CAT-TOTAL / 50
                       END-IF
                   END-IF
           END-READ.
       LOAD-ONE-SEASON-STAT-EXIT.

       MATCH-ONE-SEASON-PLAYER.
           IF WS-PL-PLAYER-ID(WS-PL-SCAN) = WS-CAT-PLAYER-ID THEN
               MOVE WS-PL-SCAN TO WS-PL-IDX
           END-IF.
       MATCH-ONE-SEASON-PLAYER-EXIT.

      ******************************************************************
      * Repeated dice between two players at one site. Every pair of
      * identical fresh-score dice from two different players at the
      * same site starts a walk down both players' chains, counting
      * how many consecutive scores match. Honest dice match one pair
      * in thousands; two in a row is worth a look, three is copying.
      * A pair whose predecessors also matched is inside a run
      * already walked, so only run starts are walked and counted.
      ******************************************************************
       FIND-REPEATED-SEQUENCES.
           PERFORM COMPARE-ONE-OUTER-RECORD
               VARYING WS-DR-OUTER FROM 1 BY 1
               UNTIL WS-DR-OUTER >= WS-DR-COUNT.
       FIND-REPEATED-SEQUENCES-EXIT.

       COMPARE-ONE-OUTER-RECORD.
           PERFORM COMPARE-ONE-RECORD-PAIR
               VARYING WS-DR-INNER FROM WS-DR-OUTER BY 1
               UNTIL WS-DR-INNER > WS-DR-COUNT.
       COMPARE-ONE-OUTER-RECORD-EXIT.

       COMPARE-ONE-RECORD-PAIR.
           IF WS-DR-SITE-IDX(WS-DR-INNER) =
               WS-DR-SITE-IDX(WS-DR-OUTER) AND
               WS-DR-PLAYER-IDX(WS-DR-INNER) NOT =
               WS-DR-PLAYER-IDX(WS-DR-OUTER) AND
               WS-DR-DICE(WS-DR-INNER) = WS-DR-DICE(WS-DR-OUTER) THEN
               MOVE 'Y' TO WS-RUN-START-SW
               MOVE WS-DR-PREV(WS-DR-OUTER) TO WS-WALK-A
               MOVE WS-DR-PREV(WS-DR-INNER) TO WS-WALK-B
               IF WS-WALK-A > 0 AND WS-WALK-B > 0 THEN
                   IF WS-DR-DICE(WS-WALK-A) = WS-DR-DICE(WS-WALK-B)
                       THEN
                       MOVE 'N' TO WS-RUN-START-SW
                   END-IF
               END-IF
               IF WS-RUN-START THEN
                   PERFORM WALK-MATCHING-RUN
               END-IF
           END-IF.
       COMPARE-ONE-RECORD-PAIR-EXIT.

       WALK-MATCHING-RUN.
           MOVE 1 TO WS-RUN-LENGTH.
           MOVE WS-DR-NEXT(WS-DR-OUTER) TO WS-WALK-A.
           MOVE WS-DR-NEXT(WS-DR-INNER) TO WS-WALK-B.
           MOVE 'N' TO WS-RUN-DONE-SW.
           PERFORM STEP-MATCHING-RUN UNTIL WS-RUN-DONE.
           MOVE WS-DR-PLAYER-IDX(WS-DR-OUTER) TO WS-PL-A.
           MOVE WS-DR-PLAYER-IDX(WS-DR-INNER) TO WS-PL-B.
           IF WS-RUN-LENGTH > WS-PL-RUN(WS-PL-A) THEN
               MOVE WS-RUN-LENGTH TO WS-PL-RUN(WS-PL-A)
               MOVE WS-PL-PLAYER-ID(WS-PL-B) TO WS-PL-RUN-WITH(WS-PL-A)
           END-IF.
           IF WS-RUN-LENGTH > WS-PL-RUN(WS-PL-B) THEN
               MOVE WS-RUN-LENGTH TO WS-PL-RUN(WS-PL-B)
               MOVE WS-PL-PLAYER-ID(WS-PL-A) TO WS-PL-RUN-WITH(WS-PL-B)
           END-IF.
           MOVE WS-DR-SITE-IDX(WS-DR-OUTER) TO WS-SI-IDX.
           IF WS-SI-IDX > 0 THEN
               IF WS-RUN-LENGTH > WS-SI-RUN(WS-SI-IDX) THEN
                   MOVE WS-RUN-LENGTH TO WS-SI-RUN(WS-SI-IDX)
               END-IF
               IF WS-RUN-LENGTH >= WS-WATCH-RUN THEN
                   ADD 1 TO WS-SI-RUN-PAIRS(WS-SI-IDX)
               END-IF
           END-IF.
       WALK-MATCHING-RUN-EXIT.

       STEP-MATCHING-RUN.
           IF WS-WALK-A = 0 OR WS-WALK-B = 0 THEN
               MOVE 'Y' TO WS-RUN-DONE-SW
           ELSE
               IF WS-DR-DICE(WS-WALK-A) = WS-DR-DICE(WS-WALK-B) THEN
                   ADD 1 TO WS-RUN-LENGTH
                   MOVE WS-DR-NEXT(WS-WALK-A) TO WS-WALK-A
                   MOVE WS-DR-NEXT(WS-WALK-B) TO WS-WALK-B
               ELSE
                   MOVE 'Y' TO WS-RUN-DONE-SW
               END-IF
           END-IF.
       STEP-MATCHING-RUN-EXIT.

      ******************************************************************
      * Player tests. Each one past its watch threshold adds its
      * multiple of that threshold to the index; one past its severe
      * threshold logs severe to EXCPLOG keyed by the player id.
      ******************************************************************
       SCORE-ONE-PLAYER.
           MOVE 0 TO WS-ST-INDEX.
           MOVE SPACE TO WS-ST-LEVEL.
           MOVE SPACES TO WS-EXCP-KEY-PARM.
           MOVE WS-PL-PLAYER-ID(WS-PL-IDX) TO WS-EXCP-KEY-PARM.
           MOVE WS-PL-TURNS(WS-PL-IDX) TO WS-ST-TRIALS.
           MOVE WS-PL-YACHTS(WS-PL-IDX) TO WS-ST-HITS.
           MOVE WS-TURN-YACHT-RATE TO WS-ST-RATE.
           PERFORM COMPUTE-RATE-Z.
           MOVE WS-ST-Z TO WS-PL-DAY-Z(WS-PL-IDX).
           MOVE 'YACHTS TODAY FAR ABOVE THE ODDS' TO
               WS-EXCP-REASON-PARM.
           PERFORM GRADE-RATE-Z.
           MOVE WS-PL-CARDS(WS-PL-IDX) TO WS-ST-TRIALS.
           MOVE WS-PL-CARD-YACHTS(WS-PL-IDX) TO WS-ST-HITS.
           MOVE WS-CARD-YACHT-RATE TO WS-ST-RATE.
           PERFORM COMPUTE-RATE-Z.
           MOVE WS-ST-Z TO WS-PL-CARD-Z(WS-PL-IDX).
           MOVE 'SEASON YACHTS FAR ABOVE THE ODDS' TO
               WS-EXCP-REASON-PARM.
           PERFORM GRADE-RATE-Z.
           MOVE WS-PL-FACE-COUNTS(WS-PL-IDX) TO WS-ST-FACE-COUNTS.
           MOVE WS-PL-FIRST-DICE(WS-PL-IDX) TO WS-ST-DICE.
           PERFORM COMPUTE-FACE-CHI.
           MOVE WS-ST-CHI TO WS-PL-CHI(WS-PL-IDX).
           MOVE 'FIRST ROLLS FAIL THE FAIR-DICE TEST' TO
               WS-EXCP-REASON-PARM.
           PERFORM GRADE-FACE-CHI.
           MOVE WS-PL-RUN(WS-PL-IDX) TO WS-RUN-LENGTH.
           MOVE 'DICE RUN REPEATS ANOTHER PLAYER''S' TO
               WS-EXCP-REASON-PARM.
           PERFORM GRADE-REPEATED-RUN.
           MOVE WS-ST-INDEX TO WS-PL-INDEX(WS-PL-IDX).
           MOVE WS-ST-LEVEL TO WS-PL-LEVEL(WS-PL-IDX).
       SCORE-ONE-PLAYER-EXIT.

      * Site tests: the site's fresh scores and first rolls pooled,
      * and the longest repeated run between any two of its players.
       SCORE-ONE-SITE.
           MOVE 0 TO WS-ST-INDEX.
           MOVE SPACE TO WS-ST-LEVEL.
           MOVE SPACES TO WS-EXCP-KEY-PARM.
           STRING "SITE " WS-SI-SITE(WS-SI-IDX)
               DELIMITED BY SIZE INTO WS-EXCP-KEY-PARM.
           MOVE WS-SI-TURNS(WS-SI-IDX) TO WS-ST-TRIALS.
           MOVE WS-SI-YACHTS(WS-SI-IDX) TO WS-ST-HITS.
           MOVE WS-TURN-YACHT-RATE TO WS-ST-RATE.
           PERFORM COMPUTE-RATE-Z.
           MOVE WS-ST-Z TO WS-SI-DAY-Z(WS-SI-IDX).
           MOVE 'SITE YACHTS TODAY FAR ABOVE THE ODDS' TO
               WS-EXCP-REASON-PARM.
           PERFORM GRADE-RATE-Z.
           MOVE WS-SI-FACE-COUNTS(WS-SI-IDX) TO WS-ST-FACE-COUNTS.
           MOVE WS-SI-FIRST-DICE(WS-SI-IDX) TO WS-ST-DICE.
           PERFORM COMPUTE-FACE-CHI.
           MOVE WS-ST-CHI TO WS-SI-CHI(WS-SI-IDX).
           MOVE 'SITE FIRST ROLLS FAIL FAIR-DICE TEST' TO
               WS-EXCP-REASON-PARM.
           PERFORM GRADE-FACE-CHI.
           MOVE WS-SI-RUN(WS-SI-IDX) TO WS-RUN-LENGTH.
           MOVE 'DICE RUNS REPEATED BETWEEN PLAYERS' TO
               WS-EXCP-REASON-PARM.
           PERFORM GRADE-REPEATED-RUN.
           MOVE WS-ST-INDEX TO WS-SI-INDEX(WS-SI-IDX).
           MOVE WS-ST-LEVEL TO WS-SI-LEVEL(WS-SI-IDX).
       SCORE-ONE-SITE-EXIT.

      * z = (hits - trials x rate) / sqrt(trials x rate x (1 -
      * rate)), the normal approximation to the binomial.
       COMPUTE-RATE-Z.
           MOVE 0 TO WS-ST-Z.
           COMPUTE WS-ST-VARIANCE =
               WS-ST-TRIALS * WS-ST-RATE * (1 - WS-ST-RATE).
           IF WS-ST-VARIANCE > 0 THEN
               COMPUTE WS-ST-Z ROUNDED =
                   (WS-ST-HITS - WS-ST-TRIALS * WS-ST-RATE) /
                   FUNCTION SQRT(WS-ST-VARIANCE)
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-ST-Z
               END-COMPUTE
           END-IF.
       COMPUTE-RATE-Z-EXIT.

      * Too few yachts to mean anything grade nothing, however the
      * z-score comes out on a short night.
       GRADE-RATE-Z.
           IF WS-ST-Z >= WS-WATCH-Z AND WS-ST-HITS >= WS-MIN-YACHTS
               THEN
               COMPUTE WS-ST-INDEX = WS-ST-INDEX + WS-ST-Z / WS-WATCH-Z
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-ST-INDEX
               END-COMPUTE
               IF WS-ST-Z >= WS-SEVERE-Z AND
                   WS-ST-HITS >= WS-MIN-SEVERE-YACHTS THEN
                   PERFORM LOG-SEVERE-FINDING
               ELSE
                   PERFORM NOTE-WATCH-FINDING
               END-IF
           END-IF.
       GRADE-RATE-Z-EXIT.

      * Chi-square of the face counts against six equal faces.
       COMPUTE-FACE-CHI.
           MOVE 0 TO WS-ST-CHI.
           MOVE 0 TO WS-ST-CHI-WORK.
           IF WS-ST-DICE > 0 THEN
               COMPUTE WS-ST-EXPECT = WS-ST-DICE / 6
               PERFORM ADD-ONE-FACE-TERM
                   VARYING WS-ST-FACE FROM 1 BY 1
                   UNTIL WS-ST-FACE > 6
               COMPUTE WS-ST-CHI ROUNDED = WS-ST-CHI-WORK
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-ST-CHI
               END-COMPUTE
           END-IF.
       COMPUTE-FACE-CHI-EXIT.

       ADD-ONE-FACE-TERM.
           COMPUTE WS-ST-CHI-WORK = WS-ST-CHI-WORK +
               (WS-ST-FACE-COUNT(WS-ST-FACE) - WS-ST-EXPECT) ** 2 /
               WS-ST-EXPECT.
       ADD-ONE-FACE-TERM-EXIT.

       GRADE-FACE-CHI.
           IF WS-ST-CHI >= WS-WATCH-CHI AND WS-ST-DICE >= WS-MIN-DICE
               THEN
               COMPUTE WS-ST-INDEX =
                   WS-ST-INDEX + WS-ST-CHI / WS-WATCH-CHI
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-ST-INDEX
               END-COMPUTE
               IF WS-ST-CHI >= WS-SEVERE-CHI THEN
                   PERFORM LOG-SEVERE-FINDING
               ELSE
                   PERFORM NOTE-WATCH-FINDING
               END-IF
           END-IF.
       GRADE-FACE-CHI-EXIT.

       GRADE-REPEATED-RUN.
           IF WS-RUN-LENGTH >= WS-WATCH-RUN THEN
               COMPUTE WS-ST-INDEX =
                   WS-ST-INDEX + WS-RUN-LENGTH / WS-WATCH-RUN
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-ST-INDEX
               END-COMPUTE
               IF WS-RUN-LENGTH >= WS-SEVERE-RUN THEN
                   PERFORM LOG-SEVERE-FINDING
               ELSE
                   PERFORM NOTE-WATCH-FINDING
               END-IF
           END-IF.
       GRADE-REPEATED-RUN-EXIT.

       LOG-SEVERE-FINDING.
           IF NOT WS-ST-SEVERE THEN
               MOVE 'S' TO WS-ST-LEVEL
               ADD 1 TO WS-SEVERE-COUNT
           END-IF.
           MOVE 'YACHTINT' TO WS-EXCP-SOURCE-PARM.
           MOVE 'S' TO WS-EXCP-SEVERITY-PARM.
           PERFORM LOG-EXCEPTION.
       LOG-SEVERE-FINDING-EXIT.

       NOTE-WATCH-FINDING.
           IF WS-ST-LEVEL = SPACE THEN
               MOVE 'W' TO WS-ST-LEVEL
               ADD 1 TO WS-WATCH-COUNT
           END-IF.
       NOTE-WATCH-FINDING-EXIT.

      ******************************************************************
      * Ranking: a pointer table sorted by descending index, so the
      * player and site tables keep their positions for the lookups
      * above.
      ******************************************************************
       RANK-ORDER-TABLE.
           IF WS-RANK-COUNT > 1 THEN
               PERFORM RANK-OUTER-PASS
                   VARYING WS-RANK-OUTER FROM 1 BY 1
                   UNTIL WS-RANK-OUTER >= WS-RANK-COUNT
           END-IF.
       RANK-ORDER-TABLE-EXIT.

       RANK-OUTER-PASS.
           MOVE WS-RANK-OUTER TO WS-RANK-BEST.
           PERFORM RANK-FIND-BEST
               VARYING WS-RANK-INNER FROM WS-RANK-OUTER BY 1
               UNTIL WS-RANK-INNER > WS-RANK-COUNT.
           IF WS-RANK-BEST NOT = WS-RANK-OUTER THEN
               MOVE WS-RANK-ORDER(WS-RANK-OUTER) TO WS-RANK-SWAP
               MOVE WS-RANK-ORDER(WS-RANK-BEST) TO
                   WS-RANK-ORDER(WS-RANK-OUTER)
               MOVE WS-RANK-SWAP TO WS-RANK-ORDER(WS-RANK-BEST)
           END-IF.
       RANK-OUTER-PASS-EXIT.

       RANK-FIND-BEST.
           IF WS-RANK-PLAYERS THEN
               IF WS-PL-INDEX(WS-RANK-ORDER(WS-RANK-INNER)) >
                   WS-PL-INDEX(WS-RANK-ORDER(WS-RANK-BEST)) THEN
                   MOVE WS-RANK-INNER TO WS-RANK-BEST
               END-IF
           ELSE
               IF WS-SI-INDEX(WS-RANK-ORDER(WS-RANK-INNER)) >
                   WS-SI-INDEX(WS-RANK-ORDER(WS-RANK-BEST)) THEN
                   MOVE WS-RANK-INNER TO WS-RANK-BEST
               END-IF
           END-IF.
       RANK-FIND-BEST-EXIT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "SCORING-INTEGRITY AUDIT - RUN ID " WS-RUN-ID
               " DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-TURN-YACHT-RATE TO WS-RPT-RATE-1.
           MOVE WS-CARD-YACHT-RATE TO WS-RPT-RATE-2.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "EXPECTED YACHTS " WS-RPT-RATE-1 " PER SCORE, "
               WS-RPT-RATE-2 " PER CARD. WATCH AT Z 3, CHI-SQ 15.09,"
               " RUN 2"
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "SEVERE (LOGGED TO EXCPLOG) AT Z 4, CHI-SQ 20.52, "
               "RUN 3. INDEX = EACH TEST OVER WATCH, SUMMED."
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
       WRITE-REPORT-HEADER-EXIT.

       WRITE-PLAYER-SECTION.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE "PLAYERS BY SUSPICION INDEX" TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "RANK PLAYER-ID  SITE SCORES YACHTS   DAY-Z CARDS "
               "YACHTS  SEAS-Z  DICE   CHI-SQ RUN  INDEX FLAG"
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-PL-COUNT TO WS-RANK-COUNT.
           PERFORM SET-ONE-RANK-POINTER
               VARYING WS-RANK-NO FROM 1 BY 1
               UNTIL WS-RANK-NO > WS-RANK-COUNT.
           MOVE 'P' TO WS-RANK-TABLE-SW.
           PERFORM RANK-ORDER-TABLE.
           PERFORM WRITE-ONE-PLAYER-LINE
               VARYING WS-RANK-NO FROM 1 BY 1
               UNTIL WS-RANK-NO > WS-RANK-COUNT.
       WRITE-PLAYER-SECTION-EXIT.

       SET-ONE-RANK-POINTER.
           MOVE WS-RANK-NO TO WS-RANK-ORDER(WS-RANK-NO).
       SET-ONE-RANK-POINTER-EXIT.

       WRITE-ONE-PLAYER-LINE.
           MOVE WS-RANK-ORDER(WS-RANK-NO) TO WS-PL-IDX.
           MOVE WS-RANK-NO TO WS-RPT-RANK.
           MOVE WS-PL-TURNS(WS-PL-IDX) TO WS-RPT-N1.
           MOVE WS-PL-YACHTS(WS-PL-IDX) TO WS-RPT-N2.
           MOVE WS-PL-DAY-Z(WS-PL-IDX) TO WS-RPT-Z1.
           MOVE WS-PL-CARDS(WS-PL-IDX) TO WS-RPT-N3.
           MOVE WS-PL-CARD-YACHTS(WS-PL-IDX) TO WS-RPT-N4.
           MOVE WS-PL-CARD-Z(WS-PL-IDX) TO WS-RPT-Z2.
           MOVE WS-PL-FIRST-DICE(WS-PL-IDX) TO WS-RPT-N5.
           MOVE WS-PL-CHI(WS-PL-IDX) TO WS-RPT-CHI.
           MOVE WS-PL-RUN(WS-PL-IDX) TO WS-RPT-RUN.
           MOVE WS-PL-INDEX(WS-PL-IDX) TO WS-RPT-INDEX.
           MOVE WS-PL-LEVEL(WS-PL-IDX) TO WS-ST-LEVEL.
           PERFORM SET-FLAG-WORD.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING WS-RPT-RANK " " WS-PL-PLAYER-ID(WS-PL-IDX) " "
               WS-PL-SITE(WS-PL-IDX) "   " WS-RPT-N1 "  " WS-RPT-N2
               " " WS-RPT-Z1 " " WS-RPT-N3 "  " WS-RPT-N4 " "
               WS-RPT-Z2 " " WS-RPT-N5 " " WS-RPT-CHI " " WS-RPT-RUN
               " " WS-RPT-INDEX " " WS-RPT-FLAG
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           IF WS-PL-RUN(WS-PL-IDX) >= WS-WATCH-RUN THEN
               MOVE SPACES TO WS-RPT-RECORD
               STRING "       REPEATS " WS-RPT-RUN
                   " CONSECUTIVE SCORES' DICE OF "
                   WS-PL-RUN-WITH(WS-PL-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           END-IF.
       WRITE-ONE-PLAYER-LINE-EXIT.

       SET-FLAG-WORD.
           EVALUATE TRUE
           WHEN WS-ST-SEVERE
               MOVE "SEVERE" TO WS-RPT-FLAG
           WHEN WS-ST-WATCH
               MOVE "WATCH" TO WS-RPT-FLAG
           WHEN OTHER
               MOVE SPACES TO WS-RPT-FLAG
           END-EVALUATE.
       SET-FLAG-WORD-EXIT.

       WRITE-SITE-SECTION.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE "SITES BY SUSPICION INDEX" TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "RANK SITE PLAYERS SCORES YACHTS   DAY-Z  DICE   "
               "CHI-SQ MAX-RUN RUN-PAIRS  INDEX FLAG"
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-SI-COUNT TO WS-RANK-COUNT.
           PERFORM SET-ONE-RANK-POINTER
               VARYING WS-RANK-NO FROM 1 BY 1
               UNTIL WS-RANK-NO > WS-RANK-COUNT.
           MOVE 'S' TO WS-RANK-TABLE-SW.
           PERFORM RANK-ORDER-TABLE.
           PERFORM WRITE-ONE-SITE-LINE
               VARYING WS-RANK-NO FROM 1 BY 1
               UNTIL WS-RANK-NO > WS-RANK-COUNT.
       WRITE-SITE-SECTION-EXIT.

       WRITE-ONE-SITE-LINE.
           MOVE WS-RANK-ORDER(WS-RANK-NO) TO WS-SI-IDX.
           MOVE WS-RANK-NO TO WS-RPT-RANK.
           MOVE WS-SI-PLAYERS(WS-SI-IDX) TO WS-RPT-N1.
           MOVE WS-SI-TURNS(WS-SI-IDX) TO WS-RPT-N2.
           MOVE WS-SI-YACHTS(WS-SI-IDX) TO WS-RPT-N3.
           MOVE WS-SI-DAY-Z(WS-SI-IDX) TO WS-RPT-Z1.
           MOVE WS-SI-FIRST-DICE(WS-SI-IDX) TO WS-RPT-N4.
           MOVE WS-SI-CHI(WS-SI-IDX) TO WS-RPT-CHI.
           MOVE WS-SI-RUN(WS-SI-IDX) TO WS-RPT-RUN.
           MOVE WS-SI-RUN-PAIRS(WS-SI-IDX) TO WS-RPT-N5.
           MOVE WS-SI-INDEX(WS-SI-IDX) TO WS-RPT-INDEX.
           MOVE WS-SI-LEVEL(WS-SI-IDX) TO WS-ST-LEVEL.
           PERFORM SET-FLAG-WORD.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING WS-RPT-RANK " " WS-SI-SITE(WS-SI-IDX) "    "
               WS-RPT-N1 "  " WS-RPT-N2 "  " WS-RPT-N3 " " WS-RPT-Z1
               " " WS-RPT-N4 " " WS-RPT-CHI "     " WS-RPT-RUN
               "     " WS-RPT-N5 " " WS-RPT-INDEX " " WS-RPT-FLAG
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
       WRITE-ONE-SITE-LINE-EXIT.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-SCORES-READ TO WS-RPT-N1.
           MOVE WS-TURNS-READ TO WS-RPT-N2.
           MOVE WS-SEVERE-COUNT TO WS-RPT-N3.
           MOVE WS-WATCH-COUNT TO WS-RPT-N4.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "FRESH SCORES " WS-RPT-N1 "  TURN DETAILS " WS-RPT-N2
               "  SEVERE " WS-RPT-N3 "  WATCH " WS-RPT-N4
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
       WRITE-REPORT-TOTALS-EXIT.

           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY OPSCLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

       END PROGRAM YACHTINT.
