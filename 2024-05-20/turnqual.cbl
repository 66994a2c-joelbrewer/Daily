      ******************************************************************
      * Author: Joel Brewer
      * Date: 05/20/2024
      * Purpose: To grade the hold decisions on the YACHTTRN turn
      *          history YACHT now keeps for the coaching night. For
      *          every decision a player made - which dice to keep
      *          off a roll before rolling again, or standing on the
      *          roll - it works out the expected score of the
      *          category the turn finally posted to after one more
      *          roll, for the hold the player chose and for each of
      *          the 32 holds open to them, and counts the decision
      *          optimal when nothing beat it. The report gives each
      *          player's decisions, how many were optimal, the
      *          expected points given away, and their worst miss;
      *          a parm card narrows it to a date range and, for a
      *          protest, to one player with every decision listed.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 05/20/2024 JB - First cut. The look-ahead is one roll, so a
      *                first-roll hold is graded on what the second
      *                roll would score; the Yahtzee joker and bonus
      *                are left out of the expected values since
      *                they hang on the rest of the card, not the
      *                hold. Only posted turns are graded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNQUAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURN-HISTORY ASSIGN TO "YACHTTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.
           SELECT TURN-PARM ASSIGN TO "TURNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT TURN-RPT ASSIGN TO "TURNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SORTWK".
           COPY BDATSEL.
           COPY AUDTSEL.
       DATA DIVISION.
       FILE SECTION.
      * Same record layout YACHT appends in WRITE-TURN-HISTORY; this
      * program only ever reads it.
       FD  TURN-HISTORY.
       01 WS-TRN-RECORD.
           05 WS-TRN-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-TRN-PLAYER-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-TRN-GAME-NO PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-TRN-CATEGORY PIC X(15).
           05 FILLER PIC X(01).
           05 WS-TRN-RULE-SET PIC X(01).
           05 FILLER PIC X(01).
           05 WS-TRN-ROLLS PIC 9(01).
           05 FILLER PIC X(01).
           05 WS-TRN-ROLL-1 PIC X(05).
           05 FILLER PIC X(01).
           05 WS-TRN-HOLD-1 PIC X(05).
           05 FILLER PIC X(01).
           05 WS-TRN-ROLL-2 PIC X(05).
           05 FILLER PIC X(01).
           05 WS-TRN-HOLD-2 PIC X(05).
           05 FILLER PIC X(01).
           05 WS-TRN-FINAL-DICE PIC X(05).
           05 FILLER PIC X(01).
           05 WS-TRN-SCORE PIC 9(03).
           05 FILLER PIC X(01).
           05 WS-TRN-STATUS PIC X(01).
           05 FILLER PIC X(01).
           05 WS-TRN-SITE PIC X(03).
           05 FILLER PIC X(18).

      * Optional selection card: a business-date range (zeroes or
      * blanks for open-ended) and a player id for a protest
      * listing. No card grades the whole history for everyone.
       FD  TURN-PARM.
       01 WS-TP-RECORD.
           05 WS-TP-FROM-DATE PIC X(08).
           05 FILLER PIC X(01).
           05 WS-TP-TO-DATE PIC X(08).
           05 FILLER PIC X(01).
           05 WS-TP-PLAYER-ID PIC X(10).
           05 FILLER PIC X(52).

       FD  TURN-RPT.
       01 WS-RPT-RECORD PIC X(100).

      * One graded decision: the player and the expected points lost
      * up front so each player's worst miss sorts to the top of
      * their group.
       SD  SORT-WORK.
       01 WS-SRT-RECORD.
           05 WS-SRT-PLAYER-ID PIC X(10).
           05 WS-SRT-LOSS PIC 9(03)V9(04).
           05 WS-SRT-CHOSEN-EV PIC 9(03)V9(04).
           05 WS-SRT-BEST-EV PIC 9(03)V9(04).
           05 WS-SRT-DATE PIC 9(08).
           05 WS-SRT-GAME-NO PIC 9(02).
           05 WS-SRT-CATEGORY PIC X(15).
           05 WS-SRT-ROLL-NO PIC 9(01).
           05 WS-SRT-ROLL PIC X(05).
           05 WS-SRT-HOLD PIC X(05).
           05 WS-SRT-BEST-HOLD PIC X(05).

       COPY BDATFD.

       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01 WS-TRN-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PARM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-TRN-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-TRN-EOF VALUE 'Y'.
       01 WS-SORT-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.

      * Selection off the parm card.
       01 WS-FROM-DATE PIC 9(08) VALUE 0.
       01 WS-TO-DATE PIC 9(08) VALUE 99999999.
       01 WS-SEL-PLAYER-ID PIC X(10) VALUE SPACES.
       01 WS-DETAIL-SW PIC X(01) VALUE 'N'.
           88 WS-DETAIL-LISTING VALUE 'Y'.

      * Turn counts for the report footing.
       01 WS-TURNS-READ PIC 9(07) VALUE 0.
       01 WS-TURNS-GRADED PIC 9(07) VALUE 0.
       01 WS-TURNS-SKIPPED PIC 9(07) VALUE 0.

      * The decision under the pen: the roll the hold was taken off,
      * the hold the player chose, and which roll of the turn it
      * was. The category and rule set are the turn's own.
       01 WS-DEC-ROLL PIC X(05).
       01 WS-DEC-HOLD PIC X(05).
       01 WS-DEC-ROLL-NO PIC 9(01).
       01 WS-CATEGORY-INDEX PIC 9(02) VALUE 0.
       01 WS-RULE-SET PIC X(01) VALUE 'C'.
           88 WS-YAHTZEE-RULES VALUE 'Y'.
       01 WS-CHOSEN-EV PIC 9(03)V9(04) VALUE 0.
       01 WS-BEST-EV PIC 9(03)V9(04) VALUE 0.
       01 WS-BEST-HOLD PIC X(05).

      * Every hold open to the player is one of 32 masks, taken as
      * the five binary digits of WS-MASK-NO.
       01 WS-MASK-NO PIC 9(02) COMP VALUE 0.
       01 WS-MASK-WORK PIC 9(02) COMP VALUE 0.
       01 WS-MASK-REM PIC 9(01) COMP VALUE 0.
       01 WS-MASK-POS PIC 9(01) COMP VALUE 0.

      * Expected-value engine. The held dice go into WS-KEPT-COUNTS
      * by face; the dice rerolled run through every outcome on an
      * odometer of WS-EV-FREE wheels, each outcome scored off the
      * kept counts plus the wheels.
       01 WS-EV-HOLD PIC X(05).
       01 WS-EV-VALUE PIC 9(03)V9(04) VALUE 0.
       01 WS-EV-TOTAL PIC 9(07) COMP VALUE 0.
       01 WS-EV-OUTCOMES PIC 9(05) COMP VALUE 0.
       01 WS-EV-FREE PIC 9(01) COMP VALUE 0.
       01 WS-EV-POS PIC 9(01) COMP VALUE 0.
       01 WS-EV-FACE PIC 9(01) VALUE 0.
       01 WS-EV-DONE-SW PIC X(01) VALUE 'N'.
           88 WS-EV-DONE VALUE 'Y'.
       01 WS-EV-CARRY-SW PIC X(01) VALUE 'N'.
           88 WS-EV-CARRY VALUE 'Y'.
       01 WS-EV-ODOMETER.
           05 WS-EV-WHEEL PIC 9(01) OCCURS 5 TIMES.
       01 WS-KEPT-COUNTS.
           05 WS-KEPT-COUNT PIC 9(01) OCCURS 6 TIMES.

      * Scoring one set of five dice by face count, under the
      * turn's rule set, the way YACHT scores them.
       01 WS-SC-COUNTS.
           05 WS-SC-COUNT PIC 9(01) OCCURS 6 TIMES.
       01 WS-SC-FACE PIC 9(01) VALUE 0.
       01 WS-SC-SUM PIC 9(02) VALUE 0.
       01 WS-SC-RESULT PIC 9(03) VALUE 0.
       01 WS-SC-MAX PIC 9(01) VALUE 0.
       01 WS-SC-RUN PIC 9(01) VALUE 0.
       01 WS-SC-RUN-BEST PIC 9(01) VALUE 0.
       01 WS-SC-PAIR-SW PIC X(01) VALUE 'N'.
           88 WS-SC-PAIR VALUE 'Y'.
       01 WS-SC-TRIPLE-SW PIC X(01) VALUE 'N'.
           88 WS-SC-TRIPLE VALUE 'Y'.

      * Per-player and grand accumulators for the output pass.
       01 WS-CUR-PLAYER-ID PIC X(10) VALUE SPACES.
       01 WS-PLR-DECISIONS PIC 9(05) VALUE 0.
       01 WS-PLR-OPTIMAL PIC 9(05) VALUE 0.
       01 WS-PLR-LOSS PIC 9(07)V9(04) VALUE 0.
       01 WS-GRD-PLAYERS PIC 9(05) VALUE 0.
       01 WS-GRD-DECISIONS PIC 9(07) VALUE 0.
       01 WS-GRD-OPTIMAL PIC 9(07) VALUE 0.
       01 WS-GRD-LOSS PIC 9(07)V9(04) VALUE 0.
       01 WS-PCT-WORK PIC 9(03)V9(01) VALUE 0.
       01 WS-AVG-WORK PIC 9(03)V9(02) VALUE 0.
       01 WS-WORST-LINE PIC X(100).

       01 WS-RPT-COUNT PIC ZZZZZZ9.
       01 WS-RPT-COUNT-2 PIC ZZZZZZ9.
       01 WS-RPT-PCT PIC ZZ9.9.
       01 WS-RPT-LOSS PIC ZZZZZ9.99.
       01 WS-RPT-AVG PIC ZZ9.99.
       01 WS-RPT-EV PIC ZZ9.99.
       01 WS-RPT-EV-2 PIC ZZ9.99.

       COPY BDATWS.
       COPY RUNCTL.
       COPY AUDTWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CAPTURE-RUN-CONTROL.
           MOVE 'TURNQUAL' TO WS-AUDT-SOURCE-PARM.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM READ-SELECTION-PARM.
           OPEN INPUT TURN-HISTORY.
           IF WS-TRN-FILE-STATUS NOT = "00" THEN
               DISPLAY "TURNQUAL: CANNOT OPEN YACHTTRN HISTORY, "
                   "STATUS " WS-TRN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT TURN-RPT
               PERFORM WRITE-REPORT-HEADER
               SORT SORT-WORK
                   ON ASCENDING KEY WS-SRT-PLAYER-ID
                   ON DESCENDING KEY WS-SRT-LOSS
                   INPUT PROCEDURE IS RELEASE-GRADED-DECISIONS
                   OUTPUT PROCEDURE IS REPORT-GRADED-DECISIONS
               CLOSE TURN-HISTORY
               PERFORM WRITE-REPORT-TOTALS
               CLOSE TURN-RPT
               DISPLAY "TURNQUAL: " WS-TURNS-GRADED " TURNS GRADED, "
                   WS-GRD-DECISIONS " DECISIONS"
           END-IF.
           STOP RUN.
       MAIN-EXIT.

       READ-SELECTION-PARM.
           OPEN INPUT TURN-PARM.
           IF WS-PARM-FILE-STATUS = "00" THEN
               READ TURN-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-TP-FROM-DATE NUMERIC THEN
                           MOVE WS-TP-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF WS-TP-TO-DATE NUMERIC AND
                           WS-TP-TO-DATE NOT = ZEROES THEN
                           MOVE WS-TP-TO-DATE TO WS-TO-DATE
                       END-IF
                       IF WS-TP-PLAYER-ID NOT = SPACES THEN
                           MOVE WS-TP-PLAYER-ID TO WS-SEL-PLAYER-ID
                           MOVE 'Y' TO WS-DETAIL-SW
                       END-IF
               END-READ
               CLOSE TURN-PARM
           END-IF.
       READ-SELECTION-PARM-EXIT.

      * One history record: a posted turn inside the selection gives
      * one decision per roll the player could have rolled again
      * from - the hold off the first roll, then the hold off the
      * second or, when the turn stopped short, standing on the
      * roll the turn ended with.
       GRADE-ONE-TURN.
           READ TURN-HISTORY
               AT END
                   MOVE 'Y' TO WS-TRN-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TURNS-READ
                   IF WS-TRN-DATE >= WS-FROM-DATE AND
                       WS-TRN-DATE <= WS-TO-DATE AND
                       (WS-SEL-PLAYER-ID = SPACES OR
                        WS-TRN-PLAYER-ID = WS-SEL-PLAYER-ID) THEN
                       PERFORM GRADE-SELECTED-TURN
                   END-IF
           END-READ.
       GRADE-ONE-TURN-EXIT.

       GRADE-SELECTED-TURN.
           MOVE WS-TRN-RULE-SET TO WS-RULE-SET.
           PERFORM RESOLVE-CATEGORY-INDEX.
           IF WS-TRN-STATUS NOT = 'P' OR WS-CATEGORY-INDEX = 0 OR
               WS-TRN-ROLLS < 1 OR WS-TRN-ROLLS > 3 THEN
               ADD 1 TO WS-TURNS-SKIPPED
           ELSE
               ADD 1 TO WS-TURNS-GRADED
               EVALUATE WS-TRN-ROLLS
               WHEN 1
                   MOVE WS-TRN-FINAL-DICE TO WS-DEC-ROLL
                   MOVE 'YYYYY' TO WS-DEC-HOLD
                   MOVE 1 TO WS-DEC-ROLL-NO
                   PERFORM GRADE-ONE-DECISION
               WHEN 2
                   MOVE WS-TRN-ROLL-1 TO WS-DEC-ROLL
                   MOVE WS-TRN-HOLD-1 TO WS-DEC-HOLD
                   MOVE 1 TO WS-DEC-ROLL-NO
                   PERFORM GRADE-ONE-DECISION
                   MOVE WS-TRN-FINAL-DICE TO WS-DEC-ROLL
                   MOVE 'YYYYY' TO WS-DEC-HOLD
                   MOVE 2 TO WS-DEC-ROLL-NO
                   PERFORM GRADE-ONE-DECISION
               WHEN 3
                   MOVE WS-TRN-ROLL-1 TO WS-DEC-ROLL
                   MOVE WS-TRN-HOLD-1 TO WS-DEC-HOLD
                   MOVE 1 TO WS-DEC-ROLL-NO
                   PERFORM GRADE-ONE-DECISION
                   MOVE WS-TRN-ROLL-2 TO WS-DEC-ROLL
                   MOVE WS-TRN-HOLD-2 TO WS-DEC-HOLD
                   MOVE 2 TO WS-DEC-ROLL-NO
                   PERFORM GRADE-ONE-DECISION
               END-EVALUATE
           END-IF.
       GRADE-SELECTED-TURN-EXIT.

      ******************************************************************
      * The chosen hold's expected value against the best of all 32,
      * released to the sort as one graded decision.
      ******************************************************************
       GRADE-ONE-DECISION.
           MOVE WS-DEC-HOLD TO WS-EV-HOLD.
           PERFORM EVALUATE-HOLD.
           MOVE WS-EV-VALUE TO WS-CHOSEN-EV.
           MOVE WS-CHOSEN-EV TO WS-BEST-EV.
           MOVE WS-DEC-HOLD TO WS-BEST-HOLD.
           PERFORM TRY-ONE-MASK
               VARYING WS-MASK-NO FROM 0 BY 1
               UNTIL WS-MASK-NO > 31.
           INITIALIZE WS-SRT-RECORD.
           MOVE WS-TRN-PLAYER-ID TO WS-SRT-PLAYER-ID.
           COMPUTE WS-SRT-LOSS = WS-BEST-EV - WS-CHOSEN-EV.
           MOVE WS-CHOSEN-EV TO WS-SRT-CHOSEN-EV.
           MOVE WS-BEST-EV TO WS-SRT-BEST-EV.
           MOVE WS-TRN-DATE TO WS-SRT-DATE.
           MOVE WS-TRN-GAME-NO TO WS-SRT-GAME-NO.
           MOVE WS-TRN-CATEGORY TO WS-SRT-CATEGORY.
           MOVE WS-DEC-ROLL-NO TO WS-SRT-ROLL-NO.
           MOVE WS-DEC-ROLL TO WS-SRT-ROLL.
           MOVE WS-DEC-HOLD TO WS-SRT-HOLD.
           MOVE WS-BEST-HOLD TO WS-SRT-BEST-HOLD.
           RELEASE WS-SRT-RECORD.
       GRADE-ONE-DECISION-EXIT.

      * Only a strictly better hold replaces the one in hand, so a
      * choice tied with the best stands as optimal.
       TRY-ONE-MASK.
           MOVE WS-MASK-NO TO WS-MASK-WORK.
           MOVE 1 TO WS-MASK-POS.
           PERFORM BUILD-ONE-MASK-POSITION UNTIL WS-MASK-POS > 5.
           PERFORM EVALUATE-HOLD.
           IF WS-EV-VALUE > WS-BEST-EV THEN
               MOVE WS-EV-VALUE TO WS-BEST-EV
               MOVE WS-EV-HOLD TO WS-BEST-HOLD
           END-IF.
       TRY-ONE-MASK-EXIT.

       BUILD-ONE-MASK-POSITION.
           DIVIDE WS-MASK-WORK BY 2 GIVING WS-MASK-WORK
               REMAINDER WS-MASK-REM.
           IF WS-MASK-REM = 1 THEN
               MOVE 'Y' TO WS-EV-HOLD(WS-MASK-POS:1)
           ELSE
               MOVE 'N' TO WS-EV-HOLD(WS-MASK-POS:1)
           END-IF.
           ADD 1 TO WS-MASK-POS.
       BUILD-ONE-MASK-POSITION-EXIT.

      ******************************************************************
      * Expected score of the turn's category for the hold in
      * WS-EV-HOLD off the roll in WS-DEC-ROLL: every outcome of the
      * dice not held is scored once and the total averaged over
      * the 6 ** n outcomes. Holding all five is one outcome - the
      * roll's own score.
      ******************************************************************
       EVALUATE-HOLD.
           MOVE ZEROES TO WS-KEPT-COUNTS.
           MOVE 0 TO WS-EV-FREE.
           MOVE 1 TO WS-EV-POS.
           PERFORM KEEP-ONE-DIE UNTIL WS-EV-POS > 5.
           MOVE "11111" TO WS-EV-ODOMETER.
           MOVE 0 TO WS-EV-TOTAL.
           MOVE 0 TO WS-EV-OUTCOMES.
           MOVE 'N' TO WS-EV-DONE-SW.
           PERFORM SCORE-ONE-OUTCOME UNTIL WS-EV-DONE.
           COMPUTE WS-EV-VALUE ROUNDED =
               WS-EV-TOTAL / WS-EV-OUTCOMES.
       EVALUATE-HOLD-EXIT.

       KEEP-ONE-DIE.
           IF WS-EV-HOLD(WS-EV-POS:1) = 'Y' THEN
               MOVE WS-DEC-ROLL(WS-EV-POS:1) TO WS-EV-FACE
               ADD 1 TO WS-KEPT-COUNT(WS-EV-FACE)
           ELSE
               ADD 1 TO WS-EV-FREE
           END-IF.
           ADD 1 TO WS-EV-POS.
       KEEP-ONE-DIE-EXIT.

       SCORE-ONE-OUTCOME.
           MOVE WS-KEPT-COUNTS TO WS-SC-COUNTS.
           MOVE 1 TO WS-EV-POS.
           PERFORM ADD-ONE-WHEEL UNTIL WS-EV-POS > WS-EV-FREE.
           PERFORM SCORE-DICE-COUNTS.
           ADD WS-SC-RESULT TO WS-EV-TOTAL.
           ADD 1 TO WS-EV-OUTCOMES.
           PERFORM ADVANCE-ODOMETER.
       SCORE-ONE-OUTCOME-EXIT.

       ADD-ONE-WHEEL.
           MOVE WS-EV-WHEEL(WS-EV-POS) TO WS-EV-FACE.
           ADD 1 TO WS-SC-COUNT(WS-EV-FACE).
           ADD 1 TO WS-EV-POS.
       ADD-ONE-WHEEL-EXIT.

      * Turns the first wheel and carries a wheel past six into the
      * next; the carry off the last wheel ends the enumeration.
       ADVANCE-ODOMETER.
           IF WS-EV-FREE = 0 THEN
               MOVE 'Y' TO WS-EV-DONE-SW
           ELSE
               MOVE 1 TO WS-EV-POS
               MOVE 'Y' TO WS-EV-CARRY-SW
               PERFORM TURN-ONE-WHEEL
                   UNTIL NOT WS-EV-CARRY OR WS-EV-DONE
           END-IF.
       ADVANCE-ODOMETER-EXIT.

       TURN-ONE-WHEEL.
           IF WS-EV-POS > WS-EV-FREE THEN
               MOVE 'Y' TO WS-EV-DONE-SW
           ELSE
               ADD 1 TO WS-EV-WHEEL(WS-EV-POS)
               IF WS-EV-WHEEL(WS-EV-POS) > 6 THEN
                   MOVE 1 TO WS-EV-WHEEL(WS-EV-POS)
                   ADD 1 TO WS-EV-POS
               ELSE
                   MOVE 'N' TO WS-EV-CARRY-SW
               END-IF
           END-IF.
       TURN-ONE-WHEEL-EXIT.

      ******************************************************************
      * Score five dice held as face counts in WS-SC-COUNTS. Classic
      * Yacht: full house and four of a kind (exactly four) score
      * the dice, the straights 30 with the dice in any order, yacht
      * 50. Yahtzee: full house 35, three and four of a kind score
      * the dice on at least that many, a four-run 30, a five-run
      * 40, yahtzee 50.
      ******************************************************************
       SCORE-DICE-COUNTS.
           MOVE 0 TO WS-SC-SUM.
           MOVE 0 TO WS-SC-MAX.
           MOVE 0 TO WS-SC-RUN.
           MOVE 0 TO WS-SC-RUN-BEST.
           MOVE 'N' TO WS-SC-PAIR-SW.
           MOVE 'N' TO WS-SC-TRIPLE-SW.
           MOVE 1 TO WS-SC-FACE.
           PERFORM ANALYZE-ONE-FACE UNTIL WS-SC-FACE > 6.
           MOVE 0 TO WS-SC-RESULT.
           IF WS-YAHTZEE-RULES THEN
               PERFORM SCORE-YAHTZEE-CATEGORY
           ELSE
               PERFORM SCORE-CLASSIC-CATEGORY
           END-IF.
       SCORE-DICE-COUNTS-EXIT.

       ANALYZE-ONE-FACE.
           COMPUTE WS-SC-SUM = WS-SC-SUM +
               WS-SC-COUNT(WS-SC-FACE) * WS-SC-FACE.
           IF WS-SC-COUNT(WS-SC-FACE) > WS-SC-MAX THEN
               MOVE WS-SC-COUNT(WS-SC-FACE) TO WS-SC-MAX
           END-IF.
           IF WS-SC-COUNT(WS-SC-FACE) = 2 THEN
               MOVE 'Y' TO WS-SC-PAIR-SW
           END-IF.
           IF WS-SC-COUNT(WS-SC-FACE) = 3 THEN
               MOVE 'Y' TO WS-SC-TRIPLE-SW
           END-IF.
           IF WS-SC-COUNT(WS-SC-FACE) > 0 THEN
               ADD 1 TO WS-SC-RUN
               IF WS-SC-RUN > WS-SC-RUN-BEST THEN
                   MOVE WS-SC-RUN TO WS-SC-RUN-BEST
               END-IF
           ELSE
               MOVE 0 TO WS-SC-RUN
           END-IF.
           ADD 1 TO WS-SC-FACE.
       ANALYZE-ONE-FACE-EXIT.

       SCORE-CLASSIC-CATEGORY.
           EVALUATE WS-CATEGORY-INDEX
           WHEN 1 THRU 6
               COMPUTE WS-SC-RESULT =
                   WS-SC-COUNT(WS-CATEGORY-INDEX) * WS-CATEGORY-INDEX
           WHEN 7
               IF WS-SC-PAIR AND WS-SC-TRIPLE THEN
                   MOVE WS-SC-SUM TO WS-SC-RESULT
               END-IF
           WHEN 8
               IF WS-SC-MAX = 4 THEN
                   MOVE WS-SC-SUM TO WS-SC-RESULT
               END-IF
           WHEN 9
               IF WS-SC-RUN-BEST = 5 AND WS-SC-COUNT(6) = 0 THEN
                   MOVE 30 TO WS-SC-RESULT
               END-IF
           WHEN 10
               IF WS-SC-RUN-BEST = 5 AND WS-SC-COUNT(1) = 0 THEN
                   MOVE 30 TO WS-SC-RESULT
               END-IF
           WHEN 11
               MOVE WS-SC-SUM TO WS-SC-RESULT
           WHEN 12
               IF WS-SC-MAX = 5 THEN
                   MOVE 50 TO WS-SC-RESULT
               END-IF
           END-EVALUATE.
       SCORE-CLASSIC-CATEGORY-EXIT.

       SCORE-YAHTZEE-CATEGORY.
           EVALUATE WS-CATEGORY-INDEX
           WHEN 1 THRU 6
               COMPUTE WS-SC-RESULT =
                   WS-SC-COUNT(WS-CATEGORY-INDEX) * WS-CATEGORY-INDEX
           WHEN 7
               IF WS-SC-PAIR AND WS-SC-TRIPLE THEN
                   MOVE 35 TO WS-SC-RESULT
               END-IF
           WHEN 8
               IF WS-SC-MAX >= 4 THEN
                   MOVE WS-SC-SUM TO WS-SC-RESULT
               END-IF
           WHEN 9
               IF WS-SC-RUN-BEST >= 4 THEN
                   MOVE 30 TO WS-SC-RESULT
               END-IF
           WHEN 10
               IF WS-SC-RUN-BEST = 5 THEN
                   MOVE 40 TO WS-SC-RESULT
               END-IF
           WHEN 11
               MOVE WS-SC-SUM TO WS-SC-RESULT
           WHEN 12
               IF WS-SC-MAX = 5 THEN
                   MOVE 50 TO WS-SC-RESULT
               END-IF
           WHEN 13
               IF WS-SC-MAX >= 3 THEN
                   MOVE WS-SC-SUM TO WS-SC-RESULT
               END-IF
           END-EVALUATE.
       SCORE-YAHTZEE-CATEGORY-EXIT.

      * The category names exactly as YACHT resolves them, the
      * Yahtzee names only on a Yahtzee turn.
       RESOLVE-CATEGORY-INDEX.
           EVALUATE WS-TRN-CATEGORY
           WHEN "ones"
               MOVE 1 TO WS-CATEGORY-INDEX
           WHEN "twos"
               MOVE 2 TO WS-CATEGORY-INDEX
           WHEN "threes"
               MOVE 3 TO WS-CATEGORY-INDEX
           WHEN "fours"
               MOVE 4 TO WS-CATEGORY-INDEX
           WHEN "fives"
               MOVE 5 TO WS-CATEGORY-INDEX
           WHEN "sixes"
               MOVE 6 TO WS-CATEGORY-INDEX
           WHEN "full house"
               MOVE 7 TO WS-CATEGORY-INDEX
           WHEN "four of a kind"
               MOVE 8 TO WS-CATEGORY-INDEX
           WHEN "little straight"
               MOVE 9 TO WS-CATEGORY-INDEX
           WHEN "big straight"
               MOVE 10 TO WS-CATEGORY-INDEX
           WHEN "choice"
               MOVE 11 TO WS-CATEGORY-INDEX
           WHEN "yacht"
               MOVE 12 TO WS-CATEGORY-INDEX
           WHEN "three of a kind"
               MOVE 13 TO WS-CATEGORY-INDEX
           WHEN "small straight"
               MOVE 9 TO WS-CATEGORY-INDEX
           WHEN "large straight"
               MOVE 10 TO WS-CATEGORY-INDEX
           WHEN "chance"
               MOVE 11 TO WS-CATEGORY-INDEX
           WHEN "yahtzee"
               MOVE 12 TO WS-CATEGORY-INDEX
           WHEN OTHER
               MOVE 0 TO WS-CATEGORY-INDEX
           END-EVALUATE.
           IF NOT WS-YAHTZEE-RULES THEN
               EVALUATE WS-TRN-CATEGORY
               WHEN "three of a kind"
               WHEN "small straight"
               WHEN "large straight"
               WHEN "chance"
               WHEN "yahtzee"
                   MOVE 0 TO WS-CATEGORY-INDEX
               END-EVALUATE
           END-IF.
       RESOLVE-CATEGORY-INDEX-EXIT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "TURN DECISION QUALITY - RUN ID " WS-RUN-ID
               " AS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "TURNS DATED " WS-FROM-DATE " THROUGH " WS-TO-DATE
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           IF WS-DETAIL-LISTING THEN
               MOVE SPACES TO WS-RPT-RECORD
               STRING "PLAYER " WS-SEL-PLAYER-ID
                   " - EVERY DECISION LISTED, LARGEST MISS FIRST"
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           END-IF.
           MOVE "EXPECTED VALUE = SCORE OF THE POSTED CATEGORY AFTER "
               TO WS-RPT-RECORD.
           MOVE "ONE MORE ROLL" TO WS-RPT-RECORD(53:13).
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "PLAYER-ID   DECISIONS  OPTIMAL    PCT  "
               "POINTS LOST  LOST/DECISION"
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
       WRITE-REPORT-HEADER-EXIT.

      * One returned decision. The first of a player's group is
      * their worst miss (the sort puts the largest loss first), so
      * it is kept for the line under the player's totals.
       TAKE-ONE-DECISION.
           IF WS-SRT-PLAYER-ID NOT = WS-CUR-PLAYER-ID THEN
               IF WS-CUR-PLAYER-ID NOT = SPACES THEN
                   PERFORM WRITE-PLAYER-LINE
               END-IF
               MOVE WS-SRT-PLAYER-ID TO WS-CUR-PLAYER-ID
               MOVE 0 TO WS-PLR-DECISIONS
               MOVE 0 TO WS-PLR-OPTIMAL
               MOVE 0 TO WS-PLR-LOSS
               PERFORM BUILD-DECISION-LINE
               MOVE WS-RPT-RECORD TO WS-WORST-LINE
               IF WS-SRT-LOSS = 0 THEN
                   MOVE SPACES TO WS-WORST-LINE
               END-IF
           END-IF.
           ADD 1 TO WS-PLR-DECISIONS.
           IF WS-SRT-LOSS = 0 THEN
               ADD 1 TO WS-PLR-OPTIMAL
           END-IF.
           ADD WS-SRT-LOSS TO WS-PLR-LOSS.
           IF WS-DETAIL-LISTING THEN
               PERFORM BUILD-DECISION-LINE
               WRITE WS-RPT-RECORD
           END-IF.
       TAKE-ONE-DECISION-EXIT.

       BUILD-DECISION-LINE.
           MOVE WS-SRT-CHOSEN-EV TO WS-RPT-EV.
           MOVE WS-SRT-BEST-EV TO WS-RPT-EV-2.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "  " WS-SRT-DATE " G" WS-SRT-GAME-NO " "
               WS-SRT-CATEGORY " ROLL " WS-SRT-ROLL-NO " "
               WS-SRT-ROLL " HELD " WS-SRT-HOLD " EV " WS-RPT-EV
               " BEST " WS-SRT-BEST-HOLD " EV " WS-RPT-EV-2
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
       BUILD-DECISION-LINE-EXIT.

       WRITE-PLAYER-LINE.
           ADD 1 TO WS-GRD-PLAYERS.
           ADD WS-PLR-DECISIONS TO WS-GRD-DECISIONS.
           ADD WS-PLR-OPTIMAL TO WS-GRD-OPTIMAL.
           ADD WS-PLR-LOSS TO WS-GRD-LOSS.
           MOVE WS-PLR-DECISIONS TO WS-RPT-COUNT.
           MOVE WS-PLR-OPTIMAL TO WS-RPT-COUNT-2.
           COMPUTE WS-PCT-WORK ROUNDED =
               WS-PLR-OPTIMAL * 100 / WS-PLR-DECISIONS.
           MOVE WS-PCT-WORK TO WS-RPT-PCT.
           MOVE WS-PLR-LOSS TO WS-RPT-LOSS.
           COMPUTE WS-AVG-WORK ROUNDED =
               WS-PLR-LOSS / WS-PLR-DECISIONS.
           MOVE WS-AVG-WORK TO WS-RPT-AVG.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING WS-CUR-PLAYER-ID "  " WS-RPT-COUNT "  "
               WS-RPT-COUNT-2 "  " WS-RPT-PCT "   " WS-RPT-LOSS
               "         " WS-RPT-AVG
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           IF WS-WORST-LINE NOT = SPACES AND NOT WS-DETAIL-LISTING
               THEN
               MOVE SPACES TO WS-RPT-RECORD
               STRING "  WORST:" WS-WORST-LINE(3:90)
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           END-IF.
       WRITE-PLAYER-LINE-EXIT.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           IF WS-GRD-DECISIONS = 0 THEN
               MOVE "NO GRADED DECISIONS IN THE SELECTION" TO
                   WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           ELSE
               MOVE WS-GRD-DECISIONS TO WS-RPT-COUNT
               MOVE WS-GRD-OPTIMAL TO WS-RPT-COUNT-2
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-GRD-OPTIMAL * 100 / WS-GRD-DECISIONS
               MOVE WS-PCT-WORK TO WS-RPT-PCT
               MOVE WS-GRD-LOSS TO WS-RPT-LOSS
               COMPUTE WS-AVG-WORK ROUNDED =
                   WS-GRD-LOSS / WS-GRD-DECISIONS
               MOVE WS-AVG-WORK TO WS-RPT-AVG
               MOVE SPACES TO WS-RPT-RECORD
               STRING "ALL PLAYERS " WS-RPT-COUNT "  "
                   WS-RPT-COUNT-2 "  " WS-RPT-PCT "   " WS-RPT-LOSS
                   "         " WS-RPT-AVG
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           END-IF.
           MOVE WS-TURNS-READ TO WS-RPT-COUNT.
           MOVE WS-TURNS-GRADED TO WS-RPT-COUNT-2.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "TURNS READ " WS-RPT-COUNT "  GRADED " WS-RPT-COUNT-2
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-TURNS-SKIPPED TO WS-RPT-COUNT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "TURNS NOT GRADED (UNPOSTED OR UNREADABLE) "
               WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
       WRITE-REPORT-TOTALS-EXIT.

           COPY RUNCTLP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

      ******************************************************************
      * SORT input procedure: every selected, posted turn on the
      * history grades into one sort record per decision.
      ******************************************************************
       RELEASE-GRADED-DECISIONS SECTION.
       RELEASE-DECISIONS-START.
           MOVE 'N' TO WS-TRN-EOF-SW.
           PERFORM GRADE-ONE-TURN UNTIL WS-TRN-EOF.
           GO TO RELEASE-DECISIONS-DONE.

       RELEASE-DECISIONS-DONE.
           EXIT.

      ******************************************************************
      * SORT output procedure: decisions come back by player, worst
      * miss first, and total up one report line per player.
      ******************************************************************
       REPORT-GRADED-DECISIONS SECTION.
       REPORT-DECISIONS-START.
           MOVE 'N' TO WS-SORT-EOF-SW.
           PERFORM RETURN-ONE-DECISION UNTIL WS-SORT-EOF.
           IF WS-CUR-PLAYER-ID NOT = SPACES THEN
               PERFORM WRITE-PLAYER-LINE
           END-IF.
           GO TO REPORT-DECISIONS-DONE.

       RETURN-ONE-DECISION.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
               NOT AT END
                   PERFORM TAKE-ONE-DECISION
           END-RETURN.

       REPORT-DECISIONS-DONE.
           EXIT.

       END PROGRAM TURNQUAL.
