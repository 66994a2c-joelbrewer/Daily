      *                AUTHCHK module and AUTHCHKP copybook); a
      *                refused run logs severe so EXCPALRT pages
      *                the same night.
      * 05/13/2024 JB - Category names now edit against the player's
      *                rule set off the roster (carved from FILLER):
      *                a Yahtzee player's three of a kind, small and
      *                large straight, chance and yahtzee pass, and
      *                the same names on a classic player's record
      *                are refused the way any unknown name is. The
      *                duplicate check carries the thirteenth flag.
      * 05/20/2024 JB - Turn-detail ('T') records now pass the edit
      *                beside the scoring records: one to three
      *                rolls, each roll five dice 1-6, a Y/N hold
      *                mask behind every roll that was rolled
      *                again, every held die present in the next
      *                roll, a one-roll turn matching its final
      *                dice, and one turn per player, game and
      *                category in the batch.
      * 06/24/2024 JB - A correction may cite the DISPMNT dispute case
      *                it settles in bytes carved from the trailing
      *                FILLER; the case number must be numeric and
      *                non-zero, and only a correction may carry one.
      * 07/29/2024 JB - The scorekeeper's keyer id, carved from the
      *                trailing FILLER behind the case number, rides
      *                through to YACHTACC untouched and shows on the
      *                edit register beside the site. Every record
      *                edited appends a 'K' (keyed) record to the
      *                YACHTKLG keying history and every record in
      *                error an 'E' as well, for the KEYRPT keying-
      *                accuracy report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YACHTEDT.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDIT-REGISTER ASSIGN TO "YACHTEDR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KEYING-HISTORY ASSIGN TO "YACHTKLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KLG-FILE-STATUS.
           SELECT ROSTER-MASTER ASSIGN TO "ROSTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05 WS-YACHT-IN-ORIG-CATEGORY PIC X(15).
           05 WS-YACHT-IN-GAME-NO PIC 9(02).
           05 WS-YACHT-IN-SITE PIC X(03).
           05 WS-YACHT-IN-CASE-NO PIC X(06).
           05 WS-YACHT-IN-KEYER-ID PIC X(08).
           05 FILLER PIC X(13).
      * The turn-detail ('T') view of the same record, as YACHT
      * reads it: rolls and holds over the original-category bytes
      * and the front of the trailing FILLER.
       01 WS-YACHT-IN-TURN-RECORD.
           05 FILLER PIC X(33).
           05 WS-YACHT-IN-TURN-ROLL-1 PIC X(05).
           05 WS-YACHT-IN-TURN-HOLD-1 PIC X(05).
           05 WS-YACHT-IN-TURN-ROLL-2 PIC X(05).
           05 FILLER PIC X(05).
           05 WS-YACHT-IN-TURN-HOLD-2 PIC X(05).
           05 WS-YACHT-IN-TURN-ROLLS PIC X(01).
           05 FILLER PIC X(21).

       FD  YACHT-ACC.
       01 WS-ACC-RECORD PIC X(80).
       FD  EDIT-REGISTER.
       01 WS-REG-RECORD PIC X(100).

      * Keying history, in the layout YACHT appends to it: 'K' a
      * record keyed, 'E' a record refused here. A batch held and
      * edited again the same night logs again under its new run
      * id; KEYRPT counts only the night's first edit.
       FD  KEYING-HISTORY.
       01 WS-KLG-RECORD.
           05 WS-KLG-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-KLG-EVENT PIC X(01).
           05 FILLER PIC X(01).
           05 WS-KLG-SITE PIC X(03).
           05 FILLER PIC X(01).
           05 WS-KLG-KEYER-ID PIC X(08).
           05 FILLER PIC X(01).
           05 WS-KLG-PLAYER-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-KLG-GAME-NO PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-KLG-CATEGORY PIC X(15).
           05 FILLER PIC X(01).
           05 WS-KLG-SOURCE PIC X(08).
           05 FILLER PIC X(01).
           05 WS-KLG-RUN-ID PIC X(14).
           05 FILLER PIC X(03).

      * Player roster master maintained by ROSTMNT, read-only here,
      * the same way YACHT itself reads it. WS-ROST-RULE-SET, carved
      * from FILLER, is 'Y' for a player who plays Yahtzee rules.
       FD  ROSTER-MASTER.
       01 WS-ROST-RECORD.
           05 WS-ROST-PLAYER-ID PIC X(10).
           05 WS-ROST-DIVISION PIC 9(01).
           05 WS-ROST-NAME PIC X(20).
           05 WS-ROST-CONTACT PIC X(20).
           05 WS-ROST-RULE-SET PIC X(01).
           05 FILLER PIC X(11).

      * Dues ledger as DUESMNT keeps it, read-only here: only the
      * charged and paid sides matter to the hold.
       01 WS-RECORD-VALID-SW PIC X(01).
           88 WS-RECORD-VALID VALUE 'Y'.
       01 WS-ERROR-REASON PIC X(40).
       01 WS-KLG-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-KLG-EVENT-PARM PIC X(01).

      * Working copies of the record under edit.
       01 WS-PLAYER-ID PIC X(10).
       01 WS-CATEGORY-INDEX PIC 99.
       01 WS-CATEGORY-WORK PIC X(15).

      * The rule set the record's category names edit against: 'Y'
      * off the roster for a Yahtzee player, classic otherwise
      * (including a run without the roster file).
       01 WS-RULE-SET PIC X(01) VALUE 'C'.
           88 WS-YAHTZEE-RULES VALUE 'Y'.

      * Roster enforcement switches, same shape as YACHT's: a run
      * without the file edits the old, unchecked way rather than
      * erroring the whole batch.
           05 WS-SEEN-ENTRY OCCURS 50 TIMES INDEXED BY WS-SEEN-IDX.
               10 WS-SEEN-PLAYER-ID PIC X(10).
               10 WS-SEEN-GAME-NO PIC 99.
               10 WS-SEEN-FLAG PIC X(01) OCCURS 13 TIMES.
               10 WS-SEEN-TURN-FLAG PIC X(01) OCCURS 13 TIMES.

      * Turn-detail edit fields: the roll and hold under check, the
      * roll the held dice must turn up in, and a face count of
      * each so a hold can be proved against the next roll however
      * the keyer ordered the dice.
       01 WS-TURN-ROLLS PIC X(01).
       01 WS-TURN-ROLL-WORK PIC X(05).
       01 WS-TURN-HOLD-WORK PIC X(05).
       01 WS-TURN-NEXT-WORK PIC X(05).
       01 WS-TURN-POS PIC 9(01).
       01 WS-TURN-FACE PIC 9(01).
       01 WS-TURN-FACE-COUNTS.
           05 WS-HELD-FACE-COUNT PIC 9(01) OCCURS 6 TIMES.
           05 WS-NEXT-FACE-COUNT PIC 9(01) OCCURS 6 TIMES.

      * Control totals for the register and the ops-count log.
       01 WS-READ-COUNT PIC 9(05) VALUE 0.
           OPEN INPUT YACHT-IN.
           OPEN OUTPUT YACHT-ACC.
           OPEN OUTPUT EDIT-REGISTER.
           OPEN EXTEND KEYING-HISTORY.
           IF WS-KLG-FILE-STATUS NOT = "00" THEN
               OPEN OUTPUT KEYING-HISTORY
           END-IF.
           PERFORM OPEN-ROSTER-MASTER.
           PERFORM OPEN-DUES-MASTER.
           PERFORM OPEN-EXCEPTION-LOG.
           CLOSE YACHT-ACC.
           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE EDIT-REGISTER.
           CLOSE KEYING-HISTORY.
           IF WS-ROSTER-ENFORCE THEN
               CLOSE ROSTER-MASTER
           END-IF.
           IF WS-RECORD-VALID THEN
               PERFORM EDIT-CATEGORIES
           END-IF.
           IF WS-RECORD-VALID AND WS-TXN-TYPE = 'T' THEN
               PERFORM EDIT-TURN-DETAIL
           END-IF.
           IF WS-RECORD-VALID AND WS-TXN-TYPE NOT = 'T' THEN
               PERFORM EDIT-CASE-NO
           END-IF.
           IF WS-RECORD-VALID THEN
               PERFORM EDIT-ROSTER
           END-IF.
           IF WS-RECORD-VALID THEN
               PERFORM EDIT-DUPLICATE-CATEGORY
           END-IF.
           MOVE 'K' TO WS-KLG-EVENT-PARM.
           PERFORM LOG-KEYING-EVENT.
           IF WS-RECORD-VALID THEN
               ADD 1 TO WS-ACCEPTED-COUNT
               MOVE WS-YACHT-IN-RECORD TO WS-ACC-RECORD
               WRITE WS-ACC-RECORD
           ELSE
               PERFORM WRITE-REGISTER-ERROR
               MOVE 'E' TO WS-KLG-EVENT-PARM
               PERFORM LOG-KEYING-EVENT
           END-IF.
           PERFORM READ-YACHT-RECORD.
       EDIT-ONE-RECORD-EXIT.

      * The record in hand on the keying history under the event
      * the caller sets.
       LOG-KEYING-EVENT.
           INITIALIZE WS-KLG-RECORD WITH FILLER.
           MOVE WS-KLG-EVENT-PARM TO WS-KLG-EVENT.
           MOVE WS-RUN-DATE TO WS-KLG-DATE.
           IF WS-YACHT-IN-SITE = SPACES THEN
               MOVE 'LCL' TO WS-KLG-SITE
           ELSE
               MOVE WS-YACHT-IN-SITE TO WS-KLG-SITE
           END-IF.
           MOVE WS-YACHT-IN-KEYER-ID TO WS-KLG-KEYER-ID.
           MOVE WS-PLAYER-ID TO WS-KLG-PLAYER-ID.
           MOVE WS-GAME-NO TO WS-KLG-GAME-NO.
           MOVE WS-CATEGORY TO WS-KLG-CATEGORY.
           MOVE 'YACHTEDT' TO WS-KLG-SOURCE.
           MOVE WS-RUN-ID TO WS-KLG-RUN-ID.
           WRITE WS-KLG-RECORD.
       LOG-KEYING-EVENT-EXIT.

       EDIT-PLAYER-ID.
           IF WS-PLAYER-ID = SPACES THEN
               MOVE 'N' TO WS-RECORD-VALID-SW
       EDIT-PLAYER-ID-EXIT.

       EDIT-TXN-TYPE.
           IF WS-TXN-TYPE NOT = SPACE AND WS-TXN-TYPE NOT = 'C'
               AND WS-TXN-TYPE NOT = 'T' THEN
               MOVE 'N' TO WS-RECORD-VALID-SW
               MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-ERROR-REASON
           END-IF.

      * The replacement (or only) category must resolve; a
      * correction's original category must resolve too, and a
      * fresh score must not carry one at all - a turn detail's
      * rolls sit in those bytes. The names resolve against the
      * player's rule set.
       EDIT-CATEGORIES.
           PERFORM LOOKUP-RULE-SET.
           MOVE WS-CATEGORY TO WS-CATEGORY-WORK.
           PERFORM RESOLVE-CATEGORY-INDEX.
           IF WS-CATEGORY-INDEX = 0 THEN
                           TO WS-ERROR-REASON
                   END-IF
               ELSE
                   IF WS-ORIG-CATEGORY NOT = SPACES AND
                       WS-TXN-TYPE NOT = 'T' THEN
                       MOVE 'N' TO WS-RECORD-VALID-SW
                       MOVE 'ORIG CATEGORY ON NON-CORRECTION RECORD'
                           TO WS-ERROR-REASON
           END-IF.
       EDIT-CATEGORIES-EXIT.

      * A correction may name the dispute case it settles, so YACHT
      * can close the case when the fix posts. A turn detail's rolls
      * sit in the same bytes and never reach this edit.
       EDIT-CASE-NO.
           IF WS-YACHT-IN-CASE-NO NOT = SPACES THEN
               EVALUATE TRUE
               WHEN WS-TXN-TYPE NOT = 'C'
                   MOVE 'N' TO WS-RECORD-VALID-SW
                   MOVE 'CASE NUMBER ON NON-CORRECTION RECORD' TO
                       WS-ERROR-REASON
               WHEN WS-YACHT-IN-CASE-NO NOT NUMERIC
                   MOVE 'N' TO WS-RECORD-VALID-SW
                   MOVE 'CASE NUMBER NOT NUMERIC' TO WS-ERROR-REASON
               WHEN WS-YACHT-IN-CASE-NO = '000000'
                   MOVE 'N' TO WS-RECORD-VALID-SW
                   MOVE 'CASE NUMBER IS ZERO' TO WS-ERROR-REASON
               END-EVALUATE
           END-IF.
       EDIT-CASE-NO-EXIT.

      * A turn detail must hang together: one to three rolls, every
      * roll keyed actually shown as five dice 1-6, a Y/N hold mask
      * behind every roll that was rolled again, nothing keyed for a
      * roll that never happened, and every held die turning up
      * again in the roll after the hold. A one-roll turn's only
      * roll is its final dice.
       EDIT-TURN-DETAIL.
           MOVE WS-YACHT-IN-TURN-ROLLS TO WS-TURN-ROLLS.
           IF WS-TURN-ROLLS < '1' OR WS-TURN-ROLLS > '3' THEN
               MOVE 'N' TO WS-RECORD-VALID-SW
               MOVE 'TURN ROLL COUNT MUST BE 1-3' TO WS-ERROR-REASON
           END-IF.
           IF WS-RECORD-VALID THEN
               MOVE WS-YACHT-IN-TURN-ROLL-1 TO WS-TURN-ROLL-WORK
               PERFORM EDIT-TURN-ROLL
           END-IF.
           IF WS-RECORD-VALID THEN
               EVALUATE WS-TURN-ROLLS
               WHEN '1'
                   PERFORM EDIT-ONE-ROLL-TURN
               WHEN '2'
                   PERFORM EDIT-TWO-ROLL-TURN
               WHEN '3'
                   PERFORM EDIT-THREE-ROLL-TURN
               END-EVALUATE
           END-IF.
       EDIT-TURN-DETAIL-EXIT.

       EDIT-ONE-ROLL-TURN.
           IF WS-YACHT-IN-TURN-ROLL-1 NOT = WS-DICE THEN
               MOVE 'N' TO WS-RECORD-VALID-SW
               MOVE 'ONE-ROLL TURN MUST MATCH FINAL DICE' TO
                   WS-ERROR-REASON
           END-IF.
           IF WS-RECORD-VALID THEN
               IF WS-YACHT-IN-TURN-HOLD-1 NOT = SPACES OR
                   WS-YACHT-IN-TURN-ROLL-2 NOT = SPACES OR
                   WS-YACHT-IN-TURN-HOLD-2 NOT = SPACES THEN
                   MOVE 'N' TO WS-RECORD-VALID-SW
                   MOVE 'ROLLS KEYED BEYOND THE TURN ROLL COUNT' TO
                       WS-ERROR-REASON
               END-IF
           END-IF.
       EDIT-ONE-ROLL-TURN-EXIT.

       EDIT-TWO-ROLL-TURN.
           IF WS-YACHT-IN-TURN-ROLL-2 NOT = SPACES OR
               WS-YACHT-IN-TURN-HOLD-2 NOT = SPACES THEN
               MOVE 'N' TO WS-RECORD-VALID-SW
               MOVE 'ROLLS KEYED BEYOND THE TURN ROLL COUNT' TO
                   WS-ERROR-REASON
           END-IF.
           IF WS-RECORD-VALID THEN
               MOVE WS-YACHT-IN-TURN-ROLL-1 TO WS-TURN-ROLL-WORK
               MOVE WS-YACHT-IN-TURN-HOLD-1 TO WS-TURN-HOLD-WORK
               MOVE WS-DICE TO WS-TURN-NEXT-WORK
               PERFORM EDIT-TURN-HOLD
           END-IF.
       EDIT-TWO-ROLL-TURN-EXIT.

       EDIT-THREE-ROLL-TURN.
           MOVE WS-YACHT-IN-TURN-ROLL-2 TO WS-TURN-ROLL-WORK.
           PERFORM EDIT-TURN-ROLL.
           IF WS-RECORD-VALID THEN
               MOVE WS-YACHT-IN-TURN-ROLL-1 TO WS-TURN-ROLL-WORK
               MOVE WS-YACHT-IN-TURN-HOLD-1 TO WS-TURN-HOLD-WORK
               MOVE WS-YACHT-IN-TURN-ROLL-2 TO WS-TURN-NEXT-WORK
               PERFORM EDIT-TURN-HOLD
           END-IF.
           IF WS-RECORD-VALID THEN
               MOVE WS-YACHT-IN-TURN-ROLL-2 TO WS-TURN-ROLL-WORK
               MOVE WS-YACHT-IN-TURN-HOLD-2 TO WS-TURN-HOLD-WORK
               MOVE WS-DICE TO WS-TURN-NEXT-WORK
               PERFORM EDIT-TURN-HOLD
           END-IF.
       EDIT-THREE-ROLL-TURN-EXIT.

       EDIT-TURN-ROLL.
           IF WS-TURN-ROLL-WORK NOT NUMERIC THEN
               MOVE 'N' TO WS-RECORD-VALID-SW
               MOVE 'TURN ROLL NOT NUMERIC' TO WS-ERROR-REASON
           ELSE
               MOVE 1 TO WS-TURN-POS
               PERFORM CHECK-TURN-DIE-BOUNDS UNTIL WS-TURN-POS > 5
                   OR NOT WS-RECORD-VALID
           END-IF.
       EDIT-TURN-ROLL-EXIT.

       CHECK-TURN-DIE-BOUNDS.
           IF WS-TURN-ROLL-WORK(WS-TURN-POS:1) < '1' OR
               WS-TURN-ROLL-WORK(WS-TURN-POS:1) > '6' THEN
               MOVE 'N' TO WS-RECORD-VALID-SW
               MOVE 'TURN ROLL OUT OF RANGE (MUST BE 1-6)' TO
                   WS-ERROR-REASON
           END-IF.
           ADD 1 TO WS-TURN-POS.
       CHECK-TURN-DIE-BOUNDS-EXIT.

      * WS-TURN-ROLL-WORK is the roll the hold was taken off,
      * WS-TURN-HOLD-WORK its mask, WS-TURN-NEXT-WORK the roll that
      * followed. Every die held must show up in that next roll.
       EDIT-TURN-HOLD.
           MOVE ZEROES TO WS-TURN-FACE-COUNTS.
           MOVE 1 TO WS-TURN-POS.
           PERFORM CHECK-ONE-HOLD-POSITION UNTIL WS-TURN-POS > 5
               OR NOT WS-RECORD-VALID.
           IF WS-RECORD-VALID THEN
               MOVE 1 TO WS-TURN-FACE
               PERFORM CHECK-ONE-HELD-FACE UNTIL WS-TURN-FACE > 6
                   OR NOT WS-RECORD-VALID
           END-IF.
       EDIT-TURN-HOLD-EXIT.

       CHECK-ONE-HOLD-POSITION.
           EVALUATE WS-TURN-HOLD-WORK(WS-TURN-POS:1)
           WHEN 'Y'
               MOVE WS-TURN-ROLL-WORK(WS-TURN-POS:1) TO WS-TURN-FACE
               ADD 1 TO WS-HELD-FACE-COUNT(WS-TURN-FACE)
           WHEN 'N'
               CONTINUE
           WHEN OTHER
               MOVE 'N' TO WS-RECORD-VALID-SW
               MOVE 'HOLD MASK MUST BE Y OR N PER DIE' TO
                   WS-ERROR-REASON
           END-EVALUATE.
           MOVE WS-TURN-NEXT-WORK(WS-TURN-POS:1) TO WS-TURN-FACE.
           ADD 1 TO WS-NEXT-FACE-COUNT(WS-TURN-FACE).
           ADD 1 TO WS-TURN-POS.
       CHECK-ONE-HOLD-POSITION-EXIT.

       CHECK-ONE-HELD-FACE.
           IF WS-HELD-FACE-COUNT(WS-TURN-FACE) >
               WS-NEXT-FACE-COUNT(WS-TURN-FACE) THEN
               MOVE 'N' TO WS-RECORD-VALID-SW
               MOVE 'HELD DICE MISSING FROM THE NEXT ROLL' TO
                   WS-ERROR-REASON
           END-IF.
           ADD 1 TO WS-TURN-FACE.
       CHECK-ONE-HELD-FACE-EXIT.

       RESOLVE-CATEGORY-INDEX.
           EVALUATE WS-CATEGORY-WORK
           WHEN "ones"
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
      * The Yahtzee names are only categories to a Yahtzee player,
      * exactly as YACHT resolves them.
           IF NOT WS-YAHTZEE-RULES THEN
               EVALUATE WS-CATEGORY-WORK
               WHEN "three of a kind"
               WHEN "small straight"
               WHEN "large straight"
               WHEN "chance"
               WHEN "yahtzee"
                   MOVE 0 TO WS-CATEGORY-INDEX
               END-EVALUATE
           END-IF.
       RESOLVE-CATEGORY-INDEX-EXIT.

      * The player's rule set off the roster; an unknown player
      * edits classic here and fails the roster edit next anyway.
       LOOKUP-RULE-SET.
           MOVE 'C' TO WS-RULE-SET.
           IF WS-ROSTER-ENFORCE THEN
               MOVE WS-PLAYER-ID TO WS-ROST-PLAYER-ID
               READ ROSTER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-ROST-RULE-SET = 'Y' THEN
                           MOVE 'Y' TO WS-RULE-SET
                       END-IF
               END-READ
           END-IF.
       LOOKUP-RULE-SET-EXIT.

       EDIT-ROSTER.
           MOVE 'Y' TO WS-ROSTER-ACTIVE-SW.
           IF WS-ROSTER-ENFORCE THEN
      * A second fresh score against a category already taken for
      * this player and game is the duplicate the scoring run would
      * otherwise discover mid-chain. Corrections re-post on
      * purpose, so they don't mark or trip the flags. A turn
      * detail keeps its own flags - one turn per category.
       EDIT-DUPLICATE-CATEGORY.
           EVALUATE WS-TXN-TYPE
           WHEN 'C'
               CONTINUE
           WHEN 'T'
               PERFORM EDIT-DUPLICATE-TURN
           WHEN OTHER
               PERFORM FIND-OR-ADD-SEEN-ENTRY
               MOVE WS-CATEGORY TO WS-CATEGORY-WORK
               PERFORM RESOLVE-CATEGORY-INDEX
                               WS-CATEGORY-INDEX)
                   END-IF
               END-IF
           END-EVALUATE.
       EDIT-DUPLICATE-CATEGORY-EXIT.

       EDIT-DUPLICATE-TURN.
           PERFORM FIND-OR-ADD-SEEN-ENTRY.
           MOVE WS-CATEGORY TO WS-CATEGORY-WORK.
           PERFORM RESOLVE-CATEGORY-INDEX.
           IF WS-RECORD-VALID AND NOT WS-SEEN-OVERFLOW THEN
               IF WS-SEEN-TURN-FLAG(WS-SEEN-IDX, WS-CATEGORY-INDEX)
                   = 'Y' THEN
                   MOVE 'N' TO WS-RECORD-VALID-SW
                   MOVE 'DUPLICATE TURN DETAIL IN BATCH' TO
                       WS-ERROR-REASON
               ELSE
                   MOVE 'Y' TO
                       WS-SEEN-TURN-FLAG(WS-SEEN-IDX,
                           WS-CATEGORY-INDEX)
               END-IF
           END-IF.
       EDIT-DUPLICATE-TURN-EXIT.

      * A 51st distinct player/game can't be tracked; the record
      * still edits clean on every other rule, matching the scoring
      * step's own 50-entry limit, which will reject it there.

       CLEAR-SEEN-FLAGS.
           MOVE 1 TO WS-CATEGORY-INDEX.
           PERFORM CLEAR-ONE-SEEN-FLAG UNTIL WS-CATEGORY-INDEX > 13.
       CLEAR-SEEN-FLAGS-EXIT.

       CLEAR-ONE-SEEN-FLAG.
           MOVE 'N' TO WS-SEEN-FLAG(WS-SEEN-IDX, WS-CATEGORY-INDEX).
           MOVE 'N' TO
               WS-SEEN-TURN-FLAG(WS-SEEN-IDX, WS-CATEGORY-INDEX).
           ADD 1 TO WS-CATEGORY-INDEX.
       CLEAR-ONE-SEEN-FLAG-EXIT.

           MOVE WS-READ-COUNT TO WS-REG-COUNT.
           MOVE SPACES TO WS-REG-RECORD.
           STRING "RECORD " WS-REG-COUNT "  " WS-YACHT-IN-SITE "  "
               WS-YACHT-IN-KEYER-ID "  " WS-PLAYER-ID "  "
               WS-ERROR-REASON
               DELIMITED BY SIZE INTO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           MOVE 'YACHTEDT' TO WS-EXCP-SOURCE-PARM.
