      *                AUTHCHK module and AUTHCHKP copybook); a
      *                refused run logs severe so EXCPALRT pages
      *                the same night.
      * 05/13/2024 JB - Rule-set code on the roster record (carved
      *                from FILLER): 'Y' scores the player's games
      *                under Yahtzee rules, blank or 'C' under the
      *                classic Yacht rules every record carries
      *                today. A register can name it and the new 'G'
      *                transaction switches an active player's game
      *                between the two, so the Thursday Yahtzee
      *                group's games can go through YACHT instead
      *                of staying on paper.
      * 06/10/2024 JB - Team assignment on the roster record (carved
      *                from FILLER) for the club competition: the
      *                new 'T' transaction puts an active player on
      *                a team from the TEAMMSTR team master, or off
      *                every team when the team is blank, and a
      *                register can name one too. A team not on the
      *                master, or disbanded, is a reject.
      * 07/15/2024 JB - Every applied transaction now writes a before-
      *                and-after image of the roster record to the
      *                keyed ROSTHIST history under its business
      *                date, so what a player was on a past date -
      *                division above all - can be told after the
      *                record is overwritten. The ROSTASOF module
      *                reads it back for the as-of inquiries.
      * 07/22/2024 JB - Player-ids beginning ANON are the anonymous
      *                ids PLYRERAS gives an erased member. Any
      *                transaction against one is a reject, so an
      *                erased record is never reactivated or given a
      *                name again and no new player can take the
      *                prefix.
      * 11/25/2024 JB - Every roster add and change now writes a before
      *                and after image to the shared MSTRJRNL master
      *                journal, so MSTRFWD can roll the desk's changes
      *                forward onto a restored image.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTMNT.
               FILE STATUS IS WS-ROST-FILE-STATUS.
           SELECT ROSTER-REJ ASSIGN TO "ROSTREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-HISTORY ASSIGN TO "ROSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-RHST-KEY
               FILE STATUS IS WS-RHST-FILE-STATUS.
           SELECT TEAM-MASTER ASSIGN TO "TEAMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-TEAM-ID
               FILE STATUS IS WS-TEAM-FILE-STATUS.
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
           COPY JRNLSEL.
       DATA DIVISION.
       FILE SECTION.
      * One transaction per record: 'R' registers (or reactivates)
      * the player-id, 'D' deactivates it, 'V' moves an active
      * player to the named division, 'N' sets the name and contact
      * details, 'G' sets the rule set the player's games score
      * under, 'T' puts the player on a club team. Anything else is
      * a reject. The division byte
      * (carved from FILLER) rides on 'R' and 'V'; blank or zero
      * means division 1, which is what every card keyed before
      * divisions existed carries. The name and contact fields ride
      * on 'R' and 'N'. The rule-set byte, also carved from FILLER,
      * rides on 'R' and 'G': 'Y' for Yahtzee, 'C' or blank for
      * classic Yacht. The team id, carved from FILLER behind it,
      * rides on 'R' and 'T'; blank on a 'T' takes the player off
      * their team.
       FD  ROSTER-TXN.
       01 WS-ROST-TXN-RECORD.
           05 WS-ROST-TXN-PLAYER-ID PIC X(10).
           05 WS-ROST-TXN-NAME PIC X(20).
           05 FILLER PIC X(01).
           05 WS-ROST-TXN-CONTACT PIC X(20).
           05 FILLER PIC X(01).
           05 WS-ROST-TXN-RULE-SET PIC X(01).
           05 FILLER PIC X(01).
           05 WS-ROST-TXN-TEAM-ID PIC X(04).
           05 FILLER PIC X(16).

      * Roster master: one record per player-id ever registered.
      * WS-ROST-STATUS is 'A' (active) or 'I' (inactive); YACHT only
      * WS-ROST-DIVISION, carved from FILLER, is the league division
      * the player competes in; a record from before divisions
      * existed carries spaces and reads as division 1.
      * WS-ROST-RULE-SET, also carved from FILLER, is the rule set
      * YACHT scores the player's games under: 'Y' Yahtzee, anything
      * else (a record from before the field carries a space) the
      * classic Yacht rules.
      * WS-ROST-TEAM-ID, carved from FILLER, is the club team on the
      * TEAMMSTR team master the player represents; spaces mean no
      * team.
       FD  ROSTER-MASTER.
       01 WS-ROST-RECORD.
           05 WS-ROST-PLAYER-ID PIC X(10).
           05 WS-ROST-DIVISION PIC 9(01).
           05 WS-ROST-NAME PIC X(20).
           05 WS-ROST-CONTACT PIC X(20).
           05 WS-ROST-RULE-SET PIC X(01).
           05 WS-ROST-TEAM-ID PIC X(04).
           05 FILLER PIC X(07).

       FD  ROSTER-REJ.
       01 WS-ROST-REJ-RECORD.
           05 WS-ROST-REJ-REASON PIC X(40).
           05 FILLER PIC X(27).

      * Roster change history: one record per applied transaction,
      * keyed by player, the business date it took effect, and a
      * sequence within the day. The before image is the record as
      * it stood (all spaces for a first registration); the after
      * image is the record as rewritten. A change dated D holds
      * from D's scoring run onward.
       FD  ROSTER-HISTORY.
       01 WS-RHST-RECORD.
           05 WS-RHST-KEY.
               10 WS-RHST-PLAYER-ID PIC X(10).
               10 WS-RHST-EFF-DATE PIC 9(08).
               10 WS-RHST-SEQ PIC 9(03).
           05 WS-RHST-TXN-TYPE PIC X(01).
           05 WS-RHST-BEFORE.
               10 WS-RHST-BEF-STATUS PIC X(01).
               10 WS-RHST-BEF-DIVISION PIC 9(01).
               10 WS-RHST-BEF-NAME PIC X(20).
               10 WS-RHST-BEF-CONTACT PIC X(20).
               10 WS-RHST-BEF-RULE-SET PIC X(01).
               10 WS-RHST-BEF-TEAM-ID PIC X(04).
           05 WS-RHST-AFTER.
               10 WS-RHST-AFT-STATUS PIC X(01).
               10 WS-RHST-AFT-DIVISION PIC 9(01).
               10 WS-RHST-AFT-NAME PIC X(20).
               10 WS-RHST-AFT-CONTACT PIC X(20).
               10 WS-RHST-AFT-RULE-SET PIC X(01).
               10 WS-RHST-AFT-TEAM-ID PIC X(04).
           05 WS-RHST-RUN-ID PIC X(14).
           05 WS-RHST-OPERATOR PIC X(08).
           05 FILLER PIC X(12).

      * Team master maintained by TEAMMNT, read-only here: a team
      * assignment must name a team that exists and is still active.
       FD  TEAM-MASTER.
       01 WS-TEAM-RECORD.
           05 WS-TEAM-ID PIC X(04).
           05 WS-TEAM-STATUS PIC X(01).
           05 WS-TEAM-NAME PIC X(30).
           05 WS-TEAM-SITE PIC X(03).
           05 WS-TEAM-CAPTAIN PIC X(10).
           05 WS-TEAM-FORMED-DATE PIC 9(08).
           05 WS-TEAM-DISBAND-DATE PIC 9(08).
           05 FILLER PIC X(16).

       COPY BDATFD.

       COPY EXCPFD.
       COPY OPSCFD.
       COPY AUDTFD.
       COPY JRNLFD.

       WORKING-STORAGE SECTION.
       01 WS-ROST-FILE-STATUS PIC X(02) VALUE "00".
           88 WS-EOF VALUE 'Y'.
       01 WS-ROST-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-ROST-FOUND VALUE 'Y'.
       01 WS-TEAM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-TEAM-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-TEAM-OPEN VALUE 'Y'.
       01 WS-TEAM-VALID-SW PIC X(01) VALUE 'N'.
           88 WS-TEAM-VALID VALUE 'Y'.
       01 WS-RHST-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-RHST-WRITTEN-SW PIC X(01) VALUE 'N'.
           88 WS-RHST-WRITTEN VALUE 'Y'.
       01 WS-RHST-NEXT-SEQ PIC 9(03) VALUE 0.

      * The roster record as it stood before the transaction, taken
      * when it is looked up, for the history's before image.
       01 WS-BEFORE-IMAGE.
           05 WS-BEF-STATUS PIC X(01).
           05 WS-BEF-DIVISION PIC 9(01).
           05 WS-BEF-NAME PIC X(20).
           05 WS-BEF-CONTACT PIC X(20).
           05 WS-BEF-RULE-SET PIC X(01).
           05 WS-BEF-TEAM-ID PIC X(04).

       01 WS-PLAYER-ID PIC X(10).
       01 WS-TXN-TYPE PIC X(01).
       01 WS-TXN-DIVISION PIC 9(01).
       01 WS-TXN-NAME PIC X(20).
       01 WS-TXN-CONTACT PIC X(20).
       01 WS-TXN-RULE-SET PIC X(01).
           88 WS-TXN-RULE-SET-VALID VALUE ' ' 'C' 'Y'.
       01 WS-TXN-TEAM-ID PIC X(04).
       01 WS-REJ-REASON PIC X(40).

      * Control totals for the console summary and the shared OPSCNT
       COPY EXCPWS.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY JRNLWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
               CLOSE ROSTER-MASTER
               OPEN I-O ROSTER-MASTER
           END-IF.
           OPEN I-O ROSTER-HISTORY.
           IF WS-RHST-FILE-STATUS NOT = "00" THEN
               OPEN OUTPUT ROSTER-HISTORY
               CLOSE ROSTER-HISTORY
               OPEN I-O ROSTER-HISTORY
           END-IF.
           PERFORM OPEN-TEAM-MASTER.
           PERFORM OPEN-EXCEPTION-LOG.
           PERFORM OPEN-OPS-COUNT-LOG.
           MOVE 'ROSTMNT' TO WS-JRNL-PROGRAM-PARM.
           PERFORM OPEN-MASTER-JOURNAL.
           PERFORM READ-ROSTER-TXN.
           PERFORM PROCESS-ROSTER-TXN UNTIL WS-EOF.
           CLOSE ROSTER-TXN.
           CLOSE ROSTER-REJ.
           CLOSE ROSTER-MASTER.
           PERFORM CLOSE-MASTER-JOURNAL.
           CLOSE ROSTER-HISTORY.
           IF WS-TEAM-OPEN THEN
               CLOSE TEAM-MASTER
           END-IF.
           PERFORM CLOSE-EXCEPTION-LOG.
           MOVE 'ROSTMNT' TO WS-OPSC-SOURCE-PARM.
           MOVE 'ROSTER TXNS APPLIED' TO WS-OPSC-LABEL-PARM.
                   END-IF
                   MOVE WS-ROST-TXN-NAME TO WS-TXN-NAME
                   MOVE WS-ROST-TXN-CONTACT TO WS-TXN-CONTACT
                   MOVE WS-ROST-TXN-RULE-SET TO WS-TXN-RULE-SET
                   MOVE WS-ROST-TXN-TEAM-ID TO WS-TXN-TEAM-ID
           END-READ.
       READ-ROSTER-TXN-EXIT.

       PROCESS-ROSTER-TXN.
           EVALUATE TRUE
           WHEN WS-PLAYER-ID = SPACES
               MOVE 'PLAYER-ID IS BLANK' TO WS-REJ-REASON
               PERFORM REJECT-ROSTER-TXN
           WHEN WS-PLAYER-ID(1:4) = 'ANON'
               MOVE 'ANON PLAYER-IDS ARE RESERVED FOR ERASURE' TO
                   WS-REJ-REASON
               PERFORM REJECT-ROSTER-TXN
           WHEN OTHER
               PERFORM LOOKUP-ROSTER-MASTER
               EVALUATE WS-TXN-TYPE
               WHEN 'R'
                   PERFORM APPLY-DIVISION-MOVE
               WHEN 'N'
                   PERFORM APPLY-NAME-UPDATE
               WHEN 'G'
                   PERFORM APPLY-RULE-SET-CHANGE
               WHEN 'T'
                   PERFORM APPLY-TEAM-ASSIGNMENT
               WHEN OTHER
                   MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-REJ-REASON
                   PERFORM REJECT-ROSTER-TXN
               END-EVALUATE
           END-EVALUATE.
           PERFORM READ-ROSTER-TXN.
       PROCESS-ROSTER-TXN-EXIT.

               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROST-FOUND-SW
           END-READ.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-JRNL-BEFORE-PARM.
           IF WS-ROST-FOUND THEN
               MOVE WS-ROST-RECORD TO WS-JRNL-BEFORE-PARM
               MOVE WS-ROST-STATUS TO WS-BEF-STATUS
               MOVE WS-ROST-DIVISION TO WS-BEF-DIVISION
               MOVE WS-ROST-NAME TO WS-BEF-NAME
               MOVE WS-ROST-CONTACT TO WS-BEF-CONTACT
               MOVE WS-ROST-RULE-SET TO WS-BEF-RULE-SET
               MOVE WS-ROST-TEAM-ID TO WS-BEF-TEAM-ID
           END-IF.
       LOOKUP-ROSTER-MASTER-EXIT.

      * The team master is optional to the run: without it a 'T'
      * or a register naming a team rejects, and everything else
      * applies as before.
       OPEN-TEAM-MASTER.
           OPEN INPUT TEAM-MASTER.
           IF WS-TEAM-FILE-STATUS = "00" THEN
               MOVE 'Y' TO WS-TEAM-OPEN-SW
           ELSE
               MOVE 'N' TO WS-TEAM-OPEN-SW
               DISPLAY "WARNING: TEAM MASTER NOT AVAILABLE (STATUS "
                   WS-TEAM-FILE-STATUS ") - TEAM ASSIGNMENTS REJECT"
           END-IF.
       OPEN-TEAM-MASTER-EXIT.

       CHECK-TXN-TEAM.
           MOVE 'N' TO WS-TEAM-VALID-SW.
           IF WS-TEAM-OPEN THEN
               MOVE WS-TXN-TEAM-ID TO WS-TEAM-ID
               READ TEAM-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-TEAM-STATUS = 'A' THEN
                           MOVE 'Y' TO WS-TEAM-VALID-SW
                       END-IF
               END-READ
           END-IF.
       CHECK-TXN-TEAM-EXIT.

      * A register against a player already active is a reject - the
      * desk keyed the same registration twice or mis-keyed another
      * player's id, and either way somebody should look at it. A
      * register against an inactive player reactivates the record
      * without losing the original registration history.
       APPLY-REGISTRATION.
           EVALUATE TRUE
           WHEN WS-ROST-FOUND AND WS-ROST-STATUS = 'A'
               MOVE 'PLAYER ALREADY REGISTERED AND ACTIVE' TO
                   WS-REJ-REASON
               PERFORM REJECT-ROSTER-TXN
           WHEN NOT WS-TXN-RULE-SET-VALID
               MOVE 'RULE SET MUST BE C OR Y' TO WS-REJ-REASON
               PERFORM REJECT-ROSTER-TXN
           WHEN OTHER
               IF WS-TXN-TEAM-ID NOT = SPACES THEN
                   PERFORM CHECK-TXN-TEAM
               ELSE
                   MOVE 'Y' TO WS-TEAM-VALID-SW
               END-IF
               PERFORM REGISTER-IF-TEAM-VALID
           END-EVALUATE.
       APPLY-REGISTRATION-EXIT.

       REGISTER-IF-TEAM-VALID.
           IF NOT WS-TEAM-VALID THEN
               MOVE 'TEAM NOT ON TEAM MASTER OR DISBANDED' TO
                   WS-REJ-REASON
               PERFORM REJECT-ROSTER-TXN
           ELSE
               PERFORM REGISTER-OR-REACTIVATE
               PERFORM WRITE-ROSTER-HISTORY
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.
       REGISTER-IF-TEAM-VALID-EXIT.

      * A reactivation keeps the rule set already on the record
      * unless the register names one; a new player without one
      * plays the classic game.
       REGISTER-OR-REACTIVATE.
           IF WS-ROST-FOUND THEN
               MOVE 'A' TO WS-ROST-STATUS
               MOVE 0 TO WS-ROST-DEACT-DATE
               MOVE WS-TXN-DIVISION TO WS-ROST-DIVISION
               IF WS-TXN-NAME NOT = SPACES THEN
                   MOVE WS-TXN-NAME TO WS-ROST-NAME
                   MOVE WS-TXN-CONTACT TO WS-ROST-CONTACT
               END-IF
               IF WS-TXN-RULE-SET NOT = SPACE THEN
                   MOVE WS-TXN-RULE-SET TO WS-ROST-RULE-SET
               END-IF
               IF WS-TXN-TEAM-ID NOT = SPACES THEN
                   MOVE WS-TXN-TEAM-ID TO WS-ROST-TEAM-ID
               END-IF
               REWRITE WS-ROST-RECORD
                   INVALID KEY
                       DISPLAY "ROSTER REWRITE FAILED FOR "
                           WS-PLAYER-ID
                   NOT INVALID KEY
                       MOVE 'C' TO WS-JRNL-ACTION-PARM
                       PERFORM JOURNAL-ROSTER-UPDATE
               END-REWRITE
               DISPLAY "REACTIVATED " WS-PLAYER-ID
           ELSE
               INITIALIZE WS-ROST-RECORD WITH FILLER
               MOVE WS-PLAYER-ID TO WS-ROST-PLAYER-ID
               MOVE 'A' TO WS-ROST-STATUS
               MOVE WS-RUN-DATE TO WS-ROST-REG-DATE
               MOVE 0 TO WS-ROST-DEACT-DATE
               MOVE WS-TXN-DIVISION TO WS-ROST-DIVISION
               MOVE WS-TXN-NAME TO WS-ROST-NAME
               MOVE WS-TXN-CONTACT TO WS-ROST-CONTACT
               IF WS-TXN-RULE-SET = SPACE THEN
                   MOVE 'C' TO WS-ROST-RULE-SET
               ELSE
                   MOVE WS-TXN-RULE-SET TO WS-ROST-RULE-SET
               END-IF
               MOVE WS-TXN-TEAM-ID TO WS-ROST-TEAM-ID
               WRITE WS-ROST-RECORD
                   INVALID KEY
                       DISPLAY "ROSTER WRITE FAILED FOR "
                           WS-PLAYER-ID
                   NOT INVALID KEY
                       MOVE 'A' TO WS-JRNL-ACTION-PARM
                       PERFORM JOURNAL-ROSTER-UPDATE
               END-WRITE
               DISPLAY "REGISTERED " WS-PLAYER-ID
           END-IF.
       REGISTER-OR-REACTIVATE-EXIT.

       APPLY-DEACTIVATION.
           IF WS-ROST-FOUND AND WS-ROST-STATUS = 'A' THEN
                   INVALID KEY
                       DISPLAY "ROSTER REWRITE FAILED FOR "
                           WS-PLAYER-ID
                   NOT INVALID KEY
                       MOVE 'C' TO WS-JRNL-ACTION-PARM
                       PERFORM JOURNAL-ROSTER-UPDATE
               END-REWRITE
               PERFORM WRITE-ROSTER-HISTORY
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "DEACTIVATED " WS-PLAYER-ID
           ELSE
                   INVALID KEY
                       DISPLAY "ROSTER REWRITE FAILED FOR "
                           WS-PLAYER-ID
                   NOT INVALID KEY
                       MOVE 'C' TO WS-JRNL-ACTION-PARM
                       PERFORM JOURNAL-ROSTER-UPDATE
               END-REWRITE
               PERFORM WRITE-ROSTER-HISTORY
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "MOVED " WS-PLAYER-ID " TO DIVISION "
                   WS-TXN-DIVISION
                   INVALID KEY
                       DISPLAY "ROSTER REWRITE FAILED FOR "
                           WS-PLAYER-ID
                   NOT INVALID KEY
                       MOVE 'C' TO WS-JRNL-ACTION-PARM
                       PERFORM JOURNAL-ROSTER-UPDATE
               END-REWRITE
               PERFORM WRITE-ROSTER-HISTORY
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "NAMED " WS-PLAYER-ID " AS " WS-TXN-NAME
           END-EVALUATE.
       APPLY-NAME-UPDATE-EXIT.

      * A league switching games is the committee's call: 'G' points
      * an active player at the classic ('C') or Yahtzee ('Y') rule
      * set. A game already open on YACHTOPN finishes under the rules
      * it started with; only cards opened after this score the new
      * way.
       APPLY-RULE-SET-CHANGE.
           EVALUATE TRUE
           WHEN NOT WS-ROST-FOUND OR WS-ROST-STATUS NOT = 'A'
               MOVE 'PLAYER NOT FOUND OR NOT ACTIVE' TO
                   WS-REJ-REASON
               PERFORM REJECT-ROSTER-TXN
           WHEN WS-TXN-RULE-SET NOT = 'C' AND
               WS-TXN-RULE-SET NOT = 'Y'
               MOVE 'RULE SET MUST BE C OR Y' TO WS-REJ-REASON
               PERFORM REJECT-ROSTER-TXN
           WHEN OTHER
               MOVE WS-TXN-RULE-SET TO WS-ROST-RULE-SET
               REWRITE WS-ROST-RECORD
                   INVALID KEY
                       DISPLAY "ROSTER REWRITE FAILED FOR "
                           WS-PLAYER-ID
                   NOT INVALID KEY
                       MOVE 'C' TO WS-JRNL-ACTION-PARM
                       PERFORM JOURNAL-ROSTER-UPDATE
               END-REWRITE
               PERFORM WRITE-ROSTER-HISTORY
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "RULE SET " WS-TXN-RULE-SET " FOR "
                   WS-PLAYER-ID
           END-EVALUATE.
       APPLY-RULE-SET-CHANGE-EXIT.

      * A transfer between clubs is a single 'T' naming the new
      * team; a blank team takes the player off their team without
      * putting them on another.
       APPLY-TEAM-ASSIGNMENT.
           IF WS-TXN-TEAM-ID NOT = SPACES THEN
               PERFORM CHECK-TXN-TEAM
           ELSE
               MOVE 'Y' TO WS-TEAM-VALID-SW
           END-IF.
           EVALUATE TRUE
           WHEN NOT WS-ROST-FOUND OR WS-ROST-STATUS NOT = 'A'
               MOVE 'PLAYER NOT FOUND OR NOT ACTIVE' TO
                   WS-REJ-REASON
               PERFORM REJECT-ROSTER-TXN
           WHEN NOT WS-TEAM-VALID
               MOVE 'TEAM NOT ON TEAM MASTER OR DISBANDED' TO
                   WS-REJ-REASON
               PERFORM REJECT-ROSTER-TXN
           WHEN OTHER
               MOVE WS-TXN-TEAM-ID TO WS-ROST-TEAM-ID
               REWRITE WS-ROST-RECORD
                   INVALID KEY
                       DISPLAY "ROSTER REWRITE FAILED FOR "
                           WS-PLAYER-ID
                   NOT INVALID KEY
                       MOVE 'C' TO WS-JRNL-ACTION-PARM
                       PERFORM JOURNAL-ROSTER-UPDATE
               END-REWRITE
               PERFORM WRITE-ROSTER-HISTORY
               ADD 1 TO WS-APPLIED-COUNT
               IF WS-TXN-TEAM-ID = SPACES THEN
                   DISPLAY "NO TEAM FOR " WS-PLAYER-ID
               ELSE
                   DISPLAY "TEAM " WS-TXN-TEAM-ID " FOR "
                       WS-PLAYER-ID
               END-IF
           END-EVALUATE.
       APPLY-TEAM-ASSIGNMENT-EXIT.

      * Every add or change to the roster goes to the MSTRJRNL master
      * journal as the whole record read at lookup and the whole
      * record written, so MSTRFWD can roll the desk's changes
      * forward onto a restored image.
       JOURNAL-ROSTER-UPDATE.
           MOVE 'ROSTER' TO WS-JRNL-MASTER-PARM.
           MOVE WS-ROST-PLAYER-ID TO WS-JRNL-KEY-PARM.
           MOVE WS-ROST-RECORD TO WS-JRNL-AFTER-PARM.
           PERFORM LOG-MASTER-CHANGE.
       JOURNAL-ROSTER-UPDATE-EXIT.

      * The before image was taken at lookup; the after image is the
      * record just written. Several changes to one player on one
      * business date take the next free sequence number.
       WRITE-ROSTER-HISTORY.
           INITIALIZE WS-RHST-RECORD WITH FILLER.
           MOVE WS-PLAYER-ID TO WS-RHST-PLAYER-ID.
           MOVE WS-RUN-DATE TO WS-RHST-EFF-DATE.
           MOVE WS-TXN-TYPE TO WS-RHST-TXN-TYPE.
           MOVE WS-BEFORE-IMAGE TO WS-RHST-BEFORE.
           MOVE WS-ROST-STATUS TO WS-RHST-AFT-STATUS.
           MOVE WS-ROST-DIVISION TO WS-RHST-AFT-DIVISION.
           MOVE WS-ROST-NAME TO WS-RHST-AFT-NAME.
           MOVE WS-ROST-CONTACT TO WS-RHST-AFT-CONTACT.
           MOVE WS-ROST-RULE-SET TO WS-RHST-AFT-RULE-SET.
           MOVE WS-ROST-TEAM-ID TO WS-RHST-AFT-TEAM-ID.
           MOVE WS-RUN-ID TO WS-RHST-RUN-ID.
           MOVE WS-OPERATOR-ID TO WS-RHST-OPERATOR.
           MOVE 'N' TO WS-RHST-WRITTEN-SW.
           MOVE 1 TO WS-RHST-NEXT-SEQ.
           PERFORM WRITE-ONE-HISTORY-SEQ
               UNTIL WS-RHST-WRITTEN OR WS-RHST-NEXT-SEQ = 999.
           IF NOT WS-RHST-WRITTEN THEN
               DISPLAY "ROSTER HISTORY WRITE FAILED FOR "
                   WS-PLAYER-ID
           END-IF.
       WRITE-ROSTER-HISTORY-EXIT.

       WRITE-ONE-HISTORY-SEQ.
           MOVE WS-RHST-NEXT-SEQ TO WS-RHST-SEQ.
           WRITE WS-RHST-RECORD
               INVALID KEY
                   ADD 1 TO WS-RHST-NEXT-SEQ
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RHST-WRITTEN-SW
           END-WRITE.
       WRITE-ONE-HISTORY-SEQ-EXIT.

      * WS-REJ-REASON is set by the caller before this is performed,
      * the same way the shared LOG-EXCEPTION paragraph takes its
      * arguments through working-storage.
           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY OPSCLOGP.
           COPY JRNLLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

