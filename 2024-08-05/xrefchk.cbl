      ******************************************************************
      * Author: Joel Brewer
      * Date: 08/05/2024
      * Purpose: The weekly cross-master integrity check. The YACHT
      *          masters are meant to agree by player-id - ROSTER,
      *          YACHTPLR, YACHTCAT, YACHTOPN, DUESMSTR, LEAGTBL and
      *          BRKTMSTR - and until now nothing proved they did: a
      *          restore that brings back one file and not another
      *          leaves orphans nobody sees. This step reads each of
      *          them through, matches every player-id against the
      *          roster (and the category statistics against the
      *          player master), checks the OPERAUTH grants hang
      *          together, and lists every break on XREFRPT and to
      *          EXCPLOG graded by the harm it can do:
      *            S - money, standings or a bracket carries a player
      *                the roster has never heard of
      *            W - a record that will stall or mislead: an open
      *                game for a deactivated player, a league-table
      *                division the roster disagrees with
      *            I - worth knowing, harmless: statistics carried
      *                over a season close for a rostered player
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 08/05/2024 JB - First cut. A master that is not there is
      *                reported as not checked rather than failing
      *                the step. OPERAUTH carries operators, not
      *                players, so its grants are checked for blank
      *                keys and flags AUTHCHK would not honor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-MASTER ASSIGN TO "ROSTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ROST-PLAYER-ID
               FILE STATUS IS WS-ROST-FILE-STATUS.
           SELECT YACHT-PLYR ASSIGN TO "YACHTPLR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PLYR-PLAYER-ID
               FILE STATUS IS WS-PLYR-FILE-STATUS.
           SELECT CATEGORY-STATS ASSIGN TO "YACHTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CAT-KEY
               FILE STATUS IS WS-MSTR-FILE-STATUS.
           SELECT OPEN-GAMES ASSIGN TO "YACHTOPN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-OPN-KEY
               FILE STATUS IS WS-MSTR-FILE-STATUS.
           SELECT DUES-MASTER ASSIGN TO "DUESMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-DUE-PLAYER-ID
               FILE STATUS IS WS-MSTR-FILE-STATUS.
           SELECT AUTHORITY-MASTER ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-AUTH-KEY
               FILE STATUS IS WS-MSTR-FILE-STATUS.
           SELECT LEAGUE-TABLE ASSIGN TO "LEAGTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.
           SELECT BRACKET-MASTER ASSIGN TO "BRKTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.
           SELECT XREF-RPT ASSIGN TO "XREFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
       DATA DIVISION.
       FILE SECTION.
      * Roster master, exactly as ROSTMNT writes it.
       FD  ROSTER-MASTER.
       01 WS-ROST-RECORD.
           05 WS-ROST-PLAYER-ID PIC X(10).
           05 WS-ROST-STATUS PIC X(01).
           05 WS-ROST-REG-DATE PIC 9(08).
           05 WS-ROST-DEACT-DATE PIC 9(08).
           05 WS-ROST-DIVISION PIC 9(01).
           05 WS-ROST-NAME PIC X(20).
           05 WS-ROST-CONTACT PIC X(20).
           05 WS-ROST-RULE-SET PIC X(01).
           05 WS-ROST-TEAM-ID PIC X(04).
           05 FILLER PIC X(07).

      * The scoring and ledger masters, each in its owner's layout
      * as far as the player-id; nothing else in them is read.
       FD  YACHT-PLYR.
       01 WS-PLYR-RECORD.
           05 WS-PLYR-PLAYER-ID PIC X(10).
           05 FILLER PIC X(70).

       FD  CATEGORY-STATS.
       01 WS-CAT-RECORD.
           05 WS-CAT-KEY.
               10 WS-CAT-PLAYER-ID PIC X(10).
               10 WS-CAT-CATEGORY PIC 9(02).
           05 FILLER PIC X(68).

       FD  OPEN-GAMES.
       01 WS-OPN-RECORD.
           05 WS-OPN-KEY.
               10 WS-OPN-PLAYER-ID PIC X(10).
               10 WS-OPN-GAME-NO PIC 9(02).
           05 FILLER PIC X(68).

       FD  DUES-MASTER.
       01 WS-DUE-RECORD.
           05 WS-DUE-PLAYER-ID PIC X(10).
           05 FILLER PIC X(70).

      * Same record layout AUTHCHK resolves against.
       FD  AUTHORITY-MASTER.
       01 WS-AUTH-RECORD.
           05 WS-AUTH-KEY.
               10 WS-AUTH-OPERATOR PIC X(08).
               10 WS-AUTH-PROGRAM PIC X(12).
           05 WS-AUTH-ALLOWED PIC X(01).
           05 WS-AUTH-GRANTED-DATE PIC 9(08).
           05 FILLER PIC X(51).

      * Season league table as YACHTMCH carries it forward.
       FD  LEAGUE-TABLE.
       01 WS-LEAG-RECORD.
           05 WS-LEAG-PLAYER-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-LEAG-PLAYED PIC 9(03).
           05 FILLER PIC X(01).
           05 WS-LEAG-WON PIC 9(03).
           05 FILLER PIC X(01).
           05 WS-LEAG-DRAWN PIC 9(03).
           05 FILLER PIC X(01).
           05 WS-LEAG-LOST PIC 9(03).
           05 FILLER PIC X(01).
           05 WS-LEAG-POINTS PIC 9(04).
           05 FILLER PIC X(01).
           05 WS-LEAG-DIVISION PIC 9(01).
           05 FILLER PIC X(49).

      * Bracket state as PLAYOFF rewrites it. A BYE slot carries the
      * literal player-id BYE; a slot not yet settled is blank.
       FD  BRACKET-MASTER.
       01 WS-BRKT-RECORD.
           05 WS-BRKT-ROUND PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-BRKT-SLOT PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-BRKT-PLAYER-ID PIC X(10).
           05 FILLER PIC X(63).

       FD  XREF-RPT.
       01 WS-RPT-RECORD PIC X(100).

       COPY BDATFD.

       COPY EXCPFD.
       COPY OPSCFD.
       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01 WS-ROST-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PLYR-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-MSTR-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-SEQ-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-ROSTER-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-ROSTER-OPEN VALUE 'Y'.
       01 WS-PLYR-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-PLYR-OPEN VALUE 'Y'.
       01 WS-ROST-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-ROST-FOUND VALUE 'Y'.
       01 WS-PLYR-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-PLYR-FOUND VALUE 'Y'.

      * The player-id being matched, and the last one checked on a
      * file keyed player first, so twelve category records for one
      * player make one check and at most one break.
       01 WS-LOOK-PLAYER-ID PIC X(10).
       01 WS-LAST-PLAYER-ID PIC X(10).

      * Divisions compared as the rest of the system reads them: a
      * zero or blank division is division 1.
       01 WS-LEAG-DIV PIC 9(01) VALUE 0.
       01 WS-ROST-DIV PIC 9(01) VALUE 0.

      * One break, set before PERFORM LOG-BREAK.
       01 WS-BRK-SEVERITY PIC X(01).
       01 WS-BRK-FILE PIC X(08).
       01 WS-BRK-KEY PIC X(15).
       01 WS-BRK-REASON PIC X(40).

      * Counts for the file in hand and for the run.
       01 WS-FILE-NAME PIC X(08).
       01 WS-FILE-READ PIC 9(07) VALUE 0.
       01 WS-FILE-BREAKS PIC 9(07) VALUE 0.
       01 WS-FILES-CHECKED PIC 9(02) VALUE 0.
       01 WS-FILES-MISSING PIC 9(02) VALUE 0.
       01 WS-BREAK-COUNT PIC 9(07) VALUE 0.
       01 WS-SEVERE-COUNT PIC 9(07) VALUE 0.
       01 WS-WARNING-COUNT PIC 9(07) VALUE 0.
       01 WS-INFO-COUNT PIC 9(07) VALUE 0.

       01 WS-RPT-COUNT PIC ZZZZZZ9.
       01 WS-RPT-COUNT-2 PIC ZZZZZZ9.
       01 WS-RPT-COUNT-3 PIC ZZZZZZ9.

       COPY BDATWS.
       COPY RUNCTL.
       COPY EXCPWS.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CAPTURE-RUN-CONTROL.
           MOVE 'XREFCHK' TO WS-AUDT-SOURCE-PARM.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM OPEN-EXCEPTION-LOG.
           PERFORM OPEN-OPS-COUNT-LOG.
           OPEN OUTPUT XREF-RPT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM OPEN-LOOKUP-MASTERS.
           PERFORM CHECK-PLAYER-MASTER.
           PERFORM CHECK-CATEGORY-STATS.
           PERFORM CHECK-OPEN-GAMES.
           PERFORM CHECK-DUES-MASTER.
           PERFORM CHECK-LEAGUE-TABLE.
           PERFORM CHECK-BRACKET-MASTER.
           PERFORM CHECK-AUTHORITY-GRANTS.
           PERFORM CLOSE-LOOKUP-MASTERS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE XREF-RPT.
           PERFORM CLOSE-EXCEPTION-LOG.
           MOVE 'XREFCHK' TO WS-OPSC-SOURCE-PARM.
           MOVE 'MASTER BREAKS' TO WS-OPSC-LABEL-PARM.
           MOVE WS-BREAK-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           PERFORM CLOSE-OPS-COUNT-LOG.
           DISPLAY "XREFCHK: " WS-FILES-CHECKED " MASTERS CHECKED, "
               WS-BREAK-COUNT " BREAKS (" WS-SEVERE-COUNT " SEVERE)".
           EVALUATE TRUE
           WHEN WS-SEVERE-COUNT > 0
               MOVE 8 TO RETURN-CODE
           WHEN WS-WARNING-COUNT > 0 OR WS-FILES-MISSING > 0
               MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
       MAIN-EXIT.

      * The roster answers every match and the player master answers
      * the category statistics; both stay open for the whole run.
      * Without the roster there is nothing to match against, and
      * every player-keyed check is reported as not done.
       OPEN-LOOKUP-MASTERS.
           OPEN INPUT ROSTER-MASTER.
           IF WS-ROST-FILE-STATUS = "00" THEN
               MOVE 'Y' TO WS-ROSTER-OPEN-SW
           ELSE
               DISPLAY "XREFCHK: ROSTER MASTER NOT AVAILABLE (STATUS "
                   WS-ROST-FILE-STATUS ") - PLAYER CHECKS SKIPPED"
               MOVE 'XREFCHK' TO WS-EXCP-SOURCE-PARM
               MOVE 'ROSTER' TO WS-EXCP-KEY-PARM
               MOVE 'ROSTER NOT AVAILABLE - NOTHING MATCHED' TO
                   WS-EXCP-REASON-PARM
               MOVE 'S' TO WS-EXCP-SEVERITY-PARM
               PERFORM LOG-EXCEPTION
           END-IF.
           OPEN INPUT YACHT-PLYR.
           IF WS-PLYR-FILE-STATUS = "00" THEN
               MOVE 'Y' TO WS-PLYR-OPEN-SW
           END-IF.
       OPEN-LOOKUP-MASTERS-EXIT.

       CLOSE-LOOKUP-MASTERS.
           IF WS-ROSTER-OPEN THEN
               CLOSE ROSTER-MASTER
           END-IF.
           IF WS-PLYR-OPEN THEN
               CLOSE YACHT-PLYR
           END-IF.
       CLOSE-LOOKUP-MASTERS-EXIT.

       LOOK-UP-ROSTER.
           MOVE 'N' TO WS-ROST-FOUND-SW.
           MOVE WS-LOOK-PLAYER-ID TO WS-ROST-PLAYER-ID.
           READ ROSTER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROST-FOUND-SW
           END-READ.
       LOOK-UP-ROSTER-EXIT.

       LOOK-UP-PLAYER-MASTER.
           MOVE 'N' TO WS-PLYR-FOUND-SW.
           IF WS-PLYR-OPEN THEN
               MOVE WS-LOOK-PLAYER-ID TO WS-PLYR-PLAYER-ID
               READ YACHT-PLYR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PLYR-FOUND-SW
               END-READ
           END-IF.
       LOOK-UP-PLAYER-MASTER-EXIT.

      ******************************************************************
      * YACHTPLR: every season player master needs a roster entry,
      * or the standings carry a player the league cannot name.
      ******************************************************************
       CHECK-PLAYER-MASTER.
           MOVE 'YACHTPLR' TO WS-FILE-NAME.
           PERFORM START-FILE-CHECK.
           EVALUATE TRUE
           WHEN NOT WS-ROSTER-OPEN
               PERFORM WRITE-NOT-CHECKED
           WHEN NOT WS-PLYR-OPEN
               PERFORM WRITE-NOT-AVAILABLE
           WHEN OTHER
               MOVE 'N' TO WS-EOF-SW
               PERFORM MATCH-ONE-PLAYER-MASTER UNTIL WS-EOF
               PERFORM WRITE-FILE-SUMMARY
           END-EVALUATE.
       CHECK-PLAYER-MASTER-EXIT.

       MATCH-ONE-PLAYER-MASTER.
           READ YACHT-PLYR NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE WS-PLYR-PLAYER-ID TO WS-LOOK-PLAYER-ID
                   PERFORM LOOK-UP-ROSTER
                   IF NOT WS-ROST-FOUND THEN
                       MOVE 'S' TO WS-BRK-SEVERITY
                       MOVE WS-PLYR-PLAYER-ID TO WS-BRK-KEY
                       MOVE 'PLAYER MASTER WITH NO ROSTER ENTRY' TO
                           WS-BRK-REASON
                       PERFORM LOG-BREAK
                   END-IF
           END-READ.
       MATCH-ONE-PLAYER-MASTER-EXIT.

      ******************************************************************
      * YACHTCAT: statistics for a player the roster does not know
      * are an orphan; statistics for a rostered player with no
      * player master are what a season close leaves behind until
      * the player's first card of the new season.
      ******************************************************************
       CHECK-CATEGORY-STATS.
           MOVE 'YACHTCAT' TO WS-FILE-NAME.
           PERFORM START-FILE-CHECK.
           IF NOT WS-ROSTER-OPEN THEN
               PERFORM WRITE-NOT-CHECKED
           ELSE
               OPEN INPUT CATEGORY-STATS
               IF WS-MSTR-FILE-STATUS NOT = "00" THEN
                   PERFORM WRITE-NOT-AVAILABLE
               ELSE
                   MOVE SPACES TO WS-LAST-PLAYER-ID
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM MATCH-ONE-CATEGORY-STAT UNTIL WS-EOF
                   CLOSE CATEGORY-STATS
                   PERFORM WRITE-FILE-SUMMARY
               END-IF
           END-IF.
       CHECK-CATEGORY-STATS-EXIT.

       MATCH-ONE-CATEGORY-STAT.
           READ CATEGORY-STATS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   IF WS-CAT-PLAYER-ID NOT = WS-LAST-PLAYER-ID THEN
                       MOVE WS-CAT-PLAYER-ID TO WS-LAST-PLAYER-ID
                       PERFORM MATCH-CATEGORY-PLAYER
                   END-IF
           END-READ.
       MATCH-ONE-CATEGORY-STAT-EXIT.

       MATCH-CATEGORY-PLAYER.
           MOVE WS-CAT-PLAYER-ID TO WS-LOOK-PLAYER-ID.
           MOVE WS-CAT-PLAYER-ID TO WS-BRK-KEY.
           PERFORM LOOK-UP-ROSTER.
           IF NOT WS-ROST-FOUND THEN
               MOVE 'S' TO WS-BRK-SEVERITY
               MOVE 'CATEGORY STATS FOR AN UNKNOWN PLAYER' TO
                   WS-BRK-REASON
               PERFORM LOG-BREAK
           ELSE
               PERFORM LOOK-UP-PLAYER-MASTER
               IF WS-PLYR-OPEN AND NOT WS-PLYR-FOUND THEN
                   MOVE 'I' TO WS-BRK-SEVERITY
                   MOVE 'CATEGORY STATS WITH NO PLAYER MASTER' TO
                       WS-BRK-REASON
                   PERFORM LOG-BREAK
               END-IF
           END-IF.
       MATCH-CATEGORY-PLAYER-EXIT.

      ******************************************************************
      * YACHTOPN: an open card for a player off the roster never
      * completes - YACHT rejects every roll that could finish it.
      ******************************************************************
       CHECK-OPEN-GAMES.
           MOVE 'YACHTOPN' TO WS-FILE-NAME.
           PERFORM START-FILE-CHECK.
           IF NOT WS-ROSTER-OPEN THEN
               PERFORM WRITE-NOT-CHECKED
           ELSE
               OPEN INPUT OPEN-GAMES
               IF WS-MSTR-FILE-STATUS NOT = "00" THEN
                   PERFORM WRITE-NOT-AVAILABLE
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM MATCH-ONE-OPEN-GAME UNTIL WS-EOF
                   CLOSE OPEN-GAMES
                   PERFORM WRITE-FILE-SUMMARY
               END-IF
           END-IF.
       CHECK-OPEN-GAMES-EXIT.

       MATCH-ONE-OPEN-GAME.
           READ OPEN-GAMES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   PERFORM MATCH-OPEN-GAME-PLAYER
           END-READ.
       MATCH-ONE-OPEN-GAME-EXIT.

       MATCH-OPEN-GAME-PLAYER.
           MOVE WS-OPN-PLAYER-ID TO WS-LOOK-PLAYER-ID.
           MOVE SPACES TO WS-BRK-KEY.
           STRING WS-OPN-PLAYER-ID " G" WS-OPN-GAME-NO
               DELIMITED BY SIZE INTO WS-BRK-KEY.
           PERFORM LOOK-UP-ROSTER.
           EVALUATE TRUE
           WHEN NOT WS-ROST-FOUND
               MOVE 'S' TO WS-BRK-SEVERITY
               MOVE 'OPEN GAME FOR AN UNKNOWN PLAYER' TO
                   WS-BRK-REASON
               PERFORM LOG-BREAK
           WHEN WS-ROST-STATUS NOT = 'A'
               MOVE 'W' TO WS-BRK-SEVERITY
               MOVE 'OPEN GAME FOR A DEACTIVATED PLAYER' TO
                   WS-BRK-REASON
               PERFORM LOG-BREAK
           END-EVALUATE.
       MATCH-OPEN-GAME-PLAYER-EXIT.

      ******************************************************************
      * DUESMSTR: a ledger balance for an id the roster does not
      * know is money nobody can bill or pay out.
      ******************************************************************
       CHECK-DUES-MASTER.
           MOVE 'DUESMSTR' TO WS-FILE-NAME.
           PERFORM START-FILE-CHECK.
           IF NOT WS-ROSTER-OPEN THEN
               PERFORM WRITE-NOT-CHECKED
           ELSE
               OPEN INPUT DUES-MASTER
               IF WS-MSTR-FILE-STATUS NOT = "00" THEN
                   PERFORM WRITE-NOT-AVAILABLE
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM MATCH-ONE-DUES-RECORD UNTIL WS-EOF
                   CLOSE DUES-MASTER
                   PERFORM WRITE-FILE-SUMMARY
               END-IF
           END-IF.
       CHECK-DUES-MASTER-EXIT.

       MATCH-ONE-DUES-RECORD.
           READ DUES-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE WS-DUE-PLAYER-ID TO WS-LOOK-PLAYER-ID
                   PERFORM LOOK-UP-ROSTER
                   IF NOT WS-ROST-FOUND THEN
                       MOVE 'S' TO WS-BRK-SEVERITY
                       MOVE WS-DUE-PLAYER-ID TO WS-BRK-KEY
                       MOVE 'DUES RECORD FOR AN UNKNOWN PLAYER' TO
                           WS-BRK-REASON
                       PERFORM LOG-BREAK
                   END-IF
           END-READ.
       MATCH-ONE-DUES-RECORD-EXIT.

      ******************************************************************
      * LEAGTBL: each row must be a rostered player, in the division
      * the roster has them in - YACHTMCH settles fixtures inside
      * the roster division, so a row in another one is ranked
      * against the wrong players.
      ******************************************************************
       CHECK-LEAGUE-TABLE.
           MOVE 'LEAGTBL' TO WS-FILE-NAME.
           PERFORM START-FILE-CHECK.
           IF NOT WS-ROSTER-OPEN THEN
               PERFORM WRITE-NOT-CHECKED
           ELSE
               OPEN INPUT LEAGUE-TABLE
               IF WS-SEQ-FILE-STATUS NOT = "00" THEN
                   PERFORM WRITE-NOT-AVAILABLE
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM MATCH-ONE-LEAGUE-ROW UNTIL WS-EOF
                   CLOSE LEAGUE-TABLE
                   PERFORM WRITE-FILE-SUMMARY
               END-IF
           END-IF.
       CHECK-LEAGUE-TABLE-EXIT.

       MATCH-ONE-LEAGUE-ROW.
           READ LEAGUE-TABLE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-LEAG-PLAYER-ID NOT = SPACES THEN
                       ADD 1 TO WS-FILE-READ
                       PERFORM MATCH-LEAGUE-PLAYER
                   END-IF
           END-READ.
       MATCH-ONE-LEAGUE-ROW-EXIT.

       MATCH-LEAGUE-PLAYER.
           MOVE WS-LEAG-PLAYER-ID TO WS-LOOK-PLAYER-ID.
           MOVE WS-LEAG-PLAYER-ID TO WS-BRK-KEY.
           PERFORM LOOK-UP-ROSTER.
           IF NOT WS-ROST-FOUND THEN
               MOVE 'S' TO WS-BRK-SEVERITY
               MOVE 'LEAGUE TABLE ROW FOR AN UNKNOWN PLAYER' TO
                   WS-BRK-REASON
               PERFORM LOG-BREAK
           ELSE
               MOVE 1 TO WS-LEAG-DIV
               IF WS-LEAG-DIVISION NUMERIC AND
                   WS-LEAG-DIVISION NOT = 0 THEN
                   MOVE WS-LEAG-DIVISION TO WS-LEAG-DIV
               END-IF
               MOVE 1 TO WS-ROST-DIV
               IF WS-ROST-DIVISION NUMERIC AND
                   WS-ROST-DIVISION NOT = 0 THEN
                   MOVE WS-ROST-DIVISION TO WS-ROST-DIV
               END-IF
               IF WS-LEAG-DIV NOT = WS-ROST-DIV THEN
                   MOVE 'W' TO WS-BRK-SEVERITY
                   MOVE SPACES TO WS-BRK-REASON
                   STRING "LEAGUE DIVISION " WS-LEAG-DIV
                       " BUT ROSTER DIVISION " WS-ROST-DIV
                       DELIMITED BY SIZE INTO WS-BRK-REASON
                   PERFORM LOG-BREAK
               END-IF
           END-IF.
       MATCH-LEAGUE-PLAYER-EXIT.

      ******************************************************************
      * BRKTMSTR: a bracket slot must be a rostered, active player;
      * BYE slots and slots not yet settled are passed over.
      ******************************************************************
       CHECK-BRACKET-MASTER.
           MOVE 'BRKTMSTR' TO WS-FILE-NAME.
           PERFORM START-FILE-CHECK.
           IF NOT WS-ROSTER-OPEN THEN
               PERFORM WRITE-NOT-CHECKED
           ELSE
               OPEN INPUT BRACKET-MASTER
               IF WS-SEQ-FILE-STATUS NOT = "00" THEN
                   PERFORM WRITE-NOT-AVAILABLE
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM MATCH-ONE-BRACKET-SLOT UNTIL WS-EOF
                   CLOSE BRACKET-MASTER
                   PERFORM WRITE-FILE-SUMMARY
               END-IF
           END-IF.
       CHECK-BRACKET-MASTER-EXIT.

       MATCH-ONE-BRACKET-SLOT.
           READ BRACKET-MASTER
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   IF WS-BRKT-PLAYER-ID NOT = SPACES AND
                       WS-BRKT-PLAYER-ID NOT = 'BYE' THEN
                       PERFORM MATCH-BRACKET-PLAYER
                   END-IF
           END-READ.
       MATCH-ONE-BRACKET-SLOT-EXIT.

       MATCH-BRACKET-PLAYER.
           MOVE WS-BRKT-PLAYER-ID TO WS-LOOK-PLAYER-ID.
           MOVE SPACES TO WS-BRK-KEY.
           STRING WS-BRKT-PLAYER-ID " R" WS-BRKT-ROUND
               DELIMITED BY SIZE INTO WS-BRK-KEY.
           PERFORM LOOK-UP-ROSTER.
           EVALUATE TRUE
           WHEN NOT WS-ROST-FOUND
               MOVE 'S' TO WS-BRK-SEVERITY
               MOVE 'BRACKET SLOT FOR AN UNKNOWN PLAYER' TO
                   WS-BRK-REASON
               PERFORM LOG-BREAK
           WHEN WS-ROST-STATUS NOT = 'A'
               MOVE 'W' TO WS-BRK-SEVERITY
               MOVE 'BRACKET SLOT FOR A DEACTIVATED PLAYER' TO
                   WS-BRK-REASON
               PERFORM LOG-BREAK
           END-EVALUATE.
       MATCH-BRACKET-PLAYER-EXIT.

      ******************************************************************
      * OPERAUTH: a grant with a blank operator or program can never
      * be matched, and AUTHCHK honors only a 'Y' flag, so anything
      * but 'Y' or 'N' is a grant that silently does not work.
      ******************************************************************
       CHECK-AUTHORITY-GRANTS.
           MOVE 'OPERAUTH' TO WS-FILE-NAME.
           PERFORM START-FILE-CHECK.
           OPEN INPUT AUTHORITY-MASTER.
           IF WS-MSTR-FILE-STATUS NOT = "00" THEN
               PERFORM WRITE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM CHECK-ONE-GRANT UNTIL WS-EOF
               CLOSE AUTHORITY-MASTER
               PERFORM WRITE-FILE-SUMMARY
           END-IF.
       CHECK-AUTHORITY-GRANTS-EXIT.

       CHECK-ONE-GRANT.
           READ AUTHORITY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   PERFORM CHECK-GRANT-FIELDS
           END-READ.
       CHECK-ONE-GRANT-EXIT.

       CHECK-GRANT-FIELDS.
           MOVE WS-AUTH-OPERATOR TO WS-BRK-KEY.
           MOVE 'W' TO WS-BRK-SEVERITY.
           EVALUATE TRUE
           WHEN WS-AUTH-OPERATOR = SPACES
               MOVE SPACES TO WS-BRK-KEY
               STRING "(BLANK) " WS-AUTH-PROGRAM
                   DELIMITED BY SIZE INTO WS-BRK-KEY
               MOVE 'GRANT WITH A BLANK OPERATOR ID' TO
                   WS-BRK-REASON
               PERFORM LOG-BREAK
           WHEN WS-AUTH-PROGRAM = SPACES
               MOVE 'GRANT WITH A BLANK PROGRAM NAME' TO
                   WS-BRK-REASON
               PERFORM LOG-BREAK
           WHEN WS-AUTH-ALLOWED NOT = 'Y' AND
               WS-AUTH-ALLOWED NOT = 'N'
               MOVE SPACES TO WS-BRK-REASON
               STRING "GRANT FLAG NEITHER Y NOR N FOR "
                   WS-AUTH-PROGRAM(1:8)
                   DELIMITED BY SIZE INTO WS-BRK-REASON
               PERFORM LOG-BREAK
           END-EVALUATE.
       CHECK-GRANT-FIELDS-EXIT.

      ******************************************************************
      * One break: a report line, an EXCPLOG record at the break's
      * own grade, and the counts.
      ******************************************************************
       LOG-BREAK.
           ADD 1 TO WS-FILE-BREAKS.
           ADD 1 TO WS-BREAK-COUNT.
           EVALUATE WS-BRK-SEVERITY
           WHEN 'S'
               ADD 1 TO WS-SEVERE-COUNT
           WHEN 'W'
               ADD 1 TO WS-WARNING-COUNT
           WHEN OTHER
               ADD 1 TO WS-INFO-COUNT
           END-EVALUATE.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "  " WS-BRK-SEVERITY "  " WS-FILE-NAME "  "
               WS-BRK-KEY "  " WS-BRK-REASON
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE 'XREFCHK' TO WS-EXCP-SOURCE-PARM.
           MOVE WS-BRK-KEY TO WS-EXCP-KEY-PARM.
           MOVE SPACES TO WS-EXCP-REASON-PARM.
           STRING WS-FILE-NAME ": " WS-BRK-REASON
               DELIMITED BY SIZE INTO WS-EXCP-REASON-PARM.
           MOVE WS-BRK-SEVERITY TO WS-EXCP-SEVERITY-PARM.
           PERFORM LOG-EXCEPTION.
       LOG-BREAK-EXIT.

       START-FILE-CHECK.
           MOVE 0 TO WS-FILE-READ.
           MOVE 0 TO WS-FILE-BREAKS.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING WS-FILE-NAME DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
       START-FILE-CHECK-EXIT.

       WRITE-FILE-SUMMARY.
           ADD 1 TO WS-FILES-CHECKED.
           MOVE WS-FILE-READ TO WS-RPT-COUNT.
           MOVE WS-FILE-BREAKS TO WS-RPT-COUNT-2.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "  " WS-FILE-NAME " RECORDS CHECKED " WS-RPT-COUNT
               "  BREAKS " WS-RPT-COUNT-2
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
       WRITE-FILE-SUMMARY-EXIT.

      * A master missing from the job is worth a warning, not an
      * abend: a shop that has not started playoffs has no BRKTMSTR.
       WRITE-NOT-AVAILABLE.
           ADD 1 TO WS-FILES-MISSING.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "  " WS-FILE-NAME " NOT AVAILABLE - NOT CHECKED"
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
       WRITE-NOT-AVAILABLE-EXIT.

       WRITE-NOT-CHECKED.
           ADD 1 TO WS-FILES-MISSING.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "  " WS-FILE-NAME " NOT CHECKED - NO ROSTER TO "
               "MATCH AGAINST"
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
       WRITE-NOT-CHECKED-EXIT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "CROSS-MASTER INTEGRITY CHECK - RUN ID " WS-RUN-ID
               " AS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "S = MONEY, STANDINGS OR BRACKET AT RISK  "
               "W = WILL STALL OR MISLEAD  I = HARMLESS"
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "SEV FILE      KEY              BREAK"
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
       WRITE-REPORT-HEADER-EXIT.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-SEVERE-COUNT TO WS-RPT-COUNT.
           MOVE WS-WARNING-COUNT TO WS-RPT-COUNT-2.
           MOVE WS-INFO-COUNT TO WS-RPT-COUNT-3.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "BREAKS  SEVERE " WS-RPT-COUNT "  WARNING "
               WS-RPT-COUNT-2 "  INFORMATION " WS-RPT-COUNT-3
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-FILES-CHECKED TO WS-RPT-COUNT.
           MOVE WS-FILES-MISSING TO WS-RPT-COUNT-2.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "MASTERS CHECKED " WS-RPT-COUNT "  NOT CHECKED "
               WS-RPT-COUNT-2
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           IF WS-BREAK-COUNT = 0 AND WS-FILES-MISSING = 0 THEN
               MOVE "ALL MASTERS AGREE" TO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           END-IF.
       WRITE-REPORT-TOTALS-EXIT.

           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY OPSCLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

       END PROGRAM XREFCHK.
