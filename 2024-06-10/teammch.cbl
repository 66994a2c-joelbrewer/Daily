      ******************************************************************
      * Author: Joel Brewer
      * Date: 06/10/2024
      * Purpose: To settle the night's team fixtures for the club
      *          competition and carry the season team league table
      *          forward on TEAMTBL. A team fixture pairs two teams
      *          off the TEAMMSTR master; every head-to-head result
      *          YACHTMCH settled tonight (YACHTRES) between a member
      *          of one and a member of the other - membership off
      *          the roster's team-id - is a rubber for the side
      *          that won it. More rubbers won takes the team match:
      *          2 points for a win, 1 for a draw, none for a loss,
      *          rubbers for and against kept for the tie-break.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 06/10/2024 JB - First cut. Rejects go to the shared EXCPLOG,
      *                 the night's results and the table print on
      *                 TEAMRPT, and each table entry carries the
      *                 date it last played so a resubmitted night
      *                 skips the fixtures it already counted.
      * 11/25/2024 JB - The YACHTRES totals carry four digits for
      *                 Yahtzee cards past 999.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEAMMCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEAM-FIXTURES ASSIGN TO "TEAMFIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TFIX-FILE-STATUS.
           SELECT MATCH-RESULTS ASSIGN TO "YACHTRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-FILE-STATUS.
           SELECT TEAM-TABLE ASSIGN TO "TEAMTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TTBL-FILE-STATUS.
           SELECT TEAM-RPT ASSIGN TO "TEAMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TEAM-MASTER ASSIGN TO "TEAMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-TEAM-ID
               FILE STATUS IS WS-TEAM-FILE-STATUS.
           SELECT ROSTER-MASTER ASSIGN TO "ROSTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ROST-PLAYER-ID
               FILE STATUS IS WS-ROST-FILE-STATUS.
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
       DATA DIVISION.
       FILE SECTION.
      * One team fixture per record: the two team-ids meeting tonight.
       FD  TEAM-FIXTURES.
       01 WS-TFIX-RECORD.
           05 WS-TFIX-TEAM-A PIC X(04).
           05 FILLER PIC X(01).
           05 WS-TFIX-TEAM-B PIC X(04).
           05 FILLER PIC X(71).

      * Tonight's settled head-to-head fixtures as YACHTMCH writes
      * them.
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

      * Season team league table, loaded whole at the start and
      * rewritten whole, best team first, at the end.
       FD  TEAM-TABLE.
       01 WS-TTBL-RECORD.
           05 WS-TTBL-TEAM-ID PIC X(04).
           05 FILLER PIC X(01).
           05 WS-TTBL-TEAM-NAME PIC X(30).
           05 FILLER PIC X(01).
           05 WS-TTBL-PLAYED PIC 9(03).
           05 FILLER PIC X(01).
           05 WS-TTBL-WON PIC 9(03).
           05 FILLER PIC X(01).
           05 WS-TTBL-DRAWN PIC 9(03).
           05 FILLER PIC X(01).
           05 WS-TTBL-LOST PIC 9(03).
           05 FILLER PIC X(01).
           05 WS-TTBL-RUBBERS-FOR PIC 9(04).
           05 FILLER PIC X(01).
           05 WS-TTBL-RUBBERS-AGAINST PIC 9(04).
           05 FILLER PIC X(01).
           05 WS-TTBL-POINTS PIC 9(04).
           05 FILLER PIC X(01).
           05 WS-TTBL-LAST-DATE PIC 9(08).
           05 FILLER PIC X(05).

       FD  TEAM-RPT.
       01 WS-RPT-RECORD PIC X(80).

      * Team master maintained by TEAMMNT, read-only here.
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

      * Player roster master maintained by ROSTMNT, read-only here
      * for each player's team-id.
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

       COPY BDATFD.

       COPY EXCPFD.
       COPY OPSCFD.
       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01 WS-TFIX-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-RES-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-TTBL-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-TEAM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-ROST-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-ROSTER-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-ROSTER-OPEN VALUE 'Y'.
       01 WS-TEAMS-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-TEAMS-OPEN VALUE 'Y'.

      * Tonight's results reduced to the two sides' teams; a result
      * where either player is on no team can't count for anyone
      * and is not kept.
       01 WS-RS-COUNT PIC 9(03) VALUE 0.
       01 WS-RS-SCAN PIC 9(03) VALUE 0.
       01 WS-RESULT-STORE.
           05 WS-RS-ENTRY OCCURS 500 TIMES.
               10 WS-RS-TEAM-A PIC X(04).
               10 WS-RS-TEAM-B PIC X(04).
               10 WS-RS-RESULT PIC X(01).
       01 WS-LOOKUP-PLAYER PIC X(10).
       01 WS-LOOKUP-TEAM PIC X(04).
       01 WS-RES-TEAM-A PIC X(04).
       01 WS-RES-TEAM-B PIC X(04).

      * Season team table in storage. WS-TT-TONIGHT-SW marks a team
      * that played in this run, so a second fixture for it tonight
      * is a keying error rather than a rerun.
       01 WS-TT-COUNT PIC 9(03) VALUE 0.
       01 WS-TT-SCAN PIC 9(03) VALUE 0.
       01 WS-TT-FOUND-IDX PIC 9(03) VALUE 0.
       01 WS-TT-IDX-A PIC 9(03) VALUE 0.
       01 WS-TT-IDX-B PIC 9(03) VALUE 0.
       01 WS-TEAM-TABLE-STORE.
           05 WS-TT-ENTRY OCCURS 100 TIMES.
               10 WS-TT-TEAM-ID PIC X(04).
               10 WS-TT-TEAM-NAME PIC X(30).
               10 WS-TT-PLAYED PIC 9(03).
               10 WS-TT-WON PIC 9(03).
               10 WS-TT-DRAWN PIC 9(03).
               10 WS-TT-LOST PIC 9(03).
               10 WS-TT-RUBBERS-FOR PIC 9(04).
               10 WS-TT-RUBBERS-AGAINST PIC 9(04).
               10 WS-TT-POINTS PIC 9(04).
               10 WS-TT-LAST-DATE PIC 9(08).
               10 WS-TT-TONIGHT-SW PIC X(01).
       01 WS-TT-SWAP-ENTRY PIC X(67).
       01 WS-UPDATE-TEAM PIC X(04).
       01 WS-UPDATE-NAME PIC X(30).

      * One team fixture being settled.
       01 WS-TEAM-A PIC X(04).
       01 WS-TEAM-B PIC X(04).
       01 WS-TEAM-A-NAME PIC X(30).
       01 WS-TEAM-B-NAME PIC X(30).
       01 WS-TEAM-VALID-SW PIC X(01) VALUE 'N'.
           88 WS-TEAM-VALID VALUE 'Y'.
       01 WS-RUBBERS-A PIC 9(03) VALUE 0.
       01 WS-RUBBERS-B PIC 9(03) VALUE 0.
       01 WS-RUBBERS-HALVED PIC 9(03) VALUE 0.
       01 WS-TEAM-RESULT PIC X(01) VALUE SPACE.
       01 WS-REJ-REASON PIC X(40).

       01 WS-RANK-OUTER PIC 9(03) VALUE 0.
       01 WS-RANK-INNER PIC 9(03) VALUE 0.
       01 WS-RANK-BEST PIC 9(03) VALUE 0.
       01 WS-DIFF-INNER PIC S9(05) VALUE 0.
       01 WS-DIFF-BEST PIC S9(05) VALUE 0.

       01 WS-RPT-POS PIC 9(03) VALUE 0.
       01 WS-RPT-DIFF-ED PIC ----9.
       01 WS-RPT-PTR PIC 9(03) VALUE 1.

       01 WS-TEAM-MATCHES-COUNT PIC 9(05) VALUE 0.
       01 WS-TEAM-REJECTED-COUNT PIC 9(05) VALUE 0.
       01 WS-TEAM-SKIPPED-COUNT PIC 9(05) VALUE 0.

       COPY BDATWS.
       COPY RUNCTL.
       COPY EXCPWS.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CAPTURE-RUN-CONTROL.
           MOVE 'TEAMMCH' TO WS-AUDT-SOURCE-PARM.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM OPEN-EXCEPTION-LOG.
           PERFORM OPEN-OPS-COUNT-LOG.
           PERFORM OPEN-TEAM-MASTERS.
           PERFORM LOAD-TEAM-TABLE.
           PERFORM LOAD-NIGHT-RESULTS.
           OPEN OUTPUT TEAM-RPT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "TEAM MATCH NIGHT - RUN ID " WS-RUN-ID
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           PERFORM PROCESS-TEAM-FIXTURES.
           PERFORM RANK-TEAM-TABLE.
           PERFORM WRITE-TEAM-TABLE-SECTION.
           CLOSE TEAM-RPT.
           PERFORM REWRITE-TEAM-TABLE.
           IF WS-ROSTER-OPEN THEN
               CLOSE ROSTER-MASTER
           END-IF.
           IF WS-TEAMS-OPEN THEN
               CLOSE TEAM-MASTER
           END-IF.
           PERFORM CLOSE-EXCEPTION-LOG.
           MOVE 'TEAMMCH' TO WS-OPSC-SOURCE-PARM.
           MOVE 'TEAM MATCHES SCORED' TO WS-OPSC-LABEL-PARM.
           MOVE WS-TEAM-MATCHES-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           PERFORM CLOSE-OPS-COUNT-LOG.
           DISPLAY "TEAM MATCHES SCORED " WS-TEAM-MATCHES-COUNT
               " REJECTED " WS-TEAM-REJECTED-COUNT
               " ALREADY SETTLED " WS-TEAM-SKIPPED-COUNT.
           STOP RUN.
       MAIN-EXIT.

      * Without the roster nobody belongs to a team, and without the
      * team master no fixture can be validated - either way every
      * fixture tonight rejects, and says why.
       OPEN-TEAM-MASTERS.
           OPEN INPUT ROSTER-MASTER.
           IF WS-ROST-FILE-STATUS = "00" THEN
               MOVE 'Y' TO WS-ROSTER-OPEN-SW
           ELSE
               DISPLAY "WARNING: ROSTER MASTER NOT AVAILABLE (STATUS "
                   WS-ROST-FILE-STATUS ") - NO RUBBERS COUNTED"
           END-IF.
           OPEN INPUT TEAM-MASTER.
           IF WS-TEAM-FILE-STATUS = "00" THEN
               MOVE 'Y' TO WS-TEAMS-OPEN-SW
           ELSE
               DISPLAY "WARNING: TEAM MASTER NOT AVAILABLE (STATUS "
                   WS-TEAM-FILE-STATUS ") - TEAM FIXTURES REJECT"
           END-IF.
       OPEN-TEAM-MASTERS-EXIT.

       LOAD-TEAM-TABLE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT TEAM-TABLE.
           IF WS-TTBL-FILE-STATUS = "00" THEN
               PERFORM LOAD-ONE-TEAM-ENTRY UNTIL WS-EOF
               CLOSE TEAM-TABLE
           ELSE
               DISPLAY "TEAMMCH: NO TEAM TABLE YET - STARTING "
                   "A FRESH SEASON TABLE"
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-TEAM-TABLE-EXIT.

       LOAD-ONE-TEAM-ENTRY.
           READ TEAM-TABLE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-TT-COUNT >= 100 THEN
                       DISPLAY "TEAMMCH: TEAM TABLE FULL, ENTRY "
                           "DROPPED FOR " WS-TTBL-TEAM-ID
                   ELSE
                       ADD 1 TO WS-TT-COUNT
                       MOVE WS-TTBL-TEAM-ID TO
                           WS-TT-TEAM-ID(WS-TT-COUNT)
                       MOVE WS-TTBL-TEAM-NAME TO
                           WS-TT-TEAM-NAME(WS-TT-COUNT)
                       MOVE WS-TTBL-PLAYED TO WS-TT-PLAYED(WS-TT-COUNT)
                       MOVE WS-TTBL-WON TO WS-TT-WON(WS-TT-COUNT)
                       MOVE WS-TTBL-DRAWN TO WS-TT-DRAWN(WS-TT-COUNT)
                       MOVE WS-TTBL-LOST TO WS-TT-LOST(WS-TT-COUNT)
                       MOVE WS-TTBL-RUBBERS-FOR TO
                           WS-TT-RUBBERS-FOR(WS-TT-COUNT)
                       MOVE WS-TTBL-RUBBERS-AGAINST TO
                           WS-TT-RUBBERS-AGAINST(WS-TT-COUNT)
                       MOVE WS-TTBL-POINTS TO WS-TT-POINTS(WS-TT-COUNT)
                       MOVE WS-TTBL-LAST-DATE TO
                           WS-TT-LAST-DATE(WS-TT-COUNT)
                       MOVE 'N' TO WS-TT-TONIGHT-SW(WS-TT-COUNT)
                   END-IF
           END-READ.
       LOAD-ONE-TEAM-ENTRY-EXIT.

      * Only tonight's records count - a results file left over from
      * an earlier night must not score again.
       LOAD-NIGHT-RESULTS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT MATCH-RESULTS.
           IF WS-RES-FILE-STATUS = "00" THEN
               PERFORM LOAD-ONE-RESULT UNTIL WS-EOF
               CLOSE MATCH-RESULTS
           ELSE
               DISPLAY "TEAMMCH: NO SETTLED RESULTS TONIGHT - TEAM "
                   "FIXTURES WILL HAVE NO RUBBERS"
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-NIGHT-RESULTS-EXIT.

       LOAD-ONE-RESULT.
           READ MATCH-RESULTS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-RES-RUN-DATE = WS-RUN-DATE THEN
                       PERFORM KEEP-ONE-RESULT
                   END-IF
           END-READ.
       LOAD-ONE-RESULT-EXIT.

       KEEP-ONE-RESULT.
           MOVE WS-RES-PLAYER-A TO WS-LOOKUP-PLAYER.
           PERFORM LOOKUP-PLAYER-TEAM.
           MOVE WS-LOOKUP-TEAM TO WS-RES-TEAM-A.
           MOVE WS-RES-PLAYER-B TO WS-LOOKUP-PLAYER.
           PERFORM LOOKUP-PLAYER-TEAM.
           MOVE WS-LOOKUP-TEAM TO WS-RES-TEAM-B.
           IF WS-RES-TEAM-A NOT = SPACES AND
               WS-RES-TEAM-B NOT = SPACES THEN
               IF WS-RS-COUNT >= 500 THEN
                   DISPLAY "TEAMMCH: RESULT TABLE FULL, RESULT "
                       "DROPPED FOR " WS-RES-PLAYER-A
               ELSE
                   ADD 1 TO WS-RS-COUNT
                   MOVE WS-RES-TEAM-A TO WS-RS-TEAM-A(WS-RS-COUNT)
                   MOVE WS-RES-TEAM-B TO WS-RS-TEAM-B(WS-RS-COUNT)
                   MOVE WS-RES-RESULT TO WS-RS-RESULT(WS-RS-COUNT)
               END-IF
           END-IF.
       KEEP-ONE-RESULT-EXIT.

       LOOKUP-PLAYER-TEAM.
           MOVE SPACES TO WS-LOOKUP-TEAM.
           IF WS-ROSTER-OPEN THEN
               MOVE WS-LOOKUP-PLAYER TO WS-ROST-PLAYER-ID
               READ ROSTER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-ROST-TEAM-ID TO WS-LOOKUP-TEAM
               END-READ
           END-IF.
       LOOKUP-PLAYER-TEAM-EXIT.

       PROCESS-TEAM-FIXTURES.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT TEAM-FIXTURES.
           IF WS-TFIX-FILE-STATUS NOT = "00" THEN
               DISPLAY "TEAMMCH: NO TEAM FIXTURE FILE - NO TEAM "
                   "MATCHES TONIGHT"
               MOVE "NO TEAM FIXTURES TONIGHT" TO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           ELSE
               PERFORM READ-ONE-TEAM-FIXTURE
               PERFORM SETTLE-ONE-TEAM-MATCH UNTIL WS-EOF
               CLOSE TEAM-FIXTURES
           END-IF.
       PROCESS-TEAM-FIXTURES-EXIT.

       READ-ONE-TEAM-FIXTURE.
           READ TEAM-FIXTURES
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   MOVE WS-TFIX-TEAM-A TO WS-TEAM-A
                   MOVE WS-TFIX-TEAM-B TO WS-TEAM-B
           END-READ.
       READ-ONE-TEAM-FIXTURE-EXIT.

      * Both teams must be active on the master and distinct; a pair
      * already counted earlier tonight (a resubmitted night) is
      * passed over quietly, while a team keyed into two fixtures
      * on one night rejects.
       SETTLE-ONE-TEAM-MATCH.
           MOVE SPACES TO WS-REJ-REASON.
           MOVE WS-TEAM-A TO WS-UPDATE-TEAM.
           PERFORM CHECK-FIXTURE-TEAM.
           MOVE WS-UPDATE-NAME TO WS-TEAM-A-NAME.
           IF NOT WS-TEAM-VALID THEN
               MOVE 'TEAM A NOT AN ACTIVE TEAM' TO WS-REJ-REASON
           END-IF.
           MOVE WS-TEAM-B TO WS-UPDATE-TEAM.
           PERFORM CHECK-FIXTURE-TEAM.
           MOVE WS-UPDATE-NAME TO WS-TEAM-B-NAME.
           IF NOT WS-TEAM-VALID THEN
               MOVE 'TEAM B NOT AN ACTIVE TEAM' TO WS-REJ-REASON
           END-IF.
           IF WS-TEAM-A = WS-TEAM-B THEN
               MOVE 'TEAM FIXTURE PAIRS A TEAM WITH ITSELF' TO
                   WS-REJ-REASON
           END-IF.
           IF WS-REJ-REASON = SPACES THEN
               PERFORM CHECK-ALREADY-SETTLED
           END-IF.
           EVALUATE TRUE
           WHEN WS-REJ-REASON = 'ALREADY SETTLED'
               ADD 1 TO WS-TEAM-SKIPPED-COUNT
               MOVE SPACES TO WS-RPT-RECORD
               STRING WS-TEAM-A " V " WS-TEAM-B
                   " - ALREADY SETTLED TONIGHT"
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           WHEN WS-REJ-REASON NOT = SPACES
               PERFORM REJECT-TEAM-FIXTURE
           WHEN OTHER
               PERFORM COUNT-RUBBERS
               IF WS-RUBBERS-A + WS-RUBBERS-B + WS-RUBBERS-HALVED
                   = 0 THEN
                   MOVE 'NO RUBBERS PLAYED BETWEEN THE TEAMS' TO
                       WS-REJ-REASON
                   PERFORM REJECT-TEAM-FIXTURE
               ELSE
                   PERFORM AWARD-TEAM-POINTS
               END-IF
           END-EVALUATE.
           PERFORM READ-ONE-TEAM-FIXTURE.
       SETTLE-ONE-TEAM-MATCH-EXIT.

      * Sets WS-TEAM-VALID-SW and picks up the name for WS-UPDATE-TEAM.
       CHECK-FIXTURE-TEAM.
           MOVE 'N' TO WS-TEAM-VALID-SW.
           MOVE WS-UPDATE-TEAM TO WS-UPDATE-NAME.
           IF WS-TEAMS-OPEN AND WS-UPDATE-TEAM NOT = SPACES THEN
               MOVE WS-UPDATE-TEAM TO WS-TEAM-ID
               READ TEAM-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-TEAM-STATUS = 'A' THEN
                           MOVE 'Y' TO WS-TEAM-VALID-SW
                           MOVE WS-TEAM-NAME TO WS-UPDATE-NAME
                       END-IF
               END-READ
           END-IF.
       CHECK-FIXTURE-TEAM-EXIT.

       CHECK-ALREADY-SETTLED.
           MOVE WS-TEAM-A TO WS-UPDATE-TEAM.
           MOVE WS-TEAM-A-NAME TO WS-UPDATE-NAME.
           PERFORM FIND-OR-ADD-TEAM-ENTRY.
           MOVE WS-TT-FOUND-IDX TO WS-TT-IDX-A.
           MOVE WS-TEAM-B TO WS-UPDATE-TEAM.
           MOVE WS-TEAM-B-NAME TO WS-UPDATE-NAME.
           PERFORM FIND-OR-ADD-TEAM-ENTRY.
           MOVE WS-TT-FOUND-IDX TO WS-TT-IDX-B.
           EVALUATE TRUE
           WHEN WS-TT-IDX-A = 0 OR WS-TT-IDX-B = 0
               MOVE 'TEAM TABLE FULL' TO WS-REJ-REASON
           WHEN WS-TT-TONIGHT-SW(WS-TT-IDX-A) = 'Y' OR
               WS-TT-TONIGHT-SW(WS-TT-IDX-B) = 'Y'
               MOVE 'TEAM KEYED INTO TWO FIXTURES TONIGHT' TO
                   WS-REJ-REASON
           WHEN WS-TT-LAST-DATE(WS-TT-IDX-A) = WS-RUN-DATE AND
               WS-TT-LAST-DATE(WS-TT-IDX-B) = WS-RUN-DATE
               MOVE 'ALREADY SETTLED' TO WS-REJ-REASON
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       CHECK-ALREADY-SETTLED-EXIT.

       FIND-OR-ADD-TEAM-ENTRY.
           MOVE 0 TO WS-TT-FOUND-IDX.
           PERFORM CHECK-TEAM-ENTRY
               VARYING WS-TT-SCAN FROM 1 BY 1
               UNTIL WS-TT-SCAN > WS-TT-COUNT
               OR WS-TT-FOUND-IDX > 0.
           IF WS-TT-FOUND-IDX = 0 THEN
               IF WS-TT-COUNT < 100 THEN
                   ADD 1 TO WS-TT-COUNT
                   MOVE WS-TT-COUNT TO WS-TT-FOUND-IDX
                   MOVE WS-UPDATE-TEAM TO WS-TT-TEAM-ID(WS-TT-COUNT)
                   MOVE 0 TO WS-TT-PLAYED(WS-TT-COUNT)
                   MOVE 0 TO WS-TT-WON(WS-TT-COUNT)
                   MOVE 0 TO WS-TT-DRAWN(WS-TT-COUNT)
                   MOVE 0 TO WS-TT-LOST(WS-TT-COUNT)
                   MOVE 0 TO WS-TT-RUBBERS-FOR(WS-TT-COUNT)
                   MOVE 0 TO WS-TT-RUBBERS-AGAINST(WS-TT-COUNT)
                   MOVE 0 TO WS-TT-POINTS(WS-TT-COUNT)
                   MOVE 0 TO WS-TT-LAST-DATE(WS-TT-COUNT)
                   MOVE 'N' TO WS-TT-TONIGHT-SW(WS-TT-COUNT)
               ELSE
                   DISPLAY "TEAMMCH: TEAM TABLE FULL, NO ENTRY FOR "
                       WS-UPDATE-TEAM
               END-IF
           END-IF.
      * The master's name wins, so a renamed team shows its new name.
           IF WS-TT-FOUND-IDX > 0 THEN
               MOVE WS-UPDATE-NAME TO WS-TT-TEAM-NAME(WS-TT-FOUND-IDX)
           END-IF.
       FIND-OR-ADD-TEAM-ENTRY-EXIT.

       CHECK-TEAM-ENTRY.
           IF WS-TT-TEAM-ID(WS-TT-SCAN) = WS-UPDATE-TEAM THEN
               MOVE WS-TT-SCAN TO WS-TT-FOUND-IDX
           END-IF.
       CHECK-TEAM-ENTRY-EXIT.

      * A rubber counts whichever way round the two players were
      * keyed on the individual fixture.
       COUNT-RUBBERS.
           MOVE 0 TO WS-RUBBERS-A.
           MOVE 0 TO WS-RUBBERS-B.
           MOVE 0 TO WS-RUBBERS-HALVED.
           PERFORM COUNT-ONE-RUBBER
               VARYING WS-RS-SCAN FROM 1 BY 1
               UNTIL WS-RS-SCAN > WS-RS-COUNT.
       COUNT-RUBBERS-EXIT.

       COUNT-ONE-RUBBER.
           EVALUATE TRUE
           WHEN WS-RS-TEAM-A(WS-RS-SCAN) = WS-TEAM-A AND
               WS-RS-TEAM-B(WS-RS-SCAN) = WS-TEAM-B
               EVALUATE WS-RS-RESULT(WS-RS-SCAN)
               WHEN 'A'
                   ADD 1 TO WS-RUBBERS-A
               WHEN 'B'
                   ADD 1 TO WS-RUBBERS-B
               WHEN OTHER
                   ADD 1 TO WS-RUBBERS-HALVED
               END-EVALUATE
           WHEN WS-RS-TEAM-A(WS-RS-SCAN) = WS-TEAM-B AND
               WS-RS-TEAM-B(WS-RS-SCAN) = WS-TEAM-A
               EVALUATE WS-RS-RESULT(WS-RS-SCAN)
               WHEN 'A'
                   ADD 1 TO WS-RUBBERS-B
               WHEN 'B'
                   ADD 1 TO WS-RUBBERS-A
               WHEN OTHER
                   ADD 1 TO WS-RUBBERS-HALVED
               END-EVALUATE
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       COUNT-ONE-RUBBER-EXIT.

       AWARD-TEAM-POINTS.
           EVALUATE TRUE
           WHEN WS-RUBBERS-A > WS-RUBBERS-B
               MOVE 'A' TO WS-TEAM-RESULT
           WHEN WS-RUBBERS-B > WS-RUBBERS-A
               MOVE 'B' TO WS-TEAM-RESULT
           WHEN OTHER
               MOVE 'D' TO WS-TEAM-RESULT
           END-EVALUATE.
           ADD 1 TO WS-TT-PLAYED(WS-TT-IDX-A).
           ADD 1 TO WS-TT-PLAYED(WS-TT-IDX-B).
           ADD WS-RUBBERS-A TO WS-TT-RUBBERS-FOR(WS-TT-IDX-A).
           ADD WS-RUBBERS-B TO WS-TT-RUBBERS-AGAINST(WS-TT-IDX-A).
           ADD WS-RUBBERS-B TO WS-TT-RUBBERS-FOR(WS-TT-IDX-B).
           ADD WS-RUBBERS-A TO WS-TT-RUBBERS-AGAINST(WS-TT-IDX-B).
           EVALUATE WS-TEAM-RESULT
           WHEN 'A'
               ADD 1 TO WS-TT-WON(WS-TT-IDX-A)
               ADD 1 TO WS-TT-LOST(WS-TT-IDX-B)
               ADD 2 TO WS-TT-POINTS(WS-TT-IDX-A)
           WHEN 'B'
               ADD 1 TO WS-TT-WON(WS-TT-IDX-B)
               ADD 1 TO WS-TT-LOST(WS-TT-IDX-A)
               ADD 2 TO WS-TT-POINTS(WS-TT-IDX-B)
           WHEN OTHER
               ADD 1 TO WS-TT-DRAWN(WS-TT-IDX-A)
               ADD 1 TO WS-TT-DRAWN(WS-TT-IDX-B)
               ADD 1 TO WS-TT-POINTS(WS-TT-IDX-A)
               ADD 1 TO WS-TT-POINTS(WS-TT-IDX-B)
           END-EVALUATE.
           MOVE WS-RUN-DATE TO WS-TT-LAST-DATE(WS-TT-IDX-A).
           MOVE WS-RUN-DATE TO WS-TT-LAST-DATE(WS-TT-IDX-B).
           MOVE 'Y' TO WS-TT-TONIGHT-SW(WS-TT-IDX-A).
           MOVE 'Y' TO WS-TT-TONIGHT-SW(WS-TT-IDX-B).
           ADD 1 TO WS-TEAM-MATCHES-COUNT.
           PERFORM WRITE-TEAM-RESULT-LINE.
       AWARD-TEAM-POINTS-EXIT.

       WRITE-TEAM-RESULT-LINE.
           MOVE SPACES TO WS-RPT-RECORD.
           EVALUATE WS-TEAM-RESULT
           WHEN 'A'
               STRING WS-TEAM-A " " WS-RUBBERS-A " BEAT      "
                   WS-TEAM-B " " WS-RUBBERS-B
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
           WHEN 'B'
               STRING WS-TEAM-B " " WS-RUBBERS-B " BEAT      "
                   WS-TEAM-A " " WS-RUBBERS-A
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
           WHEN OTHER
               STRING WS-TEAM-A " " WS-RUBBERS-A " DREW WITH "
                   WS-TEAM-B " " WS-RUBBERS-B
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
           END-EVALUATE.
           IF WS-RUBBERS-HALVED > 0 THEN
               MOVE 29 TO WS-RPT-PTR
               STRING "(" WS-RUBBERS-HALVED " HALVED)"
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
                   WITH POINTER WS-RPT-PTR
           END-IF.
           WRITE WS-RPT-RECORD.
       WRITE-TEAM-RESULT-LINE-EXIT.

       REJECT-TEAM-FIXTURE.
           ADD 1 TO WS-TEAM-REJECTED-COUNT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING WS-TEAM-A " V " WS-TEAM-B " - NOT SETTLED, "
               WS-REJ-REASON
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE 'TEAMMCH' TO WS-EXCP-SOURCE-PARM.
           MOVE WS-TEAM-A TO WS-EXCP-KEY-PARM.
           MOVE WS-REJ-REASON TO WS-EXCP-REASON-PARM.
           PERFORM LOG-EXCEPTION.
       REJECT-TEAM-FIXTURE-EXIT.

      * Points first, then rubber difference, then rubbers won.
       RANK-TEAM-TABLE.
           IF WS-TT-COUNT > 1 THEN
               PERFORM RANK-OUTER-PASS
                   VARYING WS-RANK-OUTER FROM 1 BY 1
                   UNTIL WS-RANK-OUTER >= WS-TT-COUNT
           END-IF.
       RANK-TEAM-TABLE-EXIT.

       RANK-OUTER-PASS.
           MOVE WS-RANK-OUTER TO WS-RANK-BEST.
           PERFORM RANK-FIND-BEST
               VARYING WS-RANK-INNER FROM WS-RANK-OUTER BY 1
               UNTIL WS-RANK-INNER > WS-TT-COUNT.
           IF WS-RANK-BEST NOT = WS-RANK-OUTER THEN
               MOVE WS-TT-ENTRY(WS-RANK-OUTER) TO WS-TT-SWAP-ENTRY
               MOVE WS-TT-ENTRY(WS-RANK-BEST) TO
                   WS-TT-ENTRY(WS-RANK-OUTER)
               MOVE WS-TT-SWAP-ENTRY TO WS-TT-ENTRY(WS-RANK-BEST)
           END-IF.
       RANK-OUTER-PASS-EXIT.

       RANK-FIND-BEST.
           COMPUTE WS-DIFF-INNER = WS-TT-RUBBERS-FOR(WS-RANK-INNER)
               - WS-TT-RUBBERS-AGAINST(WS-RANK-INNER).
           COMPUTE WS-DIFF-BEST = WS-TT-RUBBERS-FOR(WS-RANK-BEST)
               - WS-TT-RUBBERS-AGAINST(WS-RANK-BEST).
           EVALUATE TRUE
           WHEN WS-TT-POINTS(WS-RANK-INNER) >
               WS-TT-POINTS(WS-RANK-BEST)
               MOVE WS-RANK-INNER TO WS-RANK-BEST
           WHEN WS-TT-POINTS(WS-RANK-INNER) <
               WS-TT-POINTS(WS-RANK-BEST)
               CONTINUE
           WHEN WS-DIFF-INNER > WS-DIFF-BEST
               MOVE WS-RANK-INNER TO WS-RANK-BEST
           WHEN WS-DIFF-INNER = WS-DIFF-BEST AND
               WS-TT-RUBBERS-FOR(WS-RANK-INNER) >
               WS-TT-RUBBERS-FOR(WS-RANK-BEST)
               MOVE WS-RANK-INNER TO WS-RANK-BEST
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       RANK-FIND-BEST-EXIT.

       WRITE-TEAM-TABLE-SECTION.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE "TEAM LEAGUE TABLE" TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "POS TEAM NAME                             P   W   D"
               "   L   RF   RA  DIFF  PTS"
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           PERFORM WRITE-ONE-TEAM-LINE
               VARYING WS-TT-SCAN FROM 1 BY 1
               UNTIL WS-TT-SCAN > WS-TT-COUNT.
       WRITE-TEAM-TABLE-SECTION-EXIT.

       WRITE-ONE-TEAM-LINE.
           MOVE WS-TT-SCAN TO WS-RPT-POS.
           COMPUTE WS-RPT-DIFF-ED = WS-TT-RUBBERS-FOR(WS-TT-SCAN)
               - WS-TT-RUBBERS-AGAINST(WS-TT-SCAN).
           MOVE SPACES TO WS-RPT-RECORD.
           STRING WS-RPT-POS " " WS-TT-TEAM-ID(WS-TT-SCAN) " "
               WS-TT-TEAM-NAME(WS-TT-SCAN) " "
               WS-TT-PLAYED(WS-TT-SCAN) " "
               WS-TT-WON(WS-TT-SCAN) " "
               WS-TT-DRAWN(WS-TT-SCAN) " "
               WS-TT-LOST(WS-TT-SCAN) " "
               WS-TT-RUBBERS-FOR(WS-TT-SCAN) " "
               WS-TT-RUBBERS-AGAINST(WS-TT-SCAN) " "
               WS-RPT-DIFF-ED " "
               WS-TT-POINTS(WS-TT-SCAN)
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
       WRITE-ONE-TEAM-LINE-EXIT.

       REWRITE-TEAM-TABLE.
           OPEN OUTPUT TEAM-TABLE.
           PERFORM WRITE-ONE-TEAM-ENTRY
               VARYING WS-TT-SCAN FROM 1 BY 1
               UNTIL WS-TT-SCAN > WS-TT-COUNT.
           CLOSE TEAM-TABLE.
       REWRITE-TEAM-TABLE-EXIT.

       WRITE-ONE-TEAM-ENTRY.
           INITIALIZE WS-TTBL-RECORD WITH FILLER.
           MOVE WS-TT-TEAM-ID(WS-TT-SCAN) TO WS-TTBL-TEAM-ID.
           MOVE WS-TT-TEAM-NAME(WS-TT-SCAN) TO WS-TTBL-TEAM-NAME.
           MOVE WS-TT-PLAYED(WS-TT-SCAN) TO WS-TTBL-PLAYED.
           MOVE WS-TT-WON(WS-TT-SCAN) TO WS-TTBL-WON.
           MOVE WS-TT-DRAWN(WS-TT-SCAN) TO WS-TTBL-DRAWN.
           MOVE WS-TT-LOST(WS-TT-SCAN) TO WS-TTBL-LOST.
           MOVE WS-TT-RUBBERS-FOR(WS-TT-SCAN) TO WS-TTBL-RUBBERS-FOR.
           MOVE WS-TT-RUBBERS-AGAINST(WS-TT-SCAN) TO
               WS-TTBL-RUBBERS-AGAINST.
           MOVE WS-TT-POINTS(WS-TT-SCAN) TO WS-TTBL-POINTS.
           MOVE WS-TT-LAST-DATE(WS-TT-SCAN) TO WS-TTBL-LAST-DATE.
           WRITE WS-TTBL-RECORD.
       WRITE-ONE-TEAM-ENTRY-EXIT.

           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY OPSCLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

       END PROGRAM TEAMMCH.
