      *                AUTHCHK module and AUTHCHKP copybook); a
      *                refused run logs severe so EXCPALRT pages
      *                the same night.
      * 07/15/2024 JB - Each best season now shows the division the
      *                player was in when that season closed,
      *                resolved through the ROSTASOF module off the
      *                ROSTHIST roster history rather than read off
      *                today's roster.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECBOOK.

      * One career entry per player ever archived: totals across
      * every season plus the best single season and which season
      * it was, with the date that season closed so the division
      * held then can be looked up. 200 entries matches the
      * season-table limit SEASTAND already carries.
       01 WS-CAREER-COUNT PIC 9(03) VALUE 0.
       01 WS-CAREER-FULL-SW PIC X(01) VALUE 'N'.
           88 WS-CAREER-FULL VALUE 'Y'.
               10 WS-CR-TOTAL PIC 9(08).
               10 WS-CR-BEST-TOTAL PIC 9(07).
               10 WS-CR-BEST-SEASON PIC X(06).
               10 WS-CR-BEST-CLOSED PIC 9(08).

      * Shop-wide records, each with its holder and season.
       01 WS-REC-BEST-TOTAL PIC 9(07) VALUE 0.
       01 WS-REC-BEST-PLAYER PIC X(10) VALUE SPACES.
       01 WS-REC-BEST-SEASON PIC X(06) VALUE SPACES.
       01 WS-REC-BEST-CLOSED PIC 9(08) VALUE 0.
       01 WS-REC-MOST-GAMES PIC 9(07) VALUE 0.
       01 WS-REC-GAMES-PLAYER PIC X(10) VALUE SPACES.
       01 WS-REC-HIGH-CAREER PIC 9(08) VALUE 0.
       01 WS-RANK-OUTER PIC 9(03).
       01 WS-RANK-INNER PIC 9(03).
       01 WS-RANK-BEST PIC 9(03).
       01 WS-RANK-SWAP-ENTRY PIC X(49).

       01 WS-RECORDS-READ-COUNT PIC 9(07) VALUE 0.
       01 WS-RPT-SEASONS PIC ZZ9.
       01 WS-RPT-TOTAL PIC ZZZZZZZ9.
       01 WS-RPT-BEST PIC ZZZZZZ9.

      * Division at a season's close, blank when the history cannot
      * say (no closing date on the record, or not on the roster).
       01 WS-SEASON-DIVISION PIC X(01) VALUE SPACE.

       COPY ROSTASWS.

       COPY BDATWS.
       COPY RUNCTL.
       COPY AUDTWS.
               MOVE 0 TO WS-CR-TOTAL(WS-CR-IDX)
               MOVE 0 TO WS-CR-BEST-TOTAL(WS-CR-IDX)
               MOVE SPACES TO WS-CR-BEST-SEASON(WS-CR-IDX)
               MOVE 0 TO WS-CR-BEST-CLOSED(WS-CR-IDX)
               PERFORM BUMP-CAREER-ENTRY
           END-IF.
       ADD-CAREER-ENTRY-EXIT.
                   WS-CR-BEST-TOTAL(WS-CR-IDX)
               MOVE WS-HIST-SEASON-ID TO
                   WS-CR-BEST-SEASON(WS-CR-IDX)
               MOVE 0 TO WS-CR-BEST-CLOSED(WS-CR-IDX)
               IF WS-HIST-CLOSED-DATE NUMERIC THEN
                   MOVE WS-HIST-CLOSED-DATE TO
                       WS-CR-BEST-CLOSED(WS-CR-IDX)
               END-IF
           END-IF.
       BUMP-CAREER-ENTRY-EXIT.

               MOVE WS-HIST-SEASON-TOTAL TO WS-REC-BEST-TOTAL
               MOVE WS-HIST-PLAYER-ID TO WS-REC-BEST-PLAYER
               MOVE WS-HIST-SEASON-ID TO WS-REC-BEST-SEASON
               MOVE 0 TO WS-REC-BEST-CLOSED
               IF WS-HIST-CLOSED-DATE NUMERIC THEN
                   MOVE WS-HIST-CLOSED-DATE TO WS-REC-BEST-CLOSED
               END-IF
           END-IF.
       POST-SHOP-RECORDS-EXIT.

           MOVE "PLAYER-ID   SEASONS   GAMES    CAREER    BEST-SEASON"
               TO WS-RPT-RECORD(1:52).
           MOVE "IN" TO WS-RPT-RECORD(56:2).
           MOVE "DIV" TO WS-RPT-RECORD(61:3).
           WRITE WS-RPT-RECORD.
           IF WS-CAREER-COUNT = 0 THEN
               MOVE "NO CLOSED SEASONS ON THE HISTORY FILE" TO
           MOVE WS-RPT-TOTAL TO WS-RPT-RECORD(29:8).
           MOVE WS-RPT-BEST TO WS-RPT-RECORD(41:7).
           MOVE WS-CR-BEST-SEASON(WS-CR-IDX) TO WS-RPT-RECORD(53:6).
           MOVE WS-CR-PLAYER-ID(WS-CR-IDX) TO WS-RASO-PLAYER-ID.
           MOVE WS-CR-BEST-CLOSED(WS-CR-IDX) TO WS-RASO-DATE.
           PERFORM RESOLVE-SEASON-DIVISION.
           MOVE WS-SEASON-DIVISION TO WS-RPT-RECORD(62:1).
           WRITE WS-RPT-RECORD.
       WRITE-ONE-CAREER-LINE-EXIT.

      * Caller loads WS-RASO-PLAYER-ID and the season's closing date
      * into WS-RASO-DATE. The division asked after is the one held
      * the day before the close: SEASNEND's promotions and
      * relegations are dated the close-out day itself, and the
      * season was played in the division the player left.
       RESOLVE-SEASON-DIVISION.
           MOVE SPACE TO WS-SEASON-DIVISION.
           IF WS-RASO-DATE > 0 THEN
               COMPUTE WS-RASO-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RASO-DATE) - 1)
               CALL 'ROSTASOF' USING WS-RASO-PLAYER-ID WS-RASO-DATE
                   WS-RASO-STATE
               IF WS-RASO-FOUND = 'Y' THEN
                   MOVE WS-RASO-DIVISION TO WS-SEASON-DIVISION
               END-IF
           END-IF.
       RESOLVE-SEASON-DIVISION-EXIT.

      * The career-wide records only settle once every season is
      * absorbed - a player's games span rows, so they can't be
      * judged record by record the way best-season can.
           MOVE "SHOP-WIDE RECORDS" TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-REC-BEST-TOTAL TO WS-RPT-BEST.
           MOVE WS-REC-BEST-PLAYER TO WS-RASO-PLAYER-ID.
           MOVE WS-REC-BEST-CLOSED TO WS-RASO-DATE.
           PERFORM RESOLVE-SEASON-DIVISION.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "BEST SEASON TOTAL EVER : " WS-RPT-BEST
               " BY " WS-REC-BEST-PLAYER
               " IN " WS-REC-BEST-SEASON
               " DIVISION " WS-SEASON-DIVISION
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-REC-MOST-GAMES TO WS-RPT-GAMES.
