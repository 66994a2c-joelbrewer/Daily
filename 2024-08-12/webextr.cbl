      ******************************************************************
      * Author: Joel Brewer
      * Date: 08/12/2024
      * Purpose: The nightly extract for the club website, so the
      *          webmaster stops re-typing the week's printouts. Each
      *          source goes out as its own comma-delimited file with
      *          a header row naming the columns:
      *            WEBSTD   the day's YACHTSTD standings, with names
      *            WEBLEAG  LEAGTBL by division, positions worked out
      *            WEBFIX   fixtures still to come: FIXSCHED rounds
      *                     dated after the run date, and tonight's
      *                     YACHTFIX fixtures postponed to a new date
      *            WEBRES   the results the match run settled tonight
      *                     off YACHTRES
      *            WEBSEAS  season to date off the YACHTPLR master
      *          WEBCTL is written last: one control row carrying
      *          the business date, run id and each file's data-row
      *          count (header rows not counted), so the website
      *          load can prove it has every file and every row.
      *          Text columns are quoted; numbers carry no leading
      *          zeros.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 08/12/2024 JB - First cut. A source that is not there still
      *                gets its file, header row only, with a zero
      *                count on the control row and a note on EXCPLOG
      *                - the website shows an empty section rather
      *                than last week's.
      * 11/25/2024 JB - The YACHTSTD and YACHTRES totals carry four
      *                digits for Yahtzee cards past 999.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBEXTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YACHT-STANDINGS ASSIGN TO "YACHTSTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STD-FILE-STATUS.
           SELECT LEAGUE-TABLE ASSIGN TO "LEAGTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAG-FILE-STATUS.
           SELECT FIXTURE-SCHEDULE ASSIGN TO "FIXSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-FILE-STATUS.
           SELECT MATCH-FIXTURES ASSIGN TO "YACHTFIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIX-FILE-STATUS.
           SELECT MATCH-RESULTS ASSIGN TO "YACHTRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-FILE-STATUS.
           SELECT YACHT-PLYR ASSIGN TO "YACHTPLR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-PLYR-PLAYER-ID
               FILE STATUS IS WS-PLYR-FILE-STATUS.
           SELECT ROSTER-MASTER ASSIGN TO "ROSTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ROST-PLAYER-ID
               FILE STATUS IS WS-ROST-FILE-STATUS.
           SELECT WEB-STANDINGS ASSIGN TO "WEBSTD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WEB-LEAGUE ASSIGN TO "WEBLEAG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WEB-FIXTURES ASSIGN TO "WEBFIX"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WEB-RESULTS ASSIGN TO "WEBRES"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WEB-SEASON ASSIGN TO "WEBSEAS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WEB-CONTROL ASSIGN TO "WEBCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SORTWK".
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
       DATA DIVISION.
       FILE SECTION.
      * YACHTSTD as YACHT writes it, envelope included.
       FD  YACHT-STANDINGS.
       01 WS-STD-RECORD.
           05 WS-STD-RANK PIC 99.
           05 FILLER PIC X(01).
           05 WS-STD-PLAYER-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-STD-GAME-NO PIC 99.
           05 WS-STD-TOTAL PIC 9(04).
           05 FILLER PIC X(01).
           05 WS-STD-HCP-INDEX PIC 9(03).
           05 FILLER PIC X(01).
           05 WS-STD-HCP-TOTAL PIC 9(04).
           05 FILLER PIC X(01).
           05 WS-STD-HCP-RANK PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-STD-PLAYER-NAME PIC X(20).
           05 FILLER PIC X(26).
       01 WS-STD-HDR-RECORD.
           05 WS-STD-HDR-TAG PIC X(03).
           05 FILLER PIC X(01).
           05 WS-STD-HDR-RUN-ID PIC X(14).
           05 FILLER PIC X(01).
           05 WS-STD-HDR-DATE PIC 9(08).
           05 FILLER PIC X(53).
       01 WS-STD-TRL-RECORD.
           05 WS-STD-TRL-TAG PIC X(03).
           05 FILLER PIC X(01).
           05 WS-STD-TRL-COUNT PIC 9(07).
           05 FILLER PIC X(69).

      * Season league table exactly as YACHTMCH carries it forward.
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

      * The season's schedule exactly as FIXGEN writes it.
       FD  FIXTURE-SCHEDULE.
       01 WS-SCHED-RECORD.
           05 WS-SCHED-ROUND PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-SCHED-PLAYER-A PIC X(10).
           05 FILLER PIC X(01).
           05 WS-SCHED-PLAYER-B PIC X(10).
           05 FILLER PIC X(01).
           05 WS-SCHED-DIVISION PIC 9(01).
           05 FILLER PIC X(01).
           05 WS-SCHED-ROUND-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-SCHED-SITE PIC X(03).
           05 FILLER PIC X(01).
           05 WS-SCHED-TABLE PIC X(02).
           05 FILLER PIC X(01).
           05 WS-SCHED-SESSION PIC X(01).
           05 FILLER PIC X(36).

      * Tonight's fixtures exactly as YACHTMCH reads them; only the
      * ones postponed ('P') to a later date are still to come.
       FD  MATCH-FIXTURES.
       01 WS-FIX-RECORD.
           05 WS-FIX-PLAYER-A PIC X(10).
           05 FILLER PIC X(01).
           05 WS-FIX-PLAYER-B PIC X(10).
           05 FILLER PIC X(01).
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

      * Tonight's settled fixtures exactly as YACHTMCH writes them.
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

      * Season player master exactly as YACHT keeps it.
       FD  YACHT-PLYR.
       01 WS-PLYR-RECORD.
           05 WS-PLYR-PLAYER-ID PIC X(10).
           05 WS-PLYR-GAMES-PLAYED PIC 9(05).
           05 WS-PLYR-SEASON-TOTAL PIC 9(07).
           05 WS-PLYR-HANDICAP PIC 9(03).
           05 WS-PLYR-BEST-UPPER PIC 9(03).
           05 FILLER PIC X(52).

      * Roster master, exactly as ROSTMNT writes it; only the name
      * is taken.
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

       FD  WEB-STANDINGS.
       01 WS-WSTD-RECORD PIC X(200).
       FD  WEB-LEAGUE.
       01 WS-WLEAG-RECORD PIC X(200).
       FD  WEB-FIXTURES.
       01 WS-WFIX-RECORD PIC X(200).
       FD  WEB-RESULTS.
       01 WS-WRES-RECORD PIC X(200).
       FD  WEB-SEASON.
       01 WS-WSEAS-RECORD PIC X(200).
       FD  WEB-CONTROL.
       01 WS-WCTL-RECORD PIC X(200).

      * League rows ordered division by division, best first.
       SD  SORT-WORK.
       01 WS-SRT-RECORD.
           05 WS-SRT-DIVISION PIC 9(01).
           05 WS-SRT-POINTS PIC 9(04).
           05 WS-SRT-WON PIC 9(03).
           05 WS-SRT-PLAYER-ID PIC X(10).
           05 WS-SRT-PLAYED PIC 9(03).
           05 WS-SRT-DRAWN PIC 9(03).
           05 WS-SRT-LOST PIC 9(03).

       COPY BDATFD.

       COPY EXCPFD.
       COPY OPSCFD.
       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01 WS-STD-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-LEAG-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-SCHED-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-FIX-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-RES-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PLYR-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-ROST-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-SORT-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.
       01 WS-ROSTER-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-ROSTER-OPEN VALUE 'Y'.

      * Data rows written to each file, for the control row.
       01 WS-STD-ROWS PIC 9(07) VALUE 0.
       01 WS-LEAG-ROWS PIC 9(07) VALUE 0.
       01 WS-FIX-ROWS PIC 9(07) VALUE 0.
       01 WS-RES-ROWS PIC 9(07) VALUE 0.
       01 WS-SEAS-ROWS PIC 9(07) VALUE 0.
       01 WS-TOTAL-ROWS PIC 9(07) VALUE 0.
       01 WS-MISSING-SOURCE PIC X(08).

      * Position within a division as the sorted rows come back.
       01 WS-CUR-DIVISION PIC 9(01) VALUE 0.
       01 WS-LEAG-POSITION PIC 9(03) VALUE 0.

      * One delimited line under construction. Each column is put
      * in through CSV-TEXT or CSV-NUMBER and appended behind a
      * comma by ADD-CSV-TEXT or ADD-CSV-NUMBER.
       01 WS-CSV-LINE PIC X(200).
       01 WS-CSV-PTR PIC 9(03) VALUE 1.
       01 WS-CSV-TEXT PIC X(40).
       01 WS-CSV-NUMBER PIC S9(09) VALUE 0.
       01 WS-CSV-EDIT PIC -(9)9.
       01 WS-CSV-DECIMAL PIC S9(07)V9(01) VALUE 0.
       01 WS-CSV-DEC-EDIT PIC -(7)9.9.

      * Name lookup against the roster for the files that carry
      * only a player-id.
       01 WS-LOOK-PLAYER-ID PIC X(10).
       01 WS-LOOK-NAME PIC X(20).
       01 WS-SEAS-AVERAGE PIC 9(03)V9(01) VALUE 0.

       COPY BDATWS.
       COPY RUNCTL.
       COPY EXCPWS.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CAPTURE-RUN-CONTROL.
           MOVE 'WEBEXTR' TO WS-AUDT-SOURCE-PARM.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM OPEN-EXCEPTION-LOG.
           PERFORM OPEN-OPS-COUNT-LOG.
           OPEN INPUT ROSTER-MASTER.
           IF WS-ROST-FILE-STATUS = "00" THEN
               MOVE 'Y' TO WS-ROSTER-OPEN-SW
           ELSE
               DISPLAY "WEBEXTR: ROSTER MASTER NOT AVAILABLE (STATUS "
                   WS-ROST-FILE-STATUS ") - NAMES LEFT BLANK"
           END-IF.
           PERFORM EXTRACT-STANDINGS.
           PERFORM EXTRACT-LEAGUE-TABLE.
           PERFORM EXTRACT-FIXTURES.
           PERFORM EXTRACT-RESULTS.
           PERFORM EXTRACT-SEASON.
           IF WS-ROSTER-OPEN THEN
               CLOSE ROSTER-MASTER
           END-IF.
           PERFORM WRITE-CONTROL-FILE.
           PERFORM CLOSE-EXCEPTION-LOG.
           COMPUTE WS-TOTAL-ROWS = WS-STD-ROWS + WS-LEAG-ROWS +
               WS-FIX-ROWS + WS-RES-ROWS + WS-SEAS-ROWS.
           MOVE 'WEBEXTR' TO WS-OPSC-SOURCE-PARM.
           MOVE 'WEB ROWS EXTRACTED' TO WS-OPSC-LABEL-PARM.
           MOVE WS-TOTAL-ROWS TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           PERFORM CLOSE-OPS-COUNT-LOG.
           DISPLAY "WEBEXTR: STANDINGS " WS-STD-ROWS " LEAGUE "
               WS-LEAG-ROWS " FIXTURES " WS-FIX-ROWS " RESULTS "
               WS-RES-ROWS " SEASON " WS-SEAS-ROWS.
           STOP RUN.
       MAIN-EXIT.

      ******************************************************************
      * WEBSTD: every ranked line of today's standings between the
      * HDR and TRL envelope, the name as YACHT printed it.
      ******************************************************************
       EXTRACT-STANDINGS.
           OPEN OUTPUT WEB-STANDINGS.
           MOVE SPACES TO WS-WSTD-RECORD.
           STRING "RANK,PLAYER_ID,PLAYER_NAME,GAME_NO,TOTAL,"
               "HANDICAP_INDEX,HANDICAP_TOTAL,HANDICAP_RANK"
               DELIMITED BY SIZE INTO WS-WSTD-RECORD.
           WRITE WS-WSTD-RECORD.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT YACHT-STANDINGS.
           IF WS-STD-FILE-STATUS NOT = "00" THEN
               MOVE 'YACHTSTD' TO WS-MISSING-SOURCE
               PERFORM NOTE-MISSING-SOURCE
           ELSE
               READ YACHT-STANDINGS
                   AT END
                       MOVE SPACES TO WS-STD-HDR-TAG
               END-READ
               IF WS-STD-HDR-TAG NOT = 'HDR' THEN
                   MOVE 'YACHTSTD' TO WS-MISSING-SOURCE
                   PERFORM NOTE-MISSING-SOURCE
               ELSE
                   PERFORM EXTRACT-ONE-STANDING UNTIL WS-EOF
               END-IF
               CLOSE YACHT-STANDINGS
           END-IF.
           CLOSE WEB-STANDINGS.
       EXTRACT-STANDINGS-EXIT.

       EXTRACT-ONE-STANDING.
           READ YACHT-STANDINGS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-STD-TRL-TAG = 'TRL' THEN
                       MOVE 'Y' TO WS-EOF-SW
                   ELSE
                       PERFORM BUILD-STANDING-ROW
                   END-IF
           END-READ.
       EXTRACT-ONE-STANDING-EXIT.

       BUILD-STANDING-ROW.
           PERFORM START-CSV-LINE.
           MOVE WS-STD-RANK TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-STD-PLAYER-ID TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-STD-PLAYER-NAME TO WS-CSV-TEXT.
           IF WS-STD-PLAYER-NAME = SPACES THEN
               MOVE WS-STD-PLAYER-ID TO WS-LOOK-PLAYER-ID
               PERFORM LOOK-UP-NAME
               MOVE WS-LOOK-NAME TO WS-CSV-TEXT
           END-IF.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-STD-GAME-NO TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-STD-TOTAL TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-STD-HCP-INDEX TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-STD-HCP-TOTAL TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-STD-HCP-RANK TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-CSV-LINE TO WS-WSTD-RECORD.
           WRITE WS-WSTD-RECORD.
           ADD 1 TO WS-STD-ROWS.
       BUILD-STANDING-ROW-EXIT.

      ******************************************************************
      * WEBLEAG: the league table sorted division by division, most
      * points first (games won, then player-id, break a tie), with
      * each player's position in their division. A row with no
      * division is division 1, as YACHTMCH reads it.
      ******************************************************************
       EXTRACT-LEAGUE-TABLE.
           OPEN OUTPUT WEB-LEAGUE.
           MOVE SPACES TO WS-WLEAG-RECORD.
           STRING "DIVISION,POSITION,PLAYER_ID,PLAYER_NAME,PLAYED,"
               "WON,DRAWN,LOST,POINTS"
               DELIMITED BY SIZE INTO WS-WLEAG-RECORD.
           WRITE WS-WLEAG-RECORD.
           OPEN INPUT LEAGUE-TABLE.
           IF WS-LEAG-FILE-STATUS NOT = "00" THEN
               MOVE 'LEAGTBL' TO WS-MISSING-SOURCE
               PERFORM NOTE-MISSING-SOURCE
           ELSE
               MOVE 0 TO WS-CUR-DIVISION
               SORT SORT-WORK
                   ON ASCENDING KEY WS-SRT-DIVISION
                   ON DESCENDING KEY WS-SRT-POINTS
                   ON DESCENDING KEY WS-SRT-WON
                   ON ASCENDING KEY WS-SRT-PLAYER-ID
                   INPUT PROCEDURE IS RELEASE-LEAGUE-ROWS
                   OUTPUT PROCEDURE IS WRITE-LEAGUE-ROWS
               CLOSE LEAGUE-TABLE
           END-IF.
           CLOSE WEB-LEAGUE.
       EXTRACT-LEAGUE-TABLE-EXIT.

       RELEASE-ONE-LEAGUE-ROW.
           READ LEAGUE-TABLE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-LEAG-PLAYER-ID NOT = SPACES THEN
                       MOVE 1 TO WS-SRT-DIVISION
                       IF WS-LEAG-DIVISION NUMERIC AND
                           WS-LEAG-DIVISION NOT = 0 THEN
                           MOVE WS-LEAG-DIVISION TO WS-SRT-DIVISION
                       END-IF
                       MOVE WS-LEAG-POINTS TO WS-SRT-POINTS
                       MOVE WS-LEAG-WON TO WS-SRT-WON
                       MOVE WS-LEAG-PLAYER-ID TO WS-SRT-PLAYER-ID
                       MOVE WS-LEAG-PLAYED TO WS-SRT-PLAYED
                       MOVE WS-LEAG-DRAWN TO WS-SRT-DRAWN
                       MOVE WS-LEAG-LOST TO WS-SRT-LOST
                       RELEASE WS-SRT-RECORD
                   END-IF
           END-READ.
       RELEASE-ONE-LEAGUE-ROW-EXIT.

       BUILD-LEAGUE-ROW.
           IF WS-SRT-DIVISION NOT = WS-CUR-DIVISION THEN
               MOVE WS-SRT-DIVISION TO WS-CUR-DIVISION
               MOVE 0 TO WS-LEAG-POSITION
           END-IF.
           ADD 1 TO WS-LEAG-POSITION.
           PERFORM START-CSV-LINE.
           MOVE WS-SRT-DIVISION TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-LEAG-POSITION TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-SRT-PLAYER-ID TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-SRT-PLAYER-ID TO WS-LOOK-PLAYER-ID.
           PERFORM LOOK-UP-NAME.
           MOVE WS-LOOK-NAME TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-SRT-PLAYED TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-SRT-WON TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-SRT-DRAWN TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-SRT-LOST TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-SRT-POINTS TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-CSV-LINE TO WS-WLEAG-RECORD.
           WRITE WS-WLEAG-RECORD.
           ADD 1 TO WS-LEAG-ROWS.
       BUILD-LEAGUE-ROW-EXIT.

      ******************************************************************
      * WEBFIX: the fixtures still to come. FIXSCHED gives every
      * booked round dated after tonight; YACHTFIX gives tonight's
      * fixtures postponed to a later date, which carry no round.
      ******************************************************************
       EXTRACT-FIXTURES.
           OPEN OUTPUT WEB-FIXTURES.
           MOVE SPACES TO WS-WFIX-RECORD.
           STRING "FIXTURE_DATE,ROUND,DIVISION,PLAYER_A,NAME_A,"
               "PLAYER_B,NAME_B,SITE,TABLE,SESSION,STATUS"
               DELIMITED BY SIZE INTO WS-WFIX-RECORD.
           WRITE WS-WFIX-RECORD.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT FIXTURE-SCHEDULE.
           IF WS-SCHED-FILE-STATUS NOT = "00" THEN
               MOVE 'FIXSCHED' TO WS-MISSING-SOURCE
               PERFORM NOTE-MISSING-SOURCE
           ELSE
               PERFORM EXTRACT-ONE-SCHEDULED UNTIL WS-EOF
               CLOSE FIXTURE-SCHEDULE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT MATCH-FIXTURES.
           IF WS-FIX-FILE-STATUS = "00" THEN
               PERFORM EXTRACT-ONE-POSTPONED UNTIL WS-EOF
               CLOSE MATCH-FIXTURES
           END-IF.
           CLOSE WEB-FIXTURES.
       EXTRACT-FIXTURES-EXIT.

       EXTRACT-ONE-SCHEDULED.
           READ FIXTURE-SCHEDULE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-SCHED-ROUND-DATE NUMERIC AND
                       WS-SCHED-ROUND-DATE > WS-RUN-DATE THEN
                       PERFORM BUILD-SCHEDULED-ROW
                   END-IF
           END-READ.
       EXTRACT-ONE-SCHEDULED-EXIT.

       BUILD-SCHEDULED-ROW.
           PERFORM START-CSV-LINE.
           MOVE WS-SCHED-ROUND-DATE TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-SCHED-ROUND TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE 1 TO WS-CSV-NUMBER.
           IF WS-SCHED-DIVISION NUMERIC AND
               WS-SCHED-DIVISION NOT = 0 THEN
               MOVE WS-SCHED-DIVISION TO WS-CSV-NUMBER
           END-IF.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-SCHED-PLAYER-A TO WS-LOOK-PLAYER-ID.
           PERFORM ADD-PLAYER-AND-NAME.
           MOVE WS-SCHED-PLAYER-B TO WS-LOOK-PLAYER-ID.
           PERFORM ADD-PLAYER-AND-NAME.
           MOVE WS-SCHED-SITE TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-SCHED-TABLE TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-SCHED-SESSION TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE 'SCHEDULED' TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.
           PERFORM WRITE-FIXTURE-ROW.
       BUILD-SCHEDULED-ROW-EXIT.

       EXTRACT-ONE-POSTPONED.
           READ MATCH-FIXTURES
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-FIX-RESULT-CODE = 'P' AND
                       WS-FIX-POSTPONE-DATE NUMERIC AND
                       WS-FIX-POSTPONE-DATE > WS-RUN-DATE THEN
                       PERFORM BUILD-POSTPONED-ROW
                   END-IF
           END-READ.
       EXTRACT-ONE-POSTPONED-EXIT.

      * A postponed fixture is played inside player A's division.
       BUILD-POSTPONED-ROW.
           PERFORM START-CSV-LINE.
           MOVE WS-FIX-POSTPONE-DATE TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           PERFORM ADD-CSV-BLANK.
           MOVE WS-FIX-PLAYER-A TO WS-LOOK-PLAYER-ID.
           PERFORM LOOK-UP-NAME.
           MOVE 1 TO WS-CSV-NUMBER.
           IF WS-ROST-DIVISION NUMERIC AND WS-ROST-DIVISION NOT = 0
               AND WS-LOOK-NAME NOT = SPACES THEN
               MOVE WS-ROST-DIVISION TO WS-CSV-NUMBER
           END-IF.
           PERFORM ADD-CSV-NUMBER.
           PERFORM ADD-PLAYER-AND-NAME.
           MOVE WS-FIX-PLAYER-B TO WS-LOOK-PLAYER-ID.
           PERFORM ADD-PLAYER-AND-NAME.
           MOVE WS-FIX-SITE TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-FIX-TABLE TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-FIX-SESSION TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE 'POSTPONED' TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.
           PERFORM WRITE-FIXTURE-ROW.
       BUILD-POSTPONED-ROW-EXIT.

       WRITE-FIXTURE-ROW.
           MOVE WS-CSV-LINE TO WS-WFIX-RECORD.
           WRITE WS-WFIX-RECORD.
           ADD 1 TO WS-FIX-ROWS.
       WRITE-FIXTURE-ROW-EXIT.

      ******************************************************************
      * WEBRES: tonight's settled fixtures. RESULT is A or B for the
      * winning side or D drawn; DECIDED is SCORES or FORFEIT.
      ******************************************************************
       EXTRACT-RESULTS.
           OPEN OUTPUT WEB-RESULTS.
           MOVE SPACES TO WS-WRES-RECORD.
           STRING "MATCH_DATE,DIVISION,PLAYER_A,NAME_A,PLAYER_B,"
               "NAME_B,TOTAL_A,TOTAL_B,RESULT,DECIDED"
               DELIMITED BY SIZE INTO WS-WRES-RECORD.
           WRITE WS-WRES-RECORD.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT MATCH-RESULTS.
           IF WS-RES-FILE-STATUS NOT = "00" THEN
               MOVE 'YACHTRES' TO WS-MISSING-SOURCE
               PERFORM NOTE-MISSING-SOURCE
           ELSE
               PERFORM EXTRACT-ONE-RESULT UNTIL WS-EOF
               CLOSE MATCH-RESULTS
           END-IF.
           CLOSE WEB-RESULTS.
       EXTRACT-RESULTS-EXIT.

       EXTRACT-ONE-RESULT.
           READ MATCH-RESULTS
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   PERFORM BUILD-RESULT-ROW
           END-READ.
       EXTRACT-ONE-RESULT-EXIT.

       BUILD-RESULT-ROW.
           PERFORM START-CSV-LINE.
           MOVE WS-RES-RUN-DATE TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE 1 TO WS-CSV-NUMBER.
           IF WS-RES-DIVISION NUMERIC AND WS-RES-DIVISION NOT = 0
               THEN
               MOVE WS-RES-DIVISION TO WS-CSV-NUMBER
           END-IF.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-RES-PLAYER-A TO WS-LOOK-PLAYER-ID.
           PERFORM ADD-PLAYER-AND-NAME.
           MOVE WS-RES-PLAYER-B TO WS-LOOK-PLAYER-ID.
           PERFORM ADD-PLAYER-AND-NAME.
           MOVE WS-RES-TOTAL-A TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-RES-TOTAL-B TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-RES-RESULT TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.
           IF WS-RES-HOW = 'F' THEN
               MOVE 'FORFEIT' TO WS-CSV-TEXT
           ELSE
               MOVE 'SCORES' TO WS-CSV-TEXT
           END-IF.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-CSV-LINE TO WS-WRES-RECORD.
           WRITE WS-WRES-RECORD.
           ADD 1 TO WS-RES-ROWS.
       BUILD-RESULT-ROW-EXIT.

      ******************************************************************
      * WEBSEAS: season to date, one row per player master record,
      * with the average a game to one place.
      ******************************************************************
       EXTRACT-SEASON.
           OPEN OUTPUT WEB-SEASON.
           MOVE SPACES TO WS-WSEAS-RECORD.
           STRING "PLAYER_ID,PLAYER_NAME,GAMES_PLAYED,SEASON_TOTAL,"
               "AVERAGE,HANDICAP_INDEX,BEST_UPPER"
               DELIMITED BY SIZE INTO WS-WSEAS-RECORD.
           WRITE WS-WSEAS-RECORD.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT YACHT-PLYR.
           IF WS-PLYR-FILE-STATUS NOT = "00" THEN
               MOVE 'YACHTPLR' TO WS-MISSING-SOURCE
               PERFORM NOTE-MISSING-SOURCE
           ELSE
               PERFORM EXTRACT-ONE-PLAYER UNTIL WS-EOF
               CLOSE YACHT-PLYR
           END-IF.
           CLOSE WEB-SEASON.
       EXTRACT-SEASON-EXIT.

       EXTRACT-ONE-PLAYER.
           READ YACHT-PLYR NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   PERFORM BUILD-SEASON-ROW
           END-READ.
       EXTRACT-ONE-PLAYER-EXIT.

       BUILD-SEASON-ROW.
           PERFORM START-CSV-LINE.
           MOVE WS-PLYR-PLAYER-ID TO WS-LOOK-PLAYER-ID.
           PERFORM ADD-PLAYER-AND-NAME.
           MOVE WS-PLYR-GAMES-PLAYED TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-PLYR-SEASON-TOTAL TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE 0 TO WS-SEAS-AVERAGE.
           IF WS-PLYR-GAMES-PLAYED > 0 THEN
               COMPUTE WS-SEAS-AVERAGE ROUNDED =
                   WS-PLYR-SEASON-TOTAL / WS-PLYR-GAMES-PLAYED
           END-IF.
           MOVE WS-SEAS-AVERAGE TO WS-CSV-DECIMAL.
           PERFORM ADD-CSV-DECIMAL.
           MOVE 0 TO WS-CSV-NUMBER.
           IF WS-PLYR-HANDICAP NUMERIC THEN
               MOVE WS-PLYR-HANDICAP TO WS-CSV-NUMBER
           END-IF.
           PERFORM ADD-CSV-NUMBER.
           MOVE 0 TO WS-CSV-NUMBER.
           IF WS-PLYR-BEST-UPPER NUMERIC THEN
               MOVE WS-PLYR-BEST-UPPER TO WS-CSV-NUMBER
           END-IF.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-CSV-LINE TO WS-WSEAS-RECORD.
           WRITE WS-WSEAS-RECORD.
           ADD 1 TO WS-SEAS-ROWS.
       BUILD-SEASON-ROW-EXIT.

      ******************************************************************
      * WEBCTL: written after every data file is closed, so a control
      * file present means the night's extract finished.
      ******************************************************************
       WRITE-CONTROL-FILE.
           OPEN OUTPUT WEB-CONTROL.
           MOVE SPACES TO WS-WCTL-RECORD.
           STRING "RECORD_TYPE,BUSINESS_DATE,RUN_ID,STANDINGS_ROWS,"
               "LEAGUE_ROWS,FIXTURE_ROWS,RESULT_ROWS,SEASON_ROWS"
               DELIMITED BY SIZE INTO WS-WCTL-RECORD.
           WRITE WS-WCTL-RECORD.
           PERFORM START-CSV-LINE.
           MOVE 'CTL' TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-RUN-DATE TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-RUN-ID TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-STD-ROWS TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-LEAG-ROWS TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-FIX-ROWS TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-RES-ROWS TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-SEAS-ROWS TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-CSV-LINE TO WS-WCTL-RECORD.
           WRITE WS-WCTL-RECORD.
           CLOSE WEB-CONTROL.
       WRITE-CONTROL-FILE-EXIT.

      ******************************************************************
      * Delimited-line building. Text is quoted with any embedded
      * double quote turned to a single one; trailing spaces go.
      ******************************************************************
       START-CSV-LINE.
           MOVE SPACES TO WS-CSV-LINE.
           MOVE 1 TO WS-CSV-PTR.
       START-CSV-LINE-EXIT.

       ADD-CSV-COMMA.
           IF WS-CSV-PTR > 1 THEN
               STRING "," DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-IF.
       ADD-CSV-COMMA-EXIT.

       ADD-CSV-TEXT.
           PERFORM ADD-CSV-COMMA.
           INSPECT WS-CSV-TEXT REPLACING ALL '"' BY "'".
           IF WS-CSV-TEXT = SPACES THEN
               STRING '""' DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           ELSE
               STRING '"' FUNCTION TRIM(WS-CSV-TEXT) '"'
                   DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-IF.
       ADD-CSV-TEXT-EXIT.

      * An empty unquoted column, for a number that does not apply.
       ADD-CSV-BLANK.
           PERFORM ADD-CSV-COMMA.
       ADD-CSV-BLANK-EXIT.

       ADD-CSV-NUMBER.
           PERFORM ADD-CSV-COMMA.
           MOVE WS-CSV-NUMBER TO WS-CSV-EDIT.
           STRING FUNCTION TRIM(WS-CSV-EDIT) DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
       ADD-CSV-NUMBER-EXIT.

       ADD-CSV-DECIMAL.
           PERFORM ADD-CSV-COMMA.
           MOVE WS-CSV-DECIMAL TO WS-CSV-DEC-EDIT.
           STRING FUNCTION TRIM(WS-CSV-DEC-EDIT) DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
       ADD-CSV-DECIMAL-EXIT.

      * The player-id in WS-LOOK-PLAYER-ID and the roster name
      * behind it, as two columns.
       ADD-PLAYER-AND-NAME.
           MOVE WS-LOOK-PLAYER-ID TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.
           PERFORM LOOK-UP-NAME.
           MOVE WS-LOOK-NAME TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.
       ADD-PLAYER-AND-NAME-EXIT.

       LOOK-UP-NAME.
           MOVE SPACES TO WS-LOOK-NAME.
           IF WS-ROSTER-OPEN AND WS-LOOK-PLAYER-ID NOT = SPACES THEN
               MOVE WS-LOOK-PLAYER-ID TO WS-ROST-PLAYER-ID
               READ ROSTER-MASTER
                   INVALID KEY
                       MOVE 0 TO WS-ROST-DIVISION
                   NOT INVALID KEY
                       MOVE WS-ROST-NAME TO WS-LOOK-NAME
               END-READ
           END-IF.
       LOOK-UP-NAME-EXIT.

       NOTE-MISSING-SOURCE.
           DISPLAY "WEBEXTR: " WS-MISSING-SOURCE " NOT AVAILABLE - "
               "HEADER ROW ONLY".
           MOVE 'WEBEXTR' TO WS-EXCP-SOURCE-PARM.
           MOVE WS-MISSING-SOURCE TO WS-EXCP-KEY-PARM.
           MOVE 'WEB EXTRACT SOURCE FILE MISSING' TO
               WS-EXCP-REASON-PARM.
           PERFORM LOG-EXCEPTION.
           MOVE 4 TO RETURN-CODE.
       NOTE-MISSING-SOURCE-EXIT.

           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY OPSCLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

      ******************************************************************
      * SORT input procedure: every league row with a player on it.
      ******************************************************************
       RELEASE-LEAGUE-ROWS SECTION.
       RELEASE-LEAGUE-START.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM RELEASE-ONE-LEAGUE-ROW UNTIL WS-EOF.
           GO TO RELEASE-LEAGUE-DONE.

       RELEASE-LEAGUE-DONE.
           EXIT.

      ******************************************************************
      * SORT output procedure: rows come back by division, best
      * first, and go out with their position.
      ******************************************************************
       WRITE-LEAGUE-ROWS SECTION.
       WRITE-LEAGUE-START.
           MOVE 'N' TO WS-SORT-EOF-SW.
           PERFORM RETURN-ONE-LEAGUE-ROW UNTIL WS-SORT-EOF.
           GO TO WRITE-LEAGUE-DONE.

       RETURN-ONE-LEAGUE-ROW.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
               NOT AT END
                   PERFORM BUILD-LEAGUE-ROW
           END-RETURN.

       WRITE-LEAGUE-DONE.
           EXIT.

       END PROGRAM WEBEXTR.
