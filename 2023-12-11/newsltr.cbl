      *                AUTHCHK module and AUTHCHKP copybook); a
      *                refused run logs severe so EXCPALRT pages
      *                the same night.
      * 06/10/2024 JB - Team standings section off TEAMMCH's TEAMTBL
      *                after the league table. A night with no team
      *                table yet (no club competition running) just
      *                leaves the section out - it is not a missing
      *                source.
      * 06/17/2024 JB - Coming fixtures section off FIXGEN's FIXSCHED:
      *                the pairings dated in the week after the run
      *                date with the site, table and session each is
      *                booked to. The match results already show
      *                where each was played, carried through off
      *                YACHTMRPT.
      * 07/01/2024 JB - Achievements section off YACHT's ACHVMSTR
      *                master: the milestones players have earned
      *                since the last newsletter (the week ending on
      *                the run date), in place of the desk's notes.
      * 09/23/2024 JB - Every bulletin line is screened against the
      *                editors' FORBMSTR forbidden-word master (see
      *                the FORBSCRN module and SCRNP copybook) before
      *                it is appended - a player name or team name
      *                goes out to every site with nobody reading it
      *                first. Hits go to the SCRNREG screening
      *                register and EXCPLOG; a rejected line is left
      *                out of the newsletter with RC 4, and a
      *                substitution goes out as substituted.
      * 10/28/2024 JB - The newsletter goes out as one bulletin now,
      *                not one bulletin per line: the screened lines
      *                are held until the last section is composed
      *                and then appended as the segments of bulletin
      *                NL plus the run date, numbered 1 to n of n, so
      *                CIPHDIST releases it whole and in order or not
      *                at all. Lines past the 100 a bulletin holds
      *                are left out with RC 4.
      * 11/25/2024 JB - The YACHTSTD total carries four digits for
      *                Yahtzee cards past 999.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEWSLTR.
           SELECT LEAGUE-TABLE ASSIGN TO "LEAGTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAG-FILE-STATUS.
           SELECT TEAM-TABLE ASSIGN TO "TEAMTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TTBL-FILE-STATUS.
           SELECT FIXTURE-SCHEDULE ASSIGN TO "FIXSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-FILE-STATUS.
           SELECT ACHIEVEMENTS ASSIGN TO "ACHVMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-ACH-KEY
               FILE STATUS IS WS-ACH-FILE-STATUS.
           SELECT CIPHER-IN ASSIGN TO "CIPHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIPH-FILE-STATUS.
           COPY EXCPSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
           COPY SCRNSEL.
       DATA DIVISION.
       FILE SECTION.
      * YACHTSTD as YACHT writes it, envelope included; the name
           05 WS-STD-PLAYER-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-STD-GAME-NO PIC 99.
           05 WS-STD-TOTAL PIC 9(04).
           05 FILLER PIC X(01).
           05 WS-STD-HCP-INDEX PIC 9(03).
           05 FILLER PIC X(01).
           05 WS-LEAG-DIVISION PIC 9(01).
           05 FILLER PIC X(49).

      * Season team league table exactly as TEAMMCH carries it
      * forward, best team first.
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

      * Achievements master exactly as YACHT writes it, read-only
      * here.
       FD  ACHIEVEMENTS.
       01 WS-ACH-RECORD.
           05 WS-ACH-KEY.
               10 WS-ACH-PLAYER-ID PIC X(10).
               10 WS-ACH-CODE PIC X(04).
               10 WS-ACH-QUAL PIC X(08).
           05 WS-ACH-DATE PIC 9(08).
           05 WS-ACH-GAME-NO PIC 9(02).
           05 WS-ACH-VALUE PIC 9(05).
           05 WS-ACH-TEXT PIC X(40).
           05 FILLER PIC X(23).

      * One line per record, in CIPHIN's own layout as
      * ROTATIONAL-CIPHER reads it: class NEWS resolves the key of
      * the day, mode E, rotation type; each record a segment of the
      * one newsletter bulletin.
       FD  CIPHER-IN.
       01 WS-CIPH-IN-RECORD.
           05 WS-CIPH-IN-KEY PIC 9(02).
           05 WS-CIPH-IN-CLASS PIC X(04).
           05 FILLER PIC X(01).
           05 WS-CIPH-IN-TYPE PIC X(01).
           05 FILLER PIC X(01).
           05 WS-CIPH-IN-BULLETIN-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-CIPH-IN-SEG-NO PIC 9(03).
           05 FILLER PIC X(01).
           05 WS-CIPH-IN-SEG-COUNT PIC 9(03).

       COPY BDATFD.

       COPY EXCPFD.
       COPY OPSCFD.
       COPY AUDTFD.
       COPY SCRNFD.

       WORKING-STORAGE SECTION.
       01 WS-STD-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-MRPT-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-LEAG-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-CIPH-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-TTBL-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-SCHED-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-ACH-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-TRAILER-SEEN-SW PIC X(01) VALUE 'N'.

       01 WS-BULLETIN-TEXT PIC X(128).
       01 WS-BULLETINS-COUNT PIC 9(05) VALUE 0.
       01 WS-WITHHELD-COUNT PIC 9(05) VALUE 0.

      * The newsletter's lines, screened and waiting to go out as the
      * segments of the one bulletin.
       01 WS-NEWS-BULLETIN-ID.
           05 FILLER PIC X(02) VALUE 'NL'.
           05 WS-NEWS-BULLETIN-DATE PIC 9(08).
       01 WS-NEWS-LINE-COUNT PIC 9(03) VALUE 0.
       01 WS-NEWS-LINE-SCAN PIC 9(03) VALUE 0.
       01 WS-NEWS-OVERFLOW-COUNT PIC 9(05) VALUE 0.
       01 WS-NEWS-LINE-TABLE.
           05 WS-NEWS-LINE OCCURS 100 TIMES PIC X(128).
       01 WS-STD-LINES-COUNT PIC 9(03) VALUE 0.
       01 WS-RESULT-LINES-COUNT PIC 9(03) VALUE 0.
       01 WS-TABLE-LINES-COUNT PIC 9(03) VALUE 0.
       01 WS-TEAM-LINES-COUNT PIC 9(03) VALUE 0.
       01 WS-FIXTURE-LINES-COUNT PIC 9(03) VALUE 0.
       01 WS-ACH-LINES-COUNT PIC 9(03) VALUE 0.
      * Achievements count from the day after last week's newsletter
      * through the run date itself.
       01 WS-ACH-SINCE-DATE PIC 9(08) VALUE 0.
      * The coming week runs from the day after the run date through
      * seven days on.
       01 WS-WEEK-START-DATE PIC 9(08) VALUE 0.
       01 WS-WEEK-END-DATE PIC 9(08) VALUE 0.
       01 WS-IN-RESULTS-SW PIC X(01) VALUE 'N'.
           88 WS-IN-RESULTS VALUE 'Y'.

       01 WS-STD-LINE-LIMIT PIC 9(02) VALUE 5.
       01 WS-RESULT-LINE-LIMIT PIC 9(02) VALUE 20.
       01 WS-TABLE-LINE-LIMIT PIC 9(02) VALUE 10.
       01 WS-TEAM-LINE-LIMIT PIC 9(02) VALUE 10.
       01 WS-FIXTURE-LINE-LIMIT PIC 9(02) VALUE 20.
       01 WS-ACH-LINE-LIMIT PIC 9(02) VALUE 20.

       COPY BDATWS.
       COPY RUNCTL.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.
       COPY SCRNWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM OPEN-CIPHER-IN.
           PERFORM OPEN-EXCEPTION-LOG.
           PERFORM OPEN-SCREEN-REGISTER.
           PERFORM OPEN-OPS-COUNT-LOG.
           MOVE SPACES TO WS-BULLETIN-TEXT.
           STRING "LEAGUE NEWSLETTER FOR " WS-RUN-DATE
           PERFORM COMPOSE-STANDINGS-SECTION.
           PERFORM COMPOSE-RESULTS-SECTION.
           PERFORM COMPOSE-TABLE-SECTION.
           PERFORM COMPOSE-TEAM-SECTION.
           PERFORM COMPOSE-FIXTURE-SECTION.
           PERFORM COMPOSE-ACHIEVEMENT-SECTION.
           MOVE WS-RUN-DATE TO WS-NEWS-BULLETIN-DATE.
           PERFORM APPEND-ONE-BULLETIN
               VARYING WS-NEWS-LINE-SCAN FROM 1 BY 1
               UNTIL WS-NEWS-LINE-SCAN > WS-NEWS-LINE-COUNT.
           CLOSE CIPHER-IN.
           PERFORM CLOSE-SCREEN-REGISTER.
           PERFORM CLOSE-EXCEPTION-LOG.
           MOVE 'NEWSLTR' TO WS-OPSC-SOURCE-PARM.
           MOVE 'NEWSLETTER SEGMENTS' TO WS-OPSC-LABEL-PARM.
           MOVE WS-BULLETINS-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           PERFORM CLOSE-OPS-COUNT-LOG.
           DISPLAY "NEWSLTR: " WS-BULLETINS-COUNT
               " SEGMENTS OF BULLETIN " WS-NEWS-BULLETIN-ID
               " APPENDED TO CIPHIN".
           IF WS-WITHHELD-COUNT > 0 THEN
               DISPLAY "NEWSLTR: " WS-WITHHELD-COUNT
                   " LINES LEFT OUT FOR A FORBIDDEN WORD"
           END-IF.
           IF WS-NEWS-OVERFLOW-COUNT > 0 THEN
               DISPLAY "NEWSLTR: " WS-NEWS-OVERFLOW-COUNT
                   " LINES LEFT OUT PAST THE 100 A BULLETIN HOLDS"
           END-IF.
           STOP RUN.
       MAIN-EXIT.

           END-IF.
       OPEN-CIPHER-IN-EXIT.

      * Every line is screened on its way in; a line the style guide
      * refuses is left out of the newsletter rather than holding up
      * the rest of it.
       WRITE-ONE-BULLETIN.
           PERFORM SCREEN-BULLETIN-WORDS.
           EVALUATE TRUE
           WHEN WS-SCRN-REJECT
               ADD 1 TO WS-WITHHELD-COUNT
               MOVE 4 TO RETURN-CODE
           WHEN WS-NEWS-LINE-COUNT >= 100
               ADD 1 TO WS-NEWS-OVERFLOW-COUNT
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               ADD 1 TO WS-NEWS-LINE-COUNT
               MOVE WS-BULLETIN-TEXT TO
                   WS-NEWS-LINE(WS-NEWS-LINE-COUNT)
           END-EVALUATE.
       WRITE-ONE-BULLETIN-EXIT.

       SCREEN-BULLETIN-WORDS.
           MOVE 'NEWSLTR' TO WS-SCRN-SOURCE-PARM.
           MOVE WS-BULLETIN-TEXT(1:15) TO WS-SCRN-KEY-PARM.
           MOVE WS-BULLETIN-TEXT TO WS-SCRN-TEXT.
           MOVE 128 TO WS-SCRN-TEXT-LEN.
           PERFORM SCREEN-FOR-FORBIDDEN-WORDS.
           IF WS-SCRN-SUBSTITUTE THEN
               MOVE WS-SCRN-TEXT-OUT(1:128) TO WS-BULLETIN-TEXT
           END-IF.
       SCREEN-BULLETIN-WORDS-EXIT.

       APPEND-ONE-BULLETIN.
           INITIALIZE WS-CIPH-IN-RECORD WITH FILLER.
           MOVE 0 TO WS-CIPH-IN-KEY.
           MOVE WS-NEWS-LINE(WS-NEWS-LINE-SCAN) TO WS-CIPH-IN-TEXT.
           MOVE 'E' TO WS-CIPH-IN-MODE.
           MOVE 'NEWS' TO WS-CIPH-IN-CLASS.
           MOVE 'R' TO WS-CIPH-IN-TYPE.
           MOVE WS-NEWS-BULLETIN-ID TO WS-CIPH-IN-BULLETIN-ID.
           MOVE WS-NEWS-LINE-SCAN TO WS-CIPH-IN-SEG-NO.
           MOVE WS-NEWS-LINE-COUNT TO WS-CIPH-IN-SEG-COUNT.
           WRITE WS-CIPH-IN-RECORD.
           ADD 1 TO WS-BULLETINS-COUNT.
       APPEND-ONE-BULLETIN-EXIT.

      ******************************************************************
      * Standings section: the top of today's YACHTSTD, names where
           END-READ.
       COMPOSE-ONE-TABLE-LINE-EXIT.

      ******************************************************************
      * Team section: the team league table straight off TEAMTBL,
      * already in finishing order, team names where the master
      * gave one.
      ******************************************************************
       COMPOSE-TEAM-SECTION.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT TEAM-TABLE.
           IF WS-TTBL-FILE-STATUS NOT = "00" THEN
               DISPLAY "NEWSLTR: NO TEAM TABLE - TEAM SECTION "
                   "LEFT OUT"
           ELSE
               MOVE SPACES TO WS-BULLETIN-TEXT
               MOVE "TEAM TABLE (P W D L PTS)" TO WS-BULLETIN-TEXT
               PERFORM WRITE-ONE-BULLETIN
               PERFORM COMPOSE-ONE-TEAM-LINE UNTIL WS-EOF
               CLOSE TEAM-TABLE
           END-IF.
       COMPOSE-TEAM-SECTION-EXIT.

       COMPOSE-ONE-TEAM-LINE.
           READ TEAM-TABLE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-TEAM-LINES-COUNT < WS-TEAM-LINE-LIMIT THEN
                       ADD 1 TO WS-TEAM-LINES-COUNT
                       MOVE SPACES TO WS-BULLETIN-TEXT
                       STRING WS-TTBL-TEAM-NAME " "
                           WS-TTBL-PLAYED " " WS-TTBL-WON " "
                           WS-TTBL-DRAWN " " WS-TTBL-LOST " "
                           WS-TTBL-POINTS
                           DELIMITED BY SIZE INTO WS-BULLETIN-TEXT
                       PERFORM WRITE-ONE-BULLETIN
                   END-IF
           END-READ.
       COMPOSE-ONE-TEAM-LINE-EXIT.

      ******************************************************************
      * Fixture section: next week's pairings off FIXSCHED with the
      * slot each is booked to. A league keying its fixtures by hand
      * has no schedule, and a schedule from before rounds were dated
      * has nothing to match - either way the section is left out.
      ******************************************************************
       COMPOSE-FIXTURE-SECTION.
           MOVE 'N' TO WS-EOF-SW.
           COMPUTE WS-WEEK-START-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1).
           COMPUTE WS-WEEK-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 7).
           OPEN INPUT FIXTURE-SCHEDULE.
           IF WS-SCHED-FILE-STATUS NOT = "00" THEN
               DISPLAY "NEWSLTR: NO FIXTURE SCHEDULE - FIXTURE "
                   "SECTION LEFT OUT"
           ELSE
               MOVE SPACES TO WS-BULLETIN-TEXT
               MOVE "COMING FIXTURES" TO WS-BULLETIN-TEXT
               PERFORM WRITE-ONE-BULLETIN
               PERFORM COMPOSE-ONE-FIXTURE-LINE UNTIL WS-EOF
               CLOSE FIXTURE-SCHEDULE
           END-IF.
       COMPOSE-FIXTURE-SECTION-EXIT.

       COMPOSE-ONE-FIXTURE-LINE.
           READ FIXTURE-SCHEDULE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-SCHED-ROUND-DATE NUMERIC AND
                       WS-SCHED-ROUND-DATE >= WS-WEEK-START-DATE AND
                       WS-SCHED-ROUND-DATE <= WS-WEEK-END-DATE AND
                       WS-SCHED-PLAYER-A NOT = 'BYE' AND
                       WS-SCHED-PLAYER-B NOT = 'BYE' AND
                       WS-FIXTURE-LINES-COUNT < WS-FIXTURE-LINE-LIMIT
                       THEN
                       ADD 1 TO WS-FIXTURE-LINES-COUNT
                       MOVE SPACES TO WS-BULLETIN-TEXT
                       IF WS-SCHED-SITE = SPACES THEN
                           STRING WS-SCHED-ROUND-DATE " "
                               WS-SCHED-PLAYER-A " V "
                               WS-SCHED-PLAYER-B " - TABLE TO BE "
                               "ARRANGED"
                               DELIMITED BY SIZE
                               INTO WS-BULLETIN-TEXT
                       ELSE
                           STRING WS-SCHED-ROUND-DATE " "
                               WS-SCHED-PLAYER-A " V "
                               WS-SCHED-PLAYER-B " AT "
                               WS-SCHED-SITE " TABLE "
                               WS-SCHED-TABLE " SESSION "
                               WS-SCHED-SESSION
                               DELIMITED BY SIZE
                               INTO WS-BULLETIN-TEXT
                       END-IF
                       PERFORM WRITE-ONE-BULLETIN
                   END-IF
           END-READ.
       COMPOSE-ONE-FIXTURE-LINE-EXIT.

      ******************************************************************
      * Achievement section: the milestones YACHT recorded on ACHVMSTR
      * over the week ending tonight, in player order. A league with
      * nothing earned yet has no master, and a quiet week has
      * nothing to say - either way the section is left out.
      ******************************************************************
       COMPOSE-ACHIEVEMENT-SECTION.
           MOVE 'N' TO WS-EOF-SW.
           COMPUTE WS-ACH-SINCE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 6).
           OPEN INPUT ACHIEVEMENTS.
           IF WS-ACH-FILE-STATUS NOT = "00" THEN
               DISPLAY "NEWSLTR: NO ACHIEVEMENTS MASTER - "
                   "ACHIEVEMENT SECTION LEFT OUT"
           ELSE
               PERFORM COMPOSE-ONE-ACHIEVEMENT-LINE UNTIL WS-EOF
               CLOSE ACHIEVEMENTS
               IF WS-ACH-LINES-COUNT = 0 THEN
                   DISPLAY "NEWSLTR: NO ACHIEVEMENTS THIS WEEK - "
                       "ACHIEVEMENT SECTION LEFT OUT"
               END-IF
           END-IF.
       COMPOSE-ACHIEVEMENT-SECTION-EXIT.

       COMPOSE-ONE-ACHIEVEMENT-LINE.
           READ ACHIEVEMENTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-ACH-DATE >= WS-ACH-SINCE-DATE AND
                       WS-ACH-DATE <= WS-RUN-DATE AND
                       WS-ACH-LINES-COUNT < WS-ACH-LINE-LIMIT THEN
                       IF WS-ACH-LINES-COUNT = 0 THEN
                           MOVE SPACES TO WS-BULLETIN-TEXT
                           MOVE "ACHIEVEMENTS" TO WS-BULLETIN-TEXT
                           PERFORM WRITE-ONE-BULLETIN
                       END-IF
                       ADD 1 TO WS-ACH-LINES-COUNT
                       MOVE SPACES TO WS-BULLETIN-TEXT
                       STRING WS-ACH-DATE " " WS-ACH-PLAYER-ID " "
                           WS-ACH-TEXT
                           DELIMITED BY SIZE INTO WS-BULLETIN-TEXT
                       PERFORM WRITE-ONE-BULLETIN
                   END-IF
           END-READ.
       COMPOSE-ONE-ACHIEVEMENT-LINE-EXIT.

       NOTE-MISSING-SECTION.
           DISPLAY "NEWSLTR: A SOURCE FILE IS MISSING - SECTION "
               "SKIPPED".
           COPY OPSCLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.
           COPY SCRNP.

       END PROGRAM NEWSLTR.
