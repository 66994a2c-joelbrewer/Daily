      *                AUTHCHK module and AUTHCHKP copybook); a
      *                refused run logs severe so EXCPALRT pages
      *                the same night.
      * 06/03/2024 JB - GEN can seed each division's wheel on the
      *                YACHTELO skill rating: an R in column 10 of
      *                the GEN card loads the wheel highest-rated
      *                first instead of in roster order. Slot one
      *                holds the top seed, so round one pairs top
      *                against bottom and the two best-rated players
      *                meet on the last night of the round-robin. An
      *                unrated player seeds at the 1500 starting
      *                rating; no rating master means roster order
      *                with a console warning.
      * 06/17/2024 JB - GEN now dates the rounds and books each
      *                pairing a site, table and session off the new
      *                VENUMSTR venue master. Columns 12-19 of the
      *                GEN card give the first match night (blank
      *                means the run date) and each round follows a
      *                week on, so every round falls on the same
      *                weekday and draws on that weekday's tables and
      *                sessions. Every division's round n shares one
      *                night, so the booking is kept per round across
      *                the divisions and a table is never given out
      *                twice. A player away on the PLAYAVL
      *                availability file is kept off a session they
      *                cannot make where another table is free; what
      *                cannot be fixed - no table left, or a player
      *                away all night - prints against the pairing on
      *                FIXREG. The slot rides on FIXSCHED and PULL
      *                copies it onto YACHTFIX for YACHTMCH to print.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXGEN.
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT SCHEDULE-REGISTER ASSIGN TO "FIXREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENUE-MASTER ASSIGN TO "VENUMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENU-FILE-STATUS.
           SELECT PLAYER-AVAIL ASSIGN TO "PLAYAVL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVL-FILE-STATUS.
           SELECT RATING-MASTER ASSIGN TO "YACHTELO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ELO-PLAYER-ID
               FILE STATUS IS WS-ELO-FILE-STATUS.
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
           05 FILLER PIC X(12).

      * The whole season's pairings, one record per pairing per
      * round, rewritten whole by GEN and read by PULL. The round's
      * date and the booked slot follow the division; a pairing with
      * no table free carries a blank site.
       FD  FIXTURE-SCHEDULE.
       01 WS-SCHED-RECORD.
           05 WS-SCHED-ROUND PIC 9(02).
           05 WS-SCHED-PLAYER-B PIC X(10).
           05 FILLER PIC X(01).
           05 WS-SCHED-DIVISION PIC 9(01).
           05 FILLER PIC X(01).
           05 WS-SCHED-ROUND-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-SCHED-SITE PIC X(03).
           05 FILLER PIC X(01).
           05 WS-SCHED-TABLE PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-SCHED-SESSION PIC X(01).
           05 FILLER PIC X(36).

      * One round's pairings in YACHTFIX's own layout, exactly what
      * YACHTMCH settles and YACHT's tie-break reads. The result code
      * and postponement date are the desk's to key, so they go out
      * blank; the slot sits behind them.
       FD  MATCH-FIXTURES.
       01 WS-FIX-RECORD.
           05 WS-FIX-PLAYER-A PIC X(10).
           05 FILLER PIC X(01).
           05 WS-FIX-PLAYER-B PIC X(10).
           05 FILLER PIC X(12).
           05 WS-FIX-SITE PIC X(03).
           05 FILLER PIC X(01).
           05 WS-FIX-TABLE PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-FIX-SESSION PIC X(01).
           05 FILLER PIC X(39).

      * One function card:
      *   GEN        build the whole season's schedule from ROSTER
      *   GEN      R the same, each wheel seeded on skill rating
      *   PULL  nn   cut round nn's pairings onto YACHTFIX
      * A GEN card may carry the first match night in columns 12-19
      * (YYYYMMDD); blank means the run date.
       FD  FIXGEN-PARM.
       01 WS-FIXG-PARM-RECORD.
           05 WS-FIXG-PARM-FUNC PIC X(05).
           05 FILLER PIC X(01).
           05 WS-FIXG-PARM-ROUND PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-FIXG-PARM-BASIS PIC X(01).
           05 FILLER PIC X(01).
           05 WS-FIXG-PARM-START-DATE PIC 9(08).
           05 FILLER PIC X(61).

       FD  SCHEDULE-REGISTER.
       01 WS-REG-RECORD PIC X(80).

      * Venue master, kept by the desk the way CIPHRTE is: one record
      * per site per weekday it hosts league play (1 Monday through
      * 7 Sunday), the number of tables it puts up, and the session
      * codes it runs that day (up to three, e.g. 'AE ' afternoon and
      * evening) in the order they fill.
       FD  VENUE-MASTER.
       01 WS-VENU-RECORD.
           05 WS-VENU-SITE PIC X(03).
           05 FILLER PIC X(01).
           05 WS-VENU-WEEKDAY PIC 9(01).
           05 FILLER PIC X(01).
           05 WS-VENU-TABLES PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-VENU-SESSIONS.
               10 WS-VENU-SESSION PIC X(01) OCCURS 3 TIMES.
           05 FILLER PIC X(01).
           05 WS-VENU-SITE-NAME PIC X(20).
           05 FILLER PIC X(47).

      * Player availability, kept by the desk: a player away from one
      * date to another inclusive, either all day (blank session) or
      * for the one session named.
       FD  PLAYER-AVAIL.
       01 WS-AVL-RECORD.
           05 WS-AVL-PLAYER-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-AVL-FROM-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-AVL-TO-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-AVL-SESSION PIC X(01).
           05 FILLER PIC X(50).

      * Skill rating master as YACHTMCH keeps it, read-only here.
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

       COPY BDATFD.

       COPY EXCPFD.
           88 WS-EOF VALUE 'Y'.
       01 WS-FUNC PIC X(05) VALUE SPACES.
       01 WS-PULL-ROUND PIC 9(02) VALUE 0.
       01 WS-ELO-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-SEED-BASIS-SW PIC X(01) VALUE 'O'.
           88 WS-SEED-BY-RATING VALUE 'R'.
       01 WS-ELO-START-RATING PIC 9(04) VALUE 1500.
       01 WS-VENU-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-AVL-FILE-STATUS PIC X(02) VALUE "00".

      * Match nights: the first off the GEN card, then weekly.
       01 WS-SEASON-START-DATE PIC 9(08) VALUE 0.
       01 WS-SEASON-WEEKDAY PIC 9(01) VALUE 0.
       01 WS-ROUND-DATE PIC 9(08) VALUE 0.
       01 WS-DATE-INTEGER PIC 9(07) VALUE 0.

      * The bookable slots on the season's weekday, in the order they
      * fill: site by site as the venue master lists them, each
      * site's sessions in turn, tables one up. WS-SLOT-USED marks a
      * slot taken in a round, across all the divisions.
       01 WS-VENUE-LOADED-SW PIC X(01) VALUE 'N'.
           88 WS-VENUE-LOADED VALUE 'Y'.
       01 WS-SL-COUNT PIC 9(03) VALUE 0.
       01 WS-SL-SCAN PIC 9(03) VALUE 0.
       01 WS-SL-SESS-IDX PIC 9(01) VALUE 0.
       01 WS-SL-TABLE-NO PIC 9(02) VALUE 0.
       01 WS-SLOT-TABLE.
           05 WS-SL-ENTRY OCCURS 100 TIMES.
               10 WS-SL-SITE PIC X(03).
               10 WS-SL-TABLE PIC 9(02).
               10 WS-SL-SESSION PIC X(01).
       01 WS-SLOT-BOOKINGS.
           05 WS-SLOT-ROUND OCCURS 50 TIMES.
               10 WS-SLOT-USED PIC X(01) OCCURS 100 TIMES.
       01 WS-SLOT-PICK PIC 9(03) VALUE 0.
       01 WS-SLOT-FIRST-FREE PIC 9(03) VALUE 0.

      * Player absences off PLAYAVL.
       01 WS-AV-COUNT PIC 9(03) VALUE 0.
       01 WS-AV-SCAN PIC 9(03) VALUE 0.
       01 WS-AVAIL-TABLE.
           05 WS-AV-ENTRY OCCURS 200 TIMES.
               10 WS-AV-PLAYER PIC X(10).
               10 WS-AV-FROM-DATE PIC 9(08).
               10 WS-AV-TO-DATE PIC 9(08).
               10 WS-AV-SESSION PIC X(01).
       01 WS-CHECK-PLAYER PIC X(10).
       01 WS-CHECK-SESSION PIC X(01).
       01 WS-PLAYER-AVAIL-SW PIC X(01) VALUE 'Y'.
           88 WS-PLAYER-AVAILABLE VALUE 'Y'.
       01 WS-PAIR-AVAIL-SW PIC X(01) VALUE 'Y'.
           88 WS-PAIR-AVAILABLE VALUE 'Y'.
       01 WS-AWAY-PLAYER PIC X(10).

       01 WS-CLASH-COUNT PIC 9(05) VALUE 0.
       01 WS-UNAVAIL-COUNT PIC 9(05) VALUE 0.

      * Every active player off the roster with their division, the
      * pool each division's wheel is built from. Blank or zero
           05 WS-POOL-ENTRY OCCURS 50 TIMES.
               10 WS-POOL-PLAYER PIC X(10).
               10 WS-POOL-DIVISION PIC 9(01).
               10 WS-POOL-RATING PIC 9(04).
       01 WS-CUR-DIVISION PIC 9(02) VALUE 0.

      * Working fields for the selection sort of the pool into
      * descending rating order, same shape as PLAYOFF's ranking.
       01 WS-RANK-OUTER PIC 9(02).
       01 WS-RANK-INNER PIC 9(02).
       01 WS-RANK-BEST PIC 9(02).
       01 WS-RANK-SWAP-ENTRY PIC X(15).

      * The rotation wheel: one division's players (plus BYE when
      * the field is odd), slot one fixed, slots two through N
      * rotating one place per round.
       GET-FUNCTION-CARD.
           MOVE SPACES TO WS-FUNC.
           MOVE 0 TO WS-PULL-ROUND.
           MOVE 'O' TO WS-SEED-BASIS-SW.
           MOVE WS-RUN-DATE TO WS-SEASON-START-DATE.
           OPEN INPUT FIXGEN-PARM.
           IF WS-PARM-FILE-STATUS = "00" THEN
               READ FIXGEN-PARM
                       IF WS-FIXG-PARM-ROUND NUMERIC THEN
                           MOVE WS-FIXG-PARM-ROUND TO WS-PULL-ROUND
                       END-IF
                       IF WS-FIXG-PARM-BASIS = 'R' THEN
                           MOVE 'R' TO WS-SEED-BASIS-SW
                       END-IF
                       IF WS-FIXG-PARM-START-DATE NUMERIC AND
                           WS-FIXG-PARM-START-DATE > 0 THEN
                           IF FUNCTION TEST-DATE-YYYYMMDD(
                               WS-FIXG-PARM-START-DATE) = 0 THEN
                               MOVE WS-FIXG-PARM-START-DATE TO
                                   WS-SEASON-START-DATE
                           ELSE
                               DISPLAY "FIXGEN: START DATE "
                                   WS-FIXG-PARM-START-DATE
                                   " NOT A DATE - RUN DATE USED"
                           END-IF
                       END-IF
               END-READ
               CLOSE FIXGEN-PARM
           END-IF.
      ******************************************************************
       GENERATE-SCHEDULE.
           PERFORM LOAD-ACTIVE-ROSTER.
           IF WS-SEED-BY-RATING THEN
               PERFORM SEED-POOL-ON-RATING
           END-IF.
           IF WS-POOL-COUNT < 2 THEN
               DISPLAY "FIXGEN: FEWER THAN 2 ACTIVE PLAYERS - NO "
                   "SCHEDULE TO GENERATE"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-VENUE-SLOTS
               PERFORM LOAD-PLAYER-AVAILABILITY
               OPEN OUTPUT FIXTURE-SCHEDULE
               OPEN OUTPUT SCHEDULE-REGISTER
               PERFORM WRITE-REGISTER-HEADER
               PERFORM GENERATE-ONE-DIVISION
                   VARYING WS-CUR-DIVISION FROM 1 BY 1
                   UNTIL WS-CUR-DIVISION > 9
               PERFORM WRITE-REGISTER-TRAILER
               CLOSE SCHEDULE-REGISTER
               CLOSE FIXTURE-SCHEDULE
               DISPLAY "FIXGEN: " WS-PAIRINGS-WRITTEN-COUNT
                   " PAIRINGS SCHEDULED ACROSS THE DIVISIONS, "
                   WS-CLASH-COUNT " WITH NO TABLE, "
                   WS-UNAVAIL-COUNT " WITH A PLAYER AWAY"
               IF WS-CLASH-COUNT > 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       GENERATE-SCHEDULE-EXIT.

                           ADD 1 TO WS-POOL-COUNT
                           MOVE WS-ROST-PLAYER-ID TO
                               WS-POOL-PLAYER(WS-POOL-COUNT)
                           MOVE WS-ELO-START-RATING TO
                               WS-POOL-RATING(WS-POOL-COUNT)
                           IF WS-ROST-DIVISION NOT NUMERIC OR
                               WS-ROST-DIVISION = 0 THEN
                               MOVE 1 TO
           END-READ.
       LOAD-ONE-ROSTER-PLAYER-EXIT.

      * Each pool player's rating off YACHTELO, then the pool sorted
      * highest first. Every division's wheel is picked off the pool
      * in pool order, so each comes out seeded the same way.
       SEED-POOL-ON-RATING.
           OPEN INPUT RATING-MASTER.
           IF WS-ELO-FILE-STATUS = "00" THEN
               IF WS-POOL-COUNT > 0 THEN
                   PERFORM LOOKUP-ONE-POOL-RATING
                       VARYING WS-POOL-SCAN FROM 1 BY 1
                       UNTIL WS-POOL-SCAN > WS-POOL-COUNT
               END-IF
               CLOSE RATING-MASTER
               IF WS-POOL-COUNT > 1 THEN
                   PERFORM RANK-OUTER-PASS
                       VARYING WS-RANK-OUTER FROM 1 BY 1
                       UNTIL WS-RANK-OUTER >= WS-POOL-COUNT
               END-IF
           ELSE
               MOVE 'O' TO WS-SEED-BASIS-SW
               DISPLAY "WARNING: RATING MASTER NOT AVAILABLE (STATUS "
                   WS-ELO-FILE-STATUS ") - WHEELS IN ROSTER ORDER"
           END-IF.
       SEED-POOL-ON-RATING-EXIT.

       LOOKUP-ONE-POOL-RATING.
           MOVE WS-POOL-PLAYER(WS-POOL-SCAN) TO WS-ELO-PLAYER-ID.
           READ RATING-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ELO-RATING TO WS-POOL-RATING(WS-POOL-SCAN)
           END-READ.
       LOOKUP-ONE-POOL-RATING-EXIT.

       RANK-OUTER-PASS.
           MOVE WS-RANK-OUTER TO WS-RANK-BEST.
           PERFORM RANK-FIND-BEST
               VARYING WS-RANK-INNER FROM WS-RANK-OUTER BY 1
               UNTIL WS-RANK-INNER > WS-POOL-COUNT.
           IF WS-RANK-BEST NOT = WS-RANK-OUTER THEN
               MOVE WS-POOL-ENTRY(WS-RANK-OUTER) TO WS-RANK-SWAP-ENTRY
               MOVE WS-POOL-ENTRY(WS-RANK-BEST) TO
                   WS-POOL-ENTRY(WS-RANK-OUTER)
               MOVE WS-RANK-SWAP-ENTRY TO WS-POOL-ENTRY(WS-RANK-BEST)
           END-IF.
       RANK-OUTER-PASS-EXIT.

       RANK-FIND-BEST.
           IF WS-POOL-RATING(WS-RANK-INNER) >
               WS-POOL-RATING(WS-RANK-BEST) THEN
               MOVE WS-RANK-INNER TO WS-RANK-BEST
           END-IF.
       RANK-FIND-BEST-EXIT.

      * One round off the wheel: slot one against the last slot,
      * slot two against the next-to-last, and so on, then the wheel
      * turns one place with slot one held fixed.
       SCHEDULE-ONE-ROUND.
           MOVE WS-ROUND-NO TO WS-RPT-ROUND.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-SEASON-START-DATE)
               + (WS-ROUND-NO - 1) * 7.
           COMPUTE WS-ROUND-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE SPACES TO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           MOVE SPACES TO WS-REG-RECORD.
           STRING "ROUND " WS-RPT-ROUND " - " WS-ROUND-DATE
               DELIMITED BY SIZE INTO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           PERFORM SCHEDULE-ONE-PAIRING
           MOVE WS-RR-PLAYER(WS-SLOT-A) TO WS-SCHED-PLAYER-A.
           MOVE WS-RR-PLAYER(WS-SLOT-B) TO WS-SCHED-PLAYER-B.
           MOVE WS-CUR-DIVISION TO WS-SCHED-DIVISION.
           MOVE WS-ROUND-DATE TO WS-SCHED-ROUND-DATE.
           MOVE SPACES TO WS-REG-RECORD.
           MOVE WS-RR-PLAYER(WS-SLOT-A) TO WS-REG-RECORD(3:10).
           MOVE "V" TO WS-REG-RECORD(15:1).
           IF WS-RR-PLAYER(WS-SLOT-A) = 'BYE' OR
               WS-RR-PLAYER(WS-SLOT-B) = 'BYE' THEN
               MOVE "(NIGHT OFF)" TO WS-REG-RECORD(30:11)
           ELSE
               PERFORM ALLOCATE-FIXTURE-SLOT
           END-IF.
           WRITE WS-SCHED-RECORD.
           ADD 1 TO WS-PAIRINGS-WRITTEN-COUNT.
           WRITE WS-REG-RECORD.
       SCHEDULE-ONE-PAIRING-EXIT.

      * The first free slot both players can make; failing that the
      * first free slot at all, with the absent player noted; failing
      * that no slot and a clash noted. With no venue master there is
      * nothing to book and only a player away all night is noted.
       ALLOCATE-FIXTURE-SLOT.
           MOVE 0 TO WS-SLOT-PICK.
           MOVE 0 TO WS-SLOT-FIRST-FREE.
           MOVE SPACES TO WS-AWAY-PLAYER.
           IF WS-VENUE-LOADED THEN
               PERFORM TRY-ONE-SLOT
                   VARYING WS-SL-SCAN FROM 1 BY 1
                   UNTIL WS-SL-SCAN > WS-SL-COUNT
                   OR WS-SLOT-PICK > 0
               IF WS-SLOT-PICK = 0 AND WS-SLOT-FIRST-FREE > 0 THEN
                   MOVE WS-SLOT-FIRST-FREE TO WS-SLOT-PICK
                   MOVE WS-SL-SESSION(WS-SLOT-PICK) TO
                       WS-CHECK-SESSION
                   PERFORM CHECK-PAIR-AVAILABLE
               END-IF
               IF WS-SLOT-PICK > 0 THEN
                   MOVE 'Y' TO WS-SLOT-USED(WS-ROUND-NO, WS-SLOT-PICK)
                   MOVE WS-SL-SITE(WS-SLOT-PICK) TO WS-SCHED-SITE
                   MOVE WS-SL-TABLE(WS-SLOT-PICK) TO WS-SCHED-TABLE
                   MOVE WS-SL-SESSION(WS-SLOT-PICK) TO
                       WS-SCHED-SESSION
                   STRING WS-SCHED-SITE " T" WS-SCHED-TABLE " "
                       WS-SCHED-SESSION
                       DELIMITED BY SIZE INTO WS-REG-RECORD(30:9)
               ELSE
                   MOVE "CLASH - NO TABLE FREE" TO
                       WS-REG-RECORD(41:21)
                   ADD 1 TO WS-CLASH-COUNT
               END-IF
           ELSE
               MOVE SPACE TO WS-CHECK-SESSION
               PERFORM CHECK-PAIR-AVAILABLE
           END-IF.
           IF WS-AWAY-PLAYER NOT = SPACES AND
               WS-REG-RECORD(41:5) = SPACES THEN
               STRING "UNAVAILABLE: " WS-AWAY-PLAYER
                   DELIMITED BY SIZE INTO WS-REG-RECORD(41:23)
               ADD 1 TO WS-UNAVAIL-COUNT
           END-IF.
       ALLOCATE-FIXTURE-SLOT-EXIT.

       TRY-ONE-SLOT.
           IF WS-SLOT-USED(WS-ROUND-NO, WS-SL-SCAN) NOT = 'Y' THEN
               IF WS-SLOT-FIRST-FREE = 0 THEN
                   MOVE WS-SL-SCAN TO WS-SLOT-FIRST-FREE
               END-IF
               MOVE WS-SL-SESSION(WS-SL-SCAN) TO WS-CHECK-SESSION
               PERFORM CHECK-PAIR-AVAILABLE
               IF WS-PAIR-AVAILABLE THEN
                   MOVE WS-SL-SCAN TO WS-SLOT-PICK
               END-IF
           END-IF.
       TRY-ONE-SLOT-EXIT.

      * Sets WS-PAIR-AVAIL-SW for WS-CHECK-SESSION on the round's
      * date, and WS-AWAY-PLAYER to whichever side is away.
       CHECK-PAIR-AVAILABLE.
           MOVE 'Y' TO WS-PAIR-AVAIL-SW.
           MOVE SPACES TO WS-AWAY-PLAYER.
           MOVE WS-RR-PLAYER(WS-SLOT-A) TO WS-CHECK-PLAYER.
           PERFORM CHECK-PLAYER-AVAILABLE.
           IF NOT WS-PLAYER-AVAILABLE THEN
               MOVE 'N' TO WS-PAIR-AVAIL-SW
               MOVE WS-CHECK-PLAYER TO WS-AWAY-PLAYER
           END-IF.
           MOVE WS-RR-PLAYER(WS-SLOT-B) TO WS-CHECK-PLAYER.
           PERFORM CHECK-PLAYER-AVAILABLE.
           IF NOT WS-PLAYER-AVAILABLE THEN
               MOVE 'N' TO WS-PAIR-AVAIL-SW
               MOVE WS-CHECK-PLAYER TO WS-AWAY-PLAYER
           END-IF.
       CHECK-PAIR-AVAILABLE-EXIT.

       CHECK-PLAYER-AVAILABLE.
           MOVE 'Y' TO WS-PLAYER-AVAIL-SW.
           PERFORM CHECK-ONE-ABSENCE
               VARYING WS-AV-SCAN FROM 1 BY 1
               UNTIL WS-AV-SCAN > WS-AV-COUNT
               OR NOT WS-PLAYER-AVAILABLE.
       CHECK-PLAYER-AVAILABLE-EXIT.

       CHECK-ONE-ABSENCE.
           IF WS-AV-PLAYER(WS-AV-SCAN) = WS-CHECK-PLAYER AND
               WS-ROUND-DATE >= WS-AV-FROM-DATE(WS-AV-SCAN) AND
               WS-ROUND-DATE <= WS-AV-TO-DATE(WS-AV-SCAN) THEN
               IF WS-AV-SESSION(WS-AV-SCAN) = SPACE OR
                   WS-AV-SESSION(WS-AV-SCAN) = WS-CHECK-SESSION THEN
                   MOVE 'N' TO WS-PLAYER-AVAIL-SW
               END-IF
           END-IF.
       CHECK-ONE-ABSENCE-EXIT.

      ******************************************************************
      * Venue slots for the season's weekday off VENUMSTR. No venue
      * master at all leaves the schedule unbooked, as it always was;
      * a master with nothing on that weekday books nothing and every
      * pairing shows as a clash for the desk to sort out.
      ******************************************************************
       LOAD-VENUE-SLOTS.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-SEASON-START-DATE).
           COMPUTE WS-SEASON-WEEKDAY =
               FUNCTION MOD(WS-DATE-INTEGER - 1, 7) + 1.
           MOVE 0 TO WS-SL-COUNT.
           INITIALIZE WS-SLOT-BOOKINGS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT VENUE-MASTER.
           IF WS-VENU-FILE-STATUS = "00" THEN
               MOVE 'Y' TO WS-VENUE-LOADED-SW
               PERFORM LOAD-ONE-VENUE-DAY UNTIL WS-EOF
               CLOSE VENUE-MASTER
           ELSE
               DISPLAY "WARNING: VENUE MASTER NOT AVAILABLE (STATUS "
                   WS-VENU-FILE-STATUS ") - FIXTURES NOT BOOKED"
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-VENUE-SLOTS-EXIT.

       LOAD-ONE-VENUE-DAY.
           READ VENUE-MASTER
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-VENU-WEEKDAY = WS-SEASON-WEEKDAY AND
                       WS-VENU-TABLES NUMERIC THEN
                       PERFORM ADD-ONE-VENUE-SESSION
                           VARYING WS-SL-SESS-IDX FROM 1 BY 1
                           UNTIL WS-SL-SESS-IDX > 3
                   END-IF
           END-READ.
       LOAD-ONE-VENUE-DAY-EXIT.

       ADD-ONE-VENUE-SESSION.
           IF WS-VENU-SESSION(WS-SL-SESS-IDX) NOT = SPACE THEN
               PERFORM ADD-ONE-VENUE-TABLE
                   VARYING WS-SL-TABLE-NO FROM 1 BY 1
                   UNTIL WS-SL-TABLE-NO > WS-VENU-TABLES
           END-IF.
       ADD-ONE-VENUE-SESSION-EXIT.

       ADD-ONE-VENUE-TABLE.
           IF WS-SL-COUNT >= 100 THEN
               DISPLAY "FIXGEN: SLOT TABLE FULL (100 MAX), DROPPED "
                   WS-VENU-SITE " TABLE " WS-SL-TABLE-NO
           ELSE
               ADD 1 TO WS-SL-COUNT
               MOVE WS-VENU-SITE TO WS-SL-SITE(WS-SL-COUNT)
               MOVE WS-SL-TABLE-NO TO WS-SL-TABLE(WS-SL-COUNT)
               MOVE WS-VENU-SESSION(WS-SL-SESS-IDX) TO
                   WS-SL-SESSION(WS-SL-COUNT)
           END-IF.
       ADD-ONE-VENUE-TABLE-EXIT.

       LOAD-PLAYER-AVAILABILITY.
           MOVE 0 TO WS-AV-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PLAYER-AVAIL.
           IF WS-AVL-FILE-STATUS = "00" THEN
               PERFORM LOAD-ONE-ABSENCE UNTIL WS-EOF
               CLOSE PLAYER-AVAIL
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-PLAYER-AVAILABILITY-EXIT.

       LOAD-ONE-ABSENCE.
           READ PLAYER-AVAIL
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-AVL-FROM-DATE NUMERIC AND
                       WS-AVL-TO-DATE NUMERIC THEN
                       IF WS-AV-COUNT >= 200 THEN
                           DISPLAY "FIXGEN: AVAILABILITY TABLE FULL, "
                               "DROPPED " WS-AVL-PLAYER-ID
                       ELSE
                           ADD 1 TO WS-AV-COUNT
                           MOVE WS-AVL-PLAYER-ID TO
                               WS-AV-PLAYER(WS-AV-COUNT)
                           MOVE WS-AVL-FROM-DATE TO
                               WS-AV-FROM-DATE(WS-AV-COUNT)
                           MOVE WS-AVL-TO-DATE TO
                               WS-AV-TO-DATE(WS-AV-COUNT)
                           MOVE WS-AVL-SESSION TO
                               WS-AV-SESSION(WS-AV-COUNT)
                       END-IF
                   END-IF
           END-READ.
       LOAD-ONE-ABSENCE-EXIT.

      * Slot one stays put; the last slot moves into slot two and
      * everything in between shuffles along one place.
       TURN-THE-WHEEL.
           STRING "SEASON FIXTURE SCHEDULE - RUN ID " WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           IF WS-SEED-BY-RATING THEN
               MOVE "WHEELS SEEDED ON SKILL RATING" TO WS-REG-RECORD
               WRITE WS-REG-RECORD
           END-IF.
           MOVE SPACES TO WS-REG-RECORD.
           STRING "MATCH NIGHTS WEEKLY FROM " WS-SEASON-START-DATE
               " (WEEKDAY " WS-SEASON-WEEKDAY ")"
               DELIMITED BY SIZE INTO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           IF WS-VENUE-LOADED THEN
               MOVE SPACES TO WS-REG-RECORD
               STRING WS-SL-COUNT " TABLE SESSIONS EACH NIGHT "
                   "(SITE, TABLE, SESSION BOOKED AGAINST EACH PAIRING)"
                   DELIMITED BY SIZE INTO WS-REG-RECORD
               WRITE WS-REG-RECORD
           ELSE
               MOVE "NO VENUE MASTER - PAIRINGS NOT BOOKED TO TABLES"
                   TO WS-REG-RECORD
               WRITE WS-REG-RECORD
           END-IF.
       WRITE-REGISTER-HEADER-EXIT.

       WRITE-REGISTER-TRAILER.
           MOVE SPACES TO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           MOVE SPACES TO WS-REG-RECORD.
           STRING "PAIRINGS WITH NO TABLE FREE: " WS-CLASH-COUNT
               "   WITH A PLAYER AWAY: " WS-UNAVAIL-COUNT
               DELIMITED BY SIZE INTO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
       WRITE-REGISTER-TRAILER-EXIT.

      ******************************************************************
      * PULL: cut the named round's pairings from FIXSCHED onto
      * YACHTFIX. BYE pairings stay on the schedule but cut no
                       INITIALIZE WS-FIX-RECORD WITH FILLER
                       MOVE WS-SCHED-PLAYER-A TO WS-FIX-PLAYER-A
                       MOVE WS-SCHED-PLAYER-B TO WS-FIX-PLAYER-B
                       IF WS-SCHED-SITE NOT = SPACES AND
                           WS-SCHED-TABLE NUMERIC THEN
                           MOVE WS-SCHED-SITE TO WS-FIX-SITE
                           MOVE WS-SCHED-TABLE TO WS-FIX-TABLE
                           MOVE WS-SCHED-SESSION TO WS-FIX-SESSION
                       END-IF
                       WRITE WS-FIX-RECORD
                       ADD 1 TO WS-FIXTURES-CUT-COUNT
                   END-IF
