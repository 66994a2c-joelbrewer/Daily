      * 04/29/2024 JB - Day-standings table raised to 200 entries
      *                to match the uncapped scoring run, as in
      *                YACHTMCH.
      * 06/03/2024 JB - SEED can rank on the YACHTELO skill rating
      *                instead of LEAGTBL points: an R in column 10
      *                of the SEED card seeds by rating, anything
      *                else seeds by points as before. A LEAGTBL
      *                player with no rating yet seeds at the 1500
      *                starting rating; a run with no rating master
      *                falls back to points with a console warning.
      * 11/25/2024 JB - The YACHTSTD total carries four digits for
      *                Yahtzee cards past 999.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYOFF.
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT BRACKET-RPT ASSIGN TO "BRKTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATING-MASTER ASSIGN TO "YACHTELO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ELO-PLAYER-ID
               FILE STATUS IS WS-ELO-FILE-STATUS.
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
           05 WS-STD-PLAYER-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-STD-GAME-NO PIC 99.
           05 WS-STD-TOTAL PIC 9(04).
           05 FILLER PIC X(59).
       01 WS-STD-HDR-RECORD.
           05 WS-STD-HDR-TAG PIC X(03).

      * One function card:
      *   SEED  nn   rank LEAGTBL, seed the top nn into a new bracket
      *   SEED  nn R the same, ranked on skill rating, not points
      *   ROUND      settle the current round from today's YACHTSTD
       FD  PLAYOFF-PARM.
       01 WS-PLAY-PARM-RECORD.
           05 WS-PLAY-PARM-FUNC PIC X(05).
           05 FILLER PIC X(01).
           05 WS-PLAY-PARM-COUNT PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-PLAY-PARM-BASIS PIC X(01).
           05 FILLER PIC X(70).

       FD  BRACKET-RPT.
       01 WS-RPT-RECORD PIC X(80).

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
       01 WS-SEED-COUNT PIC 9(02) VALUE 0.
       01 WS-ELO-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-SEED-BASIS-SW PIC X(01) VALUE 'P'.
           88 WS-SEED-BY-RATING VALUE 'R'.
       01 WS-ELO-START-RATING PIC 9(04) VALUE 1500.

      * Season league table loaded whole, the same table shape
      * YACHTMCH holds while matches apply.
           05 WS-LT-ENTRY OCCURS 200 TIMES.
               10 WS-LT-PLAYER-ID PIC X(10).
               10 WS-LT-POINTS PIC 9(04).
               10 WS-LT-RATING PIC 9(04).

      * Working fields for the selection sort into descending points
      * (or rating) order, same shape as YACHT's RANK-SCORECARDS.
       01 WS-RANK-OUTER PIC 9(03).
       01 WS-RANK-INNER PIC 9(03).
       01 WS-RANK-BEST PIC 9(03).
       01 WS-RANK-SWAP-ENTRY.
           05 WS-RANK-SWAP-PLAYER-ID PIC X(10).
           05 WS-RANK-SWAP-POINTS PIC 9(04).
           05 WS-RANK-SWAP-RATING PIC 9(04).

      * The whole bracket in storage: a 16-seed bracket runs 16+8+4+
      * 2+1 slots over five rounds, so 31 entries covers the largest
       01 WS-PLAYER-A PIC X(10).
       01 WS-PLAYER-B PIC X(10).
       01 WS-WINNER PIC X(10).
       01 WS-TOTAL-A PIC 9(04).
       01 WS-TOTAL-B PIC 9(04).
       01 WS-SIDE-A-FOUND-SW PIC X(01).
           88 WS-SIDE-A-FOUND VALUE 'Y'.
       01 WS-SIDE-B-FOUND-SW PIC X(01).
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 200 TIMES INDEXED BY WS-DAY-IDX.
               10 WS-DAY-PLAYER-ID PIC X(10).
               10 WS-DAY-BEST-TOTAL PIC 9(04).
       01 WS-LOOKUP-PLAYER PIC X(10).
       01 WS-LOOKUP-TOTAL PIC 9(04).
       01 WS-LOOKUP-FOUND-SW PIC X(01).
           88 WS-LOOKUP-FOUND VALUE 'Y'.

       GET-FUNCTION-CARD.
           MOVE SPACES TO WS-FUNC.
           MOVE 0 TO WS-SEED-COUNT.
           MOVE 'P' TO WS-SEED-BASIS-SW.
           OPEN INPUT PLAYOFF-PARM.
           IF WS-PARM-FILE-STATUS = "00" THEN
               READ PLAYOFF-PARM
                       IF WS-PLAY-PARM-COUNT NUMERIC THEN
                           MOVE WS-PLAY-PARM-COUNT TO WS-SEED-COUNT
                       END-IF
                       IF WS-PLAY-PARM-BASIS = 'R' THEN
                           MOVE 'R' TO WS-SEED-BASIS-SW
                       END-IF
               END-READ
               CLOSE PLAYOFF-PARM
           END-IF.
      ******************************************************************
       SEED-NEW-BRACKET.
           PERFORM LOAD-LEAGUE-TABLE.
           IF WS-SEED-BY-RATING THEN
               PERFORM LOAD-LEAGUE-RATINGS
           END-IF.
           IF WS-SEED-COUNT < 2 THEN
               DISPLAY "PLAYOFF: SEED NEEDS AT LEAST 2 PLAYERS"
               MOVE 8 TO RETURN-CODE
                       MOVE WS-LEAG-PLAYER-ID TO
                           WS-LT-PLAYER-ID(WS-LT-COUNT)
                       MOVE WS-LEAG-POINTS TO WS-LT-POINTS(WS-LT-COUNT)
                       MOVE WS-ELO-START-RATING TO
                           WS-LT-RATING(WS-LT-COUNT)
                   END-IF
           END-READ.
       LOAD-ONE-LEAGUE-ENTRY-EXIT.

      * Each table player's rating off YACHTELO; one never rated
      * keeps the starting rating. No rating master at all means
      * there is nothing to seed on, so the field goes by points.
       LOAD-LEAGUE-RATINGS.
           OPEN INPUT RATING-MASTER.
           IF WS-ELO-FILE-STATUS = "00" THEN
               IF WS-LT-COUNT > 0 THEN
                   PERFORM LOOKUP-ONE-LEAGUE-RATING
                       VARYING WS-LT-SCAN FROM 1 BY 1
                       UNTIL WS-LT-SCAN > WS-LT-COUNT
               END-IF
               CLOSE RATING-MASTER
               DISPLAY "PLAYOFF: FIELD SEEDED ON SKILL RATING"
           ELSE
               MOVE 'P' TO WS-SEED-BASIS-SW
               DISPLAY "WARNING: RATING MASTER NOT AVAILABLE (STATUS "
                   WS-ELO-FILE-STATUS ") - FIELD SEEDED ON POINTS"
           END-IF.
       LOAD-LEAGUE-RATINGS-EXIT.

       LOOKUP-ONE-LEAGUE-RATING.
           MOVE WS-LT-PLAYER-ID(WS-LT-SCAN) TO WS-ELO-PLAYER-ID.
           READ RATING-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ELO-RATING TO WS-LT-RATING(WS-LT-SCAN)
           END-READ.
       LOOKUP-ONE-LEAGUE-RATING-EXIT.

      * Selection sort into descending points (or rating) order, same
      * shape as YACHT's RANK-SCORECARDS.
       RANK-LEAGUE-TABLE.
           IF WS-LT-COUNT > 1 THEN
               PERFORM RANK-OUTER-PASS
       RANK-OUTER-PASS-EXIT.

       RANK-FIND-BEST.
           IF WS-SEED-BY-RATING THEN
               IF WS-LT-RATING(WS-RANK-INNER) >
                   WS-LT-RATING(WS-RANK-BEST) THEN
                   MOVE WS-RANK-INNER TO WS-RANK-BEST
               END-IF
           ELSE
               IF WS-LT-POINTS(WS-RANK-INNER) >
                   WS-LT-POINTS(WS-RANK-BEST) THEN
                   MOVE WS-RANK-INNER TO WS-RANK-BEST
               END-IF
           END-IF.
       RANK-FIND-BEST-EXIT.

