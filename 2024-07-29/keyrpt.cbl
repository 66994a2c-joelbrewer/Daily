      ******************************************************************
      * Author: Joel Brewer
      * Date: 07/29/2024
      * Purpose: The weekly keying-accuracy report. YACHTEDT and
      *          YACHT now append every keying event to the YACHTKLG
      *          history under the site and keyer id off the roll
      *          record: each record edited ('K'), each edit reject
      *          ('E'), each turn posted ('P'), each dice reject at
      *          scoring ('R') and each 'C' correction applied. This
      *          report counts, per keyer per site, the records
      *          keyed, rejected at the edit and at scoring, and
      *          later corrected, and sets each keyer's error rate
      *          beside the site's, so a site manager can see who
      *          needs retraining rather than the site as a whole.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 07/29/2024 JB - First cut. A correction is charged to the
      *                keyer of the posting it corrects - the last
      *                'P' for that player, game and category dated
      *                before it - not to whoever keyed the 'C'.
      *                A batch held and edited again the same night
      *                counts once: only the night's first YACHTEDT
      *                run is taken.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYING-HISTORY ASSIGN TO "YACHTKLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KLG-FILE-STATUS.
           SELECT KEY-PARM ASSIGN TO "KEYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT KEY-RPT ASSIGN TO "KEYRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SORTWK".
           COPY BDATSEL.
           COPY AUDTSEL.
       DATA DIVISION.
       FILE SECTION.
      * Same record layout YACHTEDT and YACHT append in
      * LOG-KEYING-EVENT; this program only ever reads it.
       FD  KEYING-HISTORY.
       01 WS-KLG-RECORD.
           05 WS-KLG-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-KLG-EVENT PIC X(01).
               88 WS-KLG-KEYED VALUE 'K'.
               88 WS-KLG-EDIT-REJECT VALUE 'E'.
               88 WS-KLG-POSTED VALUE 'P'.
               88 WS-KLG-SCORE-REJECT VALUE 'R'.
               88 WS-KLG-CORRECTED VALUE 'C'.
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

      * Optional selection card: a business-date range. Without it
      * the report covers the seven days ending on the run date.
       FD  KEY-PARM.
       01 WS-KP-RECORD.
           05 WS-KP-FROM-DATE PIC X(08).
           05 FILLER PIC X(01).
           05 WS-KP-TO-DATE PIC X(08).
           05 FILLER PIC X(63).

       FD  KEY-RPT.
       01 WS-RPT-RECORD PIC X(100).

      * One posting or correction, grouped by the turn it belongs to
      * and kept in the order it was logged.
       SD  SORT-WORK.
       01 WS-SRT-RECORD.
           05 WS-SRT-PLAYER-ID PIC X(10).
           05 WS-SRT-GAME-NO PIC 9(02).
           05 WS-SRT-CATEGORY PIC X(15).
           05 WS-SRT-DATE PIC 9(08).
           05 WS-SRT-SEQ PIC 9(09).
           05 WS-SRT-EVENT PIC X(01).
           05 WS-SRT-SITE PIC X(03).
           05 WS-SRT-KEYER-ID PIC X(08).

       COPY BDATFD.

       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01 WS-KLG-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PARM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-KLG-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-KLG-EOF VALUE 'Y'.
       01 WS-SORT-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.

      * Selection window.
       01 WS-FROM-DATE PIC 9(08) VALUE 0.
       01 WS-TO-DATE PIC 9(08) VALUE 0.
       01 WS-WINDOW-INT PIC 9(07) VALUE 0.

      * The first YACHTEDT run seen for a business date; a later run
      * that date is a held batch edited again.
       01 WS-EDT-DATE PIC 9(08) VALUE 0.
       01 WS-EDT-RUN-ID PIC X(14) VALUE SPACES.

      * History counts for the report footing.
       01 WS-EVENTS-READ PIC 9(09) VALUE 0.
       01 WS-EVENTS-TAKEN PIC 9(09) VALUE 0.
       01 WS-EVENTS-RE-EDIT PIC 9(09) VALUE 0.
       01 WS-EVENTS-OUTSIDE PIC 9(09) VALUE 0.
       01 WS-CORR-UNMATCHED PIC 9(07) VALUE 0.
       01 WS-TABLE-FULL-COUNT PIC 9(07) VALUE 0.

      * The last posting seen for the turn group under the pen.
       01 WS-GRP-PLAYER-ID PIC X(10) VALUE SPACES.
       01 WS-GRP-GAME-NO PIC 9(02) VALUE 0.
       01 WS-GRP-CATEGORY PIC X(15) VALUE SPACES.
       01 WS-GRP-POSTED-SW PIC X(01) VALUE 'N'.
           88 WS-GRP-POSTED VALUE 'Y'.
       01 WS-GRP-SITE PIC X(03) VALUE SPACES.
       01 WS-GRP-KEYER-ID PIC X(08) VALUE SPACES.

      * One entry per site and keyer, held in site and keyer order
      * as entries are added so the listing needs no second sort.
       01 WS-FIND-SITE PIC X(03).
       01 WS-FIND-KEYER-ID PIC X(08).
       01 WS-FIND-KEY PIC X(11).
       01 WS-KT-COUNT PIC 9(03) VALUE 0.
       01 WS-KT-IX PIC 9(03) VALUE 0.
       01 WS-KT-MOVE-IX PIC S9(03) VALUE 0.
       01 WS-KT-SUM-IX PIC 9(03) VALUE 0.
       01 WS-KT-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-KT-FOUND VALUE 'Y'.
       01 WS-KEYER-TABLE.
           05 WS-KT-ENTRY OCCURS 300 TIMES.
               10 WS-KT-KEY.
                   15 WS-KT-SITE PIC X(03).
                   15 WS-KT-KEYER-ID PIC X(08).
               10 WS-KT-KEYED PIC 9(07).
               10 WS-KT-EDIT-REJ PIC 9(07).
               10 WS-KT-SCORE-REJ PIC 9(07).
               10 WS-KT-CORRECTED PIC 9(07).

      * Site and grand accumulators for the listing.
       01 WS-CUR-SITE PIC X(03) VALUE SPACES.
       01 WS-SITE-KEYED PIC 9(07) VALUE 0.
       01 WS-SITE-EDIT-REJ PIC 9(07) VALUE 0.
       01 WS-SITE-SCORE-REJ PIC 9(07) VALUE 0.
       01 WS-SITE-CORRECTED PIC 9(07) VALUE 0.
       01 WS-SITE-ERRORS PIC 9(07) VALUE 0.
       01 WS-SITE-RATE PIC 9(05)V9(01) VALUE 0.
       01 WS-GRD-KEYED PIC 9(07) VALUE 0.
       01 WS-GRD-EDIT-REJ PIC 9(07) VALUE 0.
       01 WS-GRD-SCORE-REJ PIC 9(07) VALUE 0.
       01 WS-GRD-CORRECTED PIC 9(07) VALUE 0.
       01 WS-KEYER-ERRORS PIC 9(07) VALUE 0.
       01 WS-KEYER-RATE PIC 9(05)V9(01) VALUE 0.
       01 WS-KEYERS-ABOVE PIC 9(03) VALUE 0.

      * One listing line, built from whichever counts are printing.
       01 WS-LN-LABEL PIC X(13).
       01 WS-LN-KEYED PIC 9(07).
       01 WS-LN-EDIT-REJ PIC 9(07).
       01 WS-LN-SCORE-REJ PIC 9(07).
       01 WS-LN-CORRECTED PIC 9(07).
       01 WS-LN-ERRORS PIC 9(07).
       01 WS-LN-RATE PIC 9(05)V9(01).
       01 WS-LN-RATE-TEXT PIC X(07).
       01 WS-LN-FLAG PIC X(20).

       01 WS-RPT-COUNT PIC ZZZZZZ9.
       01 WS-RPT-COUNT-2 PIC ZZZZZZ9.
       01 WS-RPT-COUNT-3 PIC ZZZZZZ9.
       01 WS-RPT-COUNT-4 PIC ZZZZZZ9.
       01 WS-RPT-RATE PIC ZZZZ9.9.

       COPY BDATWS.
       COPY RUNCTL.
       COPY AUDTWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CAPTURE-RUN-CONTROL.
           MOVE 'KEYRPT' TO WS-AUDT-SOURCE-PARM.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM READ-SELECTION-PARM.
           OPEN INPUT KEYING-HISTORY.
           IF WS-KLG-FILE-STATUS NOT = "00" THEN
               DISPLAY "KEYRPT: CANNOT OPEN YACHTKLG HISTORY, "
                   "STATUS " WS-KLG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT KEY-RPT
               PERFORM WRITE-REPORT-HEADER
               SORT SORT-WORK
                   ON ASCENDING KEY WS-SRT-PLAYER-ID
                   ON ASCENDING KEY WS-SRT-GAME-NO
                   ON ASCENDING KEY WS-SRT-CATEGORY
                   ON ASCENDING KEY WS-SRT-DATE
                   ON ASCENDING KEY WS-SRT-SEQ
                   INPUT PROCEDURE IS RELEASE-KEYING-EVENTS
                   OUTPUT PROCEDURE IS MATCH-CORRECTIONS
               CLOSE KEYING-HISTORY
               PERFORM WRITE-KEYER-LISTING
               PERFORM WRITE-REPORT-TOTALS
               CLOSE KEY-RPT
               DISPLAY "KEYRPT: " WS-EVENTS-TAKEN " EVENTS COUNTED, "
                   WS-KT-COUNT " KEYERS LISTED"
           END-IF.
           STOP RUN.
       MAIN-EXIT.

      * The default window is the week ending on the run date, which
      * is what the Monday run wants; a card sets any other range.
       READ-SELECTION-PARM.
           MOVE WS-RUN-DATE TO WS-TO-DATE.
           COMPUTE WS-WINDOW-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 6.
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT).
           OPEN INPUT KEY-PARM.
           IF WS-PARM-FILE-STATUS = "00" THEN
               READ KEY-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-KP-FROM-DATE NUMERIC THEN
                           MOVE WS-KP-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF WS-KP-TO-DATE NUMERIC AND
                           WS-KP-TO-DATE NOT = ZEROES THEN
                           MOVE WS-KP-TO-DATE TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE KEY-PARM
           END-IF.
       READ-SELECTION-PARM-EXIT.

      * One history record. Everything up to the end of the window
      * is read, since a correction this week may be against a turn
      * posted months ago; only events inside the window count.
       TAKE-ONE-EVENT.
           READ KEYING-HISTORY
               AT END
                   MOVE 'Y' TO WS-KLG-EOF-SW
               NOT AT END
                   ADD 1 TO WS-EVENTS-READ
                   IF WS-KLG-DATE <= WS-TO-DATE THEN
                       PERFORM SCREEN-ONE-EVENT
                   ELSE
                       ADD 1 TO WS-EVENTS-OUTSIDE
                   END-IF
           END-READ.
       TAKE-ONE-EVENT-EXIT.

      * The history is appended in run order, so the first YACHTEDT
      * run id met for a date is that night's first edit.
       SCREEN-ONE-EVENT.
           IF WS-KLG-SOURCE = 'YACHTEDT' THEN
               IF WS-KLG-DATE NOT = WS-EDT-DATE THEN
                   MOVE WS-KLG-DATE TO WS-EDT-DATE
                   MOVE WS-KLG-RUN-ID TO WS-EDT-RUN-ID
               END-IF
           END-IF.
           EVALUATE TRUE
           WHEN WS-KLG-SOURCE = 'YACHTEDT' AND
               WS-KLG-RUN-ID NOT = WS-EDT-RUN-ID
               IF WS-KLG-DATE >= WS-FROM-DATE THEN
                   ADD 1 TO WS-EVENTS-RE-EDIT
               ELSE
                   ADD 1 TO WS-EVENTS-OUTSIDE
               END-IF
           WHEN WS-KLG-POSTED OR WS-KLG-CORRECTED
               PERFORM RELEASE-TURN-EVENT
           WHEN WS-KLG-DATE < WS-FROM-DATE
               ADD 1 TO WS-EVENTS-OUTSIDE
           WHEN WS-KLG-KEYED OR WS-KLG-EDIT-REJECT OR
               WS-KLG-SCORE-REJECT
               PERFORM COUNT-WINDOW-EVENT
           WHEN OTHER
               ADD 1 TO WS-EVENTS-OUTSIDE
           END-EVALUATE.
       SCREEN-ONE-EVENT-EXIT.

       RELEASE-TURN-EVENT.
           MOVE WS-KLG-PLAYER-ID TO WS-SRT-PLAYER-ID.
           MOVE WS-KLG-GAME-NO TO WS-SRT-GAME-NO.
           MOVE WS-KLG-CATEGORY TO WS-SRT-CATEGORY.
           MOVE WS-KLG-DATE TO WS-SRT-DATE.
           MOVE WS-EVENTS-READ TO WS-SRT-SEQ.
           MOVE WS-KLG-EVENT TO WS-SRT-EVENT.
           MOVE WS-KLG-SITE TO WS-SRT-SITE.
           MOVE WS-KLG-KEYER-ID TO WS-SRT-KEYER-ID.
           RELEASE WS-SRT-RECORD.
       RELEASE-TURN-EVENT-EXIT.

       COUNT-WINDOW-EVENT.
           MOVE WS-KLG-SITE TO WS-FIND-SITE.
           MOVE WS-KLG-KEYER-ID TO WS-FIND-KEYER-ID.
           PERFORM FIND-KEYER-ENTRY.
           IF WS-KT-FOUND THEN
               ADD 1 TO WS-EVENTS-TAKEN
               EVALUATE TRUE
               WHEN WS-KLG-KEYED
                   ADD 1 TO WS-KT-KEYED(WS-KT-IX)
               WHEN WS-KLG-EDIT-REJECT
                   ADD 1 TO WS-KT-EDIT-REJ(WS-KT-IX)
               WHEN WS-KLG-SCORE-REJECT
                   ADD 1 TO WS-KT-SCORE-REJ(WS-KT-IX)
               END-EVALUATE
           END-IF.
       COUNT-WINDOW-EVENT-EXIT.

      ******************************************************************
      * Find the site and keyer in the table, adding them in key
      * order when they are new. WS-KT-IX is left on the entry.
      ******************************************************************
       FIND-KEYER-ENTRY.
           MOVE 'N' TO WS-KT-FOUND-SW.
           MOVE WS-FIND-SITE TO WS-FIND-KEY(1:3).
           MOVE WS-FIND-KEYER-ID TO WS-FIND-KEY(4:8).
           MOVE 1 TO WS-KT-IX.
           PERFORM STEP-KEYER-ENTRY
               UNTIL WS-KT-IX > WS-KT-COUNT OR
               WS-KT-KEY(WS-KT-IX) >= WS-FIND-KEY.
           IF WS-KT-IX <= WS-KT-COUNT AND
               WS-KT-KEY(WS-KT-IX) = WS-FIND-KEY THEN
               MOVE 'Y' TO WS-KT-FOUND-SW
           ELSE
               IF WS-KT-COUNT < 300 THEN
                   PERFORM INSERT-KEYER-ENTRY
                   MOVE 'Y' TO WS-KT-FOUND-SW
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF.
       FIND-KEYER-ENTRY-EXIT.

       STEP-KEYER-ENTRY.
           ADD 1 TO WS-KT-IX.
       STEP-KEYER-ENTRY-EXIT.

       INSERT-KEYER-ENTRY.
           PERFORM SHIFT-KEYER-ENTRY
               VARYING WS-KT-MOVE-IX FROM WS-KT-COUNT BY -1
               UNTIL WS-KT-MOVE-IX < WS-KT-IX.
           ADD 1 TO WS-KT-COUNT.
           MOVE WS-FIND-KEY TO WS-KT-KEY(WS-KT-IX).
           MOVE 0 TO WS-KT-KEYED(WS-KT-IX).
           MOVE 0 TO WS-KT-EDIT-REJ(WS-KT-IX).
           MOVE 0 TO WS-KT-SCORE-REJ(WS-KT-IX).
           MOVE 0 TO WS-KT-CORRECTED(WS-KT-IX).
       INSERT-KEYER-ENTRY-EXIT.

       SHIFT-KEYER-ENTRY.
           MOVE WS-KT-ENTRY(WS-KT-MOVE-IX) TO
               WS-KT-ENTRY(WS-KT-MOVE-IX + 1).
       SHIFT-KEYER-ENTRY-EXIT.

      * One returned posting or correction. A new turn group forgets
      * the last posting; a correction inside the window is charged
      * to the keyer of the posting before it. A correction with no
      * posting on the history (it went in before the keying log
      * did) is charged to its own site with no keyer.
       TAKE-ONE-TURN-EVENT.
           IF WS-SRT-PLAYER-ID NOT = WS-GRP-PLAYER-ID OR
               WS-SRT-GAME-NO NOT = WS-GRP-GAME-NO OR
               WS-SRT-CATEGORY NOT = WS-GRP-CATEGORY THEN
               MOVE WS-SRT-PLAYER-ID TO WS-GRP-PLAYER-ID
               MOVE WS-SRT-GAME-NO TO WS-GRP-GAME-NO
               MOVE WS-SRT-CATEGORY TO WS-GRP-CATEGORY
               MOVE 'N' TO WS-GRP-POSTED-SW
           END-IF.
           IF WS-SRT-EVENT = 'P' THEN
               MOVE 'Y' TO WS-GRP-POSTED-SW
               MOVE WS-SRT-SITE TO WS-GRP-SITE
               MOVE WS-SRT-KEYER-ID TO WS-GRP-KEYER-ID
           ELSE
               IF WS-SRT-DATE >= WS-FROM-DATE THEN
                   PERFORM CHARGE-CORRECTION
               END-IF
           END-IF.
       TAKE-ONE-TURN-EVENT-EXIT.

       CHARGE-CORRECTION.
           IF WS-GRP-POSTED THEN
               MOVE WS-GRP-SITE TO WS-FIND-SITE
               MOVE WS-GRP-KEYER-ID TO WS-FIND-KEYER-ID
           ELSE
               ADD 1 TO WS-CORR-UNMATCHED
               MOVE WS-SRT-SITE TO WS-FIND-SITE
               MOVE SPACES TO WS-FIND-KEYER-ID
           END-IF.
           PERFORM FIND-KEYER-ENTRY.
           IF WS-KT-FOUND THEN
               ADD 1 TO WS-EVENTS-TAKEN
               ADD 1 TO WS-KT-CORRECTED(WS-KT-IX)
           END-IF.
       CHARGE-CORRECTION-EXIT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "KEYING ACCURACY BY SITE AND KEYER - RUN ID "
               WS-RUN-ID " AS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "EVENTS DATED " WS-FROM-DATE " THROUGH " WS-TO-DATE
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "ERROR RATE = (EDIT REJECTS + SCORING REJECTS + "
               "CORRECTIONS) * 100 / KEYED"
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "SITE KEYER-ID  KEYED  EDIT-REJ  SCOR-REJ  "
               "CORRECTED ERR-PCT"
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
       WRITE-REPORT-HEADER-EXIT.

      ******************************************************************
      * The table is in site and keyer order. Each site's totals are
      * summed ahead of its first keyer so every keyer line can be
      * set against the site rate; the site line follows its keyers.
      ******************************************************************
       WRITE-KEYER-LISTING.
           MOVE SPACES TO WS-CUR-SITE.
           PERFORM WRITE-ONE-KEYER
               VARYING WS-KT-IX FROM 1 BY 1
               UNTIL WS-KT-IX > WS-KT-COUNT.
           IF WS-KT-COUNT > 0 THEN
               PERFORM WRITE-SITE-LINE
           END-IF.
       WRITE-KEYER-LISTING-EXIT.

       WRITE-ONE-KEYER.
           IF WS-KT-IX = 1 OR WS-KT-SITE(WS-KT-IX) NOT = WS-CUR-SITE
               THEN
               IF WS-KT-IX > 1 THEN
                   PERFORM WRITE-SITE-LINE
               END-IF
               PERFORM SUM-SITE-TOTALS
           END-IF.
           COMPUTE WS-KEYER-ERRORS = WS-KT-EDIT-REJ(WS-KT-IX) +
               WS-KT-SCORE-REJ(WS-KT-IX) + WS-KT-CORRECTED(WS-KT-IX).
           MOVE SPACES TO WS-LN-LABEL.
           MOVE WS-KT-SITE(WS-KT-IX) TO WS-LN-LABEL(1:3).
           IF WS-KT-KEYER-ID(WS-KT-IX) = SPACES THEN
               MOVE "(NONE)" TO WS-LN-LABEL(6:8)
           ELSE
               MOVE WS-KT-KEYER-ID(WS-KT-IX) TO WS-LN-LABEL(6:8)
           END-IF.
           MOVE WS-KT-KEYED(WS-KT-IX) TO WS-LN-KEYED.
           MOVE WS-KT-EDIT-REJ(WS-KT-IX) TO WS-LN-EDIT-REJ.
           MOVE WS-KT-SCORE-REJ(WS-KT-IX) TO WS-LN-SCORE-REJ.
           MOVE WS-KT-CORRECTED(WS-KT-IX) TO WS-LN-CORRECTED.
           MOVE WS-KEYER-ERRORS TO WS-LN-ERRORS.
           PERFORM SET-LINE-RATE.
           MOVE WS-LN-RATE TO WS-KEYER-RATE.
           MOVE SPACES TO WS-LN-FLAG.
           IF WS-KT-KEYED(WS-KT-IX) > 0 AND WS-SITE-KEYED > 0 AND
               WS-KEYER-RATE > WS-SITE-RATE THEN
               MOVE "ABOVE SITE AVERAGE" TO WS-LN-FLAG
               ADD 1 TO WS-KEYERS-ABOVE
           END-IF.
           IF WS-KT-KEYED(WS-KT-IX) = 0 AND WS-KEYER-ERRORS > 0 THEN
               MOVE "ERRORS, NONE KEYED" TO WS-LN-FLAG
           END-IF.
           PERFORM WRITE-LISTING-LINE.
       WRITE-ONE-KEYER-EXIT.

       SUM-SITE-TOTALS.
           MOVE WS-KT-SITE(WS-KT-IX) TO WS-CUR-SITE.
           MOVE 0 TO WS-SITE-KEYED.
           MOVE 0 TO WS-SITE-EDIT-REJ.
           MOVE 0 TO WS-SITE-SCORE-REJ.
           MOVE 0 TO WS-SITE-CORRECTED.
           PERFORM ADD-SITE-ENTRY
               VARYING WS-KT-SUM-IX FROM WS-KT-IX BY 1
               UNTIL WS-KT-SUM-IX > WS-KT-COUNT OR
               WS-KT-SITE(WS-KT-SUM-IX) NOT = WS-CUR-SITE.
           COMPUTE WS-SITE-ERRORS = WS-SITE-EDIT-REJ +
               WS-SITE-SCORE-REJ + WS-SITE-CORRECTED.
           MOVE 0 TO WS-SITE-RATE.
           IF WS-SITE-KEYED > 0 THEN
               COMPUTE WS-SITE-RATE ROUNDED =
                   WS-SITE-ERRORS * 100 / WS-SITE-KEYED
           END-IF.
       SUM-SITE-TOTALS-EXIT.

       ADD-SITE-ENTRY.
           ADD WS-KT-KEYED(WS-KT-SUM-IX) TO WS-SITE-KEYED.
           ADD WS-KT-EDIT-REJ(WS-KT-SUM-IX) TO WS-SITE-EDIT-REJ.
           ADD WS-KT-SCORE-REJ(WS-KT-SUM-IX) TO WS-SITE-SCORE-REJ.
           ADD WS-KT-CORRECTED(WS-KT-SUM-IX) TO WS-SITE-CORRECTED.
       ADD-SITE-ENTRY-EXIT.

       WRITE-SITE-LINE.
           ADD WS-SITE-KEYED TO WS-GRD-KEYED.
           ADD WS-SITE-EDIT-REJ TO WS-GRD-EDIT-REJ.
           ADD WS-SITE-SCORE-REJ TO WS-GRD-SCORE-REJ.
           ADD WS-SITE-CORRECTED TO WS-GRD-CORRECTED.
           MOVE SPACES TO WS-LN-LABEL.
           STRING WS-CUR-SITE " SITE" DELIMITED BY SIZE
               INTO WS-LN-LABEL.
           MOVE WS-SITE-KEYED TO WS-LN-KEYED.
           MOVE WS-SITE-EDIT-REJ TO WS-LN-EDIT-REJ.
           MOVE WS-SITE-SCORE-REJ TO WS-LN-SCORE-REJ.
           MOVE WS-SITE-CORRECTED TO WS-LN-CORRECTED.
           MOVE WS-SITE-ERRORS TO WS-LN-ERRORS.
           PERFORM SET-LINE-RATE.
           MOVE "SITE AVERAGE" TO WS-LN-FLAG.
           PERFORM WRITE-LISTING-LINE.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
       WRITE-SITE-LINE-EXIT.

      * A line with nothing keyed has no rate to show.
       SET-LINE-RATE.
           MOVE 0 TO WS-LN-RATE.
           IF WS-LN-KEYED > 0 THEN
               COMPUTE WS-LN-RATE ROUNDED =
                   WS-LN-ERRORS * 100 / WS-LN-KEYED
               MOVE WS-LN-RATE TO WS-RPT-RATE
               MOVE WS-RPT-RATE TO WS-LN-RATE-TEXT
           ELSE
               MOVE "    N/A" TO WS-LN-RATE-TEXT
           END-IF.
       SET-LINE-RATE-EXIT.

       WRITE-LISTING-LINE.
           MOVE WS-LN-KEYED TO WS-RPT-COUNT.
           MOVE WS-LN-EDIT-REJ TO WS-RPT-COUNT-2.
           MOVE WS-LN-SCORE-REJ TO WS-RPT-COUNT-3.
           MOVE WS-LN-CORRECTED TO WS-RPT-COUNT-4.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING WS-LN-LABEL WS-RPT-COUNT "   " WS-RPT-COUNT-2
               "   " WS-RPT-COUNT-3 "    " WS-RPT-COUNT-4 " "
               WS-LN-RATE-TEXT "  " WS-LN-FLAG
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
       WRITE-LISTING-LINE-EXIT.

       WRITE-REPORT-TOTALS.
           IF WS-KT-COUNT = 0 THEN
               MOVE SPACES TO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
               MOVE "NO KEYING EVENTS IN THE SELECTION" TO
                   WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           ELSE
               MOVE "ALL SITES" TO WS-LN-LABEL
               MOVE WS-GRD-KEYED TO WS-LN-KEYED
               MOVE WS-GRD-EDIT-REJ TO WS-LN-EDIT-REJ
               MOVE WS-GRD-SCORE-REJ TO WS-LN-SCORE-REJ
               MOVE WS-GRD-CORRECTED TO WS-LN-CORRECTED
               COMPUTE WS-LN-ERRORS = WS-GRD-EDIT-REJ +
                   WS-GRD-SCORE-REJ + WS-GRD-CORRECTED
               PERFORM SET-LINE-RATE
               MOVE SPACES TO WS-LN-FLAG
               PERFORM WRITE-LISTING-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-KEYERS-ABOVE TO WS-RPT-COUNT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "KEYERS ABOVE THEIR SITE AVERAGE " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-EVENTS-READ TO WS-RPT-COUNT.
           MOVE WS-EVENTS-TAKEN TO WS-RPT-COUNT-2.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "HISTORY EVENTS READ " WS-RPT-COUNT "  COUNTED "
               WS-RPT-COUNT-2
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-EVENTS-RE-EDIT TO WS-RPT-COUNT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "HELD-BATCH RE-EDITS NOT COUNTED " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           IF WS-CORR-UNMATCHED > 0 THEN
               MOVE WS-CORR-UNMATCHED TO WS-RPT-COUNT
               MOVE SPACES TO WS-RPT-RECORD
               STRING "CORRECTIONS WITH NO POSTING ON THE HISTORY "
                   WS-RPT-COUNT " - CHARGED TO THE SITE, NO KEYER"
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           END-IF.
           IF WS-TABLE-FULL-COUNT > 0 THEN
               MOVE WS-TABLE-FULL-COUNT TO WS-RPT-COUNT
               MOVE SPACES TO WS-RPT-RECORD
               STRING "*** KEYER TABLE FULL AT 300 - " WS-RPT-COUNT
                   " EVENTS NOT COUNTED ***"
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
               DISPLAY "KEYRPT: KEYER TABLE FULL, " WS-TABLE-FULL-COUNT
                   " EVENTS NOT COUNTED"
               MOVE 4 TO RETURN-CODE
           END-IF.
       WRITE-REPORT-TOTALS-EXIT.

           COPY RUNCTLP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

      ******************************************************************
      * SORT input procedure: the edit and scoring-reject events in
      * the window are counted as they are read; postings and
      * corrections go to the sort to be matched by turn.
      ******************************************************************
       RELEASE-KEYING-EVENTS SECTION.
       RELEASE-EVENTS-START.
           MOVE 'N' TO WS-KLG-EOF-SW.
           PERFORM TAKE-ONE-EVENT UNTIL WS-KLG-EOF.
           GO TO RELEASE-EVENTS-DONE.

       RELEASE-EVENTS-DONE.
           EXIT.

      ******************************************************************
      * SORT output procedure: postings and corrections come back by
      * player, game and category in the order they were logged, so
      * each correction follows the posting it corrects.
      ******************************************************************
       MATCH-CORRECTIONS SECTION.
       MATCH-CORRECTIONS-START.
           MOVE 'N' TO WS-SORT-EOF-SW.
           PERFORM RETURN-ONE-TURN-EVENT UNTIL WS-SORT-EOF.
           GO TO MATCH-CORRECTIONS-DONE.

       RETURN-ONE-TURN-EVENT.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
               NOT AT END
                   PERFORM TAKE-ONE-TURN-EVENT
           END-RETURN.

       MATCH-CORRECTIONS-DONE.
           EXIT.

       END PROGRAM KEYRPT.
