      ******************************************************************
      * Author: Joel Brewer
      * Date: 07/08/2024
      * Purpose: To pay the season's prize money the treasurer has
      *          been working out on paper. The desk-kept PRIZSCHD
      *          prize schedule lists, per competition, the places
      *          paid and what each is worth; this program finds who
      *          finished in each paid place - off the final bracket
      *          on BRKTMSTR for the playoff, off the YACHTCAT season
      *          category statistics for the category awards, ranked
      *          the way CATSTATS prints them - and posts each prize
      *          as a credit to the winner's DUESMSTR dues ledger.
      *          Dues the winner still owes are netted off first and
      *          only the rest is paid out in cash, so a player the
      *          YACHTEDT edit step is holding for arrears clears
      *          the debt instead of walking off with the purse. The
      *          PRIZREG payout register is the treasurer's copy.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 07/08/2024 JB - First cut: PAY posts and DRAFT prints the
      *                 register without posting. Every prize paid
      *                 is kept on the keyed PRIZHIST payout history
      *                 under the season, so a rerun pays nobody
      *                 twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIZPAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIZE-SCHEDULE ASSIGN TO "PRIZSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHD-FILE-STATUS.
           SELECT BRACKET-MASTER ASSIGN TO "BRKTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRKT-FILE-STATUS.
           SELECT CATEGORY-STATS ASSIGN TO "YACHTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-CAT-KEY
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT DUES-MASTER ASSIGN TO "DUESMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-DUE-PLAYER-ID
               FILE STATUS IS WS-DUE-FILE-STATUS.
           SELECT PRIZE-HISTORY ASSIGN TO "PRIZHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PHST-KEY
               FILE STATUS IS WS-PHST-FILE-STATUS.
           SELECT PRIZE-PARM ASSIGN TO "PRIZPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PAYOUT-RPT ASSIGN TO "PRIZREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
       DATA DIVISION.
       FILE SECTION.
      * The prize schedule the treasurer keeps, one record per paid
      * place, pounds with implied pence. The competition is either
      * PLAYOFF - place 1 the champion, 2 the beaten finalist, 3 each
      * beaten semifinalist, 5 each beaten quarterfinalist, 9 each
      * player out in the round before - or CATnn, the season award
      * for YACHTCAT category nn (01-12 classic, 21-33 Yahtzee
      * rules), place n being the nth best season total in it.
       FD  PRIZE-SCHEDULE.
       01 WS-SCHD-RECORD.
           05 WS-SCHD-COMP PIC X(08).
           05 FILLER PIC X(01).
           05 WS-SCHD-PLACE PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-SCHD-AMOUNT PIC 9(05)V99.
           05 FILLER PIC X(01).
           05 WS-SCHD-DESC PIC X(30).
           05 FILLER PIC X(30).

      * Bracket state exactly as PLAYOFF carries it, read-only here.
       FD  BRACKET-MASTER.
       01 WS-BRKT-RECORD.
           05 WS-BRKT-ROUND PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-BRKT-SLOT PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-BRKT-PLAYER-ID PIC X(10).
           05 FILLER PIC X(63).

      * Same record layout YACHT posts in POST-CATEGORY-STATS; this
      * program only ever reads it.
       FD  CATEGORY-STATS.
       01 WS-CAT-RECORD.
           05 WS-CAT-KEY.
               10 WS-CAT-PLAYER-ID PIC X(10).
               10 WS-CAT-CATEGORY PIC 9(02).
           05 WS-CAT-TIMES PIC 9(05).
           05 WS-CAT-TOTAL PIC 9(07).
           05 WS-CAT-BEST PIC 9(03).
           05 FILLER PIC X(53).

      * Dues ledger as DUESMNT keeps it. A prize netted against dues
      * counts as a payment, so the arrears report and the YACHTEDT
      * hold see it with no change of their own; the prize fields
      * carved behind the payment date keep the whole credit and
      * the part of it netted, season on season.
       FD  DUES-MASTER.
       01 WS-DUE-RECORD.
           05 WS-DUE-PLAYER-ID PIC X(10).
           05 WS-DUE-CHARGED PIC 9(07)V99.
           05 WS-DUE-PAID PIC 9(07)V99.
           05 WS-DUE-LAST-BILLED PIC 9(08).
           05 WS-DUE-LAST-PAID PIC 9(08).
           05 WS-DUE-PRIZES PIC 9(07)V99.
           05 WS-DUE-PRIZES-NETTED PIC 9(07)V99.
           05 WS-DUE-LAST-PRIZE PIC 9(08).
           05 FILLER PIC X(10).

      * One record per prize paid, keyed by season, competition,
      * place and player: a key already here has been paid.
       FD  PRIZE-HISTORY.
       01 WS-PHST-RECORD.
           05 WS-PHST-KEY.
               10 WS-PHST-SEASON-ID PIC X(06).
               10 WS-PHST-COMP PIC X(08).
               10 WS-PHST-PLACE PIC 9(02).
               10 WS-PHST-PLAYER-ID PIC X(10).
           05 WS-PHST-AMOUNT PIC 9(05)V99.
           05 WS-PHST-NETTED PIC 9(05)V99.
           05 WS-PHST-CASH PIC 9(05)V99.
           05 WS-PHST-PAID-DATE PIC 9(08).
           05 FILLER PIC X(15).

      * One function card:
      *   PAY   ssssss   pay season ssssss's prizes and post them
      *   DRAFT ssssss   the register alone, nothing posted
       FD  PRIZE-PARM.
       01 WS-PRIZ-PARM-RECORD.
           05 WS-PRIZ-PARM-FUNC PIC X(05).
           05 FILLER PIC X(01).
           05 WS-PRIZ-PARM-SEASON PIC X(06).
           05 FILLER PIC X(68).

       FD  PAYOUT-RPT.
       01 WS-RPT-RECORD PIC X(80).

       COPY BDATFD.

       COPY EXCPFD.
       COPY OPSCFD.
       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01 WS-SCHD-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-BRKT-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-CAT-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-DUE-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PHST-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PARM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-FUNC PIC X(05) VALUE SPACES.
       01 WS-SEASON-ID PIC X(06) VALUE SPACES.
       01 WS-DRAFT-SW PIC X(01) VALUE 'N'.
           88 WS-DRAFT VALUE 'Y'.
       01 WS-BRACKET-LOADED-SW PIC X(01) VALUE 'N'.
           88 WS-BRACKET-LOADED VALUE 'Y'.
       01 WS-STATS-LOADED-SW PIC X(01) VALUE 'N'.
           88 WS-STATS-LOADED VALUE 'Y'.
       01 WS-HISTORY-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-HISTORY-OPEN VALUE 'Y'.

      * The whole bracket in storage, the same 31 entries PLAYOFF
      * holds for a 16-seed field.
       01 WS-BK-COUNT PIC 9(02) VALUE 0.
       01 WS-BK-SCAN PIC 9(02) VALUE 0.
       01 WS-BK-LATER PIC 9(02) VALUE 0.
       01 WS-BRACKET-STORE.
           05 WS-BK-ENTRY OCCURS 31 TIMES.
               10 WS-BK-ROUND PIC 9(02).
               10 WS-BK-SLOT PIC 9(02).
               10 WS-BK-PLAYER-ID PIC X(10).
      * The final is the highest round on the master; the bracket is
      * finished when it holds the champion alone.
       01 WS-FINAL-ROUND PIC 9(02) VALUE 0.
       01 WS-FINAL-SLOTS PIC 9(02) VALUE 0.
       01 WS-TARGET-ROUND PIC S9(02) VALUE 0.
       01 WS-WENT-FURTHER-SW PIC X(01) VALUE 'N'.
           88 WS-WENT-FURTHER VALUE 'Y'.

      * Every statistics record loaded up front, the same 1200 entries
      * CATSTATS holds; an award ranks its own category out of it.
       01 WS-ST-COUNT PIC 9(04) VALUE 0.
       01 WS-ST-SCAN PIC 9(04) VALUE 0.
       01 WS-STATS-TABLE.
           05 WS-ST-ENTRY OCCURS 1200 TIMES.
               10 WS-ST-PLAYER-ID PIC X(10).
               10 WS-ST-CATEGORY PIC 9(02).
               10 WS-ST-TOTAL PIC 9(07).
               10 WS-ST-BEST PIC 9(03).
       01 WS-AWARD-CATEGORY PIC 9(02) VALUE 0.
       01 WS-AW-COUNT PIC 9(03) VALUE 0.
       01 WS-AWARD-TABLE.
           05 WS-AW-ENTRY OCCURS 200 TIMES.
               10 WS-AW-PLAYER-ID PIC X(10).
               10 WS-AW-TOTAL PIC 9(07).
               10 WS-AW-BEST PIC 9(03).

      * Working fields for the selection sort into descending season
      * total, the better best single score first on a tie, same
      * shape as YACHT's RANK-SCORECARDS.
       01 WS-RANK-OUTER PIC 9(03).
       01 WS-RANK-INNER PIC 9(03).
       01 WS-RANK-BEST PIC 9(03).
       01 WS-RANK-SWAP-ENTRY PIC X(20).

      * The prize being paid and the winner it goes to.
       01 WS-PAY-COMP PIC X(08).
       01 WS-PAY-PLACE PIC 9(02).
       01 WS-PAY-PLAYER-ID PIC X(10).
       01 WS-PRIZE-AMOUNT PIC 9(05)V99 VALUE 0.
       01 WS-NETTED PIC 9(05)V99 VALUE 0.
       01 WS-CASH PIC 9(05)V99 VALUE 0.
       01 WS-BALANCE PIC S9(07)V99 VALUE 0.
       01 WS-DUE-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-DUE-FOUND VALUE 'Y'.
       01 WS-LINE-PAID-COUNT PIC 9(03) VALUE 0.
       01 WS-UNPAID-REASON PIC X(40).

       01 WS-SCHD-READ-COUNT PIC 9(05) VALUE 0.
       01 WS-PAID-COUNT PIC 9(05) VALUE 0.
       01 WS-ALREADY-PAID-COUNT PIC 9(05) VALUE 0.
       01 WS-UNPAID-COUNT PIC 9(05) VALUE 0.
       01 WS-TOTAL-PRIZES PIC 9(07)V99 VALUE 0.
       01 WS-TOTAL-NETTED PIC 9(07)V99 VALUE 0.
       01 WS-TOTAL-CASH PIC 9(07)V99 VALUE 0.

       01 WS-RPT-PLACE PIC Z9.
       01 WS-RPT-AMOUNT PIC ZZZZZZ9.99.
       01 WS-RPT-NETTED PIC ZZZZZZ9.99.
       01 WS-RPT-CASH PIC ZZZZZZ9.99.
       01 WS-RPT-COUNT PIC ZZZZ9.

       COPY BDATWS.
       COPY RUNCTL.
       COPY EXCPWS.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CAPTURE-RUN-CONTROL.
           MOVE 'PRIZPAY' TO WS-AUDT-SOURCE-PARM.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM GET-FUNCTION-CARD.
           PERFORM OPEN-EXCEPTION-LOG.
           PERFORM OPEN-OPS-COUNT-LOG.
           EVALUATE TRUE
           WHEN WS-FUNC NOT = 'PAY' AND WS-FUNC NOT = 'DRAFT'
               DISPLAY "PRIZPAY: UNKNOWN OR MISSING FUNCTION '"
                   WS-FUNC "'"
               MOVE 8 TO RETURN-CODE
           WHEN WS-SEASON-ID = SPACES
               DISPLAY "PRIZPAY: " WS-FUNC " NEEDS A SEASON ID"
               MOVE 8 TO RETURN-CODE
           WHEN OTHER
               PERFORM PAY-SEASON-PRIZES
           END-EVALUATE.
           PERFORM CLOSE-EXCEPTION-LOG.
           MOVE 'PRIZPAY' TO WS-OPSC-SOURCE-PARM.
           MOVE 'PRIZES PAID' TO WS-OPSC-LABEL-PARM.
           MOVE WS-PAID-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           PERFORM CLOSE-OPS-COUNT-LOG.
           STOP RUN.
       MAIN-EXIT.

       GET-FUNCTION-CARD.
           MOVE SPACES TO WS-FUNC.
           MOVE SPACES TO WS-SEASON-ID.
           OPEN INPUT PRIZE-PARM.
           IF WS-PARM-FILE-STATUS = "00" THEN
               READ PRIZE-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-PRIZ-PARM-FUNC TO WS-FUNC
                       MOVE WS-PRIZ-PARM-SEASON TO WS-SEASON-ID
               END-READ
               CLOSE PRIZE-PARM
           END-IF.
           IF WS-FUNC = 'DRAFT' THEN
               MOVE 'Y' TO WS-DRAFT-SW
           END-IF.
       GET-FUNCTION-CARD-EXIT.

      ******************************************************************
      * One pass of the prize schedule, each paid place resolved to
      * its winners and paid. The bracket and the category
      * statistics are each optional: a schedule with no playoff
      * lines needs no bracket, and one with no awards no YACHTCAT.
      ******************************************************************
       PAY-SEASON-PRIZES.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PRIZE-SCHEDULE.
           IF WS-SCHD-FILE-STATUS NOT = "00" THEN
               DISPLAY "PRIZPAY: CANNOT OPEN PRIZE SCHEDULE, STATUS "
                   WS-SCHD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-BRACKET-MASTER
               PERFORM LOAD-CATEGORY-STATS
               PERFORM OPEN-PAYOUT-FILES
               PERFORM WRITE-REGISTER-HEADING
               PERFORM PAY-ONE-SCHEDULE-LINE UNTIL WS-EOF
               PERFORM WRITE-REGISTER-TRAILER
               CLOSE PRIZE-SCHEDULE
               CLOSE DUES-MASTER
               IF WS-HISTORY-OPEN THEN
                   CLOSE PRIZE-HISTORY
               END-IF
               CLOSE PAYOUT-RPT
               DISPLAY "PRIZPAY: " WS-PAID-COUNT " PRIZES PAID "
                   WS-ALREADY-PAID-COUNT " ALREADY PAID "
                   WS-UNPAID-COUNT " PLACES UNPAID"
           END-IF.
       PAY-SEASON-PRIZES-EXIT.

      * A draft reads the ledger and the history for the register
      * but writes to neither; before the first season is paid there
      * is no history to read.
       OPEN-PAYOUT-FILES.
           IF WS-DRAFT THEN
               OPEN INPUT DUES-MASTER
               OPEN INPUT PRIZE-HISTORY
               IF WS-PHST-FILE-STATUS = "00" THEN
                   MOVE 'Y' TO WS-HISTORY-OPEN-SW
               END-IF
           ELSE
               OPEN I-O DUES-MASTER
               IF WS-DUE-FILE-STATUS NOT = "00" THEN
                   OPEN OUTPUT DUES-MASTER
                   CLOSE DUES-MASTER
                   OPEN I-O DUES-MASTER
               END-IF
               OPEN I-O PRIZE-HISTORY
               IF WS-PHST-FILE-STATUS NOT = "00" THEN
                   OPEN OUTPUT PRIZE-HISTORY
                   CLOSE PRIZE-HISTORY
                   OPEN I-O PRIZE-HISTORY
               END-IF
               MOVE 'Y' TO WS-HISTORY-OPEN-SW
           END-IF.
           OPEN OUTPUT PAYOUT-RPT.
       OPEN-PAYOUT-FILES-EXIT.

       LOAD-BRACKET-MASTER.
           MOVE 0 TO WS-BK-COUNT.
           OPEN INPUT BRACKET-MASTER.
           IF WS-BRKT-FILE-STATUS = "00" THEN
               PERFORM LOAD-ONE-BRACKET-SLOT UNTIL WS-EOF
               CLOSE BRACKET-MASTER
           ELSE
               DISPLAY "WARNING: BRACKET MASTER NOT AVAILABLE (STATUS "
                   WS-BRKT-FILE-STATUS ") - PLAYOFF PLACES UNPAID"
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-FINAL-ROUND.
           MOVE 0 TO WS-FINAL-SLOTS.
           PERFORM SCAN-ONE-FINAL-SLOT
               VARYING WS-BK-SCAN FROM 1 BY 1
               UNTIL WS-BK-SCAN > WS-BK-COUNT.
           IF WS-FINAL-SLOTS = 1 THEN
               MOVE 'Y' TO WS-BRACKET-LOADED-SW
           END-IF.
       LOAD-BRACKET-MASTER-EXIT.

       LOAD-ONE-BRACKET-SLOT.
           READ BRACKET-MASTER
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-BK-COUNT >= 31 THEN
                       DISPLAY "PRIZPAY: BRACKET MASTER OVERFULL, "
                           "RECORD DROPPED"
                   ELSE
                       ADD 1 TO WS-BK-COUNT
                       MOVE WS-BRKT-ROUND TO WS-BK-ROUND(WS-BK-COUNT)
                       MOVE WS-BRKT-SLOT TO WS-BK-SLOT(WS-BK-COUNT)
                       MOVE WS-BRKT-PLAYER-ID TO
                           WS-BK-PLAYER-ID(WS-BK-COUNT)
                   END-IF
           END-READ.
       LOAD-ONE-BRACKET-SLOT-EXIT.

       SCAN-ONE-FINAL-SLOT.
           IF WS-BK-ROUND(WS-BK-SCAN) > WS-FINAL-ROUND THEN
               MOVE WS-BK-ROUND(WS-BK-SCAN) TO WS-FINAL-ROUND
               MOVE 0 TO WS-FINAL-SLOTS
           END-IF.
           IF WS-BK-ROUND(WS-BK-SCAN) = WS-FINAL-ROUND THEN
               ADD 1 TO WS-FINAL-SLOTS
           END-IF.
       SCAN-ONE-FINAL-SLOT-EXIT.

       LOAD-CATEGORY-STATS.
           MOVE 0 TO WS-ST-COUNT.
           OPEN INPUT CATEGORY-STATS.
           IF WS-CAT-FILE-STATUS = "00" THEN
               MOVE 'Y' TO WS-STATS-LOADED-SW
               PERFORM LOAD-ONE-STAT UNTIL WS-EOF
               CLOSE CATEGORY-STATS
           ELSE
               DISPLAY "WARNING: YACHTCAT MASTER NOT AVAILABLE (STATUS "
                   WS-CAT-FILE-STATUS ") - AWARD PLACES UNPAID"
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-CATEGORY-STATS-EXIT.

       LOAD-ONE-STAT.
           READ CATEGORY-STATS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-ST-COUNT >= 1200 THEN
                       MOVE 'Y' TO WS-EOF-SW
                       DISPLAY "PRIZPAY: STATS TABLE FULL (1200 "
                           "MAX) - LATER RECORDS NOT RANKED"
                   ELSE
                       ADD 1 TO WS-ST-COUNT
                       MOVE WS-CAT-PLAYER-ID TO
                           WS-ST-PLAYER-ID(WS-ST-COUNT)
                       MOVE WS-CAT-CATEGORY TO
                           WS-ST-CATEGORY(WS-ST-COUNT)
                       MOVE WS-CAT-TOTAL TO WS-ST-TOTAL(WS-ST-COUNT)
                       MOVE WS-CAT-BEST TO WS-ST-BEST(WS-ST-COUNT)
                   END-IF
           END-READ.
       LOAD-ONE-STAT-EXIT.

       PAY-ONE-SCHEDULE-LINE.
           READ PRIZE-SCHEDULE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-SCHD-READ-COUNT
                   PERFORM RESOLVE-ONE-PLACE
           END-READ.
       PAY-ONE-SCHEDULE-LINE-EXIT.

      * Each paid place goes to whoever finished there; a place
      * nobody can be found for is printed unpaid and logged, and
      * the money stays in the purse.
       RESOLVE-ONE-PLACE.
           MOVE WS-SCHD-COMP TO WS-PAY-COMP.
           MOVE 0 TO WS-LINE-PAID-COUNT.
           MOVE SPACES TO WS-UNPAID-REASON.
           EVALUATE TRUE
           WHEN WS-SCHD-PLACE NOT NUMERIC OR WS-SCHD-PLACE = 0
               MOVE 0 TO WS-PAY-PLACE
               MOVE 'PLACE NOT NUMERIC' TO WS-UNPAID-REASON
           WHEN WS-SCHD-AMOUNT NOT NUMERIC OR WS-SCHD-AMOUNT = 0
               MOVE WS-SCHD-PLACE TO WS-PAY-PLACE
               MOVE 'PRIZE AMOUNT MISSING' TO WS-UNPAID-REASON
           WHEN WS-SCHD-COMP = 'PLAYOFF'
               MOVE WS-SCHD-PLACE TO WS-PAY-PLACE
               MOVE WS-SCHD-AMOUNT TO WS-PRIZE-AMOUNT
               PERFORM RESOLVE-PLAYOFF-PLACE
           WHEN WS-SCHD-COMP(1:3) = 'CAT' AND
               WS-SCHD-COMP(4:2) NUMERIC AND
               WS-SCHD-COMP(6:3) = SPACES
               MOVE WS-SCHD-PLACE TO WS-PAY-PLACE
               MOVE WS-SCHD-AMOUNT TO WS-PRIZE-AMOUNT
               PERFORM RESOLVE-AWARD-PLACE
           WHEN OTHER
               MOVE WS-SCHD-PLACE TO WS-PAY-PLACE
               MOVE 'UNKNOWN COMPETITION' TO WS-UNPAID-REASON
           END-EVALUATE.
           IF WS-LINE-PAID-COUNT = 0 THEN
               IF WS-UNPAID-REASON = SPACES THEN
                   MOVE 'NOBODY FINISHED IN THIS PLACE' TO
                       WS-UNPAID-REASON
               END-IF
               PERFORM NOTE-UNPAID-PLACE
           END-IF.
       RESOLVE-ONE-PLACE-EXIT.

      * The playoff place names the round a winner went out in:
      * the final's lone slot is the champion, and every player in
      * an earlier round who is not in the next one lost there.
       RESOLVE-PLAYOFF-PLACE.
           EVALUATE WS-PAY-PLACE
           WHEN 1
               MOVE 0 TO WS-TARGET-ROUND
           WHEN 2
               MOVE 1 TO WS-TARGET-ROUND
           WHEN 3
               MOVE 2 TO WS-TARGET-ROUND
           WHEN 5
               MOVE 3 TO WS-TARGET-ROUND
           WHEN 9
               MOVE 4 TO WS-TARGET-ROUND
           WHEN OTHER
               MOVE -1 TO WS-TARGET-ROUND
           END-EVALUATE.
           COMPUTE WS-TARGET-ROUND = WS-FINAL-ROUND - WS-TARGET-ROUND.
           EVALUATE TRUE
           WHEN WS-PAY-PLACE NOT = 1 AND WS-PAY-PLACE NOT = 2 AND
               WS-PAY-PLACE NOT = 3 AND WS-PAY-PLACE NOT = 5 AND
               WS-PAY-PLACE NOT = 9
               MOVE 'PLAYOFF PLACE MUST BE 1 2 3 5 OR 9' TO
                   WS-UNPAID-REASON
           WHEN WS-BK-COUNT = 0
               MOVE 'NO PLAYOFF BRACKET ON FILE' TO WS-UNPAID-REASON
           WHEN NOT WS-BRACKET-LOADED
               MOVE 'PLAYOFF BRACKET NOT FINISHED' TO
                   WS-UNPAID-REASON
           WHEN WS-TARGET-ROUND < 1
               MOVE 'BRACKET HAS NO ROUND FOR THIS PLACE' TO
                   WS-UNPAID-REASON
           WHEN OTHER
               PERFORM CHECK-ONE-BRACKET-EXIT
                   VARYING WS-BK-SCAN FROM 1 BY 1
                   UNTIL WS-BK-SCAN > WS-BK-COUNT
           END-EVALUATE.
       RESOLVE-PLAYOFF-PLACE-EXIT.

       CHECK-ONE-BRACKET-EXIT.
           IF WS-BK-ROUND(WS-BK-SCAN) = WS-TARGET-ROUND AND
               WS-BK-PLAYER-ID(WS-BK-SCAN) NOT = 'BYE' THEN
               MOVE 'N' TO WS-WENT-FURTHER-SW
               PERFORM CHECK-ONE-LATER-SLOT
                   VARYING WS-BK-LATER FROM 1 BY 1
                   UNTIL WS-BK-LATER > WS-BK-COUNT
               IF NOT WS-WENT-FURTHER THEN
                   MOVE WS-BK-PLAYER-ID(WS-BK-SCAN) TO
                       WS-PAY-PLAYER-ID
                   PERFORM PAY-ONE-WINNER
               END-IF
           END-IF.
       CHECK-ONE-BRACKET-EXIT-EXIT.

       CHECK-ONE-LATER-SLOT.
           IF WS-BK-ROUND(WS-BK-LATER) > WS-TARGET-ROUND AND
               WS-BK-PLAYER-ID(WS-BK-LATER) =
                   WS-BK-PLAYER-ID(WS-BK-SCAN) THEN
               MOVE 'Y' TO WS-WENT-FURTHER-SW
           END-IF.
       CHECK-ONE-LATER-SLOT-EXIT.

      * The award category's players ranked by season total, the
      * better best single score first on a tie; place n is the nth
      * line, as CATSTATS prints it.
       RESOLVE-AWARD-PLACE.
           MOVE WS-PAY-COMP(4:2) TO WS-AWARD-CATEGORY.
           MOVE 0 TO WS-AW-COUNT.
           IF NOT WS-STATS-LOADED THEN
               MOVE 'NO CATEGORY STATISTICS ON FILE' TO
                   WS-UNPAID-REASON
           ELSE
               PERFORM PICK-ONE-AWARD-ENTRY
                   VARYING WS-ST-SCAN FROM 1 BY 1
                   UNTIL WS-ST-SCAN > WS-ST-COUNT
               IF WS-AW-COUNT > 1 THEN
                   PERFORM RANK-OUTER-PASS
                       VARYING WS-RANK-OUTER FROM 1 BY 1
                       UNTIL WS-RANK-OUTER >= WS-AW-COUNT
               END-IF
               IF WS-PAY-PLACE <= WS-AW-COUNT THEN
                   MOVE WS-AW-PLAYER-ID(WS-PAY-PLACE) TO
                       WS-PAY-PLAYER-ID
                   PERFORM PAY-ONE-WINNER
               END-IF
           END-IF.
       RESOLVE-AWARD-PLACE-EXIT.

       PICK-ONE-AWARD-ENTRY.
           IF WS-ST-CATEGORY(WS-ST-SCAN) = WS-AWARD-CATEGORY AND
               WS-ST-TOTAL(WS-ST-SCAN) > 0 AND WS-AW-COUNT < 200 THEN
               ADD 1 TO WS-AW-COUNT
               MOVE WS-ST-PLAYER-ID(WS-ST-SCAN) TO
                   WS-AW-PLAYER-ID(WS-AW-COUNT)
               MOVE WS-ST-TOTAL(WS-ST-SCAN) TO
                   WS-AW-TOTAL(WS-AW-COUNT)
               MOVE WS-ST-BEST(WS-ST-SCAN) TO WS-AW-BEST(WS-AW-COUNT)
           END-IF.
       PICK-ONE-AWARD-ENTRY-EXIT.

       RANK-OUTER-PASS.
           MOVE WS-RANK-OUTER TO WS-RANK-BEST.
           PERFORM RANK-FIND-BEST
               VARYING WS-RANK-INNER FROM WS-RANK-OUTER BY 1
               UNTIL WS-RANK-INNER > WS-AW-COUNT.
           IF WS-RANK-BEST NOT = WS-RANK-OUTER THEN
               MOVE WS-AW-ENTRY(WS-RANK-OUTER) TO WS-RANK-SWAP-ENTRY
               MOVE WS-AW-ENTRY(WS-RANK-BEST) TO
                   WS-AW-ENTRY(WS-RANK-OUTER)
               MOVE WS-RANK-SWAP-ENTRY TO WS-AW-ENTRY(WS-RANK-BEST)
           END-IF.
       RANK-OUTER-PASS-EXIT.

       RANK-FIND-BEST.
           EVALUATE TRUE
           WHEN WS-AW-TOTAL(WS-RANK-INNER) >
               WS-AW-TOTAL(WS-RANK-BEST)
               MOVE WS-RANK-INNER TO WS-RANK-BEST
           WHEN WS-AW-TOTAL(WS-RANK-INNER) =
               WS-AW-TOTAL(WS-RANK-BEST)
               AND WS-AW-BEST(WS-RANK-INNER) >
                   WS-AW-BEST(WS-RANK-BEST)
               MOVE WS-RANK-INNER TO WS-RANK-BEST
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       RANK-FIND-BEST-EXIT.

      ******************************************************************
      * Pays one winner one prize: whatever the ledger shows owing is
      * netted off first and counted as a dues payment, the rest is
      * cash. A winner never billed gets a ledger record of their
      * own carrying the credit. The history record makes the
      * payment once-only.
      ******************************************************************
       PAY-ONE-WINNER.
           ADD 1 TO WS-LINE-PAID-COUNT.
           MOVE WS-SEASON-ID TO WS-PHST-SEASON-ID.
           MOVE WS-PAY-COMP TO WS-PHST-COMP.
           MOVE WS-PAY-PLACE TO WS-PHST-PLACE.
           MOVE WS-PAY-PLAYER-ID TO WS-PHST-PLAYER-ID.
           IF WS-HISTORY-OPEN THEN
               PERFORM CHECK-PRIZE-HISTORY
           ELSE
               PERFORM POST-ONE-PRIZE
           END-IF.
       PAY-ONE-WINNER-EXIT.

       CHECK-PRIZE-HISTORY.
           READ PRIZE-HISTORY
               INVALID KEY
                   PERFORM POST-ONE-PRIZE
               NOT INVALID KEY
                   ADD 1 TO WS-ALREADY-PAID-COUNT
                   MOVE WS-PHST-AMOUNT TO WS-RPT-AMOUNT
                   MOVE WS-PHST-NETTED TO WS-RPT-NETTED
                   MOVE WS-PHST-CASH TO WS-RPT-CASH
                   MOVE SPACES TO WS-RPT-RECORD
                   STRING "PAID " WS-PHST-PAID-DATE
                       DELIMITED BY SIZE INTO WS-RPT-RECORD(57:24)
                   PERFORM WRITE-REGISTER-LINE
           END-READ.
       CHECK-PRIZE-HISTORY-EXIT.

       POST-ONE-PRIZE.
           MOVE 'N' TO WS-DUE-FOUND-SW.
           MOVE WS-PAY-PLAYER-ID TO WS-DUE-PLAYER-ID.
           READ DUES-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DUE-FOUND-SW
           END-READ.
           MOVE 0 TO WS-BALANCE.
           IF WS-DUE-FOUND THEN
               IF WS-DUE-PRIZES NOT NUMERIC OR
                   WS-DUE-PRIZES-NETTED NOT NUMERIC OR
                   WS-DUE-LAST-PRIZE NOT NUMERIC THEN
                   MOVE 0 TO WS-DUE-PRIZES
                   MOVE 0 TO WS-DUE-PRIZES-NETTED
                   MOVE 0 TO WS-DUE-LAST-PRIZE
               END-IF
               COMPUTE WS-BALANCE = WS-DUE-CHARGED - WS-DUE-PAID
           END-IF.
           EVALUATE TRUE
           WHEN WS-BALANCE <= 0
               MOVE 0 TO WS-NETTED
           WHEN WS-BALANCE >= WS-PRIZE-AMOUNT
               MOVE WS-PRIZE-AMOUNT TO WS-NETTED
           WHEN OTHER
               MOVE WS-BALANCE TO WS-NETTED
           END-EVALUATE.
           COMPUTE WS-CASH = WS-PRIZE-AMOUNT - WS-NETTED.
           COMPUTE WS-BALANCE = WS-BALANCE - WS-NETTED.
           IF NOT WS-DRAFT THEN
               PERFORM POST-LEDGER-CREDIT
               PERFORM WRITE-PRIZE-HISTORY
           END-IF.
           ADD 1 TO WS-PAID-COUNT.
           ADD WS-PRIZE-AMOUNT TO WS-TOTAL-PRIZES.
           ADD WS-NETTED TO WS-TOTAL-NETTED.
           ADD WS-CASH TO WS-TOTAL-CASH.
           MOVE WS-PRIZE-AMOUNT TO WS-RPT-AMOUNT.
           MOVE WS-NETTED TO WS-RPT-NETTED.
           MOVE WS-CASH TO WS-RPT-CASH.
           MOVE SPACES TO WS-RPT-RECORD.
           EVALUATE TRUE
           WHEN WS-BALANCE > 0
               MOVE "STILL IN ARREARS" TO WS-RPT-RECORD(57:24)
           WHEN WS-NETTED > 0
               MOVE "DUES CLEARED" TO WS-RPT-RECORD(57:24)
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM WRITE-REGISTER-LINE.
       POST-ONE-PRIZE-EXIT.

       POST-LEDGER-CREDIT.
           IF WS-DUE-FOUND THEN
               ADD WS-NETTED TO WS-DUE-PAID
               ADD WS-PRIZE-AMOUNT TO WS-DUE-PRIZES
               ADD WS-NETTED TO WS-DUE-PRIZES-NETTED
               MOVE WS-RUN-DATE TO WS-DUE-LAST-PRIZE
               IF WS-NETTED > 0 THEN
                   MOVE WS-RUN-DATE TO WS-DUE-LAST-PAID
               END-IF
               REWRITE WS-DUE-RECORD
                   INVALID KEY
                       DISPLAY "PRIZPAY: LEDGER REWRITE FAILED FOR "
                           WS-DUE-PLAYER-ID
               END-REWRITE
           ELSE
               INITIALIZE WS-DUE-RECORD WITH FILLER
               MOVE WS-PAY-PLAYER-ID TO WS-DUE-PLAYER-ID
               MOVE 0 TO WS-DUE-CHARGED
               MOVE 0 TO WS-DUE-PAID
               MOVE 0 TO WS-DUE-LAST-BILLED
               MOVE 0 TO WS-DUE-LAST-PAID
               MOVE WS-PRIZE-AMOUNT TO WS-DUE-PRIZES
               MOVE 0 TO WS-DUE-PRIZES-NETTED
               MOVE WS-RUN-DATE TO WS-DUE-LAST-PRIZE
               WRITE WS-DUE-RECORD
                   INVALID KEY
                       DISPLAY "PRIZPAY: LEDGER WRITE FAILED FOR "
                           WS-DUE-PLAYER-ID
               END-WRITE
           END-IF.
       POST-LEDGER-CREDIT-EXIT.

       WRITE-PRIZE-HISTORY.
           INITIALIZE WS-PHST-RECORD WITH FILLER.
           MOVE WS-SEASON-ID TO WS-PHST-SEASON-ID.
           MOVE WS-PAY-COMP TO WS-PHST-COMP.
           MOVE WS-PAY-PLACE TO WS-PHST-PLACE.
           MOVE WS-PAY-PLAYER-ID TO WS-PHST-PLAYER-ID.
           MOVE WS-PRIZE-AMOUNT TO WS-PHST-AMOUNT.
           MOVE WS-NETTED TO WS-PHST-NETTED.
           MOVE WS-CASH TO WS-PHST-CASH.
           MOVE WS-RUN-DATE TO WS-PHST-PAID-DATE.
           WRITE WS-PHST-RECORD
               INVALID KEY
                   DISPLAY "PRIZPAY: PAYOUT HISTORY WRITE FAILED FOR "
                       WS-PAY-PLAYER-ID
           END-WRITE.
       WRITE-PRIZE-HISTORY-EXIT.

       NOTE-UNPAID-PLACE.
           ADD 1 TO WS-UNPAID-COUNT.
           MOVE WS-PAY-PLACE TO WS-RPT-PLACE.
           MOVE SPACES TO WS-RPT-RECORD.
           MOVE WS-PAY-COMP TO WS-RPT-RECORD(1:8).
           MOVE WS-RPT-PLACE TO WS-RPT-RECORD(10:2).
           STRING "NOT PAID - " WS-UNPAID-REASON
               DELIMITED BY SIZE INTO WS-RPT-RECORD(13:68).
           WRITE WS-RPT-RECORD.
           MOVE 'PRIZPAY' TO WS-EXCP-SOURCE-PARM.
           MOVE WS-PAY-COMP TO WS-EXCP-KEY-PARM.
           MOVE WS-UNPAID-REASON TO WS-EXCP-REASON-PARM.
           PERFORM LOG-EXCEPTION.
           MOVE 4 TO RETURN-CODE.
       NOTE-UNPAID-PLACE-EXIT.

      ******************************************************************
      * The payout register: one line per prize, what was netted off
      * the winner's dues and what the treasurer hands over.
      ******************************************************************
       WRITE-REGISTER-HEADING.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "PRIZE PAYOUT REGISTER - SEASON " WS-SEASON-ID
               " - RUN ID " WS-RUN-ID
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           IF WS-DRAFT THEN
               MOVE "DRAFT - NOTHING POSTED TO THE LEDGER" TO
                   WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           END-IF.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           MOVE "COMP     PL PLAYER-ID" TO WS-RPT-RECORD(1:21).
           MOVE "PRIZE" TO WS-RPT-RECORD(29:5).
           MOVE "DUES NET" TO WS-RPT-RECORD(37:8).
           MOVE "CASH PAID" TO WS-RPT-RECORD(47:9).
           MOVE "NOTE" TO WS-RPT-RECORD(57:4).
           WRITE WS-RPT-RECORD.
       WRITE-REGISTER-HEADING-EXIT.

      * The amounts are already edited and any note is already in
      * columns 57 on.
       WRITE-REGISTER-LINE.
           MOVE WS-PAY-PLACE TO WS-RPT-PLACE.
           MOVE WS-PAY-COMP TO WS-RPT-RECORD(1:8).
           MOVE WS-RPT-PLACE TO WS-RPT-RECORD(10:2).
           MOVE WS-PAY-PLAYER-ID TO WS-RPT-RECORD(13:10).
           MOVE WS-RPT-AMOUNT TO WS-RPT-RECORD(24:10).
           MOVE WS-RPT-NETTED TO WS-RPT-RECORD(35:10).
           MOVE WS-RPT-CASH TO WS-RPT-RECORD(46:10).
           WRITE WS-RPT-RECORD.
       WRITE-REGISTER-LINE-EXIT.

       WRITE-REGISTER-TRAILER.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-TOTAL-PRIZES TO WS-RPT-AMOUNT.
           MOVE WS-TOTAL-NETTED TO WS-RPT-NETTED.
           MOVE WS-TOTAL-CASH TO WS-RPT-CASH.
           MOVE SPACES TO WS-RPT-RECORD.
           MOVE "TOTALS THIS RUN" TO WS-RPT-RECORD(1:15).
           MOVE WS-RPT-AMOUNT TO WS-RPT-RECORD(24:10).
           MOVE WS-RPT-NETTED TO WS-RPT-RECORD(35:10).
           MOVE WS-RPT-CASH TO WS-RPT-RECORD(46:10).
           WRITE WS-RPT-RECORD.
           MOVE WS-PAID-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "PRIZES PAID THIS RUN:    " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-ALREADY-PAID-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "PAID ON AN EARLIER RUN:  " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-UNPAID-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "PLACES LEFT UNPAID:      " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
       WRITE-REGISTER-TRAILER-EXIT.

           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY OPSCLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

       END PROGRAM PRIZPAY.
