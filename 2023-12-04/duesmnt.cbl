      *                AUTHCHK module and AUTHCHKP copybook); a
      *                refused run logs severe so EXCPALRT pages
      *                the same night.
      * 07/08/2024 JB - Ledger carries prize credits: PRIZPAY posts
      *                season winnings here, nets them against what
      *                the winner owes (as a payment), and keeps the
      *                credit and the netted part in fields carved
      *                from FILLER.
      * 09/02/2024 JB - BILL stamps each charge with a pay-by date,
      *                20 business days on from billing (or the
      *                days in BILL card columns 15-17), off the
      *                shared DATECALC module (see the DATECWS
      *                copybook); RPT shows the pay-by date and the
      *                business days a balance is past it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUESMNT.
       FILE SECTION.
      * Keyed dues ledger: one record per player ever billed, the
      * season's charges and payments accumulated side by side so
      * the balance is always the difference. Prize money PRIZPAY
      * nets off a balance is already counted in WS-DUE-PAID; the
      * prize fields only record it. WS-DUE-PAY-BY, carved from
      * FILLER, is the date the last charge falls due; ledgers
      * billed before it came in carry spaces there.
       FD  DUES-MASTER.
       01 WS-DUE-RECORD.
           05 WS-DUE-PLAYER-ID PIC X(10).
           05 WS-DUE-PAID PIC 9(07)V99.
           05 WS-DUE-LAST-BILLED PIC 9(08).
           05 WS-DUE-LAST-PAID PIC 9(08).
           05 WS-DUE-PRIZES PIC 9(07)V99.
           05 WS-DUE-PRIZES-NETTED PIC 9(07)V99.
           05 WS-DUE-LAST-PRIZE PIC 9(08).
           05 WS-DUE-PAY-BY PIC 9(08).
           05 FILLER PIC X(02).

      * Player roster master maintained by ROSTMNT, read-only here:
      * BILL raises one charge per active player.
           05 FILLER PIC X(20).

      * One function card:
      *   BILL  nnnnnvv ddd  charge every active player nnnnn.vv,
      *                   due ddd business days on (20 if blank)
      *   POST            apply the DUESPAY payments file
      *   RPT   nnnnnvv   arrears report, escalating past nnnnn.vv
       FD  DUES-PARM.
           05 WS-DUES-PARM-FUNC PIC X(05).
           05 FILLER PIC X(01).
           05 WS-DUES-PARM-AMOUNT PIC 9(05)V99.
           05 FILLER PIC X(01).
           05 WS-DUES-PARM-TERMS PIC 9(03).
           05 FILLER PIC X(63).

       FD  DUES-RPT.
       01 WS-RPT-RECORD PIC X(80).
       01 WS-DUE-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-DUE-FOUND VALUE 'Y'.
       01 WS-BALANCE PIC S9(07)V99 VALUE 0.
       01 WS-TERMS-DAYS PIC 9(03) VALUE 20.
       01 WS-PAY-BY-DATE PIC 9(08) VALUE 0.
       01 WS-DAYS-OVERDUE PIC S9(05) VALUE 0.

       01 WS-BILLED-COUNT PIC 9(05) VALUE 0.
       01 WS-POSTED-COUNT PIC 9(05) VALUE 0.
       01 WS-RPT-PAID PIC ZZZZZZ9.99.
       01 WS-RPT-BALANCE PIC ZZZZZZ9.99.
       01 WS-RPT-COUNT PIC ZZZZ9.
       01 WS-RPT-OVERDUE PIC ZZZZ9.

       COPY BDATWS.
       COPY RUNCTL.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.
       COPY DATECWS.

       PROCEDURE DIVISION.
       MAIN.
                           MOVE WS-DUES-PARM-AMOUNT TO
                               WS-PARM-AMOUNT
                       END-IF
                       IF WS-DUES-PARM-TERMS NUMERIC AND
                           WS-DUES-PARM-TERMS > 0 THEN
                           MOVE WS-DUES-PARM-TERMS TO WS-TERMS-DAYS
                       END-IF
               END-READ
               CLOSE DUES-PARM
           END-IF.
      * BILL: one charge per active roster player, accumulated onto
      * the ledger - an inactive player owes nothing new, and a
      * player already on the ledger just takes another season's
      * charge on top. Every charge in the run falls due the same
      * number of business days after tonight's billing date.
      ******************************************************************
       RAISE-SEASON-CHARGES.
           IF WS-PARM-AMOUNT = 0 THEN
               DISPLAY "DUESMNT: BILL NEEDS A CHARGE AMOUNT"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM COMPUTE-PAY-BY-DATE
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT ROSTER-MASTER
               IF WS-ROST-FILE-STATUS NOT = "00" THEN
           END-IF.
       RAISE-SEASON-CHARGES-EXIT.

       COMPUTE-PAY-BY-DATE.
           MOVE 'ADDB' TO WS-DATC-FUNCTION.
           MOVE WS-RUN-DATE TO WS-DATC-DATE-1.
           MOVE WS-TERMS-DAYS TO WS-DATC-DAYS.
           CALL 'DATECALC' USING WS-DATC-REQUEST WS-DATC-RESULT.
           IF WS-DATC-OK THEN
               MOVE WS-DATC-RESULT-DATE TO WS-PAY-BY-DATE
           ELSE
               MOVE 0 TO WS-PAY-BY-DATE
           END-IF.
           DISPLAY "DUESMNT: CHARGES DUE BY " WS-PAY-BY-DATE
               " (" WS-TERMS-DAYS " BUSINESS DAYS)".
       COMPUTE-PAY-BY-DATE-EXIT.

       BILL-ONE-PLAYER.
           READ ROSTER-MASTER NEXT RECORD
               AT END
           IF WS-DUE-FOUND THEN
               ADD WS-PARM-AMOUNT TO WS-DUE-CHARGED
               MOVE WS-RUN-DATE TO WS-DUE-LAST-BILLED
               MOVE WS-PAY-BY-DATE TO WS-DUE-PAY-BY
               REWRITE WS-DUE-RECORD
                   INVALID KEY
                       DISPLAY "DUESMNT: LEDGER REWRITE FAILED FOR "
               MOVE 0 TO WS-DUE-PAID
               MOVE WS-RUN-DATE TO WS-DUE-LAST-BILLED
               MOVE 0 TO WS-DUE-LAST-PAID
               MOVE WS-PAY-BY-DATE TO WS-DUE-PAY-BY
               WRITE WS-DUE-RECORD
                   INVALID KEY
                       DISPLAY "DUESMNT: LEDGER WRITE FAILED FOR "
      ******************************************************************
      * RPT: every unpaid balance on the ledger, the over-limit ones
      * flagged HELD - exactly the players the YACHTEDT edit step
      * refuses to score until the desk clears them. Each line shows
      * the pay-by date and how many business days past it tonight
      * is; a ledger billed before pay-by dates shows neither.
      ******************************************************************
       WRITE-ARREARS-REPORT.
           MOVE 'N' TO WS-EOF-SW.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           MOVE "PLAYER-ID      CHARGED       PAID    BALANCE" TO
               WS-RPT-RECORD(1:44).
           MOVE "PAY-BY  DAYS LATE" TO WS-RPT-RECORD(46:17).
           WRITE WS-RPT-RECORD.
           PERFORM REPORT-ONE-LEDGER UNTIL WS-EOF.
           MOVE SPACES TO WS-RPT-RECORD.
                       MOVE WS-RPT-CHARGED TO WS-RPT-RECORD(12:10)
                       MOVE WS-RPT-PAID TO WS-RPT-RECORD(23:10)
                       MOVE WS-RPT-BALANCE TO WS-RPT-RECORD(34:10)
                       PERFORM REPORT-PAY-BY-DATE
                       IF WS-BALANCE > WS-PARM-AMOUNT THEN
                           ADD 1 TO WS-OVER-LIMIT-COUNT
                           MOVE "HELD" TO WS-RPT-RECORD(65:4)
                       END-IF
                       WRITE WS-RPT-RECORD
                   END-IF
           END-READ.
       REPORT-ONE-LEDGER-EXIT.

      * Business days after the pay-by date up to tonight; nothing
      * printed for a balance not yet due.
       REPORT-PAY-BY-DATE.
           IF WS-DUE-PAY-BY NUMERIC AND WS-DUE-PAY-BY > 0 THEN
               MOVE WS-DUE-PAY-BY TO WS-RPT-RECORD(46:8)
               MOVE 'CNTB' TO WS-DATC-FUNCTION
               MOVE WS-DUE-PAY-BY TO WS-DATC-DATE-1
               MOVE WS-RUN-DATE TO WS-DATC-DATE-2
               CALL 'DATECALC' USING WS-DATC-REQUEST WS-DATC-RESULT
               IF WS-DATC-OK AND WS-DATC-RESULT-DAYS > 0 THEN
                   MOVE WS-DATC-RESULT-DAYS TO WS-DAYS-OVERDUE
                   MOVE WS-DAYS-OVERDUE TO WS-RPT-OVERDUE
                   MOVE WS-RPT-OVERDUE TO WS-RPT-RECORD(58:5)
               END-IF
           END-IF.
       REPORT-PAY-BY-DATE-EXIT.

           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY OPSCLOGP.
