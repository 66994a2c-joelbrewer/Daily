      *                resubmitted past a later failure re-ran this
      *                step and doubled every send count on ACKPEND,
      *                so acknowledgments could never clear them.
      * 08/19/2024 JB - Ages in business days off the DAYCAL day
      *                calendar CALGEN builds (see the DCALP
      *                copybook): a Friday item is one day old on
      *                Monday, not three, and a holiday no longer
      *                counts against the desk. A date the calendar
      *                does not carry falls back to calendar days.
      * 09/02/2024 JB - Ages through the shared DATECALC module (see
      *                the DATECWS copybook) in place of the DAYCAL
      *                serials: business days off the same LEAPMSTR
      *                and HOLMSTR every other aging program uses,
      *                with no calendar-day fallback to drift apart.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIPHACK.
           88 WS-MATCH-FOUND VALUE 'Y'.
       01 WS-OLDEST-IDX PIC 9(03) VALUE 0.

      * Aging computation, in business days off DATECALC.
       01 WS-DAYS-OLD PIC S9(05) VALUE 0.
       01 WS-RPT-DAYS PIC ZZZZ9.
       01 WS-ESCALATE-REASON PIC X(40).
       01 WS-STILL-OPEN-COUNT PIC 9(05) VALUE 0.
       01 WS-ESCALATED-COUNT PIC 9(05) VALUE 0.

       COPY DATECWS.
       COPY BDATWS.
       COPY RUNCTL.
       COPY EXCPWS.
           PERFORM OPEN-EXCEPTION-LOG.
           PERFORM OPEN-OPS-COUNT-LOG.
           PERFORM READ-AGING-PARM.
           PERFORM LOAD-PENDING-TABLE.
           PERFORM ABSORB-TONIGHTS-MANIFEST.
           PERFORM APPLY-ACKNOWLEDGMENTS.
           END-IF.
           COMPUTE WS-SEVERE-LIMIT-DAYS = WS-AGING-LIMIT-DAYS * 2.
           DISPLAY "CIPHACK: WARNING AT " WS-AGING-LIMIT-DAYS
               " BUSINESS DAYS, SEVERE AT " WS-SEVERE-LIMIT-DAYS.
       READ-AGING-PARM-EXIT.

       LOAD-PENDING-TABLE.
       REPORT-ONE-PENDING.
           IF WS-PT-CLEARED-SW(WS-PT-SCAN) NOT = 'Y' THEN
               ADD 1 TO WS-STILL-OPEN-COUNT
               PERFORM COMPUTE-DAYS-OLD
               MOVE WS-DAYS-OLD TO WS-RPT-DAYS
               MOVE SPACES TO WS-RPT-RECORD
               MOVE WS-PT-RECIPIENT(WS-PT-SCAN) TO
           END-IF.
       REPORT-ONE-PENDING-EXIT.

      * Business days after the entry's date up to tonight, from
      * DATECALC. An entry whose date is no real date ages as zero
      * and stays open rather than escalating on a bad key.
       COMPUTE-DAYS-OLD.
           MOVE 'CNTB' TO WS-DATC-FUNCTION.
           MOVE WS-PT-DATE(WS-PT-SCAN) TO WS-DATC-DATE-1.
           MOVE WS-RUN-DATE TO WS-DATC-DATE-2.
           CALL 'DATECALC' USING WS-DATC-REQUEST WS-DATC-RESULT.
           IF WS-DATC-OK THEN
               MOVE WS-DATC-RESULT-DAYS TO WS-DAYS-OLD
           ELSE
               MOVE 0 TO WS-DAYS-OLD
           END-IF.
       COMPUTE-DAYS-OLD-EXIT.

       ESCALATE-OVERDUE-ACK.
           ADD 1 TO WS-ESCALATED-COUNT.
           MOVE SPACES TO WS-ESCALATE-REASON.
