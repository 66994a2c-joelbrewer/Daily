      ******************************************************************
      * Author: Joel Brewer
      * Date: 09/09/2024
      * Purpose: To freeze the management figures at each FISCCAL
      *          period end. Dues charged and collected, games scored
      *          per site, rejects and corrections, bulletins
      *          distributed and the chain's completion rate were
      *          re-derived every time someone asked, from masters
      *          that keep moving and logs that rotate away, so last
      *          month's numbers never came out the same twice. This
      *          step closes the period that has just ended onto the
      *          keyed PERSUM period summary master - the month, and
      *          the quarter when the month ends one - and prints the
      *          period-end management report. A closed period is
      *          never recomputed: closing it again is refused until
      *          an operator holding the PERREOPEN grant reopens it.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 09/09/2024 JB - First cut. Months close off DUESMSTR, the
      *                 EXCPARC/OPSCARC log segments and JOBSTAT; a
      *                 quarter closes as the sum of its three frozen
      *                 months, since the segments only reach back
      *                 six weeks.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-CAL ASSIGN TO "FISCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FC-FILE-STATUS.
           SELECT PERIOD-SUMMARY ASSIGN TO "PERSUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PSM-KEY
               FILE STATUS IS WS-PSM-FILE-STATUS.
           SELECT DUES-MASTER ASSIGN TO "DUESMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-DUE-PLAYER-ID
               FILE STATUS IS WS-DUE-FILE-STATUS.
           SELECT JOB-STATUS-MASTER ASSIGN TO "JOBSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-JOB-DATE
               FILE STATUS IS WS-JOB-FILE-STATUS.
           SELECT LOG-INDEX ASSIGN TO "LOGINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-FILE-STATUS.
           SELECT EXCP-SEG-1 ASSIGN TO "EXCPARC1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT EXCP-SEG-2 ASSIGN TO "EXCPARC2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT EXCP-SEG-3 ASSIGN TO "EXCPARC3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT EXCP-SEG-4 ASSIGN TO "EXCPARC4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT EXCP-SEG-5 ASSIGN TO "EXCPARC5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT EXCP-SEG-6 ASSIGN TO "EXCPARC6"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT OPSC-SEG-1 ASSIGN TO "OPSCARC1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT OPSC-SEG-2 ASSIGN TO "OPSCARC2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT OPSC-SEG-3 ASSIGN TO "OPSCARC3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT OPSC-SEG-4 ASSIGN TO "OPSCARC4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT OPSC-SEG-5 ASSIGN TO "OPSCARC5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT OPSC-SEG-6 ASSIGN TO "OPSCARC6"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT CLOSE-PARM ASSIGN TO "PERCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PERIOD-RPT ASSIGN TO "PERRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
       DATA DIVISION.
       FILE SECTION.
      * Fiscal calendar as FISCGEN writes it. Rows written before
      * the calendar basis came in carry no period dates; the
      * calendar month stands in for them.
       FD  FISCAL-CAL.
       01 WS-FC-RECORD.
           05 WS-FC-YEAR PIC 9(04).
           05 FILLER PIC X(01).
           05 WS-FC-MONTH PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-FC-MONTH-DAYS PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-FC-QUARTER PIC 9(01).
           05 FILLER PIC X(01).
           05 WS-FC-QTR-START PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-FC-QTR-END PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-FC-START-WEEK PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-FC-MONTH-BUSDAYS PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-FC-QTR-BUSDAYS PIC 9(03).
           05 FILLER PIC X(01).
           05 WS-FC-BASIS PIC X(03).
           05 FILLER PIC X(01).
           05 WS-FC-PER-START PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-FC-PER-END PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-FC-PER-WEEKS PIC 9(01).
           05 FILLER PIC X(01).
           05 WS-FC-PER-BUSDAYS PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-FC-53-WEEK-FLAG PIC X(01).
           05 FILLER PIC X(13).

      * Period summary master: one record per closed month ('M',
      * fiscal year, period 1-12) and per closed quarter ('Q',
      * fiscal year, quarter 1-4). Status 'C' is closed and frozen;
      * 'R' is reopened under authority and waits to be closed
      * again. Dues to-date figures are the ledger totals on the
      * close night; the period figures are the movement since the
      * prior month's close ('P'), or season to date when there is
      * no prior close ('S').
       FD  PERIOD-SUMMARY.
       01 WS-PSM-RECORD.
           05 WS-PSM-KEY.
               10 WS-PSM-TYPE PIC X(01).
               10 WS-PSM-YEAR PIC 9(04).
               10 WS-PSM-PERIOD PIC 9(02).
           05 WS-PSM-STATUS PIC X(01).
               88 WS-PSM-CLOSED VALUE 'C'.
               88 WS-PSM-REOPENED VALUE 'R'.
           05 WS-PSM-START PIC 9(08).
           05 WS-PSM-END PIC 9(08).
           05 WS-PSM-CLOSED-DATE PIC 9(08).
           05 WS-PSM-CLOSED-RUN-ID PIC X(14).
           05 WS-PSM-CLOSED-BY PIC X(08).
           05 WS-PSM-DUES-CHG-TD PIC 9(07)V99.
           05 WS-PSM-DUES-PAID-TD PIC 9(07)V99.
           05 WS-PSM-DUES-CHG PIC 9(07)V99.
           05 WS-PSM-DUES-PAID PIC 9(07)V99.
           05 WS-PSM-DUES-BASIS PIC X(01).
           05 WS-PSM-GAMES PIC 9(07).
           05 WS-PSM-SITE-COUNT PIC 9(02).
           05 WS-PSM-SITE OCCURS 10 TIMES.
               10 WS-PSM-SITE-CODE PIC X(03).
               10 WS-PSM-SITE-GAMES PIC 9(07).
           05 WS-PSM-REJECTS PIC 9(07).
           05 WS-PSM-CORRECTIONS PIC 9(07).
           05 WS-PSM-BULLETINS PIC 9(07).
           05 WS-PSM-CHAIN-DAYS PIC 9(03).
           05 WS-PSM-CHAIN-DONE PIC 9(03).
           05 WS-PSM-CHAIN-RATE PIC 9(03)V9.
           05 WS-PSM-LOG-GAP-FLAG PIC X(01).
           05 WS-PSM-REOPEN-DATE PIC 9(08).
           05 WS-PSM-REOPEN-BY PIC X(08).
           05 WS-PSM-REOPEN-COUNT PIC 9(02).
           05 FILLER PIC X(06).

      * Dues ledger as DUESMNT writes it, read-only here.
       FD  DUES-MASTER.
       01 WS-DUE-RECORD.
           05 WS-DUE-PLAYER-ID PIC X(10).
           05 WS-DUE-CHARGED PIC 9(07)V99.
           05 WS-DUE-PAID PIC 9(07)V99.
           05 FILLER PIC X(52).

      * Job-status master as JOBSTAT writes it, read-only here.
       FD  JOB-STATUS-MASTER.
       01 WS-JOB-RECORD.
           05 WS-JOB-DATE PIC 9(08).
           05 WS-JOB-RUN-ID PIC X(14).
           05 WS-JOB-START-TIME PIC 9(08).
           05 WS-JOB-STATUS PIC X(01).
               88 WS-JOB-COMPLETE VALUE 'C'.
           05 WS-JOB-STEPS PIC X(132).
           05 WS-JOB-TIMING OCCURS 16 TIMES.
               10 WS-JOB-TM-STEP PIC X(08).
               10 WS-JOB-TM-START PIC 9(06).
               10 WS-JOB-TM-END PIC 9(06).
           05 FILLER PIC X(17).

      * The segment index LOGROTAT maintains: which dates each of
      * the six weekly segments covers.
       FD  LOG-INDEX.
       01 WS-IDX-RECORD.
           05 WS-IDX-LOG PIC X(08).
           05 FILLER PIC X(01).
           05 WS-IDX-SLOT PIC 9(01).
           05 FILLER PIC X(01).
           05 WS-IDX-FROM PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-IDX-TO PIC 9(08).
           05 FILLER PIC X(52).

      * Segment records as LOGROTAT cuts them: the rotation date
      * ahead of the original log record image.
       FD  EXCP-SEG-1.
       01 WS-EXCP-SEG-1-RECORD PIC X(141).
       FD  EXCP-SEG-2.
       01 WS-EXCP-SEG-2-RECORD PIC X(141).
       FD  EXCP-SEG-3.
       01 WS-EXCP-SEG-3-RECORD PIC X(141).
       FD  EXCP-SEG-4.
       01 WS-EXCP-SEG-4-RECORD PIC X(141).
       FD  EXCP-SEG-5.
       01 WS-EXCP-SEG-5-RECORD PIC X(141).
       FD  EXCP-SEG-6.
       01 WS-EXCP-SEG-6-RECORD PIC X(141).
       FD  OPSC-SEG-1.
       01 WS-OPSC-SEG-1-RECORD PIC X(141).
       FD  OPSC-SEG-2.
       01 WS-OPSC-SEG-2-RECORD PIC X(141).
       FD  OPSC-SEG-3.
       01 WS-OPSC-SEG-3-RECORD PIC X(141).
       FD  OPSC-SEG-4.
       01 WS-OPSC-SEG-4-RECORD PIC X(141).
       FD  OPSC-SEG-5.
       01 WS-OPSC-SEG-5-RECORD PIC X(141).
       FD  OPSC-SEG-6.
       01 WS-OPSC-SEG-6-RECORD PIC X(141).

      * One optional function card; absent or blank is the nightly
      * AUTO close of the period that has just ended:
      *   CLOSE  t yyyy pp  close month (t=M) or quarter (t=Q) pp
      *                     of fiscal year yyyy
      *   REOPEN t yyyy pp  reopen a closed one - PERREOPEN grant
      *   PRINT  t yyyy pp  reprint the frozen figures
       FD  CLOSE-PARM.
       01 WS-CLOSE-PARM-RECORD.
           05 WS-CLOSE-PARM-FUNC PIC X(06).
           05 FILLER PIC X(01).
           05 WS-CLOSE-PARM-TYPE PIC X(01).
           05 FILLER PIC X(01).
           05 WS-CLOSE-PARM-YEAR PIC X(04).
           05 FILLER PIC X(01).
           05 WS-CLOSE-PARM-PERIOD PIC X(02).
           05 FILLER PIC X(64).

       FD  PERIOD-RPT.
       01 WS-RPT-RECORD PIC X(80).

       COPY BDATFD.

       COPY EXCPFD.
       COPY OPSCFD.
       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01 WS-FC-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PSM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-DUE-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-JOB-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-IDX-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-ARCH-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PARM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-PSM-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-PSM-FOUND VALUE 'Y'.
       01 WS-ROW-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-ROW-FOUND VALUE 'Y'.

      * The function card, checked.
       01 WS-FUNC PIC X(06) VALUE 'AUTO'.
       01 WS-REQ-TYPE PIC X(01) VALUE SPACE.
       01 WS-REQ-YEAR PIC 9(04) VALUE 0.
       01 WS-REQ-PERIOD PIC 9(02) VALUE 0.
       01 WS-CARD-OK-SW PIC X(01) VALUE 'Y'.
           88 WS-CARD-OK VALUE 'Y'.

      * The grant a reopen must hold on OPERAUTH, over and above
      * the grant to run this program at all.
       01 WS-REOPEN-GRANT PIC X(12) VALUE 'PERREOPEN'.

      * FISCCAL month rows, one per fiscal year and period.
       01 WS-FP-COUNT PIC 9(03) VALUE 0.
       01 WS-FP-SCAN PIC 9(03) VALUE 0.
       01 WS-FP-HIT PIC 9(03) VALUE 0.
       01 WS-FISCAL-TABLE.
           05 WS-FP-ENTRY OCCURS 240 TIMES.
               10 WS-FP-YEAR PIC 9(04).
               10 WS-FP-PERIOD PIC 9(02).
               10 WS-FP-QUARTER PIC 9(01).
               10 WS-FP-START PIC 9(08).
               10 WS-FP-END PIC 9(08).
               10 WS-FP-BUSDAYS PIC 9(03).
       01 WS-LATEST-END PIC 9(08) VALUE 0.
       01 WS-BUILD-DATE PIC 9(08) VALUE 0.
       01 WS-BUILD-DATE-R REDEFINES WS-BUILD-DATE.
           05 WS-BUILD-YYYYMM PIC 9(06).
           05 WS-BUILD-DD PIC 9(02).

      * The period in hand.
       01 WS-CUR-TYPE PIC X(01).
       01 WS-CUR-YEAR PIC 9(04).
       01 WS-CUR-PERIOD PIC 9(02).
       01 WS-CUR-START PIC 9(08).
       01 WS-CUR-END PIC 9(08).
       01 WS-CUR-BUSDAYS PIC 9(03).
       01 WS-CUR-QUARTER PIC 9(01).
       01 WS-PRIOR-YEAR PIC 9(04).
       01 WS-PRIOR-PERIOD PIC 9(02).
       01 WS-MONTH-NO PIC 9(02).
       01 WS-MONTHS-CLOSED PIC 9(01).

      * The figures for the period in hand, built here and moved to
      * the summary record whole.
       01 WS-ACCUMULATORS.
           05 WS-ACC-DUES-CHG-TD PIC 9(07)V99.
           05 WS-ACC-DUES-PAID-TD PIC 9(07)V99.
           05 WS-ACC-DUES-CHG PIC 9(07)V99.
           05 WS-ACC-DUES-PAID PIC 9(07)V99.
           05 WS-ACC-DUES-BASIS PIC X(01).
           05 WS-ACC-GAMES PIC 9(07).
           05 WS-ACC-SITE-COUNT PIC 9(02).
           05 WS-ACC-SITE OCCURS 10 TIMES.
               10 WS-ACC-SITE-CODE PIC X(03).
               10 WS-ACC-SITE-GAMES PIC 9(07).
           05 WS-ACC-REJECTS PIC 9(07).
           05 WS-ACC-CORRECTIONS PIC 9(07).
           05 WS-ACC-BULLETINS PIC 9(07).
           05 WS-ACC-CHAIN-DAYS PIC 9(03).
           05 WS-ACC-CHAIN-DONE PIC 9(03).
           05 WS-ACC-LOG-GAP-FLAG PIC X(01).
       01 WS-PRIOR-CHG-TD PIC 9(07)V99 VALUE 0.
       01 WS-PRIOR-PAID-TD PIC 9(07)V99 VALUE 0.
       01 WS-PRIOR-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-PRIOR-FOUND VALUE 'Y'.
       01 WS-SITE-SCAN PIC 9(02) VALUE 0.
       01 WS-SITE-HIT PIC 9(02) VALUE 0.
       01 WS-ADD-SITE-CODE PIC X(03).
       01 WS-ADD-SITE-GAMES PIC 9(07).

      * The segment index for both logs, and the log record in
      * flight with its rotation date.
       01 WS-LOG-NO PIC 9(01) VALUE 0.
       01 WS-SLOT-NO PIC 9(01) VALUE 0.
       01 WS-SEG-INDEX-TABLE.
           05 WS-IX-LOG-ENTRY OCCURS 2 TIMES.
               10 WS-IX-SLOT-ENTRY OCCURS 6 TIMES.
                   15 WS-IX-FROM PIC 9(08).
                   15 WS-IX-TO PIC 9(08).
       01 WS-OLDEST-FROM PIC 9(08) VALUE 0.
       01 WS-ARCH-WORK.
           05 WS-ARCH-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-ARCH-DATA PIC X(132).
       01 WS-EXCP-IMAGE.
           05 WS-EIMG-RUN-ID PIC X(14).
           05 FILLER PIC X(01).
           05 WS-EIMG-SOURCE PIC X(12).
           05 FILLER PIC X(01).
           05 WS-EIMG-KEY PIC X(15).
           05 FILLER PIC X(01).
           05 WS-EIMG-REASON PIC X(40).
           05 FILLER PIC X(01).
           05 WS-EIMG-SEVERITY PIC X(01).
       01 WS-OPSC-IMAGE.
           05 WS-OIMG-RUN-ID PIC X(14).
           05 FILLER PIC X(01).
           05 WS-OIMG-SOURCE PIC X(12).
           05 FILLER PIC X(01).
           05 WS-OIMG-LABEL PIC X(20).
           05 FILLER PIC X(01).
           05 WS-OIMG-COUNT PIC 9(07).

       01 WS-CHAIN-RATE PIC 9(03)V9 VALUE 0.
       01 WS-CLOSED-COUNT PIC 9(03) VALUE 0.
       01 WS-PERIOD-TEXT PIC X(15).
       01 WS-REFUSE-REASON PIC X(40).

       01 WS-RPT-MONEY PIC Z,ZZZ,ZZ9.99.
       01 WS-RPT-COUNT PIC Z,ZZZ,ZZ9.
       01 WS-RPT-DAYS PIC ZZ9.
       01 WS-RPT-RATE PIC ZZ9.9.
       01 WS-RPT-OUTSTANDING PIC -,---,--9.99.
       01 WS-OUTSTANDING PIC S9(07)V99 VALUE 0.
       01 WS-RPT-LABEL PIC X(30).

       COPY BDATWS.
       COPY RUNCTL.
       COPY EXCPWS.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CAPTURE-RUN-CONTROL.
           MOVE 'PERCLOSE' TO WS-AUDT-SOURCE-PARM.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM OPEN-EXCEPTION-LOG.
           PERFORM OPEN-OPS-COUNT-LOG.
           PERFORM GET-CLOSE-PARM.
           PERFORM LOAD-FISCAL-CALENDAR.
           PERFORM OPEN-PERIOD-SUMMARY.
           OPEN OUTPUT PERIOD-RPT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "PERIOD-END MANAGEMENT REPORT - RUN ID " WS-RUN-ID
               " AS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           EVALUATE TRUE
           WHEN NOT WS-CARD-OK
               DISPLAY "PERCLOSE: BAD PERCPARM CARD - EXPECTED "
                   "FUNC, M OR Q, YEAR AND PERIOD"
               MOVE 8 TO RETURN-CODE
           WHEN WS-FUNC = 'AUTO'
               PERFORM AUTO-CLOSE-LATEST
           WHEN WS-FUNC = 'CLOSE' AND WS-REQ-TYPE = 'M'
               MOVE WS-REQ-YEAR TO WS-CUR-YEAR
               MOVE WS-REQ-PERIOD TO WS-CUR-PERIOD
               PERFORM CLOSE-MONTH-PERIOD
           WHEN WS-FUNC = 'CLOSE'
               MOVE WS-REQ-YEAR TO WS-CUR-YEAR
               MOVE WS-REQ-PERIOD TO WS-CUR-QUARTER
               PERFORM CLOSE-QUARTER-PERIOD
           WHEN WS-FUNC = 'REOPEN'
               PERFORM REOPEN-PERIOD
           WHEN WS-FUNC = 'PRINT'
               PERFORM REPRINT-PERIOD
           END-EVALUATE.
           CLOSE PERIOD-RPT.
           CLOSE PERIOD-SUMMARY.
           PERFORM CLOSE-EXCEPTION-LOG.
           MOVE 'PERCLOSE' TO WS-OPSC-SOURCE-PARM.
           MOVE 'PERIODS CLOSED' TO WS-OPSC-LABEL-PARM.
           MOVE WS-CLOSED-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           PERFORM CLOSE-OPS-COUNT-LOG.
           DISPLAY "PERCLOSE: " WS-CLOSED-COUNT " PERIODS CLOSED".
           STOP RUN.
       MAIN-EXIT.

       GET-CLOSE-PARM.
           OPEN INPUT CLOSE-PARM.
           IF WS-PARM-FILE-STATUS = "00" THEN
               READ CLOSE-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM CHECK-CLOSE-PARM
               END-READ
               CLOSE CLOSE-PARM
           END-IF.
           DISPLAY "PERCLOSE: FUNCTION " WS-FUNC.
       GET-CLOSE-PARM-EXIT.

       CHECK-CLOSE-PARM.
           IF WS-CLOSE-PARM-FUNC NOT = SPACES AND
               WS-CLOSE-PARM-FUNC NOT = 'AUTO' THEN
               MOVE WS-CLOSE-PARM-FUNC TO WS-FUNC
               MOVE WS-CLOSE-PARM-TYPE TO WS-REQ-TYPE
               IF (WS-FUNC NOT = 'CLOSE' AND WS-FUNC NOT = 'REOPEN'
                   AND WS-FUNC NOT = 'PRINT') OR
                   (WS-REQ-TYPE NOT = 'M' AND WS-REQ-TYPE NOT = 'Q')
                   OR WS-CLOSE-PARM-YEAR NOT NUMERIC
                   OR WS-CLOSE-PARM-PERIOD NOT NUMERIC THEN
                   MOVE 'N' TO WS-CARD-OK-SW
               ELSE
                   MOVE WS-CLOSE-PARM-YEAR TO WS-REQ-YEAR
                   MOVE WS-CLOSE-PARM-PERIOD TO WS-REQ-PERIOD
                   IF WS-REQ-PERIOD < 1 OR
                       (WS-REQ-TYPE = 'M' AND WS-REQ-PERIOD > 12) OR
                       (WS-REQ-TYPE = 'Q' AND WS-REQ-PERIOD > 4) THEN
                       MOVE 'N' TO WS-CARD-OK-SW
                   END-IF
               END-IF
           END-IF.
       CHECK-CLOSE-PARM-EXIT.

      ******************************************************************
      * FISCCAL, one entry per fiscal year and period; a repeated row
      * is skipped. A row from before the period dates came in takes
      * its calendar month.
      ******************************************************************
       LOAD-FISCAL-CALENDAR.
           MOVE 0 TO WS-FP-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT FISCAL-CAL.
           IF WS-FC-FILE-STATUS = "00" THEN
               PERFORM LOAD-ONE-FISCAL-ROW UNTIL WS-EOF
               CLOSE FISCAL-CAL
           ELSE
               DISPLAY "PERCLOSE: NO FISCCAL CALENDAR (STATUS "
                   WS-FC-FILE-STATUS ")"
           END-IF.
       LOAD-FISCAL-CALENDAR-EXIT.

       LOAD-ONE-FISCAL-ROW.
           READ FISCAL-CAL
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-FC-YEAR NUMERIC AND WS-FC-MONTH NUMERIC THEN
                       MOVE WS-FC-YEAR TO WS-CUR-YEAR
                       MOVE WS-FC-MONTH TO WS-CUR-PERIOD
                       PERFORM FIND-FISCAL-ROW
                       IF NOT WS-ROW-FOUND AND WS-FP-COUNT < 240 THEN
                           PERFORM ADD-FISCAL-ROW
                       END-IF
                   END-IF
           END-READ.
       LOAD-ONE-FISCAL-ROW-EXIT.

       ADD-FISCAL-ROW.
           ADD 1 TO WS-FP-COUNT.
           MOVE WS-FC-YEAR TO WS-FP-YEAR(WS-FP-COUNT).
           MOVE WS-FC-MONTH TO WS-FP-PERIOD(WS-FP-COUNT).
           MOVE WS-FC-QUARTER TO WS-FP-QUARTER(WS-FP-COUNT).
           IF WS-FC-PER-START NUMERIC AND WS-FC-PER-START > 0 AND
               WS-FC-PER-END NUMERIC AND WS-FC-PER-END > 0 THEN
               MOVE WS-FC-PER-START TO WS-FP-START(WS-FP-COUNT)
               MOVE WS-FC-PER-END TO WS-FP-END(WS-FP-COUNT)
               MOVE WS-FC-PER-BUSDAYS TO WS-FP-BUSDAYS(WS-FP-COUNT)
           ELSE
               COMPUTE WS-BUILD-DATE = (WS-FC-YEAR * 10000)
                   + (WS-FC-MONTH * 100) + 1
               MOVE WS-BUILD-DATE TO WS-FP-START(WS-FP-COUNT)
               MOVE WS-FC-MONTH-DAYS TO WS-BUILD-DD
               MOVE WS-BUILD-DATE TO WS-FP-END(WS-FP-COUNT)
               MOVE WS-FC-MONTH-BUSDAYS TO WS-FP-BUSDAYS(WS-FP-COUNT)
           END-IF.
       ADD-FISCAL-ROW-EXIT.

       FIND-FISCAL-ROW.
           MOVE 'N' TO WS-ROW-FOUND-SW.
           MOVE 0 TO WS-FP-HIT.
           PERFORM CHECK-ONE-FISCAL-ROW
               VARYING WS-FP-SCAN FROM 1 BY 1
               UNTIL WS-FP-SCAN > WS-FP-COUNT OR WS-ROW-FOUND.
       FIND-FISCAL-ROW-EXIT.

       CHECK-ONE-FISCAL-ROW.
           IF WS-FP-YEAR(WS-FP-SCAN) = WS-CUR-YEAR AND
               WS-FP-PERIOD(WS-FP-SCAN) = WS-CUR-PERIOD THEN
               MOVE 'Y' TO WS-ROW-FOUND-SW
               MOVE WS-FP-SCAN TO WS-FP-HIT
           END-IF.
       CHECK-ONE-FISCAL-ROW-EXIT.

      * A keyed master nobody has written yet is created empty, the
      * way DUESMNT brings up its ledger.
       OPEN-PERIOD-SUMMARY.
           OPEN I-O PERIOD-SUMMARY.
           IF WS-PSM-FILE-STATUS NOT = "00" THEN
               OPEN OUTPUT PERIOD-SUMMARY
               CLOSE PERIOD-SUMMARY
               OPEN I-O PERIOD-SUMMARY
           END-IF.
       OPEN-PERIOD-SUMMARY-EXIT.

       READ-SUMMARY-RECORD.
           MOVE 'N' TO WS-PSM-FOUND-SW.
           MOVE WS-CUR-TYPE TO WS-PSM-TYPE.
           MOVE WS-CUR-YEAR TO WS-PSM-YEAR.
           MOVE WS-CUR-PERIOD TO WS-PSM-PERIOD.
           READ PERIOD-SUMMARY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PSM-FOUND-SW
           END-READ.
       READ-SUMMARY-RECORD-EXIT.

      ******************************************************************
      * AUTO: the nightly run closes the month period that ended
      * most recently on or before tonight, if it is not closed
      * already. The chain only runs on business days, so a period
      * ending on a weekend or holiday closes the first business
      * night after; only the period's own dates are counted.
      ******************************************************************
       AUTO-CLOSE-LATEST.
           MOVE 0 TO WS-LATEST-END.
           MOVE 0 TO WS-FP-HIT.
           PERFORM CHECK-LATEST-ROW
               VARYING WS-FP-SCAN FROM 1 BY 1
               UNTIL WS-FP-SCAN > WS-FP-COUNT.
           IF WS-FP-HIT = 0 THEN
               DISPLAY "PERCLOSE: NO FISCCAL PERIOD HAS ENDED BY "
                   WS-RUN-DATE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'M' TO WS-CUR-TYPE
               MOVE WS-FP-YEAR(WS-FP-HIT) TO WS-CUR-YEAR
               MOVE WS-FP-PERIOD(WS-FP-HIT) TO WS-CUR-PERIOD
               PERFORM READ-SUMMARY-RECORD
               IF WS-PSM-FOUND AND WS-PSM-CLOSED THEN
                   DISPLAY "PERCLOSE: PERIOD " WS-CUR-YEAR "/"
                       WS-CUR-PERIOD " ALREADY CLOSED - NOTHING TO DO"
                   MOVE SPACES TO WS-RPT-RECORD
                   STRING "PERIOD " WS-CUR-YEAR "/" WS-CUR-PERIOD
                       " ALREADY CLOSED - NOTHING CLOSED TONIGHT"
                       DELIMITED BY SIZE INTO WS-RPT-RECORD
                   WRITE WS-RPT-RECORD
               ELSE
                   PERFORM CLOSE-MONTH-PERIOD
               END-IF
           END-IF.
       AUTO-CLOSE-LATEST-EXIT.

       CHECK-LATEST-ROW.
           IF WS-FP-END(WS-FP-SCAN) <= WS-RUN-DATE AND
               WS-FP-END(WS-FP-SCAN) > WS-LATEST-END THEN
               MOVE WS-FP-END(WS-FP-SCAN) TO WS-LATEST-END
               MOVE WS-FP-SCAN TO WS-FP-HIT
           END-IF.
       CHECK-LATEST-ROW-EXIT.

      ******************************************************************
      * One month period: refused if FISCCAL does not carry it, if
      * it has not ended, or if it is closed already; otherwise its
      * figures are gathered, frozen onto PERSUM and printed. When
      * the month ends a quarter, the quarter follows.
      ******************************************************************
       CLOSE-MONTH-PERIOD.
           MOVE 'M' TO WS-CUR-TYPE.
           MOVE SPACES TO WS-REFUSE-REASON.
           PERFORM FIND-FISCAL-ROW.
           PERFORM READ-SUMMARY-RECORD.
           EVALUATE TRUE
           WHEN NOT WS-ROW-FOUND
               MOVE 'PERIOD NOT ON THE FISCCAL CALENDAR' TO
                   WS-REFUSE-REASON
           WHEN WS-FP-END(WS-FP-HIT) > WS-RUN-DATE
               MOVE 'PERIOD HAS NOT ENDED' TO WS-REFUSE-REASON
           WHEN WS-PSM-FOUND AND WS-PSM-CLOSED
               MOVE 'PERIOD ALREADY CLOSED - REOPEN FIRST' TO
                   WS-REFUSE-REASON
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF WS-REFUSE-REASON NOT = SPACES THEN
               PERFORM REFUSE-REQUEST
           ELSE
               MOVE WS-FP-START(WS-FP-HIT) TO WS-CUR-START
               MOVE WS-FP-END(WS-FP-HIT) TO WS-CUR-END
               MOVE WS-FP-BUSDAYS(WS-FP-HIT) TO WS-CUR-BUSDAYS
               MOVE WS-FP-QUARTER(WS-FP-HIT) TO WS-CUR-QUARTER
               PERFORM GATHER-MONTH-FIGURES
               PERFORM READ-SUMMARY-RECORD
               PERFORM WRITE-SUMMARY-RECORD
               PERFORM WRITE-PERIOD-REPORT
               IF WS-CUR-PERIOD = 3 OR WS-CUR-PERIOD = 6 OR
                   WS-CUR-PERIOD = 9 OR WS-CUR-PERIOD = 12 THEN
                   COMPUTE WS-CUR-QUARTER = WS-CUR-PERIOD / 3
                   PERFORM CASCADE-QUARTER-CLOSE
               END-IF
           END-IF.
       CLOSE-MONTH-PERIOD-EXIT.

      * A quarter ended by this month closes behind it unless it is
      * closed already (a month reclosed after a reopen of the
      * quarter's last month finds the quarter reopened with it).
       CASCADE-QUARTER-CLOSE.
           MOVE 'Q' TO WS-CUR-TYPE.
           MOVE WS-CUR-QUARTER TO WS-CUR-PERIOD.
           PERFORM READ-SUMMARY-RECORD.
           IF NOT (WS-PSM-FOUND AND WS-PSM-CLOSED) THEN
               PERFORM CLOSE-QUARTER-PERIOD
           END-IF.
       CASCADE-QUARTER-CLOSE-EXIT.

      ******************************************************************
      * One quarter: the sum of its three closed months, never a
      * fresh pass over the logs - the segments only reach back six
      * weeks, and the months are what management already has.
      * Refused while any of the three is not closed.
      ******************************************************************
       CLOSE-QUARTER-PERIOD.
           MOVE 'Q' TO WS-CUR-TYPE.
           MOVE WS-CUR-QUARTER TO WS-CUR-PERIOD.
           MOVE SPACES TO WS-REFUSE-REASON.
           PERFORM READ-SUMMARY-RECORD.
           IF WS-PSM-FOUND AND WS-PSM-CLOSED THEN
               MOVE 'QUARTER ALREADY CLOSED - REOPEN FIRST' TO
                   WS-REFUSE-REASON
           ELSE
               PERFORM SUM-QUARTER-MONTHS
               IF WS-MONTHS-CLOSED < 3 THEN
                   MOVE 'QUARTER HAS MONTHS NOT YET CLOSED' TO
                       WS-REFUSE-REASON
               END-IF
           END-IF.
           MOVE 'Q' TO WS-CUR-TYPE.
           MOVE WS-CUR-QUARTER TO WS-CUR-PERIOD.
           IF WS-REFUSE-REASON NOT = SPACES THEN
               PERFORM REFUSE-REQUEST
           ELSE
               PERFORM READ-SUMMARY-RECORD
               PERFORM WRITE-SUMMARY-RECORD
               PERFORM WRITE-PERIOD-REPORT
           END-IF.
       CLOSE-QUARTER-PERIOD-EXIT.

       SUM-QUARTER-MONTHS.
           INITIALIZE WS-ACCUMULATORS.
           MOVE 'N' TO WS-ACC-LOG-GAP-FLAG.
           MOVE 'P' TO WS-ACC-DUES-BASIS.
           MOVE 0 TO WS-MONTHS-CLOSED.
           MOVE 0 TO WS-CUR-START WS-CUR-END.
           MOVE 'M' TO WS-CUR-TYPE.
           PERFORM ADD-ONE-QUARTER-MONTH
               VARYING WS-MONTH-NO FROM 1 BY 1
               UNTIL WS-MONTH-NO > 3.
       SUM-QUARTER-MONTHS-EXIT.

      * The quarter's to-date dues are its last month's; its period
      * dues, games and counts the sum of the three.
       ADD-ONE-QUARTER-MONTH.
           COMPUTE WS-CUR-PERIOD =
               ((WS-CUR-QUARTER - 1) * 3) + WS-MONTH-NO.
           PERFORM READ-SUMMARY-RECORD.
           IF WS-PSM-FOUND AND WS-PSM-CLOSED THEN
               ADD 1 TO WS-MONTHS-CLOSED
               IF WS-MONTH-NO = 1 THEN
                   MOVE WS-PSM-START TO WS-CUR-START
               END-IF
               IF WS-MONTH-NO = 3 THEN
                   MOVE WS-PSM-END TO WS-CUR-END
                   MOVE WS-PSM-DUES-CHG-TD TO WS-ACC-DUES-CHG-TD
                   MOVE WS-PSM-DUES-PAID-TD TO WS-ACC-DUES-PAID-TD
               END-IF
               ADD WS-PSM-DUES-CHG TO WS-ACC-DUES-CHG
               ADD WS-PSM-DUES-PAID TO WS-ACC-DUES-PAID
               IF WS-PSM-DUES-BASIS = 'S' THEN
                   MOVE 'S' TO WS-ACC-DUES-BASIS
               END-IF
               ADD WS-PSM-GAMES TO WS-ACC-GAMES
               PERFORM ADD-MONTH-SITE
                   VARYING WS-SITE-SCAN FROM 1 BY 1
                   UNTIL WS-SITE-SCAN > WS-PSM-SITE-COUNT
               ADD WS-PSM-REJECTS TO WS-ACC-REJECTS
               ADD WS-PSM-CORRECTIONS TO WS-ACC-CORRECTIONS
               ADD WS-PSM-BULLETINS TO WS-ACC-BULLETINS
               ADD WS-PSM-CHAIN-DAYS TO WS-ACC-CHAIN-DAYS
               ADD WS-PSM-CHAIN-DONE TO WS-ACC-CHAIN-DONE
               IF WS-PSM-LOG-GAP-FLAG = 'Y' THEN
                   MOVE 'Y' TO WS-ACC-LOG-GAP-FLAG
               END-IF
           END-IF.
       ADD-ONE-QUARTER-MONTH-EXIT.

       ADD-MONTH-SITE.
           MOVE WS-PSM-SITE-CODE(WS-SITE-SCAN) TO WS-ADD-SITE-CODE.
           MOVE WS-PSM-SITE-GAMES(WS-SITE-SCAN) TO WS-ADD-SITE-GAMES.
           PERFORM ADD-SITE-GAMES.
       ADD-MONTH-SITE-EXIT.

      ******************************************************************
      * A month's own figures: the dues ledger as it stands tonight
      * against the prior month's frozen totals, the two log
      * partitions for the period's dates, and JOBSTAT for the
      * nights that ran to completion.
      ******************************************************************
       GATHER-MONTH-FIGURES.
           INITIALIZE WS-ACCUMULATORS.
           MOVE 'N' TO WS-ACC-LOG-GAP-FLAG.
           PERFORM GATHER-DUES-FIGURES.
           PERFORM LOAD-LOG-INDEX.
           PERFORM TALLY-EXCP-SEGMENTS.
           PERFORM TALLY-OPSC-SEGMENTS.
           PERFORM GATHER-CHAIN-FIGURES.
           IF WS-ACC-LOG-GAP-FLAG = 'Y' THEN
               PERFORM BUILD-PERIOD-TEXT
               MOVE 'PERCLOSE' TO WS-EXCP-SOURCE-PARM
               MOVE WS-PERIOD-TEXT TO WS-EXCP-KEY-PARM
               MOVE 'LOG SEGMENTS START AFTER PERIOD START' TO
                   WS-EXCP-REASON-PARM
               MOVE 'W' TO WS-EXCP-SEVERITY-PARM
               PERFORM LOG-EXCEPTION
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       GATHER-MONTH-FIGURES-EXIT.

       GATHER-DUES-FIGURES.
           MOVE 0 TO WS-ACC-DUES-CHG-TD WS-ACC-DUES-PAID-TD.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT DUES-MASTER.
           IF WS-DUE-FILE-STATUS = "00" THEN
               PERFORM ADD-ONE-LEDGER UNTIL WS-EOF
               CLOSE DUES-MASTER
           ELSE
               DISPLAY "PERCLOSE: NO DUES LEDGER (STATUS "
                   WS-DUE-FILE-STATUS ") - DUES SHOW AS ZERO"
           END-IF.
           PERFORM FIND-PRIOR-MONTH.
           IF WS-PRIOR-FOUND THEN
               MOVE 'P' TO WS-ACC-DUES-BASIS
               IF WS-ACC-DUES-CHG-TD > WS-PRIOR-CHG-TD THEN
                   COMPUTE WS-ACC-DUES-CHG =
                       WS-ACC-DUES-CHG-TD - WS-PRIOR-CHG-TD
               END-IF
               IF WS-ACC-DUES-PAID-TD > WS-PRIOR-PAID-TD THEN
                   COMPUTE WS-ACC-DUES-PAID =
                       WS-ACC-DUES-PAID-TD - WS-PRIOR-PAID-TD
               END-IF
           ELSE
               MOVE 'S' TO WS-ACC-DUES-BASIS
               MOVE WS-ACC-DUES-CHG-TD TO WS-ACC-DUES-CHG
               MOVE WS-ACC-DUES-PAID-TD TO WS-ACC-DUES-PAID
           END-IF.
       GATHER-DUES-FIGURES-EXIT.

       ADD-ONE-LEDGER.
           READ DUES-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD WS-DUE-CHARGED TO WS-ACC-DUES-CHG-TD
                   ADD WS-DUE-PAID TO WS-ACC-DUES-PAID-TD
           END-READ.
       ADD-ONE-LEDGER-EXIT.

      * The month before, closed or reopened - its to-date totals
      * are what this month's movement is measured from.
       FIND-PRIOR-MONTH.
           MOVE 'N' TO WS-PRIOR-FOUND-SW.
           IF WS-CUR-PERIOD = 1 THEN
               COMPUTE WS-PRIOR-YEAR = WS-CUR-YEAR - 1
               MOVE 12 TO WS-PRIOR-PERIOD
           ELSE
               MOVE WS-CUR-YEAR TO WS-PRIOR-YEAR
               COMPUTE WS-PRIOR-PERIOD = WS-CUR-PERIOD - 1
           END-IF.
           MOVE 'M' TO WS-PSM-TYPE.
           MOVE WS-PRIOR-YEAR TO WS-PSM-YEAR.
           MOVE WS-PRIOR-PERIOD TO WS-PSM-PERIOD.
           READ PERIOD-SUMMARY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PRIOR-FOUND-SW
                   MOVE WS-PSM-DUES-CHG-TD TO WS-PRIOR-CHG-TD
                   MOVE WS-PSM-DUES-PAID-TD TO WS-PRIOR-PAID-TD
           END-READ.
       FIND-PRIOR-MONTH-EXIT.

      * Both logs' slots. The oldest date any slot of a log still
      * covers tells whether the period's start has rotated away.
       LOAD-LOG-INDEX.
           MOVE 'N' TO WS-EOF-SW.
           INITIALIZE WS-SEG-INDEX-TABLE.
           OPEN INPUT LOG-INDEX.
           IF WS-IDX-FILE-STATUS = "00" THEN
               PERFORM LOAD-ONE-INDEX-ENTRY UNTIL WS-EOF
               CLOSE LOG-INDEX
           ELSE
               DISPLAY "PERCLOSE: NO SEGMENT INDEX - NO LOG FIGURES"
               MOVE 'Y' TO WS-ACC-LOG-GAP-FLAG
           END-IF.
       LOAD-LOG-INDEX-EXIT.

       LOAD-ONE-INDEX-ENTRY.
           READ LOG-INDEX
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   MOVE 0 TO WS-LOG-NO
                   IF WS-IDX-LOG = 'EXCPLOG' THEN
                       MOVE 1 TO WS-LOG-NO
                   END-IF
                   IF WS-IDX-LOG = 'OPSCNT' THEN
                       MOVE 2 TO WS-LOG-NO
                   END-IF
                   IF WS-LOG-NO > 0 AND
                       WS-IDX-SLOT >= 1 AND WS-IDX-SLOT <= 6 THEN
                       MOVE WS-IDX-FROM TO
                           WS-IX-FROM(WS-LOG-NO, WS-IDX-SLOT)
                       MOVE WS-IDX-TO TO
                           WS-IX-TO(WS-LOG-NO, WS-IDX-SLOT)
                   END-IF
           END-READ.
       LOAD-ONE-INDEX-ENTRY-EXIT.

       CHECK-LOG-REACH.
           MOVE 0 TO WS-OLDEST-FROM.
           PERFORM CHECK-ONE-SLOT-REACH
               VARYING WS-SLOT-NO FROM 1 BY 1
               UNTIL WS-SLOT-NO > 6.
           IF WS-OLDEST-FROM = 0 OR WS-OLDEST-FROM > WS-CUR-START
               THEN
               MOVE 'Y' TO WS-ACC-LOG-GAP-FLAG
           END-IF.
       CHECK-LOG-REACH-EXIT.

       CHECK-ONE-SLOT-REACH.
           IF WS-IX-FROM(WS-LOG-NO, WS-SLOT-NO) > 0 AND
               (WS-OLDEST-FROM = 0 OR
               WS-IX-FROM(WS-LOG-NO, WS-SLOT-NO) < WS-OLDEST-FROM)
               THEN
               MOVE WS-IX-FROM(WS-LOG-NO, WS-SLOT-NO) TO
                   WS-OLDEST-FROM
           END-IF.
       CHECK-ONE-SLOT-REACH-EXIT.

      * Rejects: every warning and severe record dated inside the
      * period. Informational findings are not rejects.
       TALLY-EXCP-SEGMENTS.
           MOVE 1 TO WS-LOG-NO.
           PERFORM CHECK-LOG-REACH.
           PERFORM TALLY-ONE-EXCP-SEGMENT
               VARYING WS-SLOT-NO FROM 1 BY 1
               UNTIL WS-SLOT-NO > 6.
       TALLY-EXCP-SEGMENTS-EXIT.

       TALLY-ONE-EXCP-SEGMENT.
           IF WS-IX-FROM(1, WS-SLOT-NO) > 0 AND
               WS-IX-FROM(1, WS-SLOT-NO) <= WS-CUR-END AND
               WS-IX-TO(1, WS-SLOT-NO) >= WS-CUR-START THEN
               MOVE 'N' TO WS-EOF-SW
               PERFORM OPEN-EXCP-SEGMENT
               IF WS-ARCH-FILE-STATUS = "00" THEN
                   PERFORM TALLY-ONE-EXCP-RECORD UNTIL WS-EOF
                   PERFORM CLOSE-EXCP-SEGMENT
               END-IF
           END-IF.
       TALLY-ONE-EXCP-SEGMENT-EXIT.

       TALLY-ONE-EXCP-RECORD.
           PERFORM READ-EXCP-SEGMENT.
           IF NOT WS-EOF AND WS-ARCH-DATE >= WS-CUR-START AND
               WS-ARCH-DATE <= WS-CUR-END THEN
               MOVE WS-ARCH-DATA TO WS-EXCP-IMAGE
               IF WS-EIMG-SEVERITY NOT = 'I' THEN
                   ADD 1 TO WS-ACC-REJECTS
               END-IF
           END-IF.
       TALLY-ONE-EXCP-RECORD-EXIT.

      * Games scored (in total and per site), corrections applied
      * and bulletins distributed, off the counts the programs
      * themselves logged.
       TALLY-OPSC-SEGMENTS.
           MOVE 2 TO WS-LOG-NO.
           PERFORM CHECK-LOG-REACH.
           PERFORM TALLY-ONE-OPSC-SEGMENT
               VARYING WS-SLOT-NO FROM 1 BY 1
               UNTIL WS-SLOT-NO > 6.
       TALLY-OPSC-SEGMENTS-EXIT.

       TALLY-ONE-OPSC-SEGMENT.
           IF WS-IX-FROM(2, WS-SLOT-NO) > 0 AND
               WS-IX-FROM(2, WS-SLOT-NO) <= WS-CUR-END AND
               WS-IX-TO(2, WS-SLOT-NO) >= WS-CUR-START THEN
               MOVE 'N' TO WS-EOF-SW
               PERFORM OPEN-OPSC-SEGMENT
               IF WS-ARCH-FILE-STATUS = "00" THEN
                   PERFORM TALLY-ONE-OPSC-RECORD UNTIL WS-EOF
                   PERFORM CLOSE-OPSC-SEGMENT
               END-IF
           END-IF.
       TALLY-ONE-OPSC-SEGMENT-EXIT.

       TALLY-ONE-OPSC-RECORD.
           PERFORM READ-OPSC-SEGMENT.
           IF NOT WS-EOF AND WS-ARCH-DATE >= WS-CUR-START AND
               WS-ARCH-DATE <= WS-CUR-END THEN
               MOVE WS-ARCH-DATA TO WS-OPSC-IMAGE
               IF WS-OIMG-COUNT NUMERIC THEN
                   PERFORM TALLY-COUNT-IMAGE
               END-IF
           END-IF.
       TALLY-ONE-OPSC-RECORD-EXIT.

       TALLY-COUNT-IMAGE.
           EVALUATE TRUE
           WHEN WS-OIMG-SOURCE = 'YACHT' AND
               WS-OIMG-LABEL = 'SCORECARDS SCORED'
               ADD WS-OIMG-COUNT TO WS-ACC-GAMES
           WHEN WS-OIMG-SOURCE = 'YACHT' AND
               WS-OIMG-LABEL(1:5) = 'SITE ' AND
               WS-OIMG-LABEL(10:6) = 'SCORED'
               MOVE WS-OIMG-LABEL(6:3) TO WS-ADD-SITE-CODE
               MOVE WS-OIMG-COUNT TO WS-ADD-SITE-GAMES
               PERFORM ADD-SITE-GAMES
           WHEN WS-OIMG-SOURCE = 'RECYMNT' AND
               WS-OIMG-LABEL = 'REJECTS RECYCLED'
               ADD WS-OIMG-COUNT TO WS-ACC-CORRECTIONS
           WHEN WS-OIMG-SOURCE = 'CIPHDIST' AND
               WS-OIMG-LABEL = 'MESSAGES ROUTED'
               ADD WS-OIMG-COUNT TO WS-ACC-BULLETINS
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       TALLY-COUNT-IMAGE-EXIT.

      * Ten sites, as YACHT's own site table holds; an eleventh
      * is left off with a console note.
       ADD-SITE-GAMES.
           MOVE 0 TO WS-SITE-HIT.
           PERFORM FIND-ONE-SITE
               VARYING WS-SITE-SCAN FROM 1 BY 1
               UNTIL WS-SITE-SCAN > WS-ACC-SITE-COUNT
               OR WS-SITE-HIT > 0.
           IF WS-SITE-HIT = 0 THEN
               IF WS-ACC-SITE-COUNT < 10 THEN
                   ADD 1 TO WS-ACC-SITE-COUNT
                   MOVE WS-ACC-SITE-COUNT TO WS-SITE-HIT
                   MOVE WS-ADD-SITE-CODE TO
                       WS-ACC-SITE-CODE(WS-SITE-HIT)
                   MOVE 0 TO WS-ACC-SITE-GAMES(WS-SITE-HIT)
               ELSE
                   DISPLAY "PERCLOSE: SITE TABLE FULL - SITE "
                       WS-ADD-SITE-CODE " LEFT OFF"
               END-IF
           END-IF.
           IF WS-SITE-HIT > 0 THEN
               ADD WS-ADD-SITE-GAMES TO WS-ACC-SITE-GAMES(WS-SITE-HIT)
           END-IF.
       ADD-SITE-GAMES-EXIT.

       FIND-ONE-SITE.
           IF WS-ACC-SITE-CODE(WS-SITE-SCAN) = WS-ADD-SITE-CODE THEN
               MOVE WS-SITE-SCAN TO WS-SITE-HIT
           END-IF.
       FIND-ONE-SITE-EXIT.

      * Completion rate: the period's business days (off FISCCAL)
      * against the nights JOBSTAT shows run to completion inside
      * the period, catch-up nights included.
       GATHER-CHAIN-FIGURES.
           MOVE WS-CUR-BUSDAYS TO WS-ACC-CHAIN-DAYS.
           MOVE 0 TO WS-ACC-CHAIN-DONE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT JOB-STATUS-MASTER.
           IF WS-JOB-FILE-STATUS = "00" THEN
               MOVE WS-CUR-START TO WS-JOB-DATE
               START JOB-STATUS-MASTER
                   KEY IS NOT LESS THAN WS-JOB-DATE
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SW
               END-START
               PERFORM COUNT-ONE-CHAIN-NIGHT UNTIL WS-EOF
               CLOSE JOB-STATUS-MASTER
           ELSE
               DISPLAY "PERCLOSE: NO JOBSTAT MASTER (STATUS "
                   WS-JOB-FILE-STATUS ") - NO COMPLETION FIGURES"
           END-IF.
       GATHER-CHAIN-FIGURES-EXIT.

       COUNT-ONE-CHAIN-NIGHT.
           READ JOB-STATUS-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-JOB-DATE > WS-CUR-END THEN
                       MOVE 'Y' TO WS-EOF-SW
                   ELSE
                       IF WS-JOB-COMPLETE THEN
                           ADD 1 TO WS-ACC-CHAIN-DONE
                       END-IF
                   END-IF
           END-READ.
       COUNT-ONE-CHAIN-NIGHT-EXIT.

      ******************************************************************
      * The figures go onto PERSUM whole and closed. A reopened
      * record is rewritten in place and keeps its reopen history.
      ******************************************************************
       WRITE-SUMMARY-RECORD.
           IF NOT WS-PSM-FOUND THEN
               INITIALIZE WS-PSM-RECORD WITH FILLER
               MOVE WS-CUR-TYPE TO WS-PSM-TYPE
               MOVE WS-CUR-YEAR TO WS-PSM-YEAR
               MOVE WS-CUR-PERIOD TO WS-PSM-PERIOD
               MOVE 0 TO WS-PSM-REOPEN-DATE WS-PSM-REOPEN-COUNT
               MOVE SPACES TO WS-PSM-REOPEN-BY
           END-IF.
           MOVE 'C' TO WS-PSM-STATUS.
           MOVE WS-CUR-START TO WS-PSM-START.
           MOVE WS-CUR-END TO WS-PSM-END.
           MOVE WS-RUN-DATE TO WS-PSM-CLOSED-DATE.
           MOVE WS-RUN-ID TO WS-PSM-CLOSED-RUN-ID.
           MOVE WS-OPERATOR-ID TO WS-PSM-CLOSED-BY.
           MOVE WS-ACC-DUES-CHG-TD TO WS-PSM-DUES-CHG-TD.
           MOVE WS-ACC-DUES-PAID-TD TO WS-PSM-DUES-PAID-TD.
           MOVE WS-ACC-DUES-CHG TO WS-PSM-DUES-CHG.
           MOVE WS-ACC-DUES-PAID TO WS-PSM-DUES-PAID.
           MOVE WS-ACC-DUES-BASIS TO WS-PSM-DUES-BASIS.
           MOVE WS-ACC-GAMES TO WS-PSM-GAMES.
           MOVE WS-ACC-SITE-COUNT TO WS-PSM-SITE-COUNT.
           PERFORM MOVE-ONE-SITE-TO-RECORD
               VARYING WS-SITE-SCAN FROM 1 BY 1
               UNTIL WS-SITE-SCAN > 10.
           MOVE WS-ACC-REJECTS TO WS-PSM-REJECTS.
           MOVE WS-ACC-CORRECTIONS TO WS-PSM-CORRECTIONS.
           MOVE WS-ACC-BULLETINS TO WS-PSM-BULLETINS.
           MOVE WS-ACC-CHAIN-DAYS TO WS-PSM-CHAIN-DAYS.
           MOVE WS-ACC-CHAIN-DONE TO WS-PSM-CHAIN-DONE.
           MOVE 0 TO WS-CHAIN-RATE.
           IF WS-ACC-CHAIN-DAYS > 0 THEN
               COMPUTE WS-CHAIN-RATE ROUNDED =
                   (WS-ACC-CHAIN-DONE * 100) / WS-ACC-CHAIN-DAYS
           END-IF.
           IF WS-CHAIN-RATE > 100 THEN
               MOVE 100 TO WS-CHAIN-RATE
           END-IF.
           MOVE WS-CHAIN-RATE TO WS-PSM-CHAIN-RATE.
           MOVE WS-ACC-LOG-GAP-FLAG TO WS-PSM-LOG-GAP-FLAG.
           IF WS-PSM-FOUND THEN
               REWRITE WS-PSM-RECORD
                   INVALID KEY
                       DISPLAY "PERCLOSE: PERSUM REWRITE FAILED FOR "
                           WS-PSM-KEY
               END-REWRITE
           ELSE
               WRITE WS-PSM-RECORD
                   INVALID KEY
                       DISPLAY "PERCLOSE: PERSUM WRITE FAILED FOR "
                           WS-PSM-KEY
               END-WRITE
           END-IF.
           ADD 1 TO WS-CLOSED-COUNT.
           DISPLAY "PERCLOSE: CLOSED " WS-PSM-TYPE " " WS-PSM-YEAR
               "/" WS-PSM-PERIOD " " WS-PSM-START " TO " WS-PSM-END.
       WRITE-SUMMARY-RECORD-EXIT.

       MOVE-ONE-SITE-TO-RECORD.
           IF WS-SITE-SCAN <= WS-ACC-SITE-COUNT THEN
               MOVE WS-ACC-SITE-CODE(WS-SITE-SCAN) TO
                   WS-PSM-SITE-CODE(WS-SITE-SCAN)
               MOVE WS-ACC-SITE-GAMES(WS-SITE-SCAN) TO
                   WS-PSM-SITE-GAMES(WS-SITE-SCAN)
           ELSE
               MOVE SPACES TO WS-PSM-SITE-CODE(WS-SITE-SCAN)
               MOVE 0 TO WS-PSM-SITE-GAMES(WS-SITE-SCAN)
           END-IF.
       MOVE-ONE-SITE-TO-RECORD-EXIT.

      ******************************************************************
      * REOPEN: only for an operator holding the PERREOPEN grant on
      * OPERAUTH - AUTHCHK logs a refusal severe itself. Reopening a
      * month reopens its quarter too, since the quarter is the sum
      * of its months. Every reopen is logged for QA.
      ******************************************************************
       REOPEN-PERIOD.
           MOVE SPACES TO WS-REFUSE-REASON.
           MOVE WS-REQ-TYPE TO WS-CUR-TYPE.
           MOVE WS-REQ-YEAR TO WS-CUR-YEAR.
           MOVE WS-REQ-PERIOD TO WS-CUR-PERIOD.
           CALL 'AUTHCHK' USING WS-REOPEN-GRANT WS-OPERATOR-ID
               WS-RUN-ID WS-AUTH-RESULT.
           IF WS-AUTH-RESULT NOT = 'Y' THEN
               MOVE 'REOPEN NEEDS THE PERREOPEN GRANT' TO
                   WS-REFUSE-REASON
           ELSE
               PERFORM READ-SUMMARY-RECORD
               IF NOT (WS-PSM-FOUND AND WS-PSM-CLOSED) THEN
                   MOVE 'PERIOD IS NOT CLOSED' TO WS-REFUSE-REASON
               END-IF
           END-IF.
           IF WS-REFUSE-REASON NOT = SPACES THEN
               PERFORM REFUSE-REQUEST
           ELSE
               PERFORM MARK-SUMMARY-REOPENED
               IF WS-CUR-TYPE = 'M' THEN
                   MOVE 'Q' TO WS-CUR-TYPE
                   COMPUTE WS-CUR-PERIOD =
                       ((WS-REQ-PERIOD - 1) / 3) + 1
                   PERFORM READ-SUMMARY-RECORD
                   IF WS-PSM-FOUND AND WS-PSM-CLOSED THEN
                       PERFORM MARK-SUMMARY-REOPENED
                   END-IF
               END-IF
           END-IF.
       REOPEN-PERIOD-EXIT.

       MARK-SUMMARY-REOPENED.
           MOVE 'R' TO WS-PSM-STATUS.
           MOVE WS-RUN-DATE TO WS-PSM-REOPEN-DATE.
           MOVE WS-OPERATOR-ID TO WS-PSM-REOPEN-BY.
           IF WS-PSM-REOPEN-COUNT < 99 THEN
               ADD 1 TO WS-PSM-REOPEN-COUNT
           END-IF.
           REWRITE WS-PSM-RECORD
               INVALID KEY
                   DISPLAY "PERCLOSE: PERSUM REWRITE FAILED FOR "
                       WS-PSM-KEY
           END-REWRITE.
           PERFORM BUILD-PERIOD-TEXT.
           DISPLAY "PERCLOSE: REOPENED " WS-PERIOD-TEXT " BY "
               WS-OPERATOR-ID.
           MOVE 'PERCLOSE' TO WS-EXCP-SOURCE-PARM.
           MOVE WS-PERIOD-TEXT TO WS-EXCP-KEY-PARM.
           MOVE SPACES TO WS-EXCP-REASON-PARM.
           STRING "PERIOD REOPENED BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-EXCP-REASON-PARM.
           MOVE 'W' TO WS-EXCP-SEVERITY-PARM.
           PERFORM LOG-EXCEPTION.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING WS-PERIOD-TEXT " REOPENED BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
       MARK-SUMMARY-REOPENED-EXIT.

      * PRINT: the frozen figures again, exactly as closed.
       REPRINT-PERIOD.
           MOVE WS-REQ-TYPE TO WS-CUR-TYPE.
           MOVE WS-REQ-YEAR TO WS-CUR-YEAR.
           MOVE WS-REQ-PERIOD TO WS-CUR-PERIOD.
           PERFORM READ-SUMMARY-RECORD.
           IF WS-PSM-FOUND THEN
               PERFORM WRITE-PERIOD-REPORT
           ELSE
               MOVE 'PERIOD HAS NEVER BEEN CLOSED' TO
                   WS-REFUSE-REASON
               PERFORM REFUSE-REQUEST
           END-IF.
       REPRINT-PERIOD-EXIT.

       REFUSE-REQUEST.
           PERFORM BUILD-PERIOD-TEXT.
           DISPLAY "PERCLOSE: " WS-PERIOD-TEXT " REFUSED - "
               WS-REFUSE-REASON.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING WS-PERIOD-TEXT " REFUSED - " WS-REFUSE-REASON
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE 'PERCLOSE' TO WS-EXCP-SOURCE-PARM.
           MOVE WS-PERIOD-TEXT TO WS-EXCP-KEY-PARM.
           MOVE WS-REFUSE-REASON TO WS-EXCP-REASON-PARM.
           MOVE 'W' TO WS-EXCP-SEVERITY-PARM.
           PERFORM LOG-EXCEPTION.
           MOVE 8 TO RETURN-CODE.
       REFUSE-REQUEST-EXIT.

       BUILD-PERIOD-TEXT.
           MOVE SPACES TO WS-PERIOD-TEXT.
           IF WS-CUR-TYPE = 'Q' THEN
               STRING "QUARTER " WS-CUR-YEAR "/" WS-CUR-PERIOD(2:1)
                   DELIMITED BY SIZE INTO WS-PERIOD-TEXT
           ELSE
               STRING "MONTH " WS-CUR-YEAR "/" WS-CUR-PERIOD
                   DELIMITED BY SIZE INTO WS-PERIOD-TEXT
           END-IF.
       BUILD-PERIOD-TEXT-EXIT.

      ******************************************************************
      * The management report: one block per period, printed from
      * the summary record itself so a reprint matches the close
      * night to the penny.
      ******************************************************************
       WRITE-PERIOD-REPORT.
           MOVE WS-PSM-TYPE TO WS-CUR-TYPE.
           MOVE WS-PSM-YEAR TO WS-CUR-YEAR.
           MOVE WS-PSM-PERIOD TO WS-CUR-PERIOD.
           PERFORM BUILD-PERIOD-TEXT.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           STRING WS-PERIOD-TEXT "  " WS-PSM-START " TO " WS-PSM-END
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           IF WS-PSM-CLOSED THEN
               STRING "CLOSED " WS-PSM-CLOSED-DATE " RUN "
                   WS-PSM-CLOSED-RUN-ID " BY " WS-PSM-CLOSED-BY
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
           ELSE
               STRING "REOPENED " WS-PSM-REOPEN-DATE " BY "
                   WS-PSM-REOPEN-BY " - FIGURES UNDER REVISION"
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
           END-IF.
           WRITE WS-RPT-RECORD.
           MOVE 'DUES CHARGED IN PERIOD' TO WS-RPT-LABEL.
           MOVE WS-PSM-DUES-CHG TO WS-RPT-MONEY.
           PERFORM WRITE-MONEY-LINE.
           MOVE 'DUES COLLECTED IN PERIOD' TO WS-RPT-LABEL.
           MOVE WS-PSM-DUES-PAID TO WS-RPT-MONEY.
           PERFORM WRITE-MONEY-LINE.
           MOVE 'DUES CHARGED TO DATE' TO WS-RPT-LABEL.
           MOVE WS-PSM-DUES-CHG-TD TO WS-RPT-MONEY.
           PERFORM WRITE-MONEY-LINE.
           MOVE 'DUES COLLECTED TO DATE' TO WS-RPT-LABEL.
           MOVE WS-PSM-DUES-PAID-TD TO WS-RPT-MONEY.
           PERFORM WRITE-MONEY-LINE.
           COMPUTE WS-OUTSTANDING =
               WS-PSM-DUES-CHG-TD - WS-PSM-DUES-PAID-TD.
           MOVE WS-OUTSTANDING TO WS-RPT-OUTSTANDING.
           MOVE SPACES TO WS-RPT-RECORD.
           MOVE '  DUES OUTSTANDING AT CLOSE' TO WS-RPT-RECORD(1:32).
           MOVE ':' TO WS-RPT-RECORD(33:1).
           MOVE WS-RPT-OUTSTANDING TO WS-RPT-RECORD(35:13).
           WRITE WS-RPT-RECORD.
           IF WS-PSM-DUES-BASIS = 'S' THEN
               MOVE SPACES TO WS-RPT-RECORD
               STRING "    (NO PRIOR MONTH CLOSED - PERIOD DUES "
                   "ARE SEASON TO DATE)"
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           END-IF.
           MOVE 'GAMES SCORED' TO WS-RPT-LABEL.
           MOVE WS-PSM-GAMES TO WS-RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           PERFORM WRITE-SITE-LINE
               VARYING WS-SITE-SCAN FROM 1 BY 1
               UNTIL WS-SITE-SCAN > WS-PSM-SITE-COUNT.
           MOVE 'REJECTS LOGGED' TO WS-RPT-LABEL.
           MOVE WS-PSM-REJECTS TO WS-RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'CORRECTIONS APPLIED' TO WS-RPT-LABEL.
           MOVE WS-PSM-CORRECTIONS TO WS-RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'BULLETINS DISTRIBUTED' TO WS-RPT-LABEL.
           MOVE WS-PSM-BULLETINS TO WS-RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE SPACES TO WS-RPT-RECORD.
           MOVE WS-PSM-CHAIN-DONE TO WS-RPT-DAYS.
           MOVE '  CHAIN NIGHTS COMPLETE' TO WS-RPT-RECORD(1:32).
           MOVE ':' TO WS-RPT-RECORD(33:1).
           MOVE WS-RPT-DAYS TO WS-RPT-RECORD(35:3).
           MOVE 'OF' TO WS-RPT-RECORD(39:2).
           MOVE WS-PSM-CHAIN-DAYS TO WS-RPT-DAYS.
           MOVE WS-RPT-DAYS TO WS-RPT-RECORD(42:3).
           MOVE 'BUSINESS DAYS' TO WS-RPT-RECORD(46:13).
           MOVE WS-PSM-CHAIN-RATE TO WS-RPT-RATE.
           MOVE WS-RPT-RATE TO WS-RPT-RECORD(60:5).
           MOVE '%' TO WS-RPT-RECORD(65:1).
           WRITE WS-RPT-RECORD.
           IF WS-PSM-LOG-GAP-FLAG = 'Y' THEN
               MOVE SPACES TO WS-RPT-RECORD
               STRING "    (LOG SEGMENTS DID NOT REACH BACK TO "
                   "THE PERIOD START - LOG COUNTS SHORT)"
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           END-IF.
       WRITE-PERIOD-REPORT-EXIT.

       WRITE-MONEY-LINE.
           MOVE SPACES TO WS-RPT-RECORD.
           MOVE WS-RPT-LABEL TO WS-RPT-RECORD(3:30).
           MOVE ':' TO WS-RPT-RECORD(33:1).
           MOVE WS-RPT-MONEY TO WS-RPT-RECORD(35:12).
           WRITE WS-RPT-RECORD.
       WRITE-MONEY-LINE-EXIT.

       WRITE-COUNT-LINE.
           MOVE SPACES TO WS-RPT-RECORD.
           MOVE WS-RPT-LABEL TO WS-RPT-RECORD(3:30).
           MOVE ':' TO WS-RPT-RECORD(33:1).
           MOVE WS-RPT-COUNT TO WS-RPT-RECORD(38:9).
           WRITE WS-RPT-RECORD.
       WRITE-COUNT-LINE-EXIT.

       WRITE-SITE-LINE.
           MOVE SPACES TO WS-RPT-LABEL.
           STRING "  SITE " WS-PSM-SITE-CODE(WS-SITE-SCAN)
               DELIMITED BY SIZE INTO WS-RPT-LABEL.
           MOVE WS-PSM-SITE-GAMES(WS-SITE-SCAN) TO WS-RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
       WRITE-SITE-LINE-EXIT.

      ******************************************************************
      * Segment I/O, one EVALUATE per verb, the way OPSTREND and
      * EXCPRPT drive their six slots.
      ******************************************************************
       OPEN-EXCP-SEGMENT.
           EVALUATE WS-SLOT-NO
           WHEN 1
               OPEN INPUT EXCP-SEG-1
           WHEN 2
               OPEN INPUT EXCP-SEG-2
           WHEN 3
               OPEN INPUT EXCP-SEG-3
           WHEN 4
               OPEN INPUT EXCP-SEG-4
           WHEN 5
               OPEN INPUT EXCP-SEG-5
           WHEN 6
               OPEN INPUT EXCP-SEG-6
           END-EVALUATE.
       OPEN-EXCP-SEGMENT-EXIT.

       READ-EXCP-SEGMENT.
           EVALUATE WS-SLOT-NO
           WHEN 1
               READ EXCP-SEG-1
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE WS-EXCP-SEG-1-RECORD TO WS-ARCH-WORK
               END-READ
           WHEN 2
               READ EXCP-SEG-2
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE WS-EXCP-SEG-2-RECORD TO WS-ARCH-WORK
               END-READ
           WHEN 3
               READ EXCP-SEG-3
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE WS-EXCP-SEG-3-RECORD TO WS-ARCH-WORK
               END-READ
           WHEN 4
               READ EXCP-SEG-4
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE WS-EXCP-SEG-4-RECORD TO WS-ARCH-WORK
               END-READ
           WHEN 5
               READ EXCP-SEG-5
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE WS-EXCP-SEG-5-RECORD TO WS-ARCH-WORK
               END-READ
           WHEN 6
               READ EXCP-SEG-6
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE WS-EXCP-SEG-6-RECORD TO WS-ARCH-WORK
               END-READ
           END-EVALUATE.
       READ-EXCP-SEGMENT-EXIT.

       CLOSE-EXCP-SEGMENT.
           EVALUATE WS-SLOT-NO
           WHEN 1
               CLOSE EXCP-SEG-1
           WHEN 2
               CLOSE EXCP-SEG-2
           WHEN 3
               CLOSE EXCP-SEG-3
           WHEN 4
               CLOSE EXCP-SEG-4
           WHEN 5
               CLOSE EXCP-SEG-5
           WHEN 6
               CLOSE EXCP-SEG-6
           END-EVALUATE.
       CLOSE-EXCP-SEGMENT-EXIT.

       OPEN-OPSC-SEGMENT.
           EVALUATE WS-SLOT-NO
           WHEN 1
               OPEN INPUT OPSC-SEG-1
           WHEN 2
               OPEN INPUT OPSC-SEG-2
           WHEN 3
               OPEN INPUT OPSC-SEG-3
           WHEN 4
               OPEN INPUT OPSC-SEG-4
           WHEN 5
               OPEN INPUT OPSC-SEG-5
           WHEN 6
               OPEN INPUT OPSC-SEG-6
           END-EVALUATE.
       OPEN-OPSC-SEGMENT-EXIT.

       READ-OPSC-SEGMENT.
           EVALUATE WS-SLOT-NO
           WHEN 1
               READ OPSC-SEG-1
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE WS-OPSC-SEG-1-RECORD TO WS-ARCH-WORK
               END-READ
           WHEN 2
               READ OPSC-SEG-2
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE WS-OPSC-SEG-2-RECORD TO WS-ARCH-WORK
               END-READ
           WHEN 3
               READ OPSC-SEG-3
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE WS-OPSC-SEG-3-RECORD TO WS-ARCH-WORK
               END-READ
           WHEN 4
               READ OPSC-SEG-4
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE WS-OPSC-SEG-4-RECORD TO WS-ARCH-WORK
               END-READ
           WHEN 5
               READ OPSC-SEG-5
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE WS-OPSC-SEG-5-RECORD TO WS-ARCH-WORK
               END-READ
           WHEN 6
               READ OPSC-SEG-6
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE WS-OPSC-SEG-6-RECORD TO WS-ARCH-WORK
               END-READ
           END-EVALUATE.
       READ-OPSC-SEGMENT-EXIT.

       CLOSE-OPSC-SEGMENT.
           EVALUATE WS-SLOT-NO
           WHEN 1
               CLOSE OPSC-SEG-1
           WHEN 2
               CLOSE OPSC-SEG-2
           WHEN 3
               CLOSE OPSC-SEG-3
           WHEN 4
               CLOSE OPSC-SEG-4
           WHEN 5
               CLOSE OPSC-SEG-5
           WHEN 6
               CLOSE OPSC-SEG-6
           END-EVALUATE.
       CLOSE-OPSC-SEGMENT-EXIT.

           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY OPSCLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

       END PROGRAM PERCLOSE.
