      ******************************************************************
      * Author: Joel Brewer
      * Date: 08/19/2024
      * Purpose: To turn FISCGEN's month rows into the one-record-
      *          per-day DAYCAL calendar every date-sensitive program
      *          reads, so "is this a business day" and "how many
      *          business days ago" have one answer instead of the
      *          weekend arithmetic and HOLMSTR scan each of JOBSTAT,
      *          CHNCATCH, RECYMNT and CIPHACK used to carry for
      *          itself. Each day carries its day of week, ISO week,
      *          fiscal month and quarter, a holiday flag with the
      *          HOLMSTR description, and its running business-day
      *          number within the month, quarter and year (see the
      *          DCALFD copybook for the exact rules). Runs right
      *          behind FISCGEN and rebuilds DAYCAL whole each night,
      *          so a holiday keyed on HOLIMNT today is on tomorrow's
      *          calendar.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 08/19/2024 JB - First cut. FISCCAL is sorted on year and
      *                month first, so a LEAPIN listing its years out
      *                of order still builds the serial in date
      *                order; a month seen twice is built once. An
      *                empty FISCCAL leaves last night's DAYCAL
      *                standing rather than an empty one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-CAL ASSIGN TO "FISCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FC-FILE-STATUS.
           SELECT HOLIDAY-MASTER ASSIGN TO "HOLMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWK".
           COPY DCALSEL.
           COPY BDATSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
       DATA DIVISION.
       FILE SECTION.
      * Fiscal calendar as FISCGEN writes it; the month's length and
      * quarter are all this step takes.
       FD  FISCAL-CAL.
       01 WS-FC-RECORD.
           05 WS-FC-YEAR PIC 9(04).
           05 FILLER PIC X(01).
           05 WS-FC-MONTH PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-FC-MONTH-DAYS PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-FC-QUARTER PIC 9(01).
           05 FILLER PIC X(68).

      * Holiday master as HOLIMNT writes it: year 0000 with flag 'R'
      * recurs on that month/day every year, a full date with flag
      * 'F' falls once.
       FD  HOLIDAY-MASTER.
       01 WS-HOL-MSTR-RECORD.
           05 WS-HOL-MSTR-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-HOL-MSTR-FLAG PIC X(01).
           05 FILLER PIC X(01).
           05 WS-HOL-MSTR-DESC PIC X(30).
           05 FILLER PIC X(39).

      * FISCCAL month rows in year and month order.
       SD  SORT-WORK.
       01 WS-SRT-RECORD.
           05 WS-SRT-YEAR PIC 9(04).
           05 FILLER PIC X(01).
           05 WS-SRT-MONTH PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-SRT-MONTH-DAYS PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-SRT-QUARTER PIC 9(01).
           05 FILLER PIC X(68).

       COPY DCALFD.

       COPY BDATFD.

       COPY OPSCFD.
       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01 WS-FC-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-SORT-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.

      * The holiday table, loaded whole the way FISCGEN loads it,
      * description and all.
       01 WS-HOL-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-HOL-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-HOL-EOF VALUE 'Y'.
       01 WS-HOL-COUNT PIC 9(03) VALUE 0.
       01 WS-HOL-SCAN PIC 9(03) VALUE 0.
       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-ENTRY OCCURS 100 TIMES.
               10 WS-HOL-DATE PIC 9(08).
               10 WS-HOL-DATE-SPLIT REDEFINES WS-HOL-DATE.
                   15 WS-HOL-YEAR PIC 9(04).
                   15 WS-HOL-MMDD PIC 9(04).
               10 WS-HOL-FLAG PIC X(01).
               10 WS-HOL-DESC PIC X(30).

       01 WS-DOW-NAMES-TABLE.
           05 FILLER PIC X(21) VALUE 'MONTUEWEDTHUFRISATSUN'.
       01 WS-DOW-NAMES-OVERLAY REDEFINES WS-DOW-NAMES-TABLE.
           05 WS-DOW-NAME PIC X(03) OCCURS 7 TIMES.

      * Date assembly work area: year, month, day glued into a
      * YYYYMMDD numeric.
       01 WS-DATE-BUILD.
           05 WS-DB-YEAR PIC 9(04).
           05 WS-DB-MONTH PIC 9(02).
           05 WS-DB-DAY PIC 9(02).
       01 WS-DATE-BUILD-NUM REDEFINES WS-DATE-BUILD PIC 9(08).

      * One day's working fields. The day of week falls out of the
      * integer day count: day 1 (1 JAN 1601) was a Monday. The ISO
      * week is the week of that week's Thursday, counted from the
      * Thursday's own 1 January.
       01 WS-DAY PIC 9(02).
       01 WS-DAY-MMDD PIC 9(04).
       01 WS-DATE-INT PIC 9(07).
       01 WS-DOW-REM PIC 9(01).
       01 WS-THU-INT PIC 9(07).
       01 WS-THU-DATE PIC 9(08).
       01 WS-JAN1-INT PIC 9(07).

      * The month last built, so a repeated FISCCAL row is skipped,
      * and the running business-day counts.
       01 WS-LAST-YYYYMM PIC 9(06) VALUE 0.
       01 WS-THIS-YYYYMM PIC 9(06) VALUE 0.
       01 WS-LAST-YEAR PIC 9(04) VALUE 0.
       01 WS-LAST-QUARTER PIC 9(01) VALUE 0.
       01 WS-BUS-MONTH PIC 9(02) VALUE 0.
       01 WS-BUS-QTR PIC 9(02) VALUE 0.
       01 WS-BUS-YEAR PIC 9(03) VALUE 0.
       01 WS-BUS-SERIAL PIC 9(06) VALUE 0.

      * Control totals for the console and the shared OPSCNT log.
       01 WS-MONTHS-READ-COUNT PIC 9(05) VALUE 0.
       01 WS-MONTHS-SKIPPED-COUNT PIC 9(05) VALUE 0.
       01 WS-DAYS-WRITTEN-COUNT PIC 9(07) VALUE 0.
       01 WS-HOLIDAYS-MARKED-COUNT PIC 9(05) VALUE 0.

       COPY DCALWS.
       COPY BDATWS.
       COPY RUNCTL.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CAPTURE-RUN-CONTROL.
           MOVE 'CALGEN' TO WS-AUDT-SOURCE-PARM.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM LOAD-HOLIDAY-MASTER.
           PERFORM OPEN-OPS-COUNT-LOG.
           SORT SORT-WORK
               ON ASCENDING KEY WS-SRT-YEAR
               ON ASCENDING KEY WS-SRT-MONTH
               USING FISCAL-CAL
               OUTPUT PROCEDURE IS BUILD-DAY-CALENDAR.
           IF WS-DCAL-OPEN THEN
               CLOSE DAY-CALENDAR
           ELSE
               DISPLAY "CALGEN: FISCCAL HAS NO MONTHS - DAYCAL LEFT "
                   "AS IT STOOD"
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE 'CALGEN' TO WS-OPSC-SOURCE-PARM.
           MOVE 'CALENDAR DAYS BUILT' TO WS-OPSC-LABEL-PARM.
           MOVE WS-DAYS-WRITTEN-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           PERFORM CLOSE-OPS-COUNT-LOG.
           DISPLAY "CALGEN: " WS-MONTHS-READ-COUNT " MONTHS, "
               WS-DAYS-WRITTEN-COUNT " DAYS, "
               WS-HOLIDAYS-MARKED-COUNT " HOLIDAYS, "
               WS-BUS-SERIAL " BUSINESS DAYS".
           IF WS-MONTHS-SKIPPED-COUNT > 0 THEN
               DISPLAY "CALGEN: " WS-MONTHS-SKIPPED-COUNT
                   " REPEATED MONTH ROWS SKIPPED"
           END-IF.
           STOP RUN.
       MAIN-EXIT.

       LOAD-HOLIDAY-MASTER.
           OPEN INPUT HOLIDAY-MASTER.
           IF WS-HOL-FILE-STATUS = "00" THEN
               PERFORM LOAD-ONE-HOLIDAY UNTIL WS-HOL-EOF
               CLOSE HOLIDAY-MASTER
           ELSE
               DISPLAY "CALGEN: NO HOLIDAY MASTER - BUSINESS DAYS "
                   "EXCLUDE WEEKENDS ONLY"
           END-IF.
       LOAD-HOLIDAY-MASTER-EXIT.

       LOAD-ONE-HOLIDAY.
           READ HOLIDAY-MASTER
               AT END
                   MOVE 'Y' TO WS-HOL-EOF-SW
               NOT AT END
                   IF WS-HOL-COUNT >= 100 THEN
                       DISPLAY "CALGEN: HOLIDAY TABLE FULL, "
                           "ENTRY DROPPED: " WS-HOL-MSTR-DATE
                   ELSE
                       ADD 1 TO WS-HOL-COUNT
                       MOVE WS-HOL-MSTR-DATE TO
                           WS-HOL-DATE(WS-HOL-COUNT)
                       MOVE WS-HOL-MSTR-FLAG TO
                           WS-HOL-FLAG(WS-HOL-COUNT)
                       MOVE WS-HOL-MSTR-DESC TO
                           WS-HOL-DESC(WS-HOL-COUNT)
                   END-IF
           END-READ.
       LOAD-ONE-HOLIDAY-EXIT.

       RETURN-ONE-MONTH.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
               NOT AT END
                   PERFORM BUILD-ONE-MONTH
           END-RETURN.
       RETURN-ONE-MONTH-EXIT.

      * DAYCAL is only opened for output once there is a month to
      * build, so an empty FISCCAL never wipes the calendar. The
      * month, quarter and year counts restart as each one turns;
      * the serial never does.
       BUILD-ONE-MONTH.
           COMPUTE WS-THIS-YYYYMM = (WS-SRT-YEAR * 100) + WS-SRT-MONTH.
           IF WS-THIS-YYYYMM <= WS-LAST-YYYYMM THEN
               ADD 1 TO WS-MONTHS-SKIPPED-COUNT
           ELSE
               IF NOT WS-DCAL-OPEN THEN
                   OPEN OUTPUT DAY-CALENDAR
                   MOVE 'Y' TO WS-DCAL-OPEN-SW
               END-IF
               ADD 1 TO WS-MONTHS-READ-COUNT
               MOVE WS-THIS-YYYYMM TO WS-LAST-YYYYMM
               IF WS-SRT-YEAR NOT = WS-LAST-YEAR THEN
                   MOVE WS-SRT-YEAR TO WS-LAST-YEAR
                   MOVE 0 TO WS-BUS-YEAR
                   MOVE 0 TO WS-LAST-QUARTER
               END-IF
               IF WS-SRT-QUARTER NOT = WS-LAST-QUARTER THEN
                   MOVE WS-SRT-QUARTER TO WS-LAST-QUARTER
                   MOVE 0 TO WS-BUS-QTR
               END-IF
               MOVE 0 TO WS-BUS-MONTH
               PERFORM BUILD-ONE-DAY
                   VARYING WS-DAY FROM 1 BY 1
                   UNTIL WS-DAY > WS-SRT-MONTH-DAYS
           END-IF.
       BUILD-ONE-MONTH-EXIT.

       BUILD-ONE-DAY.
           INITIALIZE WS-DCAL-RECORD WITH FILLER.
           MOVE WS-SRT-YEAR TO WS-DB-YEAR.
           MOVE WS-SRT-MONTH TO WS-DB-MONTH.
           MOVE WS-DAY TO WS-DB-DAY.
           MOVE WS-DATE-BUILD-NUM TO WS-DCAL-DATE.
           MOVE WS-SRT-YEAR TO WS-DCAL-FISC-YEAR.
           MOVE WS-SRT-MONTH TO WS-DCAL-FISC-MONTH.
           MOVE WS-SRT-QUARTER TO WS-DCAL-FISC-QUARTER.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-BUILD-NUM).
           COMPUTE WS-DOW-REM = FUNCTION MOD(WS-DATE-INT, 7).
           IF WS-DOW-REM = 0 THEN
               MOVE 7 TO WS-DCAL-DOW
           ELSE
               MOVE WS-DOW-REM TO WS-DCAL-DOW
           END-IF.
           MOVE WS-DOW-NAME(WS-DCAL-DOW) TO WS-DCAL-DOW-NAME.
           PERFORM COMPUTE-ISO-WEEK.
           MOVE 'N' TO WS-DCAL-HOLIDAY-FLAG.
           COMPUTE WS-DAY-MMDD = (WS-SRT-MONTH * 100) + WS-DAY.
           IF WS-HOL-COUNT > 0 THEN
               PERFORM CHECK-HOLIDAY-MATCH
                   VARYING WS-HOL-SCAN FROM 1 BY 1
                   UNTIL WS-HOL-SCAN > WS-HOL-COUNT
                   OR WS-DCAL-HOLIDAY
           END-IF.
           IF WS-DCAL-HOLIDAY THEN
               ADD 1 TO WS-HOLIDAYS-MARKED-COUNT
           END-IF.
           IF WS-DCAL-DOW > 5 OR WS-DCAL-HOLIDAY THEN
               MOVE 'N' TO WS-DCAL-BUSDAY-FLAG
           ELSE
               MOVE 'Y' TO WS-DCAL-BUSDAY-FLAG
               ADD 1 TO WS-BUS-MONTH
               ADD 1 TO WS-BUS-QTR
               ADD 1 TO WS-BUS-YEAR
               ADD 1 TO WS-BUS-SERIAL
           END-IF.
           MOVE WS-BUS-MONTH TO WS-DCAL-BUSDAY-MONTH.
           MOVE WS-BUS-QTR TO WS-DCAL-BUSDAY-QTR.
           MOVE WS-BUS-YEAR TO WS-DCAL-BUSDAY-YEAR.
           MOVE WS-BUS-SERIAL TO WS-DCAL-BUSDAY-SERIAL.
           WRITE WS-DCAL-RECORD
               INVALID KEY
                   DISPLAY "CALGEN: WRITE FAILED FOR " WS-DCAL-DATE
                       " (STATUS " WS-DCAL-FILE-STATUS ")"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-DAYS-WRITTEN-COUNT
           END-WRITE.
       BUILD-ONE-DAY-EXIT.

      * Monday-start weeks; the Thursday of the day's week decides
      * both the ISO year and the week number.
       COMPUTE-ISO-WEEK.
           COMPUTE WS-THU-INT = WS-DATE-INT - WS-DCAL-DOW + 4.
           COMPUTE WS-THU-DATE = FUNCTION DATE-OF-INTEGER(WS-THU-INT).
           COMPUTE WS-DCAL-ISO-YEAR = WS-THU-DATE / 10000.
           COMPUTE WS-JAN1-INT = FUNCTION INTEGER-OF-DATE(
               (WS-DCAL-ISO-YEAR * 10000) + 101).
           COMPUTE WS-DCAL-ISO-WEEK =
               ((WS-THU-INT - WS-JAN1-INT) / 7) + 1.
       COMPUTE-ISO-WEEK-EXIT.

      * A recurring entry (flag 'R', year 0000) matches on month and
      * day alone; a fixed entry must match the full date.
       CHECK-HOLIDAY-MATCH.
           IF WS-HOL-FLAG(WS-HOL-SCAN) = 'R' THEN
               IF WS-HOL-MMDD(WS-HOL-SCAN) = WS-DAY-MMDD THEN
                   MOVE 'Y' TO WS-DCAL-HOLIDAY-FLAG
                   MOVE WS-HOL-DESC(WS-HOL-SCAN) TO
                       WS-DCAL-HOLIDAY-DESC
               END-IF
           ELSE
               IF WS-HOL-DATE(WS-HOL-SCAN) = WS-DATE-BUILD-NUM THEN
                   MOVE 'Y' TO WS-DCAL-HOLIDAY-FLAG
                   MOVE WS-HOL-DESC(WS-HOL-SCAN) TO
                       WS-DCAL-HOLIDAY-DESC
               END-IF
           END-IF.
       CHECK-HOLIDAY-MATCH-EXIT.

           COPY RUNCTLP.
           COPY OPSCLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

      ******************************************************************
      * SORT output procedure: month rows come back in date order
      * and each is built out a day at a time.
      ******************************************************************
       BUILD-DAY-CALENDAR SECTION.
       BUILD-DAY-CALENDAR-START.
           MOVE 'N' TO WS-SORT-EOF-SW.
           PERFORM RETURN-ONE-MONTH UNTIL WS-SORT-EOF.
           GO TO BUILD-DAY-CALENDAR-DONE.

       BUILD-DAY-CALENDAR-DONE.
           EXIT.

       END PROGRAM CALGEN.
